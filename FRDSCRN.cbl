000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FRDSCRN.
000300 AUTHOR.        D. HALVORSEN.
000400 INSTALLATION.  CARD SERVICES DATA CENTER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*
000800*****************************************************
000900*  MODIFICATION HISTORY                              *
001000*  DATE       INIT  DESCRIPTION                      *
001100*  10/15/26   DJH   ORIGINAL PROGRAM - NIGHTLY FRAUD  *
001200*                   SCREEN OVER THE DAY'S POSTED      *
001300*                   PURCHASES WITH A SUSPEND FEED.    *
001400*****************************************************
001500*
001600*  THE OVER-LIMIT CHECK IN DLYPOST STOPS A CARD ONLY
001700*  WHEN IT RUNS OUT OF LINE.  THIS PROGRAM RUNS IN THE
001800*  SAME JOB, RIGHT AFTER DLYPOST, AND SCREENS EVERY
001900*  ACCOUNT THAT HAD A PURCHASE POSTED TODAY.  POSTDTL
002000*  IS READ FRONT TO BACK IN KEY ORDER - ACCOUNT, POST
002100*  DATE, SEQUENCE - SO EACH ACCOUNT'S EARLIER ITEMS GO
002200*  BY BEFORE TODAY'S.  AN ACCOUNT SCORES POINTS FOR:
002300*
002400*    V - VELOCITY.  MORE THAN WS-MAX-PURCH PURCHASES
002500*        POSTED TODAY.
002600*    S - SPEND.  TODAY'S PURCHASES TOTAL MORE THAN
002700*        WS-SPEND-FACTOR TIMES THE ACCOUNT'S USUAL BILL,
002800*        THE AVERAGE BAMT OF THE BILLED CYCLES IN
002900*        PAY-HIST ON ACCTMSTI.  A NEW OR LIGHTLY USED
003000*        ACCOUNT IS MEASURED AGAINST WS-MIN-BASE.
003100*    R - REISSUE.  THE FIRST PURCHASE ON A CARD REISSUE
003200*        SENT OUT IN THE LAST WS-REISS-DAYS DAYS - NO
003300*        PURCHASE HAS POSTED SINCE THE REISSUE DATE.
003400*    A - ADDRESS.  HEAVY ACTIVITY - WS-ADDR-PURCH OR
003500*        MORE PURCHASES, OR SPEND ABOVE THE USUAL BILL -
003600*        WITHIN WS-ADDR-DAYS OF AN ADDRESS OR PHONE
003700*        CHANGE ON DEMAUDIT.
003800*
003900*  EVERY ACCOUNT THAT SCORES GOES ON THE FRAUD REVIEW
004000*  QUEUE, PRINTED HIGHEST SCORE FIRST.  AN ACCOUNT AT
004100*  OR ABOVE WS-SUSP-SCORE GETS A SUSPEND TRANSACTION
004200*  WITH THE FRAUD REASON CODE ON THE FRDSUSP FEED, IN
004300*  STATTRAN FORMAT.  THE JOBSTREAM SORT/MERGES FRDSUSP
004400*  INTO STATTRAN THE SAME WAY IT DOES RETSUSP, SO
004500*  STATCHG BLOCKS THE ACCOUNT BEFORE THE NEXT DAY'S
004600*  ACTIVITY POSTS.  ACCOUNTS ALREADY SUSPENDED, CLOSED
004700*  OR CHARGED OFF ARE NOT FED A SECOND TIME.
004800*
004900*  REISSUE WRITES A FRESH REISSLOG EACH RUN, SO THE
005000*  JOBSTREAM CONCATENATES THE RUNS OF THE LAST
005100*  WS-REISS-DAYS DAYS AND THE FILE AS A WHOLE IS NOT IN
005200*  ACCTDO ORDER; IT IS OPTIONAL.  DEMAUDIT IS IN TIME
005300*  ORDER.  THE RECENT ENTRIES OF BOTH ARE HELD IN
005400*  TABLES, ONE ENTRY PER ACCOUNT WITH THE LATEST DATE -
005500*  5000 REISSUES AND 1000 ADDRESS OR PHONE CHANGES.
005600*  THE QUEUE HOLDS 500.  ENTRIES PAST ANY LIMIT ARE
005700*  DROPPED WITH A CONSOLE WARNING.  DAY COUNTS ARE
005800*  30/360, AS IN REISSUE.
005900*
006000 ENVIRONMENT DIVISION.
006100 CONFIGURATION SECTION.
006200 SOURCE-COMPUTER.   IBM-370.
006300 OBJECT-COMPUTER.   IBM-370.
006400 INPUT-OUTPUT SECTION.
006500 FILE-CONTROL.
006600     SELECT POST-DTL    ASSIGN TO POSTDTL
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE  IS DYNAMIC
006900         RECORD KEY   IS PI-KEY
007000         FILE STATUS  IS WS-PDTL-STATUS.
007100     SELECT ACCT-KSDS   ASSIGN TO ACCTMSTI
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE  IS DYNAMIC
007400         RECORD KEY   IS ACCTDO OF KSDS-RECORD
007500         FILE STATUS  IS WS-KSDS-STATUS.
007600     SELECT REISS-LOG   ASSIGN TO REISSLOG
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS  IS WS-RL-STATUS.
007900     SELECT DEMO-AUDIT  ASSIGN TO DEMAUDIT
008000         ORGANIZATION IS SEQUENTIAL.
008100     SELECT SUSP-FILE   ASSIGN TO FRDSUSP
008200         ORGANIZATION IS SEQUENTIAL.
008300     SELECT RPT-FILE    ASSIGN TO FRDRPT
008400         ORGANIZATION IS SEQUENTIAL.
008500*
008600 DATA DIVISION.
008700 FILE SECTION.
008800 FD  POST-DTL.
008900 01  PI-RECORD.
009000     COPY POSTITEM.
009100*
009200 FD  ACCT-KSDS.
009300 01  KSDS-RECORD.
009400     COPY ACCTREC.
009500*
009600 FD  REISS-LOG
009700     RECORDING MODE IS F.
009800 01  RL-RECORD.
009900     COPY REISSLOG.
010000*
010100 FD  DEMO-AUDIT
010200     RECORDING MODE IS F.
010300 01  DA-RECORD.
010400     COPY DEMAUDIT.
010500*
010600 FD  SUSP-FILE
010700     RECORDING MODE IS F.
010800 01  SUSP-RECORD.
010900     05  SU-ACCTDO               PIC X(5).
011000     05  SU-NEW-STATDO           PIC X(2).
011100     05  SU-RSNDO                PIC X.
011200     05  SU-USERID               PIC X(8).
011300     05  FILLER                  PIC X(64).
011400*
011500 FD  RPT-FILE
011600     RECORDING MODE IS F.
011700 01  RPT-LINE                    PIC X(132).
011800*
011900 WORKING-STORAGE SECTION.
012000*
012100*  SCREEN LIMITS AND POINTS.  TWO SIGNALS TOGETHER
012200*  REACH THE SUSPEND SCORE; ONE ALONE GOES TO REVIEW.
012300*
012400 77  WS-MAX-PURCH                PIC 9(3)    VALUE 8.
012500 77  WS-SPEND-FACTOR             PIC 9(2)    VALUE 2.
012600 77  WS-MIN-BASE                 PIC 9(6)V99 VALUE 250.00.
012700 77  WS-REISS-DAYS               PIC 9(3)    VALUE 30.
012800 77  WS-ADDR-DAYS                PIC 9(3)    VALUE 10.
012900 77  WS-ADDR-PURCH               PIC 9(3)    VALUE 3.
013000 77  WS-PTS-VELOCITY             PIC 9(3)    VALUE 40.
013100 77  WS-PTS-SPEND                PIC 9(3)    VALUE 40.
013200 77  WS-PTS-REISSUE              PIC 9(3)    VALUE 30.
013300 77  WS-PTS-ADDRESS              PIC 9(3)    VALUE 40.
013400 77  WS-SUSP-SCORE               PIC 9(3)    VALUE 70.
013500*
013600 77  WS-PDTL-EOF-SWITCH          PIC X       VALUE 'N'.
013700     88  PDTL-EOF-REACHED                    VALUE 'Y'.
013800 77  WS-RL-EOF-SWITCH            PIC X       VALUE 'N'.
013900     88  RL-EOF-REACHED                      VALUE 'Y'.
014000 77  WS-DA-EOF-SWITCH            PIC X       VALUE 'N'.
014100     88  DA-EOF-REACHED                      VALUE 'Y'.
014200 77  WS-FOUND-SWITCH             PIC X       VALUE 'N'.
014300     88  ACCOUNT-FOUND                       VALUE 'Y'.
014400     88  ENTRY-FOUND                         VALUE 'Y'.
014500 77  WS-PDTL-STATUS              PIC X(2)    VALUE SPACES.
014600 77  WS-KSDS-STATUS              PIC X(2)    VALUE SPACES.
014700 77  WS-RL-STATUS                PIC X(2)    VALUE SPACES.
014800 77  WS-LOOK-KEY                 PIC X(5)    VALUE SPACES.
014900 77  WS-CUR-ACCTDO               PIC X(5)    VALUE SPACES.
015000 77  WS-TODAY-CCYYMMDD           PIC 9(8)    VALUE ZERO.
015100 77  WS-TODAY-DAYCT              PIC 9(7)    VALUE ZERO.
015200 77  WS-DAY-DIFF                 PIC S9(7)   VALUE ZERO.
015300 77  WS-DAY-PURCH-CNT            PIC 9(5)    VALUE ZERO.
015400 77  WS-DAY-PURCH-AMT            PIC 9(7)V99 VALUE ZERO.
015500 77  WS-LAST-PURCH-DATE          PIC 9(8)    VALUE ZERO.
015600 77  WS-BASE-AMT                 PIC 9(6)V99 VALUE ZERO.
015700 77  WS-BASE-TOTAL               PIC 9(7)V99 VALUE ZERO.
015800 77  WS-BASE-CYCLES              PIC 9       VALUE ZERO.
015900 77  WS-SCORE                    PIC 9(3)    VALUE ZERO.
016000 77  WS-SIGNALS                  PIC X(4)    VALUE SPACES.
016100 77  WS-ACCT-STATDO              PIC X(2)    VALUE SPACES.
016200 77  WS-ACTION                   PIC X       VALUE SPACE.
016300 77  PH-SUB                      PIC 9     COMP  VALUE 1.
016400 77  AD-SUB                      PIC 9(4)  COMP  VALUE 1.
016500 77  WS-AD-COUNT                 PIC 9(4)  COMP  VALUE ZERO.
016600 77  WS-AD-USED                  PIC 9(4)  COMP  VALUE ZERO.
016700 77  RI-SUB                      PIC 9(4)  COMP  VALUE 1.
016800 77  WS-RI-COUNT                 PIC 9(4)  COMP  VALUE ZERO.
016900 77  WS-RI-USED                  PIC 9(4)  COMP  VALUE ZERO.
017000 77  HT-SUB                      PIC 9(3)  COMP  VALUE 1.
017100 77  WS-HT-COUNT                 PIC 9(3)  COMP  VALUE ZERO.
017200 77  WS-PICK-SUB                 PIC 9(3)  COMP  VALUE ZERO.
017300 77  WS-RANK                     PIC 9(3)    VALUE ZERO.
017400 77  WS-ITEMS-READ               PIC 9(7)    VALUE ZERO.
017500 77  WS-TODAY-PURCH              PIC 9(7)    VALUE ZERO.
017600 77  WS-ACCTS-SCREENED           PIC 9(7)    VALUE ZERO.
017700 77  WS-HITS                     PIC 9(7)    VALUE ZERO.
017800 77  WS-SUSP-WRITTEN             PIC 9(7)    VALUE ZERO.
017900 77  WS-ALREADY-BLOCKED          PIC 9(7)    VALUE ZERO.
018000 77  WS-AD-DROPPED               PIC 9(5)    VALUE ZERO.
018100 77  WS-RI-DROPPED               PIC 9(5)    VALUE ZERO.
018200 77  WS-HT-DROPPED               PIC 9(5)    VALUE ZERO.
018300 77  WS-TOTAL-SPEND              PIC 9(9)V99 VALUE ZERO.
018400 77  WS-COUNT-ED                 PIC ZZZ,ZZ9.
018500 77  WS-AMT-ED                   PIC ZZZ,ZZ9.99.
018600 77  WS-TOT-ED                   PIC ZZZ,ZZZ,ZZ9.99.
018700 77  WS-DATE-ED                  PIC 9999/99/99.
018800*
018900 01  WS-DATE-WORK.
019000     05  WS-DW-DATE              PIC 9(8).
019100     05  WS-DW-DATE-X REDEFINES WS-DW-DATE.
019200         10  WS-DW-CCYY          PIC 9(4).
019300         10  WS-DW-MM            PIC 9(2).
019400         10  WS-DW-DD            PIC 9(2).
019500     05  WS-DW-DAYCT             PIC 9(7).
019600*
019700*  ACCOUNTS WITH AN ADDRESS OR PHONE CHANGE IN THE
019800*  LAST WS-ADDR-DAYS DAYS, WITH THE LATEST CHANGE.
019900*
020000 01  WS-ADDR-TABLE.
020100     05  WS-ADDR-ENTRY           OCCURS 1000.
020200         10  AD-ACCTDO           PIC X(5).
020300         10  AD-DAYCT            PIC 9(7).
020400*
020500*  ACCOUNTS SENT A CARD BY REISSUE IN THE LAST
020600*  WS-REISS-DAYS DAYS, WITH THE LATEST REISSUE DATE.
020700*
020800 01  WS-REISS-TABLE.
020900     05  WS-REISS-ENTRY          OCCURS 5000.
021000         10  RI-ACCTDO           PIC X(5).
021100         10  RI-REISS-DATE       PIC 9(8).
021200*
021300*  THE FRAUD REVIEW QUEUE.  HT-ACTION IS S WHEN A
021400*  SUSPEND WAS WRITTEN, B WHEN THE ACCOUNT WAS ALREADY
021500*  BLOCKED, SPACE FOR REVIEW ONLY.
021600*
021700 01  WS-HIT-TABLE.
021800     05  WS-HIT-ENTRY            OCCURS 500.
021900         10  HT-ACCTDO           PIC X(5).
022000         10  HT-SCORE            PIC 9(3).
022100         10  HT-PURCH-CNT        PIC 9(5).
022200         10  HT-PURCH-AMT        PIC 9(7)V99.
022300         10  HT-BASE-AMT         PIC 9(6)V99.
022400         10  HT-STATDO           PIC X(2).
022500         10  HT-SIGNALS          PIC X(4).
022600         10  HT-ACTION           PIC X.
022700         10  HT-PRINTED          PIC X.
022800*
022900 01  HDG-LINE-1.
023000     05  FILLER                  PIC X(30)
023100         VALUE 'FRAUD REVIEW QUEUE FOR POSTING'.
023200     05  FILLER                  PIC X(6)  VALUE ' DATE '.
023300     05  HDG-DATE                PIC X(10).
023400*
023500 01  HDG-LINE-2.
023600     05  FILLER                  PIC X(60) VALUE
023700         'SIGNALS: V VELOCITY  S SPEND  R NEW CARD  A ADDRESS'.
023800*
023900 01  HDG-LINE-3.
024000     05  FILLER                  PIC X(6)  VALUE 'RANK'.
024100     05  FILLER                  PIC X(9)  VALUE 'ACCOUNT'.
024200     05  FILLER                  PIC X(7)  VALUE 'SCORE'.
024300     05  FILLER                  PIC X(8)  VALUE 'SIGNALS'.
024400     05  FILLER                  PIC X(7)  VALUE ' ITEMS'.
024500     05  FILLER                  PIC X(13) VALUE
024600         '  TODAY SPEND'.
024700     05  FILLER                  PIC X(13) VALUE
024800         '   USUAL BILL'.
024900     05  FILLER                  PIC X(8)  VALUE '  STAT'.
025000     05  FILLER                  PIC X(20) VALUE 'ACTION'.
025100*
025200 01  DTL-LINE.
025300     05  DTL-RANK                PIC ZZ9.
025400     05  FILLER                  PIC X(3)  VALUE SPACES.
025500     05  DTL-ACCTDO              PIC X(5).
025600     05  FILLER                  PIC X(4)  VALUE SPACES.
025700     05  DTL-SCORE               PIC ZZ9.
025800     05  FILLER                  PIC X(4)  VALUE SPACES.
025900     05  DTL-SIGNALS             PIC X(4).
026000     05  FILLER                  PIC X(4)  VALUE SPACES.
026100     05  DTL-ITEMS               PIC ZZ,ZZ9.
026200     05  FILLER                  PIC X(1)  VALUE SPACES.
026300     05  DTL-SPEND               PIC Z,ZZZ,ZZ9.99.
026400     05  FILLER                  PIC X(1)  VALUE SPACES.
026500     05  DTL-BASE                PIC ZZZ,ZZ9.99.
026600     05  FILLER                  PIC X(6)  VALUE SPACES.
026700     05  DTL-STATDO              PIC X(2).
026800     05  FILLER                  PIC X(2)  VALUE SPACES.
026900     05  DTL-ACTION              PIC X(20).
027000*
027100 01  MSG-LINE.
027200     05  FILLER                  PIC X(4)  VALUE SPACES.
027300     05  MSG-TEXT                PIC X(50).
027400*
027500 01  TOT-LINE.
027600     05  TOT-CAPTION             PIC X(24).
027700     05  TOT-VALUE               PIC X(16).
027800*
027900 01  WS-BLANK-LINE               PIC X(132)  VALUE SPACES.
028000*
028100 PROCEDURE DIVISION.
028200*
028300 0000-MAINLINE.
028400     PERFORM 1000-INITIALIZE
028500             THRU 1000-EXIT.
028600     PERFORM 2000-PROCESS-ITEM
028700             THRU 2000-EXIT
028800             UNTIL PDTL-EOF-REACHED.
028900     IF WS-CUR-ACCTDO NOT = SPACES
029000         PERFORM 2500-SCORE-ACCOUNT
029100                 THRU 2500-EXIT
029200     END-IF.
029300     PERFORM 3000-PRINT-QUEUE
029400             THRU 3000-EXIT.
029500     PERFORM 4000-PRINT-CONTROL-TOTALS
029600             THRU 4000-EXIT.
029700     PERFORM 9000-TERMINATE
029800             THRU 9000-EXIT.
029900     STOP RUN.
030000*
030100 1000-INITIALIZE.
030200     ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD.
030300     MOVE WS-TODAY-CCYYMMDD TO WS-DW-DATE.
030400     PERFORM 1900-DAY-COUNT
030500             THRU 1900-EXIT.
030600     MOVE WS-DW-DAYCT TO WS-TODAY-DAYCT.
030700     OPEN INPUT  POST-DTL.
030800     IF WS-PDTL-STATUS NOT = '00'
030900         DISPLAY 'FRDSCRN - CANNOT OPEN POSTDTL - '
031000                 'STATUS ' WS-PDTL-STATUS
031100         MOVE 16 TO RETURN-CODE
031200         STOP RUN
031300     END-IF.
031400     OPEN INPUT  ACCT-KSDS.
031500     IF WS-KSDS-STATUS NOT = '00'
031600         DISPLAY 'FRDSCRN - CANNOT OPEN ACCOUNT MASTER - '
031700                 'STATUS ' WS-KSDS-STATUS
031800         MOVE 16 TO RETURN-CODE
031900         STOP RUN
032000     END-IF.
032100     OPEN INPUT  DEMO-AUDIT.
032200     PERFORM 1100-LOAD-ADDR-CHANGE
032300             THRU 1100-EXIT
032400             UNTIL DA-EOF-REACHED.
032500     CLOSE DEMO-AUDIT.
032600     OPEN INPUT  REISS-LOG.
032700     IF WS-RL-STATUS = '00'
032800         PERFORM 1200-LOAD-REISSUE
032900                 THRU 1200-EXIT
033000                 UNTIL RL-EOF-REACHED
033100         CLOSE REISS-LOG
033200     ELSE
033300         DISPLAY 'FRDSCRN - NO REISSUE LOG ON FILE - '
033400                 'STATUS ' WS-RL-STATUS
033500     END-IF.
033600     OPEN OUTPUT SUSP-FILE
033700                 RPT-FILE.
033800     MOVE WS-TODAY-CCYYMMDD TO WS-DATE-ED.
033900     MOVE WS-DATE-ED TO HDG-DATE.
034000     WRITE RPT-LINE FROM HDG-LINE-1.
034100     WRITE RPT-LINE FROM HDG-LINE-2.
034200     WRITE RPT-LINE FROM WS-BLANK-LINE.
034300     WRITE RPT-LINE FROM HDG-LINE-3.
034400     PERFORM 2900-READ-POST-DTL
034500             THRU 2900-EXIT.
034600 1000-EXIT.
034700     EXIT.
034800*
034900*  ONLY ADDRESS AND PHONE CHANGES INSIDE THE WINDOW ARE
035000*  KEPT, ONE ENTRY PER ACCOUNT WITH THE LATEST DATE.
035100*
035200 1100-LOAD-ADDR-CHANGE.
035300     READ DEMO-AUDIT
035400         AT END
035500             SET DA-EOF-REACHED TO TRUE
035600             GO TO 1100-EXIT
035700     END-READ.
035800     IF DA-FIELD-CODE NOT = '1' AND NOT = '2'
035900         AND NOT = '3' AND NOT = 'T'
036000         GO TO 1100-EXIT
036100     END-IF.
036200     MOVE DA-CHG-DATE TO WS-DW-DATE.
036300     PERFORM 1900-DAY-COUNT
036400             THRU 1900-EXIT.
036500     COMPUTE WS-DAY-DIFF = WS-TODAY-DAYCT - WS-DW-DAYCT.
036600     IF WS-DAY-DIFF < ZERO
036700         OR WS-DAY-DIFF > WS-ADDR-DAYS
036800         GO TO 1100-EXIT
036900     END-IF.
037000     MOVE DA-ACCTDO TO WS-LOOK-KEY.
037100     PERFORM 2700-FIND-ADDR-CHANGE
037200             THRU 2700-EXIT.
037300     IF ENTRY-FOUND
037400         IF WS-DW-DAYCT > AD-DAYCT (WS-AD-USED)
037500             MOVE WS-DW-DAYCT TO AD-DAYCT (WS-AD-USED)
037600         END-IF
037700         GO TO 1100-EXIT
037800     END-IF.
037900     IF WS-AD-COUNT NOT < 1000
038000         ADD 1 TO WS-AD-DROPPED
038100         DISPLAY 'FRDSCRN - ADDRESS TABLE FULL AT 1000 '
038200                 'ENTRIES - CHANGE DROPPED ' DA-ACCTDO
038300         GO TO 1100-EXIT
038400     END-IF.
038500     ADD 1 TO WS-AD-COUNT.
038600     MOVE DA-ACCTDO   TO AD-ACCTDO (WS-AD-COUNT).
038700     MOVE WS-DW-DAYCT TO AD-DAYCT (WS-AD-COUNT).
038800 1100-EXIT.
038900     EXIT.
039000*
039100 1200-LOAD-REISSUE.
039200     READ REISS-LOG
039300         AT END
039400             SET RL-EOF-REACHED TO TRUE
039500             GO TO 1200-EXIT
039600     END-READ.
039700     MOVE RL-REISS-DATE TO WS-DW-DATE.
039800     PERFORM 1900-DAY-COUNT
039900             THRU 1900-EXIT.
040000     COMPUTE WS-DAY-DIFF = WS-TODAY-DAYCT - WS-DW-DAYCT.
040100     IF WS-DAY-DIFF < ZERO
040200         OR WS-DAY-DIFF > WS-REISS-DAYS
040300         GO TO 1200-EXIT
040400     END-IF.
040500     MOVE RL-ACCTDO TO WS-LOOK-KEY.
040600     PERFORM 2750-FIND-REISSUE
040700             THRU 2750-EXIT.
040800     IF ENTRY-FOUND
040900         IF RL-REISS-DATE > RI-REISS-DATE (WS-RI-USED)
041000             MOVE RL-REISS-DATE TO RI-REISS-DATE (WS-RI-USED)
041100         END-IF
041200         GO TO 1200-EXIT
041300     END-IF.
041400     IF WS-RI-COUNT NOT < 5000
041500         ADD 1 TO WS-RI-DROPPED
041600         DISPLAY 'FRDSCRN - REISSUE TABLE FULL AT 5000 '
041700                 'ENTRIES - REISSUE DROPPED ' RL-ACCTDO
041800         GO TO 1200-EXIT
041900     END-IF.
042000     ADD 1 TO WS-RI-COUNT.
042100     MOVE RL-ACCTDO     TO RI-ACCTDO (WS-RI-COUNT).
042200     MOVE RL-REISS-DATE TO RI-REISS-DATE (WS-RI-COUNT).
042300 1200-EXIT.
042400     EXIT.
042500*
042600 1900-DAY-COUNT.
042700     COMPUTE WS-DW-DAYCT =
042800             (WS-DW-CCYY * 360)
042900             + (WS-DW-MM * 30)
043000             + WS-DW-DD.
043100 1900-EXIT.
043200     EXIT.
043300*
043400*****************************************************
043500*  ACCUMULATE EACH ACCOUNT'S POSTED PURCHASES        *
043600*****************************************************
043700*
043800 2000-PROCESS-ITEM.
043900     IF PI-ACCTDO NOT = WS-CUR-ACCTDO
044000         IF WS-CUR-ACCTDO NOT = SPACES
044100             PERFORM 2500-SCORE-ACCOUNT
044200                     THRU 2500-EXIT
044300         END-IF
044400         MOVE PI-ACCTDO TO WS-CUR-ACCTDO
044500         MOVE ZERO TO WS-DAY-PURCH-CNT
044600                      WS-DAY-PURCH-AMT
044700                      WS-LAST-PURCH-DATE
044800     END-IF.
044900     IF PI-TRAN-CODE NOT = 'P'
045000         OR PI-AMT IS NOT NUMERIC
045100         GO TO 2000-CONTINUE
045200     END-IF.
045300     IF PI-POST-DATE = WS-TODAY-CCYYMMDD
045400         ADD 1        TO WS-DAY-PURCH-CNT
045500                         WS-TODAY-PURCH
045600         ADD PI-AMT-N TO WS-DAY-PURCH-AMT
045700                         WS-TOTAL-SPEND
045800     ELSE
045900         IF PI-POST-DATE < WS-TODAY-CCYYMMDD
046000             MOVE PI-POST-DATE TO WS-LAST-PURCH-DATE
046100         END-IF
046200     END-IF.
046300 2000-CONTINUE.
046400     PERFORM 2900-READ-POST-DTL
046500             THRU 2900-EXIT.
046600 2000-EXIT.
046700     EXIT.
046800*
046900*****************************************************
047000*  SCORE ONE ACCOUNT THAT PURCHASED TODAY            *
047100*****************************************************
047200*
047300 2500-SCORE-ACCOUNT.
047400     IF WS-DAY-PURCH-CNT = ZERO
047500         GO TO 2500-EXIT
047600     END-IF.
047700     ADD 1 TO WS-ACCTS-SCREENED.
047800     MOVE ZERO   TO WS-SCORE.
047900     MOVE SPACES TO WS-SIGNALS.
048000     MOVE SPACE  TO WS-ACTION.
048100     MOVE WS-CUR-ACCTDO TO WS-LOOK-KEY.
048200     PERFORM 7000-LOOKUP-ACCOUNT
048300             THRU 7000-EXIT.
048400     PERFORM 2510-USUAL-BILL
048500             THRU 2510-EXIT.
048600     IF WS-DAY-PURCH-CNT > WS-MAX-PURCH
048700         ADD WS-PTS-VELOCITY TO WS-SCORE
048800         MOVE 'V' TO WS-SIGNALS (1:1)
048900     END-IF.
049000     IF WS-DAY-PURCH-AMT > WS-BASE-AMT * WS-SPEND-FACTOR
049100         ADD WS-PTS-SPEND TO WS-SCORE
049200         MOVE 'S' TO WS-SIGNALS (2:1)
049300     END-IF.
049400     PERFORM 2600-CHECK-REISSUE
049500             THRU 2600-EXIT.
049600     MOVE WS-CUR-ACCTDO TO WS-LOOK-KEY.
049700     PERFORM 2700-FIND-ADDR-CHANGE
049800             THRU 2700-EXIT.
049900     IF ENTRY-FOUND
050000         IF WS-DAY-PURCH-CNT NOT < WS-ADDR-PURCH
050100             OR WS-DAY-PURCH-AMT > WS-BASE-AMT
050200             ADD WS-PTS-ADDRESS TO WS-SCORE
050300             MOVE 'A' TO WS-SIGNALS (4:1)
050400         END-IF
050500     END-IF.
050600     IF WS-SCORE = ZERO
050700         GO TO 2500-EXIT
050800     END-IF.
050900     ADD 1 TO WS-HITS.
051000     IF WS-SCORE NOT < WS-SUSP-SCORE
051100         IF WS-ACCT-STATDO = 'SU' OR 'CL' OR 'CO'
051200             MOVE 'B' TO WS-ACTION
051300             ADD 1 TO WS-ALREADY-BLOCKED
051400         ELSE
051500             PERFORM 2800-WRITE-SUSPEND-TRAN
051600                     THRU 2800-EXIT
051700         END-IF
051800     END-IF.
051900     PERFORM 2550-ADD-HIT
052000             THRU 2550-EXIT.
052100 2500-EXIT.
052200     EXIT.
052300*
052400*  THE USUAL BILL IS THE AVERAGE BAMT OF THE CYCLES IN
052500*  PAY-HIST THAT BILLED ANYTHING, NOT LESS THAN
052600*  WS-MIN-BASE.  AN ACCOUNT NOT YET ON ACCTMSTI - OPENED
052700*  SINCE THE LAST LOAD - HAS NO HISTORY AND NO STATUS.
052800*
052900 2510-USUAL-BILL.
053000     MOVE ZERO TO WS-BASE-TOTAL
053100                  WS-BASE-CYCLES.
053200     MOVE SPACES TO WS-ACCT-STATDO.
053300     IF ACCOUNT-FOUND
053400         MOVE STATDO OF KSDS-RECORD TO WS-ACCT-STATDO
053500         PERFORM 2520-ADD-CYCLE
053600                 THRU 2520-EXIT
053700                 VARYING PH-SUB FROM 1 BY 1
053800                 UNTIL PH-SUB > 3
053900     END-IF.
054000     IF WS-BASE-CYCLES > ZERO
054100         COMPUTE WS-BASE-AMT = WS-BASE-TOTAL / WS-BASE-CYCLES
054200     ELSE
054300         MOVE ZERO TO WS-BASE-AMT
054400     END-IF.
054500     IF WS-BASE-AMT < WS-MIN-BASE
054600         MOVE WS-MIN-BASE TO WS-BASE-AMT
054700     END-IF.
054800 2510-EXIT.
054900     EXIT.
055000*
055100 2520-ADD-CYCLE.
055200     IF BAMT OF KSDS-RECORD (PH-SUB) IS NUMERIC
055300         AND BAMT-N OF KSDS-RECORD (PH-SUB) > ZERO
055400         ADD BAMT-N OF KSDS-RECORD (PH-SUB) TO WS-BASE-TOTAL
055500         ADD 1 TO WS-BASE-CYCLES
055600     END-IF.
055700 2520-EXIT.
055800     EXIT.
055900*
056000 2550-ADD-HIT.
056100     IF WS-HT-COUNT NOT < 500
056200         ADD 1 TO WS-HT-DROPPED
056300         DISPLAY 'FRDSCRN - REVIEW QUEUE FULL AT 500 '
056400                 'ENTRIES - HIT DROPPED ' WS-CUR-ACCTDO
056500                 ' SCORE ' WS-SCORE
056600         GO TO 2550-EXIT
056700     END-IF.
056800     ADD 1 TO WS-HT-COUNT.
056900     MOVE WS-CUR-ACCTDO    TO HT-ACCTDO (WS-HT-COUNT).
057000     MOVE WS-SCORE         TO HT-SCORE (WS-HT-COUNT).
057100     MOVE WS-DAY-PURCH-CNT TO HT-PURCH-CNT (WS-HT-COUNT).
057200     MOVE WS-DAY-PURCH-AMT TO HT-PURCH-AMT (WS-HT-COUNT).
057300     MOVE WS-BASE-AMT      TO HT-BASE-AMT (WS-HT-COUNT).
057400     MOVE WS-ACCT-STATDO   TO HT-STATDO (WS-HT-COUNT).
057500     MOVE WS-SIGNALS       TO HT-SIGNALS (WS-HT-COUNT).
057600     MOVE WS-ACTION        TO HT-ACTION (WS-HT-COUNT).
057700     MOVE 'N'              TO HT-PRINTED (WS-HT-COUNT).
057800 2550-EXIT.
057900     EXIT.
058000*
058100*  THE REISSUE TABLE HOLDS ONLY CARDS SENT INSIDE THE
058200*  WINDOW.  THE NEW CARD IS BEING USED FOR THE FIRST
058300*  TIME WHEN NO PURCHASE HAS POSTED SINCE THE DAY IT
058400*  WAS SENT.
058500*
058600 2600-CHECK-REISSUE.
058700     MOVE WS-CUR-ACCTDO TO WS-LOOK-KEY.
058800     PERFORM 2750-FIND-REISSUE
058900             THRU 2750-EXIT.
059000     IF NOT ENTRY-FOUND
059100         GO TO 2600-EXIT
059200     END-IF.
059300     IF WS-LAST-PURCH-DATE > RI-REISS-DATE (WS-RI-USED)
059400         GO TO 2600-EXIT
059500     END-IF.
059600     ADD WS-PTS-REISSUE TO WS-SCORE.
059700     MOVE 'R' TO WS-SIGNALS (3:1).
059800 2600-EXIT.
059900     EXIT.
060000*
060100 2700-FIND-ADDR-CHANGE.
060200     MOVE 'N' TO WS-FOUND-SWITCH.
060300     MOVE ZERO TO WS-AD-USED.
060400     PERFORM 2710-SCAN-ADDR
060500             THRU 2710-EXIT
060600             VARYING AD-SUB FROM 1 BY 1
060700             UNTIL AD-SUB > WS-AD-COUNT
060800             OR ENTRY-FOUND.
060900 2700-EXIT.
061000     EXIT.
061100*
061200 2710-SCAN-ADDR.
061300     IF AD-ACCTDO (AD-SUB) = WS-LOOK-KEY
061400         SET ENTRY-FOUND TO TRUE
061500         MOVE AD-SUB TO WS-AD-USED
061600     END-IF.
061700 2710-EXIT.
061800     EXIT.
061900*
062000 2750-FIND-REISSUE.
062100     MOVE 'N' TO WS-FOUND-SWITCH.
062200     MOVE ZERO TO WS-RI-USED.
062300     PERFORM 2760-SCAN-REISSUE
062400             THRU 2760-EXIT
062500             VARYING RI-SUB FROM 1 BY 1
062600             UNTIL RI-SUB > WS-RI-COUNT
062700             OR ENTRY-FOUND.
062800 2750-EXIT.
062900     EXIT.
063000*
063100 2760-SCAN-REISSUE.
063200     IF RI-ACCTDO (RI-SUB) = WS-LOOK-KEY
063300         SET ENTRY-FOUND TO TRUE
063400         MOVE RI-SUB TO WS-RI-USED
063500     END-IF.
063600 2760-EXIT.
063700     EXIT.
063800*
063900 2800-WRITE-SUSPEND-TRAN.
064000     MOVE SPACES                 TO SUSP-RECORD.
064100     MOVE WS-CUR-ACCTDO          TO SU-ACCTDO.
064200     MOVE 'SU'                   TO SU-NEW-STATDO.
064300     MOVE 'F'                    TO SU-RSNDO.
064400     MOVE 'FRDSCRN '             TO SU-USERID.
064500     WRITE SUSP-RECORD.
064600     MOVE 'S' TO WS-ACTION.
064700     ADD 1 TO WS-SUSP-WRITTEN.
064800 2800-EXIT.
064900     EXIT.
065000*
065100 2900-READ-POST-DTL.
065200     READ POST-DTL NEXT
065300         AT END
065400             SET PDTL-EOF-REACHED TO TRUE
065500             GO TO 2900-EXIT
065600     END-READ.
065700     ADD 1 TO WS-ITEMS-READ.
065800 2900-EXIT.
065900     EXIT.
066000*
066100*****************************************************
066200*  PRINT THE REVIEW QUEUE, HIGHEST SCORE FIRST       *
066300*****************************************************
066400*
066500 3000-PRINT-QUEUE.
066600     IF WS-HT-COUNT = ZERO
066700         MOVE 'NO ACCOUNTS FLAGGED FOR REVIEW' TO MSG-TEXT
066800         WRITE RPT-LINE FROM MSG-LINE
066900         GO TO 3000-EXIT
067000     END-IF.
067100     MOVE ZERO TO WS-RANK.
067200     MOVE 'Y' TO WS-FOUND-SWITCH.
067300     PERFORM 3100-PRINT-NEXT-HIGHEST
067400             THRU 3100-EXIT
067500             UNTIL NOT ENTRY-FOUND.
067600 3000-EXIT.
067700     EXIT.
067800*
067900*  EACH PASS PRINTS THE UNPRINTED HIT WITH THE HIGHEST
068000*  SCORE; EQUAL SCORES GO BY THE LARGER SPEND.
068100*
068200 3100-PRINT-NEXT-HIGHEST.
068300     MOVE 'N' TO WS-FOUND-SWITCH.
068400     MOVE ZERO TO WS-PICK-SUB.
068500     PERFORM 3110-COMPARE-HIT
068600             THRU 3110-EXIT
068700             VARYING HT-SUB FROM 1 BY 1
068800             UNTIL HT-SUB > WS-HT-COUNT.
068900     IF ENTRY-FOUND
069000         PERFORM 3120-PRINT-HIT
069100                 THRU 3120-EXIT
069200     END-IF.
069300 3100-EXIT.
069400     EXIT.
069500*
069600 3110-COMPARE-HIT.
069700     IF HT-PRINTED (HT-SUB) = 'Y'
069800         GO TO 3110-EXIT
069900     END-IF.
070000     IF NOT ENTRY-FOUND
070100         SET ENTRY-FOUND TO TRUE
070200         MOVE HT-SUB TO WS-PICK-SUB
070300         GO TO 3110-EXIT
070400     END-IF.
070500     IF HT-SCORE (HT-SUB) > HT-SCORE (WS-PICK-SUB)
070600         OR (HT-SCORE (HT-SUB) = HT-SCORE (WS-PICK-SUB)
070700         AND HT-PURCH-AMT (HT-SUB) > HT-PURCH-AMT (WS-PICK-SUB))
070800         MOVE HT-SUB TO WS-PICK-SUB
070900     END-IF.
071000 3110-EXIT.
071100     EXIT.
071200*
071300 3120-PRINT-HIT.
071400     ADD 1 TO WS-RANK.
071500     MOVE WS-RANK                    TO DTL-RANK.
071600     MOVE HT-ACCTDO (WS-PICK-SUB)    TO DTL-ACCTDO.
071700     MOVE HT-SCORE (WS-PICK-SUB)     TO DTL-SCORE.
071800     MOVE HT-SIGNALS (WS-PICK-SUB)   TO DTL-SIGNALS.
071900     MOVE HT-PURCH-CNT (WS-PICK-SUB) TO DTL-ITEMS.
072000     MOVE HT-PURCH-AMT (WS-PICK-SUB) TO DTL-SPEND.
072100     MOVE HT-BASE-AMT (WS-PICK-SUB)  TO DTL-BASE.
072200     MOVE HT-STATDO (WS-PICK-SUB)    TO DTL-STATDO.
072300     EVALUATE HT-ACTION (WS-PICK-SUB)
072400         WHEN 'S'
072500             MOVE 'SUSPENDED - FRAUD'    TO DTL-ACTION
072600         WHEN 'B'
072700             MOVE 'ALREADY BLOCKED'      TO DTL-ACTION
072800         WHEN OTHER
072900             MOVE 'REVIEW'               TO DTL-ACTION
073000     END-EVALUATE.
073100     WRITE RPT-LINE FROM DTL-LINE.
073200     MOVE 'Y' TO HT-PRINTED (WS-PICK-SUB).
073300 3120-EXIT.
073400     EXIT.
073500*
073600 4000-PRINT-CONTROL-TOTALS.
073700     WRITE RPT-LINE FROM WS-BLANK-LINE.
073800     MOVE 'POSTED ITEMS READ'      TO TOT-CAPTION.
073900     MOVE WS-ITEMS-READ           TO WS-COUNT-ED.
074000     MOVE WS-COUNT-ED             TO TOT-VALUE.
074100     WRITE RPT-LINE FROM TOT-LINE.
074200     MOVE 'PURCHASES TODAY'        TO TOT-CAPTION.
074300     MOVE WS-TODAY-PURCH          TO WS-COUNT-ED.
074400     MOVE WS-COUNT-ED             TO TOT-VALUE.
074500     WRITE RPT-LINE FROM TOT-LINE.
074600     MOVE 'PURCHASE AMOUNT TODAY'  TO TOT-CAPTION.
074700     MOVE WS-TOTAL-SPEND          TO WS-TOT-ED.
074800     MOVE WS-TOT-ED               TO TOT-VALUE.
074900     WRITE RPT-LINE FROM TOT-LINE.
075000     MOVE 'ACCOUNTS SCREENED'      TO TOT-CAPTION.
075100     MOVE WS-ACCTS-SCREENED       TO WS-COUNT-ED.
075200     MOVE WS-COUNT-ED             TO TOT-VALUE.
075300     WRITE RPT-LINE FROM TOT-LINE.
075400     MOVE 'ACCOUNTS FLAGGED'       TO TOT-CAPTION.
075500     MOVE WS-HITS                 TO WS-COUNT-ED.
075600     MOVE WS-COUNT-ED             TO TOT-VALUE.
075700     WRITE RPT-LINE FROM TOT-LINE.
075800     MOVE 'SUSPENDS WRITTEN'       TO TOT-CAPTION.
075900     MOVE WS-SUSP-WRITTEN         TO WS-COUNT-ED.
076000     MOVE WS-COUNT-ED             TO TOT-VALUE.
076100     WRITE RPT-LINE FROM TOT-LINE.
076200     MOVE 'ALREADY BLOCKED'        TO TOT-CAPTION.
076300     MOVE WS-ALREADY-BLOCKED      TO WS-COUNT-ED.
076400     MOVE WS-COUNT-ED             TO TOT-VALUE.
076500     WRITE RPT-LINE FROM TOT-LINE.
076600     MOVE 'ENTRIES DROPPED'        TO TOT-CAPTION.
076700     COMPUTE WS-COUNT-ED = WS-AD-DROPPED + WS-RI-DROPPED
076800                         + WS-HT-DROPPED.
076900     MOVE WS-COUNT-ED             TO TOT-VALUE.
077000     WRITE RPT-LINE FROM TOT-LINE.
077100 4000-EXIT.
077200     EXIT.
077300*
077400 7000-LOOKUP-ACCOUNT.
077500     MOVE 'Y' TO WS-FOUND-SWITCH.
077600     MOVE WS-LOOK-KEY TO ACCTDO OF KSDS-RECORD.
077700     READ ACCT-KSDS
077800         INVALID KEY
077900             MOVE 'N' TO WS-FOUND-SWITCH
078000     END-READ.
078100 7000-EXIT.
078200     EXIT.
078300*
078400 9000-TERMINATE.
078500     CLOSE POST-DTL
078600           ACCT-KSDS
078700           SUSP-FILE
078800           RPT-FILE.
078900     DISPLAY 'FRDSCRN - ACCOUNTS SCREENED: ' WS-ACCTS-SCREENED.
079000     DISPLAY 'FRDSCRN - ACCOUNTS FLAGGED:  ' WS-HITS.
079100     DISPLAY 'FRDSCRN - SUSPENDS WRITTEN:  ' WS-SUSP-WRITTEN.
079200 9000-EXIT.
079300     EXIT.
079400*
