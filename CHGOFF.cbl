000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CHGOFF.
000300 AUTHOR.        D. HALVORSEN.
000400 INSTALLATION.  CARD SERVICES DATA CENTER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*
000800*****************************************************
000900*  MODIFICATION HISTORY                              *
001000*  DATE       INIT  DESCRIPTION                      *
001100*  10/15/26   DJH   ORIGINAL PROGRAM - CHARGE-OFF OF  *
001200*                   ACCOUNTS SUSPENDED FOR            *
001300*                   COLLECTIONS AND DELINQUENT PAST   *
001400*                   THE CHARGE-OFF CYCLE COUNT.       *
001500*****************************************************
001600*
001700*  THIS PROGRAM WRITES OFF THE ACCOUNTS THAT DELQRPT HAS
001800*  ALREADY SUSPENDED FOR COLLECTIONS ('SU' WITH REASON
001900*  'C') ONCE THEY HAVE GONE WS-CHGOFF-CYCLES CONSECUTIVE
002000*  BILLING CYCLES DELINQUENT.  THE CYCLES ARE GRADED
002010*  WITH THE SAME GRACE-PERIOD TEST DELQRPT AND CBREXTR
002020*  APPLY - PAID LATE, OR OWING AND STILL UNPAID PAST
002030*  GRACE, IS DELINQUENT - COUNTING BACK FROM THE MOST
002040*  RECENT CYCLE THROUGH THE THREE ONBOARD PAY-HIST
002050*  CYCLES AND ON INTO THE PHISTOVF ARCHIVE.  A CYCLE
002060*  OWES WHEN IT CARRIES A BALANCE OR BILLED SOMETHING -
002070*  A SUSPENDED ACCOUNT BILLS NO NEW PURCHASES BUT STILL
002080*  CARRIES ITS BALANCE.  A CYCLE WITH NEITHER, OR ONE
002090*  STILL UNPAID INSIDE THE GRACE PERIOD, IS NOT GRADED
002100*  AND IS PASSED OVER; THE FIRST CYCLE PAID ON TIME
002110*  ENDS THE COUNT.
002800*
002900*  FOR EACH ACCOUNT CHARGED OFF:
003000*
003100*    - THE CARRIED BALANCE BAL (3) IS RECORDED ON THE
003200*      COFFILE CHARGE-OFF FILE AND ZEROED ON THE
003300*      MASTER, SO IT LEAVES RECEIVABLES ON MECTLRPT;
003400*    - A 'CO' JOURNAL DETAIL PER CREDIT CODE CHARGES
003500*      THE WRITE-OFF AGAINST THE CREDIT-LOSS ALLOWANCE
003600*      AND OUT OF RECEIVABLE CONTROL, ON THE COJRNL
003700*      FEED FOR GLBATCH;
003800*    - A STATUS TRANSACTION TO 'CO' (CHARGED OFF), WITH
003900*      THE COLLECTIONS REASON CODE AND THIS PROGRAM AS
004000*      THE USER ID, GOES TO THE COSTAT FEED.  THE
004100*      JOBSTREAM SORT/MERGES COSTAT INTO STATTRAN THE
004200*      SAME WAY IT DOES DELQSUSP, SO THE STATUS CHANGE
004300*      IS APPLIED AND AUDITED BY STATCHG.
004400*
004500*  AN ACCOUNT WITH A CYCLE-TO-DATE RECORD STILL HAS
004600*  ACTIVITY THAT HAS NOT BEEN BILLED OR JOURNALED.  ITS
004700*  CHARGE-OFF IS DEFERRED UNTIL THE CYCLE ROLL HAS TAKEN
004710*  THE ACTIVITY INTO THE BALANCE.
004720*
004730*  A SUSPENDED ACCOUNT ALREADY ON COFFILE IS NOT GRADED
004740*  AGAIN.  IF IT STILL CARRIES THE BALANCE IT WAS
004750*  CHARGED OFF WITH (A RERUN FROM THE SAME INPUT MASTER,
004760*  AHEAD OF STATCHG) THE CHARGE-OFF IS REDONE FROM THE
004770*  STORED RECORD - THE BALANCE IS ZEROED, THE STORED
004780*  AMOUNT JOURNALED AND THE 'CO' STATUS FED - BUT
004790*  COFFILE IS NOT WRITTEN TWICE.  OTHERWISE THE BALANCE
004800*  HAS ALREADY GONE AND ONLY THE 'CO' STATUS DID NOT
004810*  REACH THE MASTER (TRANEDIT REJECTS A SECOND STATUS
004820*  CHANGE FOR ONE ACCOUNT IN A RUN), SO THE STATUS
004830*  TRANSACTION ALONE IS WRITTEN AGAIN.
005100*
005200*  ONCE THE STATUS IS 'CO', FINCHRG NO LONGER ASSESSES
005300*  THE ACCOUNT, CBREXTR REPORTS IT WITH THE BUREAU
005400*  CHARGE-OFF STATUS, AND DLYPOST POSTS ANY PAYMENT ON
005500*  IT AS A RECOVERY.  DATES ARE COMPARED AS A 30/360
005600*  DAY COUNT; CYCLE YEARS ARE TWO-DIGIT AND TAKEN TO BE
005700*  IN THE 2000S.
005800*
005900 ENVIRONMENT DIVISION.
006000 CONFIGURATION SECTION.
006100 SOURCE-COMPUTER.   IBM-370.
006200 OBJECT-COMPUTER.   IBM-370.
006300 INPUT-OUTPUT SECTION.
006400 FILE-CONTROL.
006500     SELECT OLD-MASTER  ASSIGN TO ACCTIN
006600         ORGANIZATION IS SEQUENTIAL.
006700     SELECT NEW-MASTER  ASSIGN TO ACCTOUT
006800         ORGANIZATION IS SEQUENTIAL.
006900     SELECT CYCTD-IN    ASSIGN TO CYCTDIN
007000         ORGANIZATION IS SEQUENTIAL.
007100     SELECT PHIST-OVFL  ASSIGN TO PHISTOVF
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE  IS DYNAMIC
007400         RECORD KEY   IS PH-OV-KEY
007500         FILE STATUS  IS WS-PHIST-STATUS.
007600     SELECT CHGOFF-FILE ASSIGN TO COFFILE
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE  IS DYNAMIC
007900         RECORD KEY   IS CO-ACCTDO
008000         FILE STATUS  IS WS-COFF-STATUS.
008100     SELECT JRNL-FILE   ASSIGN TO COJRNL
008200         ORGANIZATION IS SEQUENTIAL.
008300     SELECT STAT-FILE   ASSIGN TO COSTAT
008400         ORGANIZATION IS SEQUENTIAL.
008500     SELECT RPT-FILE    ASSIGN TO CHGOFREG
008600         ORGANIZATION IS SEQUENTIAL.
008700*
008800 DATA DIVISION.
008900 FILE SECTION.
009000 FD  OLD-MASTER
009100     RECORDING MODE IS F.
009200 01  OLD-MASTER-RECORD.
009300     COPY ACCTREC.
009400*
009500 FD  NEW-MASTER
009600     RECORDING MODE IS F.
009700 01  NEW-MASTER-RECORD             PIC X(392).
009800*
009900 FD  CYCTD-IN
010000     RECORDING MODE IS F.
010100 01  CYCTD-RECORD.
010200     COPY CYCTDREC.
010300*
010400 FD  PHIST-OVFL.
010500 01  PH-OVFL-RECORD.
010600     COPY PHISTOVF.
010700*
010800 FD  CHGOFF-FILE.
010900 01  CO-RECORD.
011000     COPY COFFREC.
011100*
011200 FD  JRNL-FILE
011300     RECORDING MODE IS F.
011400 01  GL-RECORD.
011500     COPY GLJRNL.
011600*
011700 FD  STAT-FILE
011800     RECORDING MODE IS F.
011900 01  STAT-RECORD.
012000     05  ST-ACCTDO               PIC X(5).
012100     05  ST-NEW-STATDO           PIC X(2).
012200     05  ST-RSNDO                PIC X.
012300     05  ST-USERID               PIC X(8).
012400     05  FILLER                  PIC X(64).
012500*
012600 FD  RPT-FILE
012700     RECORDING MODE IS F.
012800 01  RPT-LINE                    PIC X(132).
012900*
013000 WORKING-STORAGE SECTION.
013100 77  WS-MSTR-EOF-SWITCH          PIC X       VALUE 'N'.
013200     88  MSTR-EOF-REACHED                    VALUE 'Y'.
013300 77  WS-CTD-EOF-SWITCH           PIC X       VALUE 'N'.
013400     88  CTD-EOF-REACHED                     VALUE 'Y'.
013500 77  WS-BROWSE-DONE-SWITCH       PIC X       VALUE 'N'.
013600     88  BROWSE-DONE                         VALUE 'Y'.
013700 77  WS-COUNT-DONE-SWITCH        PIC X       VALUE 'N'.
013800     88  COUNT-DONE                          VALUE 'Y'.
013900 77  WS-CC-FOUND-SWITCH          PIC X       VALUE 'N'.
014000     88  CC-FOUND                            VALUE 'Y'.
014100 77  WS-MSTR-KEY                 PIC X(5)    VALUE SPACES.
014200 77  WS-CTD-KEY                  PIC X(5)    VALUE SPACES.
014300 77  WS-PHIST-STATUS             PIC X(2)    VALUE SPACES.
014400 77  WS-COFF-STATUS              PIC X(2)    VALUE SPACES.
014500 77  WS-CHGOFF-CYCLES            PIC 9(2)    VALUE 06.
014600 77  WS-GRACE-DAYS               PIC 9(3)    VALUE 030.
014700 77  PH-SUB                      PIC 9       VALUE 1.
014800 77  CY-SUB                      PIC 9(3)  COMP  VALUE 1.
014900 77  WS-CYC-COUNT                PIC 9(3)  COMP  VALUE ZERO.
015000 77  WS-CC-ENTRIES               PIC 9(3)    VALUE ZERO.
015100 77  CC-SUB                      PIC 9(3)    VALUE ZERO.
015200 77  WS-CC-USED                  PIC 9(3)    VALUE 1.
015300 77  WS-DELQ-CYCLES              PIC 9(2)    VALUE ZERO.
015400 77  WS-TODAY-CCYYMMDD           PIC 9(8)    VALUE ZERO.
015500 77  WS-TODAY-DAYCT              PIC 9(7)    VALUE ZERO.
015600 77  WS-BILL-DAYCT               PIC 9(7)    VALUE ZERO.
015700 77  WS-PAY-DAYCT                PIC 9(7)    VALUE ZERO.
015800 77  WS-DAYS-LATE                PIC S9(7)   VALUE ZERO.
015900 77  WS-CYC-YYMMDD               PIC 9(6)    VALUE ZERO.
016000 77  WS-WIN-MONTHS               PIC 9(7)    VALUE ZERO.
016100 77  WS-WIN-CCYY                 PIC 9(4)    VALUE ZERO.
016200 77  WS-WIN-MM                   PIC 9(2)    VALUE ZERO.
016300 77  WS-WIN-YY                   PIC 9(2)    VALUE ZERO.
016400 77  WS-MSTR-READ                PIC 9(7)    VALUE ZERO.
016500 77  WS-ACCTS-REVIEWED           PIC 9(7)    VALUE ZERO.
016600 77  WS-ACCTS-CHARGED-OFF        PIC 9(7)    VALUE ZERO.
016700 77  WS-ACCTS-DEFERRED           PIC 9(7)    VALUE ZERO.
016800 77  WS-ACCTS-SKIPPED            PIC 9(7)    VALUE ZERO.
016810 77  WS-ACCTS-REFED              PIC 9(7)    VALUE ZERO.
016900 77  WS-STAT-WRITTEN             PIC 9(7)    VALUE ZERO.
017000 77  WS-JRNL-WRITTEN             PIC 9(7)    VALUE ZERO.
017100 77  WS-TOTAL-CHARGED-OFF        PIC 9(11)V99    VALUE ZERO.
017200 77  WS-AMT-ED                   PIC ZZZ,ZZ9.99.
017300 77  WS-TOT-ED                   PIC ZZZ,ZZZ,ZZ9.99.
017400 77  WS-COUNT-ED                 PIC ZZZ,ZZ9.
017500*
017600*  ONE GRADED CYCLE PER ENTRY, OLDEST FIRST - THE
017700*  ARCHIVED CYCLES INSIDE THE WINDOW, THEN THE ONBOARD
017800*  CYCLES NEWER THAN THE LAST ONE ARCHIVED.
017900*
018000 01  WS-CYC-TABLE.
018100     05  WS-CYC-ENTRY            OCCURS 30.
018200         10  CY-YYMMDD           PIC 9(6).
018300         10  CY-RATING           PIC X.
018400*
018500*  WORK FIELDS FOR GRADING ONE CYCLE, WHEREVER IT CAME
018600*  FROM - 2110 GRADES WHAT IS IN THESE.
018700*
018800 01  WS-RATE-WORK.
018900     05  WS-C-BAMT               PIC 9(6)V99.
018910     05  WS-C-BAL                PIC 9(6)V99.
019000     05  WS-C-BMO                PIC 9(2).
019100     05  WS-C-BDAY               PIC 9(2).
019200     05  WS-C-BYR                PIC 9(2).
019300     05  WS-C-PMO                PIC 9(2).
019400     05  WS-C-PDAY               PIC 9(2).
019500     05  WS-C-PYR                PIC 9(2).
019600     05  WS-C-RATING             PIC X.
019700*
019800 01  WS-CC-TABLE.
019900     05  WS-CC-ENTRY OCCURS 20 TIMES.
020000         10  WS-CC-CODE          PIC X.
020100         10  WS-CC-CO-TOT        PIC 9(9)V9(2).
020200*
020300 01  WS-DATE-PARTS.
020400     05  WS-DP-CCYY              PIC 9(4).
020500     05  WS-DP-MM                PIC 9(2).
020600     05  WS-DP-DD                PIC 9(2).
020700 01  WS-DATE-PARTS-N REDEFINES WS-DATE-PARTS
020800                                 PIC 9(8).
020900*
021000 01  HDG-LINE-1.
021100     05  FILLER                  PIC X(50)
021200         VALUE 'CHARGE-OFF REGISTER'.
021300 01  HDG-LINE-2.
021400     05  FILLER                  PIC X(7)  VALUE 'ACCT'.
021500     05  FILLER                  PIC X(20) VALUE 'NAME'.
021600     05  FILLER                  PIC X(4)  VALUE 'CC'.
021700     05  FILLER                  PIC X(5)  VALUE 'STAT'.
021800     05  FILLER                  PIC X(6)  VALUE 'CYCS'.
021900     05  FILLER                  PIC X(12) VALUE '  BALANCE'.
022000     05  FILLER                  PIC X(30) VALUE 'RESULT'.
022100*
022200 01  DTL-LINE.
022300     05  DTL-ACCT                PIC X(5).
022400     05  FILLER                  PIC X(2)  VALUE SPACES.
022500     05  DTL-NAME                PIC X(18).
022600     05  FILLER                  PIC X(2)  VALUE SPACES.
022700     05  DTL-CC                  PIC X.
022800     05  FILLER                  PIC X(3)  VALUE SPACES.
022900     05  DTL-STAT                PIC X(2).
023000     05  DTL-RSN                 PIC X.
023100     05  FILLER                  PIC X(2)  VALUE SPACES.
023200     05  DTL-CYCLES              PIC Z9.
023300     05  FILLER                  PIC X(4)  VALUE SPACES.
023400     05  DTL-BAL                 PIC X(10).
023500     05  FILLER                  PIC X(2)  VALUE SPACES.
023600     05  DTL-RESULT              PIC X(30).
023700*
023800 01  TOT-LINE.
023900     05  TOT-CAPTION             PIC X(24).
024000     05  TOT-VALUE               PIC X(16).
024100*
024200 01  WS-BLANK-LINE               PIC X(132)  VALUE SPACES.
024300*
024400 PROCEDURE DIVISION.
024500*
024600 0000-MAINLINE.
024700     PERFORM 1000-INITIALIZE
024800             THRU 1000-EXIT.
024900     PERFORM 2000-PROCESS-ACCOUNT
025000             THRU 2000-EXIT
025100             UNTIL MSTR-EOF-REACHED.
025200     PERFORM 3000-PRINT-CONTROL-TOTALS
025300             THRU 3000-EXIT.
025400     PERFORM 9000-TERMINATE
025500             THRU 9000-EXIT.
025600     STOP RUN.
025700*
025800 1000-INITIALIZE.
025900     OPEN INPUT  OLD-MASTER
026000                 CYCTD-IN
026100                 PHIST-OVFL
026200          OUTPUT NEW-MASTER
026300                 JRNL-FILE
026400                 STAT-FILE
026500                 RPT-FILE.
026600     OPEN I-O    CHGOFF-FILE.
026700     IF WS-COFF-STATUS = '35'
026800         CLOSE CHGOFF-FILE
026900         OPEN OUTPUT CHGOFF-FILE
027000         CLOSE CHGOFF-FILE
027100         OPEN I-O CHGOFF-FILE
027200     END-IF.
027300     ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD.
027400     MOVE WS-TODAY-CCYYMMDD TO WS-DATE-PARTS-N.
027500     COMPUTE WS-TODAY-DAYCT =
027600             (WS-DP-CCYY * 360)
027700             + (WS-DP-MM * 30)
027800             + WS-DP-DD.
027900*
028000*  THE ARCHIVE BROWSE STARTS 25 MONTHS BACK - FAR MORE
028100*  HISTORY THAN THE CHARGE-OFF COUNT NEEDS, WITH ROOM
028200*  FOR CYCLES THAT BILLED NOTHING.  A FLOOR BEFORE 2000
028300*  CANNOT BE KEYED WITH TWO-DIGIT YEARS AND FALLS BACK
028400*  TO ZEROS.
028500*
028600     COMPUTE WS-WIN-MONTHS =
028700             (WS-DP-CCYY * 12) + WS-DP-MM - 25.
028800     DIVIDE WS-WIN-MONTHS BY 12
028900         GIVING WS-WIN-CCYY REMAINDER WS-WIN-MM.
029000     IF WS-WIN-MM = ZERO
029100         MOVE 12 TO WS-WIN-MM
029200         SUBTRACT 1 FROM WS-WIN-CCYY
029300     END-IF.
029400     IF WS-WIN-CCYY < 2000
029500         MOVE ZERO TO WS-WIN-YY
029600         MOVE ZERO TO WS-WIN-MM
029700     ELSE
029800         COMPUTE WS-WIN-YY = WS-WIN-CCYY - 2000
029900     END-IF.
030000     WRITE RPT-LINE FROM HDG-LINE-1.
030100     WRITE RPT-LINE FROM WS-BLANK-LINE.
030200     WRITE RPT-LINE FROM HDG-LINE-2.
030300     PERFORM 2810-READ-MASTER
030400             THRU 2810-EXIT.
030500     PERFORM 2820-READ-CYCTD
030600             THRU 2820-EXIT.
030700 1000-EXIT.
030800     EXIT.
030900*
031000*  CYCLE-TO-DATE RECORDS AHEAD OF THE MASTER HAVE NO
031100*  ACCOUNT AND ARE PASSED OVER - THE FILE IS ONLY READ
031200*  HERE TO SEE WHICH ACCOUNTS HAVE UNBILLED ACTIVITY.
031300*
031400 2000-PROCESS-ACCOUNT.
031500     PERFORM 2820-READ-CYCTD
031600             THRU 2820-EXIT
031700             UNTIL WS-CTD-KEY NOT < WS-MSTR-KEY.
031710     IF STATDO OF OLD-MASTER-RECORD = 'SU'
032000         PERFORM 2100-REVIEW-ACCOUNT
032100                 THRU 2100-EXIT
032200     END-IF.
032300     WRITE NEW-MASTER-RECORD FROM OLD-MASTER-RECORD.
032400     PERFORM 2810-READ-MASTER
032500             THRU 2810-EXIT.
032600 2000-EXIT.
032700     EXIT.
032800*
032810 2100-REVIEW-ACCOUNT.
032820     MOVE WS-MSTR-KEY TO CO-ACCTDO.
032830     READ CHGOFF-FILE
032840         INVALID KEY
032850             GO TO 2100-NOT-CHARGED-OFF
032860     END-READ.
032870     MOVE CO-DELQ-CYCLES TO WS-DELQ-CYCLES.
032880     PERFORM 2700-START-DETAIL-LINE
032890             THRU 2700-EXIT.
032900     IF BAL-N (3) = CO-CHGOFF-AMT-N
032910         AND BAL-N (3) > ZERO
032920         PERFORM 2550-REDO-CHARGE-OFF
032930                 THRU 2550-EXIT
032940     ELSE
032950         PERFORM 2560-REFEED-STATUS
032960                 THRU 2560-EXIT
032970     END-IF.
032980     GO TO 2100-EXIT.
032990 2100-NOT-CHARGED-OFF.
033000     IF RSNDO OF OLD-MASTER-RECORD NOT = 'C'
033010         GO TO 2100-EXIT
033020     END-IF.
033030     ADD 1 TO WS-ACCTS-REVIEWED.
033040     MOVE ZERO TO WS-CYC-COUNT.
033050     PERFORM 2200-LOAD-ARCHIVED-CYCLES
033060             THRU 2200-EXIT.
033070     PERFORM 2300-LOAD-ONBOARD-CYCLE
033080             THRU 2300-EXIT
033090             VARYING PH-SUB FROM 1 BY 1
033100             UNTIL PH-SUB > 3.
033110     PERFORM 2400-COUNT-DELQ-CYCLES
033120             THRU 2400-EXIT.
033130     IF WS-DELQ-CYCLES < WS-CHGOFF-CYCLES
033140         GO TO 2100-EXIT
033150     END-IF.
033160     PERFORM 2700-START-DETAIL-LINE
033170             THRU 2700-EXIT.
033180     IF BAL-N (3) = ZERO
033190         MOVE 'SKIPPED - NO BALANCE' TO DTL-RESULT
033200         WRITE RPT-LINE FROM DTL-LINE
033210         ADD 1 TO WS-ACCTS-SKIPPED
033220         GO TO 2100-EXIT
033230     END-IF.
033240     IF WS-CTD-KEY = WS-MSTR-KEY
033250         MOVE 'DEFERRED - CYCLE ACTIVITY' TO DTL-RESULT
033260         WRITE RPT-LINE FROM DTL-LINE
033270         ADD 1 TO WS-ACCTS-DEFERRED
033280         GO TO 2100-EXIT
033290     END-IF.
033300     PERFORM 2500-CHARGE-OFF-ACCOUNT
033310             THRU 2500-EXIT.
033320 2100-EXIT.
033330     EXIT.
036900*
036910*  A CYCLE THAT NEITHER CARRIES A BALANCE NOR BILLED
036920*  ANYTHING, OR IS STILL UNPAID INSIDE THE GRACE
036930*  PERIOD, IS LEFT UNGRADED (SPACE).  EVERY CYCLE GOES
036940*  IN THE TABLE SO 2300 CAN TELL WHICH ONBOARD CYCLES
036950*  ARE ALREADY THERE.
036960*
036970 2110-RATE-ONE-CYCLE.
036980     MOVE SPACE TO WS-C-RATING.
036990     IF WS-C-BAL NOT > ZERO
037000         AND WS-C-BAMT NOT > ZERO
037010         GO TO 2110-STORE-CYCLE
037020     END-IF.
037030     COMPUTE WS-BILL-DAYCT =
037040             ((2000 + WS-C-BYR) * 360)
037050             + (WS-C-BMO * 30)
037060             + WS-C-BDAY.
037070     IF WS-C-PMO = ZERO AND
037080        WS-C-PDAY = ZERO AND
037090        WS-C-PYR = ZERO
037100         COMPUTE WS-DAYS-LATE =
037110                 WS-TODAY-DAYCT - WS-BILL-DAYCT
037120         IF WS-DAYS-LATE > WS-GRACE-DAYS
037130             MOVE '2' TO WS-C-RATING
037140         END-IF
037150     ELSE
037160         COMPUTE WS-PAY-DAYCT =
037170                 ((2000 + WS-C-PYR) * 360)
037180                 + (WS-C-PMO * 30)
037190                 + WS-C-PDAY
037200         COMPUTE WS-DAYS-LATE =
037210                 WS-PAY-DAYCT - WS-BILL-DAYCT
037220         IF WS-DAYS-LATE > WS-GRACE-DAYS
037230             MOVE '1' TO WS-C-RATING
037240         ELSE
037250             MOVE '0' TO WS-C-RATING
037260         END-IF
037270     END-IF.
037280 2110-STORE-CYCLE.
037290     IF WS-CYC-COUNT < 30
037300         ADD 1 TO WS-CYC-COUNT
037310         MOVE WS-CYC-YYMMDD TO CY-YYMMDD (WS-CYC-COUNT)
037320         MOVE WS-C-RATING   TO CY-RATING (WS-CYC-COUNT)
037330     ELSE
037340         DISPLAY 'CHGOFF - CYCLE TABLE FULL AT 30 '
037350                 'ENTRIES - CYCLE DROPPED FOR ACCOUNT '
037360                 WS-MSTR-KEY
037370     END-IF.
041400 2110-EXIT.
041500     EXIT.
041600*
041700 2200-LOAD-ARCHIVED-CYCLES.
041800     MOVE 'N' TO WS-BROWSE-DONE-SWITCH.
041900     MOVE WS-MSTR-KEY TO PH-OV-ACCTDO.
042000     MOVE WS-WIN-YY   TO PH-OV-CYCYR.
042100     MOVE WS-WIN-MM   TO PH-OV-CYCMO.
042200     MOVE ZERO        TO PH-OV-CYCDAY.
042300     START PHIST-OVFL KEY IS NOT LESS THAN PH-OV-KEY
042400         INVALID KEY
042500             SET BROWSE-DONE TO TRUE
042600     END-START.
042700     PERFORM 2210-LOAD-ONE-ARCHIVED
042800             THRU 2210-EXIT
042900             UNTIL BROWSE-DONE.
043000 2200-EXIT.
043100     EXIT.
043200*
043300 2210-LOAD-ONE-ARCHIVED.
043400     READ PHIST-OVFL NEXT
043500         AT END
043600             SET BROWSE-DONE TO TRUE
043700     END-READ.
043800     IF BROWSE-DONE
043900         GO TO 2210-EXIT
044000     END-IF.
044100     IF PH-OV-ACCTDO NOT = WS-MSTR-KEY
044200         SET BROWSE-DONE TO TRUE
044300         GO TO 2210-EXIT
044400     END-IF.
044410     MOVE PH-OV-BAL-N      TO WS-C-BAL.
044500     MOVE PH-OV-BAMT-N     TO WS-C-BAMT.
044600     MOVE PH-OV-CYCMO      TO WS-C-BMO.
044700     MOVE PH-OV-CYCDAY     TO WS-C-BDAY.
044800     MOVE PH-OV-CYCYR      TO WS-C-BYR.
044900     MOVE PH-OV-PMO        TO WS-C-PMO.
045000     MOVE PH-OV-PDAY       TO WS-C-PDAY.
045100     MOVE PH-OV-PYR        TO WS-C-PYR.
045200     MOVE PH-OV-CYCLE-DATE TO WS-CYC-YYMMDD.
045300     PERFORM 2110-RATE-ONE-CYCLE
045400             THRU 2110-EXIT.
045500 2210-EXIT.
045600     EXIT.
045700*
045800*  PHISTUPD ARCHIVES A CYCLE FROM OCCURRENCE 1, SO THE
045900*  OLDEST ONBOARD CYCLE MAY ALREADY BE IN THE TABLE.
046000*  ONLY AN ONBOARD CYCLE BILLED AFTER THE LAST ONE
046100*  LOADED IS ADDED.
046200*
046300 2300-LOAD-ONBOARD-CYCLE.
046400     COMPUTE WS-CYC-YYMMDD =
046500             (BYR (PH-SUB) * 10000) + (BMO (PH-SUB) * 100)
046600             + BDAY (PH-SUB).
046700     IF WS-CYC-COUNT > ZERO
046800         IF WS-CYC-YYMMDD NOT > CY-YYMMDD (WS-CYC-COUNT)
046900             GO TO 2300-EXIT
047000         END-IF
047100     END-IF.
047110     MOVE BAL-N  (PH-SUB) TO WS-C-BAL.
047200     MOVE BAMT-N (PH-SUB) TO WS-C-BAMT.
047300     MOVE BMO  (PH-SUB)   TO WS-C-BMO.
047400     MOVE BDAY (PH-SUB)   TO WS-C-BDAY.
047500     MOVE BYR  (PH-SUB)   TO WS-C-BYR.
047600     MOVE PMO  (PH-SUB)   TO WS-C-PMO.
047700     MOVE PDAY (PH-SUB)   TO WS-C-PDAY.
047800     MOVE PYR  (PH-SUB)   TO WS-C-PYR.
047900     PERFORM 2110-RATE-ONE-CYCLE
048000             THRU 2110-EXIT.
048100 2300-EXIT.
048200     EXIT.
048300*
048310*  COUNT BACK FROM THE NEWEST CYCLE UNTIL ONE PAID ON
048320*  TIME OR THE TABLE RUNS OUT.  UNGRADED CYCLES ARE
048330*  STEPPED OVER WITHOUT ENDING THE COUNT.
048600*
048700 2400-COUNT-DELQ-CYCLES.
048800     MOVE ZERO TO WS-DELQ-CYCLES.
048900     MOVE 'N' TO WS-COUNT-DONE-SWITCH.
049000     MOVE WS-CYC-COUNT TO CY-SUB.
049100     PERFORM 2410-COUNT-ONE-CYCLE
049200             THRU 2410-EXIT
049300             UNTIL CY-SUB = ZERO
049400             OR COUNT-DONE.
049500 2400-EXIT.
049600     EXIT.
049700*
049800 2410-COUNT-ONE-CYCLE.
049810     IF CY-RATING (CY-SUB) = '1'
049820         OR CY-RATING (CY-SUB) = '2'
049830         ADD 1 TO WS-DELQ-CYCLES
049840     END-IF.
049850     IF CY-RATING (CY-SUB) = '0'
049860         SET COUNT-DONE TO TRUE
049870     END-IF.
050500     SUBTRACT 1 FROM CY-SUB.
050600 2410-EXIT.
050700     EXIT.
050800*
050900 2500-CHARGE-OFF-ACCOUNT.
051000     MOVE SPACES                      TO CO-RECORD.
051100     MOVE WS-MSTR-KEY                 TO CO-ACCTDO.
051200     MOVE WS-TODAY-CCYYMMDD           TO CO-CHGOFF-DATE.
051300     MOVE CCODEDO OF OLD-MASTER-RECORD TO CO-CCODE.
051400     MOVE STATDO OF OLD-MASTER-RECORD TO CO-PRIOR-STATDO.
051500     MOVE RSNDO OF OLD-MASTER-RECORD  TO CO-PRIOR-RSNDO.
051600     MOVE WS-DELQ-CYCLES              TO CO-DELQ-CYCLES.
051700     MOVE BAL-N (3)                   TO CO-CHGOFF-AMT-N.
051800     MOVE ZERO                        TO CO-RECOV-TOT
051900                                         CO-RECOV-COUNT
052000                                         CO-LAST-RECOV-DATE
052100                                         CO-RECOV-MONTH
052200                                         CO-RECOV-MTD.
052300     WRITE CO-RECORD
052400         INVALID KEY
052500             DISPLAY 'CHGOFF - CHARGE-OFF WRITE FAILED '
052600                     CO-ACCTDO
052700             MOVE 'SKIPPED - COFFILE WRITE FAILED'
052800                               TO DTL-RESULT
052900             WRITE RPT-LINE FROM DTL-LINE
053000             ADD 1 TO WS-ACCTS-SKIPPED
053100             GO TO 2500-EXIT
053200     END-WRITE.
053300     PERFORM 2510-FIND-CC-ENTRY
053400             THRU 2510-EXIT.
053500     ADD BAL-N (3) TO WS-CC-CO-TOT (WS-CC-USED).
053600     ADD BAL-N (3) TO WS-TOTAL-CHARGED-OFF.
053700     ADD 1 TO WS-ACCTS-CHARGED-OFF.
053800     MOVE ZERO TO BAL-N (3).
053900     PERFORM 2600-WRITE-STATUS-TRAN
054000             THRU 2600-EXIT.
054100     MOVE 'CHARGED OFF' TO DTL-RESULT.
054200     WRITE RPT-LINE FROM DTL-LINE.
054300 2500-EXIT.
054400     EXIT.
054402*
054404*  THE ACCOUNT IS ALREADY ON COFFILE AND STILL CARRIES
054406*  THE BALANCE IT WAS CHARGED OFF WITH - A RERUN FROM
054408*  THE SAME INPUT MASTER.  THE CHARGE-OFF IS REDONE
054410*  FROM THE STORED RECORD SO THE NEW MASTER, JOURNAL
054412*  AND STATUS FEED COME OUT THE SAME AS THE FIRST RUN'S.
054414*
054416 2550-REDO-CHARGE-OFF.
054418     PERFORM 2510-FIND-CC-ENTRY
054420             THRU 2510-EXIT.
054422     ADD CO-CHGOFF-AMT-N TO WS-CC-CO-TOT (WS-CC-USED).
054424     ADD CO-CHGOFF-AMT-N TO WS-TOTAL-CHARGED-OFF.
054426     ADD 1 TO WS-ACCTS-CHARGED-OFF.
054428     MOVE ZERO TO BAL-N (3).
054430     PERFORM 2600-WRITE-STATUS-TRAN
054432             THRU 2600-EXIT.
054434     MOVE 'CHARGED OFF - RERUN' TO DTL-RESULT.
054436     WRITE RPT-LINE FROM DTL-LINE.
054438 2550-EXIT.
054440     EXIT.
054442*
054444*  THE ACCOUNT IS ON COFFILE BUT ITS BALANCE HAS ALREADY
054446*  BEEN TAKEN OFF AND JOURNALED - ONLY THE 'CO' STATUS
054448*  NEVER REACHED THE MASTER.  THE STATUS TRANSACTION IS
054450*  WRITTEN AGAIN; NOTHING IS JOURNALED OR ZEROED TWICE.
054452*
054454 2560-REFEED-STATUS.
054456     PERFORM 2600-WRITE-STATUS-TRAN
054458             THRU 2600-EXIT.
054460     ADD 1 TO WS-ACCTS-REFED.
054462     MOVE 'STATUS RE-FED' TO DTL-RESULT.
054464     WRITE RPT-LINE FROM DTL-LINE.
054466 2560-EXIT.
054468     EXIT.
054500*
054600*  JOURNAL TOTALS ARE BUCKETED BY THE MASTER'S CREDIT
054700*  CODE, THE SAME AS CYCROLL.
054800*
054900 2510-FIND-CC-ENTRY.
055000     MOVE 'N' TO WS-CC-FOUND-SWITCH.
055100     PERFORM 2520-SCAN-CC-TABLE
055200             THRU 2520-EXIT
055300             VARYING CC-SUB FROM 1 BY 1
055400             UNTIL CC-SUB > WS-CC-ENTRIES
055500             OR CC-FOUND.
055600     IF NOT CC-FOUND
055700         IF WS-CC-ENTRIES = 20
055800             DISPLAY 'CHGOFF - CCODE TABLE FULL AT 20 '
055900                     'ENTRIES - INCREASE WS-CC-TABLE SIZE'
056000             MOVE 16 TO RETURN-CODE
056100             PERFORM 9000-TERMINATE
056200                     THRU 9000-EXIT
056300             STOP RUN
056400         END-IF
056500         ADD 1 TO WS-CC-ENTRIES
056600         MOVE WS-CC-ENTRIES TO WS-CC-USED
056700         MOVE CCODEDO OF OLD-MASTER-RECORD
056800             TO WS-CC-CODE (WS-CC-USED)
056900         MOVE ZERO TO WS-CC-CO-TOT (WS-CC-USED)
057000     END-IF.
057100 2510-EXIT.
057200     EXIT.
057300*
057400 2520-SCAN-CC-TABLE.
057500     IF WS-CC-CODE (CC-SUB) = CCODEDO OF OLD-MASTER-RECORD
057600         SET CC-FOUND TO TRUE
057700         MOVE CC-SUB TO WS-CC-USED
057800     END-IF.
057900 2520-EXIT.
058000     EXIT.
058100*
058200 2600-WRITE-STATUS-TRAN.
058300     MOVE SPACES                 TO STAT-RECORD.
058400     MOVE WS-MSTR-KEY            TO ST-ACCTDO.
058500     MOVE 'CO'                   TO ST-NEW-STATDO.
058600     MOVE 'C'                    TO ST-RSNDO.
058700     MOVE 'CHGOFF  '             TO ST-USERID.
058800     WRITE STAT-RECORD.
058900     ADD 1 TO WS-STAT-WRITTEN.
059000 2600-EXIT.
059100     EXIT.
059200*
059300 2700-START-DETAIL-LINE.
059400     MOVE SPACES TO DTL-LINE.
059500     MOVE WS-MSTR-KEY                  TO DTL-ACCT.
059600     MOVE SNAMEDO OF OLD-MASTER-RECORD TO DTL-NAME.
059700     MOVE CCODEDO OF OLD-MASTER-RECORD TO DTL-CC.
059800     MOVE STATDO OF OLD-MASTER-RECORD  TO DTL-STAT.
059900     MOVE RSNDO OF OLD-MASTER-RECORD   TO DTL-RSN.
060000     MOVE WS-DELQ-CYCLES               TO DTL-CYCLES.
060100     MOVE BAL-N (3)                    TO WS-AMT-ED.
060200     MOVE WS-AMT-ED                    TO DTL-BAL.
060300 2700-EXIT.
060400     EXIT.
060500*
060600 2810-READ-MASTER.
060700     READ OLD-MASTER
060800         AT END
060900             SET MSTR-EOF-REACHED TO TRUE
061000             MOVE HIGH-VALUES TO WS-MSTR-KEY
061100         NOT AT END
061200             ADD 1 TO WS-MSTR-READ
061300             MOVE ACCTDO OF OLD-MASTER-RECORD TO WS-MSTR-KEY
061400     END-READ.
061500 2810-EXIT.
061600     EXIT.
061700*
061800 2820-READ-CYCTD.
061900     READ CYCTD-IN
062000         AT END
062100             SET CTD-EOF-REACHED TO TRUE
062200             MOVE HIGH-VALUES TO WS-CTD-KEY
062300         NOT AT END
062400             MOVE CT-ACCTDO TO WS-CTD-KEY
062500     END-READ.
062600 2820-EXIT.
062700     EXIT.
062800*
062900 3000-PRINT-CONTROL-TOTALS.
063000     WRITE RPT-LINE FROM WS-BLANK-LINE.
063100     MOVE 'MASTERS READ'           TO TOT-CAPTION.
063200     MOVE WS-MSTR-READ            TO WS-COUNT-ED.
063300     MOVE WS-COUNT-ED             TO TOT-VALUE.
063400     WRITE RPT-LINE FROM TOT-LINE.
063500     MOVE 'COLLECTIONS REVIEWED'   TO TOT-CAPTION.
063600     MOVE WS-ACCTS-REVIEWED       TO WS-COUNT-ED.
063700     MOVE WS-COUNT-ED             TO TOT-VALUE.
063800     WRITE RPT-LINE FROM TOT-LINE.
063900     MOVE 'ACCOUNTS CHARGED OFF'   TO TOT-CAPTION.
064000     MOVE WS-ACCTS-CHARGED-OFF    TO WS-COUNT-ED.
064100     MOVE WS-COUNT-ED             TO TOT-VALUE.
064200     WRITE RPT-LINE FROM TOT-LINE.
064300     MOVE '  AMOUNT'               TO TOT-CAPTION.
064400     MOVE WS-TOTAL-CHARGED-OFF    TO WS-TOT-ED.
064500     MOVE WS-TOT-ED               TO TOT-VALUE.
064600     WRITE RPT-LINE FROM TOT-LINE.
064700     MOVE 'ACCOUNTS DEFERRED'      TO TOT-CAPTION.
064800     MOVE WS-ACCTS-DEFERRED       TO WS-COUNT-ED.
064900     MOVE WS-COUNT-ED             TO TOT-VALUE.
065000     WRITE RPT-LINE FROM TOT-LINE.
065100     MOVE 'ACCOUNTS SKIPPED'       TO TOT-CAPTION.
065200     MOVE WS-ACCTS-SKIPPED        TO WS-COUNT-ED.
065300     MOVE WS-COUNT-ED             TO TOT-VALUE.
065400     WRITE RPT-LINE FROM TOT-LINE.
065410     MOVE 'STATUS RE-FED'          TO TOT-CAPTION.
065420     MOVE WS-ACCTS-REFED          TO WS-COUNT-ED.
065430     MOVE WS-COUNT-ED             TO TOT-VALUE.
065440     WRITE RPT-LINE FROM TOT-LINE.
065500     MOVE 'STATUS TRANS WRITTEN'   TO TOT-CAPTION.
065600     MOVE WS-STAT-WRITTEN         TO WS-COUNT-ED.
065700     MOVE WS-COUNT-ED             TO TOT-VALUE.
065800     WRITE RPT-LINE FROM TOT-LINE.
065900 3000-EXIT.
066000     EXIT.
066100*
066200*  ONE 'CO' DETAIL PER CREDIT CODE - CREDIT-LOSS
066300*  ALLOWANCE DEBITED, RECEIVABLE CONTROL CREDITED.
066400*
066500 8000-WRITE-JOURNAL.
066600     PERFORM 8100-WRITE-ONE-CODE
066700             THRU 8100-EXIT
066800             VARYING CC-SUB FROM 1 BY 1
066900             UNTIL CC-SUB > WS-CC-ENTRIES.
067000 8000-EXIT.
067100     EXIT.
067200*
067300 8100-WRITE-ONE-CODE.
067400     IF WS-CC-CO-TOT (CC-SUB) > ZERO
067500         MOVE 'D'        TO GL-REC-TYPE
067600         MOVE 'CHGOFF  ' TO GL-SOURCE
067700         MOVE 'CO'       TO GL-ENTRY-TYPE
067800         MOVE WS-CC-CODE (CC-SUB) TO GL-CCODE
067900         MOVE '1250'     TO GL-DR-ACCT
068000         MOVE WS-CC-CODE (CC-SUB) TO GL-DR-ACCT (5:1)
068100         MOVE '1200'     TO GL-CR-ACCT
068200         MOVE WS-CC-CODE (CC-SUB) TO GL-CR-ACCT (5:1)
068300         MOVE WS-CC-CO-TOT (CC-SUB) TO GL-AMOUNT
068400         MOVE WS-TODAY-CCYYMMDD TO GL-POST-DATE
068500         WRITE GL-RECORD
068600         ADD 1 TO WS-JRNL-WRITTEN
068700     END-IF.
068800 8100-EXIT.
068900     EXIT.
069000*
069100 9000-TERMINATE.
069200     PERFORM 8000-WRITE-JOURNAL
069300             THRU 8000-EXIT.
069400     CLOSE OLD-MASTER
069500           NEW-MASTER
069600           CYCTD-IN
069700           PHIST-OVFL
069800           CHGOFF-FILE
069900           JRNL-FILE
070000           STAT-FILE
070100           RPT-FILE.
070200     DISPLAY 'CHGOFF - MASTERS READ:       ' WS-MSTR-READ.
070300     DISPLAY 'CHGOFF - COLLECTIONS REVIEWED: '
070400             WS-ACCTS-REVIEWED.
070500     DISPLAY 'CHGOFF - CHARGED OFF:        '
070600             WS-ACCTS-CHARGED-OFF.
070700     DISPLAY 'CHGOFF - DEFERRED:           ' WS-ACCTS-DEFERRED.
070710     DISPLAY 'CHGOFF - STATUS RE-FED:      ' WS-ACCTS-REFED.
070800     DISPLAY 'CHGOFF - STATUS TRANS:       ' WS-STAT-WRITTEN.
070900     DISPLAY 'CHGOFF - JOURNAL DETAILS:    ' WS-JRNL-WRITTEN.
071000 9000-EXIT.
071100     EXIT.
071200*
