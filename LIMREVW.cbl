000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LIMREVW.
000300 AUTHOR.        D. HALVORSEN.
000400 INSTALLATION.  CARD SERVICES DATA CENTER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*
000800*****************************************************
000900*  MODIFICATION HISTORY                              *
001000*  DATE       INIT  DESCRIPTION                      *
001100*  10/15/26   DJH   ORIGINAL PROGRAM - QUARTERLY      *
001200*                   CREDIT LINE REVIEW PROPOSING      *
001300*                   LIMIT INCREASES AND DECREASES AS  *
001400*                   LIMTRAN TRANSACTIONS.             *
001500*****************************************************
001600*
001700*  THIS PROGRAM RUNS QUARTERLY AND SCORES EVERY OPEN
001800*  ('AC') ACCOUNT ON THE MASTER ON FOUR FACTORS:
001900*
002000*    - UTILIZATION - THE CARRIED BALANCE BAL (3) AS A
002100*      PERCENTAGE OF LIMITDO;
002200*    - PAYMENT HISTORY - THE ONBOARD PAY-HIST CYCLES
002300*      AND THE PHISTOVF CYCLES ARCHIVED IN THE LAST
002400*      WS-HIST-MONTHS MONTHS, GRADED WITH THE SAME
002500*      GRACE-PERIOD TEST DELQRPT AND CBREXTR APPLY;
002600*    - CREDIT CODE - POINTS PER CCODEDO FROM THE
002700*      WS-CC-POINTS TABLE;
002800*    - TIME ON BOOK - WHOLE MONTHS SINCE THE ISSUE
002900*      DATE IMODO/IDAYDO/IYRDO.
003000*
003100*  THE FACTOR POINTS ARE SUMMED.  A SCORE AT OR ABOVE
003200*  WS-INCR-SCORE, WITH NO LATE CYCLE, AT LEAST
003300*  WS-INCR-MIN-MONTHS ON BOOK AND UTILIZATION UNDER
003400*  WS-INCR-MAX-UTIL, PROPOSES AN INCREASE OF
003500*  WS-INCR-PCT PERCENT, ROUNDED DOWN TO THE HUNDRED AND
003600*  CAPPED AT WS-MAX-LIMIT.  A SCORE AT OR BELOW
003700*  WS-DECR-SCORE PROPOSES A DECREASE TO WS-DECR-PCT
003800*  PERCENT OF THE LIMIT - NEVER BELOW THE BALANCE
003900*  ROUNDED UP TO THE HUNDRED OR BELOW WS-MIN-LIMIT.
004000*
004100*  EACH PROPOSAL IS WRITTEN TO THE LIMPROP FEED IN THE
004200*  LIMTRAN LAYOUT WITH THE REVIEW APPROVAL CODE.  THE
004300*  JOBSTREAM SORT/MERGES LIMPROP WITH ANY LIMIT CHANGES
004400*  KEYED BY HAND INTO LIMTRAN AHEAD OF TRANEDIT, SO A
004500*  PROPOSAL IS EDITED, APPLIED BY LIMCHG AND AUDITED ON
004600*  LIMAUDIT LIKE ANY OTHER CHANGE.  WHERE A HAND-KEYED
004700*  CHANGE FOR THE SAME ACCOUNT IS MERGED AHEAD OF IT,
004800*  TRANEDIT REJECTS THE PROPOSAL AS A DUPLICATE.
004900*
005000*  EVERY PROPOSAL IS LISTED ON THE REVIEW REGISTER WITH
005100*  ITS FACTORS AND PRINCIPAL REASON, AND EVERY DECREASE
005200*  GETS AN ADVERSE-ACTION NOTICE, PRINTED FROM THE NAME
005300*  AND ADDRESS ON THE MASTER, GIVING EACH FACTOR THAT
005400*  COUNTED AGAINST THE ACCOUNT.  DATES ARE COMPARED AS
005500*  A 30/360 DAY COUNT; TWO-DIGIT YEARS ARE TAKEN TO BE
005600*  IN THE 2000S.
005700*
005800 ENVIRONMENT DIVISION.
005900 CONFIGURATION SECTION.
006000 SOURCE-COMPUTER.   IBM-370.
006100 OBJECT-COMPUTER.   IBM-370.
006200 INPUT-OUTPUT SECTION.
006300 FILE-CONTROL.
006400     SELECT ACCT-FILE   ASSIGN TO ACCTIN
006500         ORGANIZATION IS SEQUENTIAL.
006600     SELECT PHIST-OVFL  ASSIGN TO PHISTOVF
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE  IS DYNAMIC
006900         RECORD KEY   IS PH-OV-KEY
007000         FILE STATUS  IS WS-PHIST-STATUS.
007100     SELECT PROP-FILE   ASSIGN TO LIMPROP
007200         ORGANIZATION IS SEQUENTIAL.
007300     SELECT RPT-FILE    ASSIGN TO LIMREVRG
007400         ORGANIZATION IS SEQUENTIAL.
007500     SELECT LETTER-FILE ASSIGN TO LIMLTR
007600         ORGANIZATION IS SEQUENTIAL.
007700*
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  ACCT-FILE
008100     RECORDING MODE IS F.
008200 01  ACCT-RECORD.
008300     COPY ACCTREC.
008400*
008500 FD  PHIST-OVFL.
008600 01  PH-OVFL-RECORD.
008700     COPY PHISTOVF.
008800*
008900 FD  PROP-FILE
009000     RECORDING MODE IS F.
009100 01  PROP-RECORD.
009200     05  PR-ACCTDO               PIC X(5).
009300     05  PR-NEW-LIMIT            PIC X(8).
009400     05  PR-NEW-LIMIT-N REDEFINES PR-NEW-LIMIT
009500                                 PIC 9(6)V99.
009600     05  PR-APPRDO               PIC X(3).
009700     05  FILLER                  PIC X(64).
009800*
009900 FD  RPT-FILE
010000     RECORDING MODE IS F.
010100 01  RPT-LINE                    PIC X(132).
010200*
010300 FD  LETTER-FILE
010400     RECORDING MODE IS F.
010500 01  LETTER-LINE                 PIC X(132).
010600*
010700 WORKING-STORAGE SECTION.
010800 77  WS-EOF-SWITCH               PIC X       VALUE 'N'.
010900     88  EOF-REACHED                         VALUE 'Y'.
011000 77  WS-BROWSE-DONE-SWITCH       PIC X       VALUE 'N'.
011100     88  BROWSE-DONE                         VALUE 'Y'.
011200 77  WS-PHIST-STATUS             PIC X(2)    VALUE SPACES.
011300*
011400*  REVIEW PARAMETERS.
011500*
011600 77  WS-REVIEW-APPRDO            PIC X(3)    VALUE 'CLR'.
011700 77  WS-HIST-MONTHS              PIC 9(2)    VALUE 12.
011800 77  WS-GRACE-DAYS               PIC 9(3)    VALUE 030.
011900 77  WS-INCR-SCORE               PIC S9(2)   VALUE +5.
012000 77  WS-DECR-SCORE               PIC S9(2)   VALUE -3.
012100 77  WS-INCR-PCT                 PIC 9(3)    VALUE 020.
012200 77  WS-DECR-PCT                 PIC 9(3)    VALUE 075.
012300 77  WS-INCR-MIN-MONTHS          PIC 9(3)    VALUE 012.
012400 77  WS-INCR-MAX-UTIL            PIC 9(3)    VALUE 080.
012500 77  WS-MAX-LIMIT                PIC 9(6)V99 VALUE 25000.00.
012600 77  WS-MIN-LIMIT                PIC 9(6)V99 VALUE 500.00.
012700*
012800 77  PH-SUB                      PIC 9       VALUE 1.
012900 77  FC-SUB                      PIC 9(3)  COMP  VALUE 1.
013000 77  FC-PICK                     PIC 9(3)  COMP  VALUE 1.
013100 77  CP-SUB                      PIC 9(3)  COMP  VALUE 1.
013200 77  WS-LAST-YYMMDD              PIC 9(6)    VALUE ZERO.
013300 77  WS-CYC-YYMMDD               PIC 9(6)    VALUE ZERO.
013400 77  WS-CYCS-LOADED              PIC 9(3)    VALUE ZERO.
013500 77  WS-ONTIME-CYCLES            PIC 9(3)    VALUE ZERO.
013600 77  WS-LATE-CYCLES              PIC 9(3)    VALUE ZERO.
013700 77  WS-UTIL-PCT                 PIC 9(10)   VALUE ZERO.
013800 77  WS-MOB                      PIC S9(5)   VALUE ZERO.
013900 77  WS-ISSUE-MONTHS             PIC 9(7)    VALUE ZERO.
014000 77  WS-TODAY-MONTHS             PIC 9(7)    VALUE ZERO.
014100 77  WS-SCORE                    PIC S9(3)   VALUE ZERO.
014200 77  WS-OLD-LIMIT                PIC 9(6)V99 VALUE ZERO.
014300 77  WS-NEW-LIMIT                PIC 9(6)V99 VALUE ZERO.
014400 77  WS-BAL-FLOOR                PIC 9(7)V99 VALUE ZERO.
014500 77  WS-HUNDREDS                 PIC 9(7)    VALUE ZERO.
014600 77  WS-ACTION                   PIC X       VALUE SPACE.
014700     88  ACTION-INCREASE                     VALUE 'I'.
014800     88  ACTION-DECREASE                     VALUE 'D'.
014900     88  ACTION-NONE                         VALUE SPACE.
015000 77  WS-TODAY-CCYYMMDD           PIC 9(8)    VALUE ZERO.
015100 77  WS-TODAY-DAYCT              PIC 9(7)    VALUE ZERO.
015200 77  WS-BILL-DAYCT               PIC 9(7)    VALUE ZERO.
015300 77  WS-PAY-DAYCT                PIC 9(7)    VALUE ZERO.
015400 77  WS-DAYS-LATE                PIC S9(7)   VALUE ZERO.
015500 77  WS-WIN-MONTHS               PIC 9(7)    VALUE ZERO.
015600 77  WS-WIN-CCYY                 PIC 9(4)    VALUE ZERO.
015700 77  WS-WIN-MM                   PIC 9(2)    VALUE ZERO.
015800 77  WS-WIN-YY                   PIC 9(2)    VALUE ZERO.
015900 77  WS-ISS-YY                   PIC 9(2)    VALUE ZERO.
016000 77  WS-ISS-MM                   PIC 9(2)    VALUE ZERO.
016100 77  WS-RECS-READ                PIC 9(7)    VALUE ZERO.
016200 77  WS-ACCTS-REVIEWED           PIC 9(7)    VALUE ZERO.
016300 77  WS-ACCTS-NO-LIMIT           PIC 9(7)    VALUE ZERO.
016400 77  WS-INCREASES                PIC 9(7)    VALUE ZERO.
016500 77  WS-DECREASES                PIC 9(7)    VALUE ZERO.
016600 77  WS-NO-CHANGE                PIC 9(7)    VALUE ZERO.
016700 77  WS-LETTERS-PRINTED          PIC 9(7)    VALUE ZERO.
016800 77  WS-TOTAL-INCREASE           PIC 9(11)V99    VALUE ZERO.
016900 77  WS-TOTAL-DECREASE           PIC 9(11)V99    VALUE ZERO.
017000 77  WS-AMT-ED                   PIC ZZZ,ZZ9.99.
017100 77  WS-TOT-ED                   PIC ZZZ,ZZZ,ZZ9.99.
017200 77  WS-COUNT-ED                 PIC ZZZ,ZZ9.
017300 77  WS-PCT-ED                   PIC ZZZZ9.
017400 77  WS-PTS-ED                   PIC +Z9.
017500*
017600 01  WS-DATE-PARTS.
017700     05  WS-DP-CCYY              PIC 9(4).
017800     05  WS-DP-MM                PIC 9(2).
017900     05  WS-DP-DD                PIC 9(2).
018000 01  WS-DATE-PARTS-N REDEFINES WS-DATE-PARTS
018100                                 PIC 9(8).
018200*
018300*  CREDIT CODE POINTS.  A CODE NOT IN THE TABLE SCORES
018400*  ZERO.
018500*
018600 01  WS-CC-POINT-VALUES.
018700     05  FILLER                  PIC X(3)    VALUE 'A+2'.
018800     05  FILLER                  PIC X(3)    VALUE 'B+1'.
018900     05  FILLER                  PIC X(3)    VALUE 'C+0'.
019000     05  FILLER                  PIC X(3)    VALUE 'D-1'.
019100     05  FILLER                  PIC X(3)    VALUE 'E-2'.
019200 01  WS-CC-POINT-TABLE REDEFINES WS-CC-POINT-VALUES.
019300     05  WS-CC-POINT-ENTRY OCCURS 5 TIMES.
019400         10  CP-CCODE            PIC X.
019500         10  CP-POINTS           PIC S9
019600                                 SIGN IS LEADING SEPARATE.
019700*
019800*  THE FOUR FACTORS, IN THE ORDER THEY ARE SCORED.  EACH
019900*  CARRIES THE REASON PRINTED WHEN IT COUNTS FOR THE
020000*  ACCOUNT AND THE ONE PRINTED WHEN IT COUNTS AGAINST.
020100*
020200 01  WS-FACTOR-VALUES.
020300     05  FILLER                  PIC X(30)
020400         VALUE 'LOW BALANCE RELATIVE TO LIMIT'.
020500     05  FILLER                  PIC X(30)
020600         VALUE 'HIGH BALANCE RELATIVE TO LIMIT'.
020700     05  FILLER                  PIC X(30)
020800         VALUE 'PAYMENTS RECEIVED ON TIME'.
020900     05  FILLER                  PIC X(30)
021000         VALUE 'PAYMENTS RECEIVED LATE'.
021100     05  FILLER                  PIC X(30)
021200         VALUE 'ACCOUNT CREDIT CLASSIFICATION'.
021300     05  FILLER                  PIC X(30)
021400         VALUE 'ACCOUNT CREDIT CLASSIFICATION'.
021500     05  FILLER                  PIC X(30)
021600         VALUE 'LENGTH OF TIME ON BOOK'.
021700     05  FILLER                  PIC X(30)
021800         VALUE 'LENGTH OF TIME ON BOOK'.
021900 01  WS-FACTOR-TABLE REDEFINES WS-FACTOR-VALUES.
022000     05  WS-FACTOR OCCURS 4 TIMES.
022100         10  FC-UP-REASON        PIC X(30).
022200         10  FC-DOWN-REASON      PIC X(30).
022300 01  WS-FACTOR-POINTS.
022400     05  FC-POINTS               PIC S9(2) OCCURS 4 TIMES.
022500*
022600 01  HDG-LINE-1.
022700     05  FILLER                  PIC X(40)
022800         VALUE 'CREDIT LINE REVIEW REGISTER'.
022900     05  FILLER                  PIC X(10) VALUE 'RUN DATE '.
023000     05  HDG-RUN-DATE            PIC 9999/99/99.
023100 01  HDG-LINE-2.
023200     05  FILLER                  PIC X(7)  VALUE 'ACCT'.
023300     05  FILLER                  PIC X(20) VALUE 'NAME'.
023400     05  FILLER                  PIC X(3)  VALUE 'CC'.
023500     05  FILLER                  PIC X(7)  VALUE ' UTIL%'.
023600     05  FILLER                  PIC X(5)  VALUE ' ONT'.
023700     05  FILLER                  PIC X(5)  VALUE 'LATE'.
023800     05  FILLER                  PIC X(6)  VALUE '  MOB'.
023900     05  FILLER                  PIC X(5)  VALUE 'SCR'.
024000     05  FILLER                  PIC X(12) VALUE '   OLD LIMIT'.
024100     05  FILLER                  PIC X(12) VALUE '   NEW LIMIT'.
024200     05  FILLER                  PIC X(10) VALUE 'ACTION'.
024300     05  FILLER                  PIC X(30) VALUE 'REASON'.
024400*
024500 01  DTL-LINE.
024600     05  DTL-ACCT                PIC X(5).
024700     05  FILLER                  PIC X(2)  VALUE SPACES.
024800     05  DTL-NAME                PIC X(18).
024900     05  FILLER                  PIC X(2)  VALUE SPACES.
025000     05  DTL-CC                  PIC X.
025100     05  FILLER                  PIC X(2)  VALUE SPACES.
025200     05  DTL-UTIL                PIC X(5).
025300     05  FILLER                  PIC X(2)  VALUE SPACES.
025400     05  DTL-ONTIME              PIC ZZ9.
025500     05  FILLER                  PIC X(2)  VALUE SPACES.
025600     05  DTL-LATE                PIC ZZ9.
025700     05  FILLER                  PIC X(2)  VALUE SPACES.
025800     05  DTL-MOB                 PIC ---9.
025900     05  FILLER                  PIC X(2)  VALUE SPACES.
026000     05  DTL-SCORE               PIC X(3).
026100     05  FILLER                  PIC X(2)  VALUE SPACES.
026200     05  DTL-OLD-LIMIT           PIC X(10).
026300     05  FILLER                  PIC X(2)  VALUE SPACES.
026400     05  DTL-NEW-LIMIT           PIC X(10).
026500     05  FILLER                  PIC X(2)  VALUE SPACES.
026600     05  DTL-ACTION              PIC X(8).
026700     05  FILLER                  PIC X(2)  VALUE SPACES.
026800     05  DTL-REASON              PIC X(30).
026900*
027000 01  TOT-LINE.
027100     05  TOT-CAPTION             PIC X(24).
027200     05  TOT-VALUE               PIC X(16).
027300*
027400 01  WS-BLANK-LINE               PIC X(132)  VALUE SPACES.
027500*
027600 01  LTR-NAME-LINE.
027700     05  LTR-TTL                 PIC X(4).
027800     05  FILLER                  PIC X     VALUE SPACE.
027900     05  LTR-FNAME               PIC X(12).
028000     05  FILLER                  PIC X     VALUE SPACE.
028100     05  LTR-MI                  PIC X.
028200     05  FILLER                  PIC X     VALUE SPACE.
028300     05  LTR-SNAME               PIC X(18).
028400*
028500 01  LTR-ADDR-LINE.
028600     05  LTR-ADDR                PIC X(24).
028700*
028800 01  LTR-TITLE                   PIC X(70)
028900     VALUE 'NOTICE OF ACTION TAKEN - CREDIT LIMIT REDUCED'.
029000*
029100 01  LTR-ACCT-LINE.
029200     05  FILLER                  PIC X(9)  VALUE 'ACCOUNT: '.
029300     05  LTR-ACCTDO              PIC X(5).
029400*
029500 01  LTR-LIMIT-LINE.
029600     05  FILLER                  PIC X(35)
029700         VALUE 'YOUR CREDIT LIMIT HAS BEEN REDUCED '.
029800     05  FILLER                  PIC X(5)  VALUE 'FROM '.
029900     05  LTR-OLD-LIMIT           PIC X(10).
030000     05  FILLER                  PIC X(4)  VALUE ' TO '.
030100     05  LTR-NEW-LIMIT           PIC X(10).
030200     05  FILLER                  PIC X     VALUE '.'.
030300*
030400 01  LTR-REASON-HDG              PIC X(70)
030500     VALUE 'THE PRINCIPAL REASONS FOR THIS ACTION ARE:'.
030600*
030700 01  LTR-REASON-LINE.
030800     05  FILLER                  PIC X(4)  VALUE '  - '.
030900     05  LTR-REASON              PIC X(30).
031000*
031100 01  LTR-CLOSING-1               PIC X(70)
031200     VALUE 'THE NEW LIMIT TAKES EFFECT WHEN IT IS POSTED TO'.
031300 01  LTR-CLOSING-2               PIC X(70)
031400     VALUE 'YOUR ACCOUNT.  YOU MAY ASK FOR A FURTHER REVIEW'.
031500 01  LTR-CLOSING-3               PIC X(70)
031600     VALUE 'BY WRITING TO US WITHIN 60 DAYS OF THIS NOTICE.'.
031700*
031800 01  LTR-SEPARATOR               PIC X(70) VALUE ALL '-'.
031900*
032000 PROCEDURE DIVISION.
032100*
032200 0000-MAINLINE.
032300     PERFORM 1000-INITIALIZE
032400             THRU 1000-EXIT.
032500     PERFORM 2000-PROCESS-ACCOUNT
032600             THRU 2000-EXIT
032700             UNTIL EOF-REACHED.
032800     PERFORM 3000-PRINT-CONTROL-TOTALS
032900             THRU 3000-EXIT.
033000     PERFORM 9000-TERMINATE
033100             THRU 9000-EXIT.
033200     STOP RUN.
033300*
033400 1000-INITIALIZE.
033500     OPEN INPUT  ACCT-FILE
033600                 PHIST-OVFL
033700          OUTPUT PROP-FILE
033800                 RPT-FILE
033900                 LETTER-FILE.
034000     ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD.
034100     MOVE WS-TODAY-CCYYMMDD TO WS-DATE-PARTS-N.
034200     COMPUTE WS-TODAY-DAYCT =
034300             (WS-DP-CCYY * 360)
034400             + (WS-DP-MM * 30)
034500             + WS-DP-DD.
034600     COMPUTE WS-TODAY-MONTHS = (WS-DP-CCYY * 12) + WS-DP-MM.
034700*
034800*  THE ARCHIVE BROWSE STARTS WS-HIST-MONTHS BACK.  A
034900*  FLOOR BEFORE 2000 CANNOT BE KEYED WITH TWO-DIGIT
035000*  YEARS AND FALLS BACK TO ZEROS.
035100*
035200     COMPUTE WS-WIN-MONTHS = WS-TODAY-MONTHS - WS-HIST-MONTHS.
035300     DIVIDE WS-WIN-MONTHS BY 12
035400         GIVING WS-WIN-CCYY REMAINDER WS-WIN-MM.
035500     IF WS-WIN-MM = ZERO
035600         MOVE 12 TO WS-WIN-MM
035700         SUBTRACT 1 FROM WS-WIN-CCYY
035800     END-IF.
035900     IF WS-WIN-CCYY < 2000
036000         MOVE ZERO TO WS-WIN-YY
036100         MOVE ZERO TO WS-WIN-MM
036200     ELSE
036300         COMPUTE WS-WIN-YY = WS-WIN-CCYY - 2000
036400     END-IF.
036500     MOVE WS-TODAY-CCYYMMDD TO HDG-RUN-DATE.
036600     WRITE RPT-LINE FROM HDG-LINE-1.
036700     WRITE RPT-LINE FROM WS-BLANK-LINE.
036800     WRITE RPT-LINE FROM HDG-LINE-2.
036900     PERFORM 2900-READ-ACCT
037000             THRU 2900-EXIT.
037100 1000-EXIT.
037200     EXIT.
037300*
037400 2000-PROCESS-ACCOUNT.
037500     IF STATDO OF ACCT-RECORD = 'AC'
037600         PERFORM 2050-REVIEW-ACCOUNT
037700                 THRU 2050-EXIT
037800     END-IF.
037900     PERFORM 2900-READ-ACCT
038000             THRU 2900-EXIT.
038100 2000-EXIT.
038200     EXIT.
038300*
038400 2050-REVIEW-ACCOUNT.
038500     IF LIMITDO OF ACCT-RECORD IS NOT NUMERIC
038600         OR LIMITDO-N OF ACCT-RECORD = ZERO
038700         ADD 1 TO WS-ACCTS-NO-LIMIT
038800         GO TO 2050-EXIT
038900     END-IF.
039000     ADD 1 TO WS-ACCTS-REVIEWED.
039100     PERFORM 2100-SCORE-ACCOUNT
039200             THRU 2100-EXIT.
039300     PERFORM 2500-DECIDE-ACTION
039400             THRU 2500-EXIT.
039500     IF ACTION-NONE
039600         ADD 1 TO WS-NO-CHANGE
039700         GO TO 2050-EXIT
039800     END-IF.
039900     PERFORM 2600-WRITE-PROPOSAL
040000             THRU 2600-EXIT.
040100     PERFORM 2700-PRINT-REGISTER-LINE
040200             THRU 2700-EXIT.
040300     IF ACTION-DECREASE
040400         PERFORM 2800-PRINT-ADVERSE-LETTER
040500                 THRU 2800-EXIT
040600     END-IF.
040700 2050-EXIT.
040800     EXIT.
040900*
041000*  FACTOR 1 UTILIZATION, 2 PAYMENT HISTORY, 3 CREDIT
041100*  CODE, 4 TIME ON BOOK.
041200*
041300 2100-SCORE-ACCOUNT.
041400     MOVE ZERO TO WS-FACTOR-POINTS.
041500     MOVE LIMITDO-N OF ACCT-RECORD TO WS-OLD-LIMIT.
041600     COMPUTE WS-UTIL-PCT ROUNDED =
041700             (BAL-N (3) * 100) / WS-OLD-LIMIT.
041800     EVALUATE TRUE
041900         WHEN WS-UTIL-PCT < 30
042000             MOVE +2 TO FC-POINTS (1)
042100         WHEN WS-UTIL-PCT < 50
042200             MOVE +1 TO FC-POINTS (1)
042300         WHEN WS-UTIL-PCT < 80
042400             MOVE ZERO TO FC-POINTS (1)
042500         WHEN WS-UTIL-PCT < 100
042600             MOVE -1 TO FC-POINTS (1)
042700         WHEN OTHER
042800             MOVE -2 TO FC-POINTS (1)
042900     END-EVALUATE.
043000     PERFORM 2200-GRADE-PAY-HISTORY
043100             THRU 2200-EXIT.
043200     EVALUATE TRUE
043300         WHEN WS-LATE-CYCLES > 1
043400             MOVE -4 TO FC-POINTS (2)
043500         WHEN WS-LATE-CYCLES = 1
043600             MOVE -2 TO FC-POINTS (2)
043700         WHEN WS-ONTIME-CYCLES NOT < 6
043800             MOVE +2 TO FC-POINTS (2)
043900         WHEN WS-ONTIME-CYCLES > ZERO
044000             MOVE +1 TO FC-POINTS (2)
044100         WHEN OTHER
044200             MOVE ZERO TO FC-POINTS (2)
044300     END-EVALUATE.
044400     PERFORM 2400-SCAN-CC-POINTS
044500             THRU 2400-EXIT
044600             VARYING CP-SUB FROM 1 BY 1
044700             UNTIL CP-SUB > 5.
044800     PERFORM 2450-MONTHS-ON-BOOK
044900             THRU 2450-EXIT.
045000     EVALUATE TRUE
045100         WHEN WS-MOB < 12
045200             MOVE ZERO TO FC-POINTS (4)
045300         WHEN WS-MOB < 36
045400             MOVE +1 TO FC-POINTS (4)
045500         WHEN OTHER
045600             MOVE +2 TO FC-POINTS (4)
045700     END-EVALUATE.
045800     COMPUTE WS-SCORE = FC-POINTS (1) + FC-POINTS (2)
045900                      + FC-POINTS (3) + FC-POINTS (4).
046000 2100-EXIT.
046100     EXIT.
046200*
046300*  THE ARCHIVED CYCLES INSIDE THE WINDOW ARE GRADED
046400*  FIRST, THEN THE ONBOARD CYCLES BILLED AFTER THE LAST
046500*  ONE ARCHIVED - PHISTUPD ARCHIVES FROM OCCURRENCE 1,
046600*  SO THE OLDEST ONBOARD CYCLE MAY ALREADY BE COUNTED.
046700*
046800 2200-GRADE-PAY-HISTORY.
046900     MOVE ZERO TO WS-ONTIME-CYCLES
047000                  WS-LATE-CYCLES
047100                  WS-CYCS-LOADED
047200                  WS-LAST-YYMMDD.
047300     MOVE 'N' TO WS-BROWSE-DONE-SWITCH.
047400     MOVE ACCTDO OF ACCT-RECORD TO PH-OV-ACCTDO.
047500     MOVE WS-WIN-YY TO PH-OV-CYCYR.
047600     MOVE WS-WIN-MM TO PH-OV-CYCMO.
047700     MOVE ZERO      TO PH-OV-CYCDAY.
047800     START PHIST-OVFL KEY IS NOT LESS THAN PH-OV-KEY
047900         INVALID KEY
048000             SET BROWSE-DONE TO TRUE
048100     END-START.
048200     PERFORM 2210-GRADE-ONE-ARCHIVED
048300             THRU 2210-EXIT
048400             UNTIL BROWSE-DONE.
048500     PERFORM 2220-GRADE-ONE-ONBOARD
048600             THRU 2220-EXIT
048700             VARYING PH-SUB FROM 1 BY 1
048800             UNTIL PH-SUB > 3.
048900 2200-EXIT.
049000     EXIT.
049100*
049200 2210-GRADE-ONE-ARCHIVED.
049300     READ PHIST-OVFL NEXT
049400         AT END
049500             SET BROWSE-DONE TO TRUE
049600     END-READ.
049700     IF BROWSE-DONE
049800         GO TO 2210-EXIT
049900     END-IF.
050000     IF PH-OV-ACCTDO NOT = ACCTDO OF ACCT-RECORD
050100         SET BROWSE-DONE TO TRUE
050200         GO TO 2210-EXIT
050300     END-IF.
050400     MOVE PH-OV-CYCLE-DATE TO WS-LAST-YYMMDD.
050500     IF PH-OV-BAMT-N NOT > ZERO
050600         GO TO 2210-EXIT
050700     END-IF.
050800     COMPUTE WS-BILL-DAYCT =
050900             ((2000 + PH-OV-CYCYR) * 360)
051000             + (PH-OV-CYCMO * 30)
051100             + PH-OV-CYCDAY.
051200     IF PH-OV-PMO = ZERO AND
051300        PH-OV-PDAY = ZERO AND
051400        PH-OV-PYR = ZERO
051500         MOVE ZERO TO WS-PAY-DAYCT
051600     ELSE
051700         COMPUTE WS-PAY-DAYCT =
051800                 ((2000 + PH-OV-PYR) * 360)
051900                 + (PH-OV-PMO * 30)
052000                 + PH-OV-PDAY
052100     END-IF.
052200     PERFORM 2300-GRADE-CYCLE
052300             THRU 2300-EXIT.
052400 2210-EXIT.
052500     EXIT.
052600*
052700 2220-GRADE-ONE-ONBOARD.
052800     COMPUTE WS-CYC-YYMMDD =
052900             (BYR (PH-SUB) * 10000) + (BMO (PH-SUB) * 100)
053000             + BDAY (PH-SUB).
053100     IF WS-CYC-YYMMDD NOT > WS-LAST-YYMMDD
053200         GO TO 2220-EXIT
053300     END-IF.
053400     MOVE WS-CYC-YYMMDD TO WS-LAST-YYMMDD.
053500     IF BAMT-N (PH-SUB) NOT > ZERO
053600         GO TO 2220-EXIT
053700     END-IF.
053800     COMPUTE WS-BILL-DAYCT =
053900             ((2000 + BYR (PH-SUB)) * 360)
054000             + (BMO (PH-SUB) * 30)
054100             + BDAY (PH-SUB).
054200     IF PMO (PH-SUB) = ZERO AND
054300        PDAY (PH-SUB) = ZERO AND
054400        PYR (PH-SUB) = ZERO
054500         MOVE ZERO TO WS-PAY-DAYCT
054600     ELSE
054700         COMPUTE WS-PAY-DAYCT =
054800                 ((2000 + PYR (PH-SUB)) * 360)
054900                 + (PMO (PH-SUB) * 30)
055000                 + PDAY (PH-SUB)
055100     END-IF.
055200     PERFORM 2300-GRADE-CYCLE
055300             THRU 2300-EXIT.
055400 2220-EXIT.
055500     EXIT.
055600*
055700*  A CYCLE PAID AFTER THE GRACE PERIOD, OR STILL UNPAID
055800*  WITH THE GRACE PERIOD RUN OUT, IS LATE.  A CYCLE
055900*  STILL UNPAID INSIDE THE GRACE PERIOD IS NOT COUNTED
056000*  EITHER WAY.
056100*
056200 2300-GRADE-CYCLE.
056300     ADD 1 TO WS-CYCS-LOADED.
056400     IF WS-PAY-DAYCT = ZERO
056500         COMPUTE WS-DAYS-LATE =
056600                 WS-TODAY-DAYCT - WS-BILL-DAYCT
056700         IF WS-DAYS-LATE > WS-GRACE-DAYS
056800             ADD 1 TO WS-LATE-CYCLES
056900         END-IF
057000     ELSE
057100         COMPUTE WS-DAYS-LATE =
057200                 WS-PAY-DAYCT - WS-BILL-DAYCT
057300         IF WS-DAYS-LATE > WS-GRACE-DAYS
057400             ADD 1 TO WS-LATE-CYCLES
057500         ELSE
057600             ADD 1 TO WS-ONTIME-CYCLES
057700         END-IF
057800     END-IF.
057900 2300-EXIT.
058000     EXIT.
058100*
058200 2400-SCAN-CC-POINTS.
058300     IF CP-CCODE (CP-SUB) = CCODEDO OF ACCT-RECORD
058400         MOVE CP-POINTS (CP-SUB) TO FC-POINTS (3)
058500     END-IF.
058600 2400-EXIT.
058700     EXIT.
058800*
058900*  AN ISSUE DATE THAT IS NOT NUMERIC COUNTS AS NO TIME
059000*  ON BOOK, WHICH ALSO RULES OUT AN INCREASE.
059100*
059200 2450-MONTHS-ON-BOOK.
059300     MOVE ZERO TO WS-MOB.
059400     IF IMODO OF ACCT-RECORD IS NOT NUMERIC
059500         OR IYRDO OF ACCT-RECORD IS NOT NUMERIC
059600         GO TO 2450-EXIT
059700     END-IF.
059800     MOVE IYRDO OF ACCT-RECORD TO WS-ISS-YY.
059900     MOVE IMODO OF ACCT-RECORD TO WS-ISS-MM.
060000     COMPUTE WS-ISSUE-MONTHS =
060100             ((2000 + WS-ISS-YY) * 12) + WS-ISS-MM.
060200     COMPUTE WS-MOB = WS-TODAY-MONTHS - WS-ISSUE-MONTHS.
060300     IF WS-MOB < ZERO
060400         MOVE ZERO TO WS-MOB
060500     END-IF.
060600 2450-EXIT.
060700     EXIT.
060800*
060900 2500-DECIDE-ACTION.
061000     MOVE SPACE TO WS-ACTION.
061100     MOVE WS-OLD-LIMIT TO WS-NEW-LIMIT.
061200     IF WS-SCORE NOT < WS-INCR-SCORE
061300         AND WS-LATE-CYCLES = ZERO
061400         AND WS-MOB NOT < WS-INCR-MIN-MONTHS
061500         AND WS-UTIL-PCT < WS-INCR-MAX-UTIL
061600         PERFORM 2510-SIZE-INCREASE
061700                 THRU 2510-EXIT
061800         GO TO 2500-EXIT
061900     END-IF.
062000     IF WS-SCORE NOT > WS-DECR-SCORE
062100         PERFORM 2520-SIZE-DECREASE
062200                 THRU 2520-EXIT
062300     END-IF.
062400 2500-EXIT.
062500     EXIT.
062600*
062700 2510-SIZE-INCREASE.
062800     COMPUTE WS-HUNDREDS =
062900             (WS-OLD-LIMIT * (100 + WS-INCR-PCT)) / 10000.
063000     COMPUTE WS-NEW-LIMIT = WS-HUNDREDS * 100.
063100     IF WS-NEW-LIMIT > WS-MAX-LIMIT
063200         MOVE WS-MAX-LIMIT TO WS-NEW-LIMIT
063300     END-IF.
063400     IF WS-NEW-LIMIT > WS-OLD-LIMIT
063500         SET ACTION-INCREASE TO TRUE
063600     END-IF.
063700 2510-EXIT.
063800     EXIT.
063900*
064000 2520-SIZE-DECREASE.
064100     COMPUTE WS-HUNDREDS =
064200             (WS-OLD-LIMIT * WS-DECR-PCT) / 10000.
064300     COMPUTE WS-NEW-LIMIT = WS-HUNDREDS * 100.
064400     COMPUTE WS-HUNDREDS = (BAL-N (3) + 99.99) / 100.
064500     COMPUTE WS-BAL-FLOOR = WS-HUNDREDS * 100.
064600     IF WS-NEW-LIMIT < WS-BAL-FLOOR
064700         MOVE WS-BAL-FLOOR TO WS-NEW-LIMIT
064800     END-IF.
064900     IF WS-NEW-LIMIT < WS-MIN-LIMIT
065000         MOVE WS-MIN-LIMIT TO WS-NEW-LIMIT
065100     END-IF.
065200     IF WS-NEW-LIMIT < WS-OLD-LIMIT
065300         SET ACTION-DECREASE TO TRUE
065400     ELSE
065500         MOVE WS-OLD-LIMIT TO WS-NEW-LIMIT
065600     END-IF.
065700 2520-EXIT.
065800     EXIT.
065900*
066000 2600-WRITE-PROPOSAL.
066100     MOVE SPACES                TO PROP-RECORD.
066200     MOVE ACCTDO OF ACCT-RECORD TO PR-ACCTDO.
066300     MOVE WS-NEW-LIMIT          TO PR-NEW-LIMIT-N.
066400     MOVE WS-REVIEW-APPRDO      TO PR-APPRDO.
066500     WRITE PROP-RECORD.
066600     IF ACTION-INCREASE
066700         ADD 1 TO WS-INCREASES
066800         COMPUTE WS-TOTAL-INCREASE = WS-TOTAL-INCREASE
066900                 + WS-NEW-LIMIT - WS-OLD-LIMIT
067000     ELSE
067100         ADD 1 TO WS-DECREASES
067200         COMPUTE WS-TOTAL-DECREASE = WS-TOTAL-DECREASE
067300                 + WS-OLD-LIMIT - WS-NEW-LIMIT
067400     END-IF.
067500 2600-EXIT.
067600     EXIT.
067700*
067800*  THE PRINCIPAL REASON IS THE FACTOR THAT SCORED
067900*  HIGHEST FOR AN INCREASE, LOWEST FOR A DECREASE; THE
068000*  FIRST SUCH FACTOR WINS A TIE.
068100*
068200 2700-PRINT-REGISTER-LINE.
068300     MOVE SPACES TO DTL-LINE.
068400     MOVE ACCTDO  OF ACCT-RECORD TO DTL-ACCT.
068500     MOVE SNAMEDO OF ACCT-RECORD TO DTL-NAME.
068600     MOVE CCODEDO OF ACCT-RECORD TO DTL-CC.
068700     IF WS-UTIL-PCT > 99999
068800         MOVE 99999              TO WS-PCT-ED
068900     ELSE
069000         MOVE WS-UTIL-PCT        TO WS-PCT-ED
069100     END-IF.
069200     MOVE WS-PCT-ED              TO DTL-UTIL.
069300     MOVE WS-ONTIME-CYCLES       TO DTL-ONTIME.
069400     MOVE WS-LATE-CYCLES         TO DTL-LATE.
069500     MOVE WS-MOB                 TO DTL-MOB.
069600     MOVE WS-SCORE               TO WS-PTS-ED.
069700     MOVE WS-PTS-ED              TO DTL-SCORE.
069800     MOVE WS-OLD-LIMIT           TO WS-AMT-ED.
069900     MOVE WS-AMT-ED              TO DTL-OLD-LIMIT.
070000     MOVE WS-NEW-LIMIT           TO WS-AMT-ED.
070100     MOVE WS-AMT-ED              TO DTL-NEW-LIMIT.
070200     MOVE 1 TO FC-PICK.
070300     PERFORM 2710-PICK-PRINCIPAL
070400             THRU 2710-EXIT
070500             VARYING FC-SUB FROM 2 BY 1
070600             UNTIL FC-SUB > 4.
070700     IF ACTION-INCREASE
070800         MOVE 'INCREASE' TO DTL-ACTION
070900         MOVE FC-UP-REASON (FC-PICK) TO DTL-REASON
071000     ELSE
071100         MOVE 'DECREASE' TO DTL-ACTION
071200         MOVE FC-DOWN-REASON (FC-PICK) TO DTL-REASON
071300     END-IF.
071400     WRITE RPT-LINE FROM DTL-LINE.
071500 2700-EXIT.
071600     EXIT.
071700*
071800 2710-PICK-PRINCIPAL.
071900     IF ACTION-INCREASE
072000         IF FC-POINTS (FC-SUB) > FC-POINTS (FC-PICK)
072100             MOVE FC-SUB TO FC-PICK
072200         END-IF
072300     ELSE
072400         IF FC-POINTS (FC-SUB) < FC-POINTS (FC-PICK)
072500             MOVE FC-SUB TO FC-PICK
072600         END-IF
072700     END-IF.
072800 2710-EXIT.
072900     EXIT.
073000*
073100 2800-PRINT-ADVERSE-LETTER.
073200     WRITE LETTER-LINE FROM WS-BLANK-LINE.
073300     MOVE TTLDO   OF ACCT-RECORD TO LTR-TTL.
073400     MOVE FNAMEDO OF ACCT-RECORD TO LTR-FNAME.
073500     MOVE MIDO    OF ACCT-RECORD TO LTR-MI.
073600     MOVE SNAMEDO OF ACCT-RECORD TO LTR-SNAME.
073700     WRITE LETTER-LINE FROM LTR-NAME-LINE.
073800     MOVE ADDR1DO OF ACCT-RECORD TO LTR-ADDR.
073900     WRITE LETTER-LINE FROM LTR-ADDR-LINE.
074000     MOVE ADDR2DO OF ACCT-RECORD TO LTR-ADDR.
074100     WRITE LETTER-LINE FROM LTR-ADDR-LINE.
074200     MOVE ADDR3DO OF ACCT-RECORD TO LTR-ADDR.
074300     WRITE LETTER-LINE FROM LTR-ADDR-LINE.
074400     WRITE LETTER-LINE FROM WS-BLANK-LINE.
074500     WRITE LETTER-LINE FROM LTR-TITLE.
074600     MOVE ACCTDO OF ACCT-RECORD TO LTR-ACCTDO.
074700     WRITE LETTER-LINE FROM LTR-ACCT-LINE.
074800     WRITE LETTER-LINE FROM WS-BLANK-LINE.
074900     MOVE WS-OLD-LIMIT TO WS-AMT-ED.
075000     MOVE WS-AMT-ED    TO LTR-OLD-LIMIT.
075100     MOVE WS-NEW-LIMIT TO WS-AMT-ED.
075200     MOVE WS-AMT-ED    TO LTR-NEW-LIMIT.
075300     WRITE LETTER-LINE FROM LTR-LIMIT-LINE.
075400     WRITE LETTER-LINE FROM WS-BLANK-LINE.
075500     WRITE LETTER-LINE FROM LTR-REASON-HDG.
075600     PERFORM 2810-PRINT-ONE-REASON
075700             THRU 2810-EXIT
075800             VARYING FC-SUB FROM 1 BY 1
075900             UNTIL FC-SUB > 4.
076000     WRITE LETTER-LINE FROM WS-BLANK-LINE.
076100     WRITE LETTER-LINE FROM LTR-CLOSING-1.
076200     WRITE LETTER-LINE FROM LTR-CLOSING-2.
076300     WRITE LETTER-LINE FROM LTR-CLOSING-3.
076400     WRITE LETTER-LINE FROM LTR-SEPARATOR.
076500     ADD 1 TO WS-LETTERS-PRINTED.
076600 2800-EXIT.
076700     EXIT.
076800*
076900 2810-PRINT-ONE-REASON.
077000     IF FC-POINTS (FC-SUB) < ZERO
077100         MOVE FC-DOWN-REASON (FC-SUB) TO LTR-REASON
077200         WRITE LETTER-LINE FROM LTR-REASON-LINE
077300     END-IF.
077400 2810-EXIT.
077500     EXIT.
077600*
077700 2900-READ-ACCT.
077800     READ ACCT-FILE
077900         AT END
078000             SET EOF-REACHED TO TRUE
078100         NOT AT END
078200             ADD 1 TO WS-RECS-READ
078300     END-READ.
078400 2900-EXIT.
078500     EXIT.
078600*
078700 3000-PRINT-CONTROL-TOTALS.
078800     WRITE RPT-LINE FROM WS-BLANK-LINE.
078900     MOVE 'MASTERS READ'           TO TOT-CAPTION.
079000     MOVE WS-RECS-READ            TO WS-COUNT-ED.
079100     MOVE WS-COUNT-ED             TO TOT-VALUE.
079200     WRITE RPT-LINE FROM TOT-LINE.
079300     MOVE 'ACCOUNTS REVIEWED'      TO TOT-CAPTION.
079400     MOVE WS-ACCTS-REVIEWED       TO WS-COUNT-ED.
079500     MOVE WS-COUNT-ED             TO TOT-VALUE.
079600     WRITE RPT-LINE FROM TOT-LINE.
079700     MOVE 'SKIPPED - NO LIMIT'     TO TOT-CAPTION.
079800     MOVE WS-ACCTS-NO-LIMIT       TO WS-COUNT-ED.
079900     MOVE WS-COUNT-ED             TO TOT-VALUE.
080000     WRITE RPT-LINE FROM TOT-LINE.
080100     MOVE 'INCREASES PROPOSED'     TO TOT-CAPTION.
080200     MOVE WS-INCREASES            TO WS-COUNT-ED.
080300     MOVE WS-COUNT-ED             TO TOT-VALUE.
080400     WRITE RPT-LINE FROM TOT-LINE.
080500     MOVE '  AMOUNT'               TO TOT-CAPTION.
080600     MOVE WS-TOTAL-INCREASE       TO WS-TOT-ED.
080700     MOVE WS-TOT-ED               TO TOT-VALUE.
080800     WRITE RPT-LINE FROM TOT-LINE.
080900     MOVE 'DECREASES PROPOSED'     TO TOT-CAPTION.
081000     MOVE WS-DECREASES            TO WS-COUNT-ED.
081100     MOVE WS-COUNT-ED             TO TOT-VALUE.
081200     WRITE RPT-LINE FROM TOT-LINE.
081300     MOVE '  AMOUNT'               TO TOT-CAPTION.
081400     MOVE WS-TOTAL-DECREASE       TO WS-TOT-ED.
081500     MOVE WS-TOT-ED               TO TOT-VALUE.
081600     WRITE RPT-LINE FROM TOT-LINE.
081700     MOVE 'NO CHANGE'              TO TOT-CAPTION.
081800     MOVE WS-NO-CHANGE            TO WS-COUNT-ED.
081900     MOVE WS-COUNT-ED             TO TOT-VALUE.
082000     WRITE RPT-LINE FROM TOT-LINE.
082100     MOVE 'NOTICES PRINTED'        TO TOT-CAPTION.
082200     MOVE WS-LETTERS-PRINTED      TO WS-COUNT-ED.
082300     MOVE WS-COUNT-ED             TO TOT-VALUE.
082400     WRITE RPT-LINE FROM TOT-LINE.
082500 3000-EXIT.
082600     EXIT.
082700*
082800 9000-TERMINATE.
082900     CLOSE ACCT-FILE
083000           PHIST-OVFL
083100           PROP-FILE
083200           RPT-FILE
083300           LETTER-FILE.
083400     DISPLAY 'LIMREVW - ACCOUNTS REVIEWED:   ' WS-ACCTS-REVIEWED.
083500     DISPLAY 'LIMREVW - INCREASES PROPOSED:  ' WS-INCREASES.
083600     DISPLAY 'LIMREVW - DECREASES PROPOSED:  ' WS-DECREASES.
083700     DISPLAY 'LIMREVW - NOTICES PRINTED:     '
083800             WS-LETTERS-PRINTED.
083900 9000-EXIT.
084000     EXIT.
084100*
