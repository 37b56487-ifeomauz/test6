000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DISPAGE.
000300 AUTHOR.        D. HALVORSEN.
000400 INSTALLATION.  CARD SERVICES DATA CENTER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*
000800*****************************************************
000900*  MODIFICATION HISTORY                              *
001000*  DATE       INIT  DESCRIPTION                      *
001100*  10/15/26   DJH   ORIGINAL PROGRAM - AGING OF OPEN  *
001200*                   CARDHOLDER DISPUTES AGAINST THE   *
001300*                   RESPONSE DEADLINE.                *
001400*****************************************************
001500*
001600*  READS THE DISPUTE CASE FILE IN KEY ORDER AND LISTS
001700*  EVERY CASE STILL OPEN: THE DISPUTED ITEM, THE AMOUNT,
001800*  THE DATE OPENED, THE RESPONSE DEADLINE, THE DAYS OPEN
001900*  AND THE DAYS LEFT BEFORE THE DEADLINE.  A CASE PAST
002000*  ITS DEADLINE IS FLAGGED PAST DUE, AND ONE WITHIN
002100*  WS-WARN-DAYS OF IT IS FLAGGED DUE SOON.  OPEN CASES
002200*  ARE ALSO SUMMARIZED INTO DAYS-OPEN BUCKETS.
002300*
002400*  DAY COUNTS USE THE SAME 30/360 RECKONING AS THE REST
002500*  OF THE SYSTEM.
002600*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.   IBM-370.
003000 OBJECT-COMPUTER.   IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT DISP-FILE   ASSIGN TO DISPFILE
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE  IS SEQUENTIAL
003600         RECORD KEY   IS DP-KEY
003700         FILE STATUS  IS WS-DISP-STATUS.
003800     SELECT RPT-FILE    ASSIGN TO DISPAGE
003900         ORGANIZATION IS SEQUENTIAL.
004000*
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  DISP-FILE.
004400 01  DP-RECORD.
004500     COPY DISPUTE.
004600*
004700 FD  RPT-FILE
004800     RECORDING MODE IS F.
004900 01  RPT-LINE                    PIC X(132).
005000*
005100 WORKING-STORAGE SECTION.
005200 77  WS-DISP-EOF-SWITCH          PIC X       VALUE 'N'.
005300     88  DISP-EOF-REACHED                    VALUE 'Y'.
005400 77  WS-DISP-STATUS              PIC X(2)    VALUE SPACES.
005500 77  WS-WARN-DAYS                PIC 9(3)    VALUE 010.
005600 77  WS-TODAY-CCYYMMDD           PIC 9(8)    VALUE ZERO.
005700 77  WS-TODAY-DAYS               PIC 9(7)    VALUE ZERO.
005800 77  WS-OPEN-DAYS                PIC 9(7)    VALUE ZERO.
005900 77  WS-DUE-DAYS                 PIC 9(7)    VALUE ZERO.
006000 77  WS-DAYS-OPEN                PIC S9(5)   VALUE ZERO.
006100 77  WS-DAYS-LEFT                PIC S9(5)   VALUE ZERO.
006200 77  WS-BKT-SUB                  PIC 9(3) COMP.
006300 77  WS-CASES-READ               PIC 9(7)    VALUE ZERO.
006400 77  WS-CASES-OPEN               PIC 9(7)    VALUE ZERO.
006500 77  WS-CASES-PAST-DUE           PIC 9(7)    VALUE ZERO.
006600 77  WS-CASES-DUE-SOON           PIC 9(7)    VALUE ZERO.
006700 77  WS-TOTAL-OPEN               PIC 9(11)V99    VALUE ZERO.
006800 77  WS-TOTAL-PAST-DUE           PIC 9(11)V99    VALUE ZERO.
006900 77  WS-AMT-ED                   PIC ZZZ,ZZ9.99.
007000 77  WS-TOT-ED                   PIC ZZZ,ZZZ,ZZ9.99.
007100 77  WS-COUNT-ED                 PIC ZZZ,ZZ9.
007200 77  WS-DAYS-ED                  PIC ----9.
007300 77  WS-DATE-ED                  PIC 9999/99/99.
007400*
007500 01  WS-DATE-PARTS.
007600     05  WS-DP-CCYY              PIC 9(4).
007700     05  WS-DP-MM                PIC 9(2).
007800     05  WS-DP-DD                PIC 9(2).
007900 01  WS-DATE-PARTS-N REDEFINES WS-DATE-PARTS
008000                                 PIC 9(8).
008100*
008200*  DAYS-OPEN BUCKETS.  THE LAST BUCKET HAS NO UPPER BOUND.
008300*
008400 01  WS-BUCKET-VALUES.
008500     05  FILLER                  PIC X(18)
008600         VALUE '030  0 TO  30 DAYS'.
008700     05  FILLER                  PIC X(18)
008800         VALUE '060 31 TO  60 DAYS'.
008900     05  FILLER                  PIC X(18)
009000         VALUE '090 61 TO  90 DAYS'.
009100     05  FILLER                  PIC X(18)
009200         VALUE '999 OVER 90 DAYS  '.
009300 01  WS-BUCKET-TABLE REDEFINES WS-BUCKET-VALUES.
009400     05  WS-BUCKET OCCURS 4 TIMES.
009500         10  BKT-HIGH            PIC 9(3).
009600         10  BKT-CAPTION         PIC X(15).
009700 01  WS-BUCKET-TOTALS.
009800     05  WS-BUCKET-TOT OCCURS 4 TIMES.
009900         10  BKT-COUNT           PIC 9(7).
010000         10  BKT-AMT             PIC 9(11)V99.
010100*
010200 01  HDG-LINE-1.
010300     05  FILLER                  PIC X(40)
010400         VALUE 'OPEN DISPUTE AGING REPORT'.
010500     05  FILLER                  PIC X(10) VALUE 'RUN DATE '.
010600     05  HDG-RUN-DATE            PIC X(10).
010700 01  HDG-LINE-2.
010800     05  FILLER                  PIC X(7)  VALUE 'ACCT'.
010900     05  FILLER                  PIC X(12) VALUE 'POST DATE'.
011000     05  FILLER                  PIC X(7)  VALUE 'SEQ'.
011100     05  FILLER                  PIC X(12) VALUE '   AMOUNT'.
011200     05  FILLER                  PIC X(4)  VALUE 'RSN'.
011300     05  FILLER                  PIC X(12) VALUE 'OPENED'.
011400     05  FILLER                  PIC X(12) VALUE 'DEADLINE'.
011500     05  FILLER                  PIC X(7)  VALUE '  OPEN'.
011600     05  FILLER                  PIC X(7)  VALUE '  LEFT'.
011700     05  FILLER                  PIC X(10) VALUE 'FLAG'.
011800*
011900 01  DTL-LINE.
012000     05  DTL-ACCT                PIC X(5).
012100     05  FILLER                  PIC X(2)  VALUE SPACES.
012200     05  DTL-POST-DATE           PIC X(10).
012300     05  FILLER                  PIC X(2)  VALUE SPACES.
012400     05  DTL-SEQNO               PIC X(5).
012500     05  FILLER                  PIC X(2)  VALUE SPACES.
012600     05  DTL-AMT                 PIC X(10).
012700     05  FILLER                  PIC X(2)  VALUE SPACES.
012800     05  DTL-REASON              PIC X(2).
012900     05  FILLER                  PIC X(2)  VALUE SPACES.
013000     05  DTL-OPEN-DATE           PIC X(10).
013100     05  FILLER                  PIC X(2)  VALUE SPACES.
013200     05  DTL-DUE-DATE            PIC X(10).
013300     05  FILLER                  PIC X(2)  VALUE SPACES.
013400     05  DTL-DAYS-OPEN           PIC X(5).
013500     05  FILLER                  PIC X(2)  VALUE SPACES.
013600     05  DTL-DAYS-LEFT           PIC X(5).
013700     05  FILLER                  PIC X(2)  VALUE SPACES.
013800     05  DTL-FLAG                PIC X(10).
013900*
014000 01  TOT-LINE.
014100     05  TOT-CAPTION             PIC X(24).
014200     05  TOT-VALUE               PIC X(16).
014300*
014400 01  BKT-LINE.
014500     05  BKT-LINE-CAPTION        PIC X(24).
014600     05  BKT-LINE-COUNT          PIC X(16).
014700     05  BKT-LINE-AMT            PIC X(16).
014800*
014900 01  WS-BLANK-LINE               PIC X(132)  VALUE SPACES.
015000*
015100 PROCEDURE DIVISION.
015200*
015300 0000-MAINLINE.
015400     PERFORM 1000-INITIALIZE
015500             THRU 1000-EXIT.
015600     PERFORM 2000-AGE-ONE-CASE
015700             THRU 2000-EXIT
015800             UNTIL DISP-EOF-REACHED.
015900     PERFORM 3000-PRINT-CONTROL-TOTALS
016000             THRU 3000-EXIT.
016100     PERFORM 9000-TERMINATE
016200             THRU 9000-EXIT.
016300     STOP RUN.
016400*
016500 1000-INITIALIZE.
016600     OPEN INPUT  DISP-FILE
016700          OUTPUT RPT-FILE.
016800     IF WS-DISP-STATUS NOT = '00'
016900         DISPLAY 'DISPAGE - CANNOT OPEN DISPUTE FILE - '
017000                 'STATUS ' WS-DISP-STATUS
017100         MOVE 16 TO RETURN-CODE
017200         STOP RUN
017300     END-IF.
017400     MOVE ZERO TO WS-BUCKET-TOTALS.
017500     ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD.
017600     MOVE WS-TODAY-CCYYMMDD TO WS-DATE-PARTS-N.
017700     PERFORM 2500-DAY-COUNT
017800             THRU 2500-EXIT.
017900     MOVE WS-OPEN-DAYS TO WS-TODAY-DAYS.
018000     MOVE WS-TODAY-CCYYMMDD TO WS-DATE-ED.
018100     MOVE WS-DATE-ED TO HDG-RUN-DATE.
018200     WRITE RPT-LINE FROM HDG-LINE-1.
018300     WRITE RPT-LINE FROM WS-BLANK-LINE.
018400     WRITE RPT-LINE FROM HDG-LINE-2.
018500     PERFORM 2900-READ-DISPUTE
018600             THRU 2900-EXIT.
018700 1000-EXIT.
018800     EXIT.
018900*
019000 2000-AGE-ONE-CASE.
019100     IF NOT DP-IS-OPEN
019200         GO TO 2000-READ-NEXT
019300     END-IF.
019400     ADD 1 TO WS-CASES-OPEN.
019500     ADD DP-AMT-N TO WS-TOTAL-OPEN.
019600     MOVE DP-DUE-DATE TO WS-DATE-PARTS-N.
019700     PERFORM 2500-DAY-COUNT
019800             THRU 2500-EXIT.
019900     MOVE WS-OPEN-DAYS TO WS-DUE-DAYS.
020000     MOVE DP-OPEN-DATE TO WS-DATE-PARTS-N.
020100     PERFORM 2500-DAY-COUNT
020200             THRU 2500-EXIT.
020300     COMPUTE WS-DAYS-OPEN = WS-TODAY-DAYS - WS-OPEN-DAYS.
020400     COMPUTE WS-DAYS-LEFT = WS-DUE-DAYS - WS-TODAY-DAYS.
020500     MOVE SPACES TO DTL-LINE.
020600     MOVE DP-ACCTDO TO DTL-ACCT.
020700     MOVE DP-POST-DATE TO WS-DATE-ED.
020800     MOVE WS-DATE-ED TO DTL-POST-DATE.
020900     MOVE DP-SEQNO TO DTL-SEQNO.
021000     MOVE DP-AMT-N TO WS-AMT-ED.
021100     MOVE WS-AMT-ED TO DTL-AMT.
021200     MOVE DP-REASON TO DTL-REASON.
021300     MOVE DP-OPEN-DATE TO WS-DATE-ED.
021400     MOVE WS-DATE-ED TO DTL-OPEN-DATE.
021500     MOVE DP-DUE-DATE TO WS-DATE-ED.
021600     MOVE WS-DATE-ED TO DTL-DUE-DATE.
021700     MOVE WS-DAYS-OPEN TO WS-DAYS-ED.
021800     MOVE WS-DAYS-ED TO DTL-DAYS-OPEN.
021900     MOVE WS-DAYS-LEFT TO WS-DAYS-ED.
022000     MOVE WS-DAYS-ED TO DTL-DAYS-LEFT.
022100     IF WS-DAYS-LEFT < 0
022200         MOVE 'PAST DUE' TO DTL-FLAG
022300         ADD 1 TO WS-CASES-PAST-DUE
022400         ADD DP-AMT-N TO WS-TOTAL-PAST-DUE
022500     ELSE
022600         IF WS-DAYS-LEFT NOT > WS-WARN-DAYS
022700             MOVE 'DUE SOON' TO DTL-FLAG
022800             ADD 1 TO WS-CASES-DUE-SOON
022900         END-IF
023000     END-IF.
023100     WRITE RPT-LINE FROM DTL-LINE.
023200     MOVE 1 TO WS-BKT-SUB.
023300     PERFORM 2100-FIND-BUCKET
023400             THRU 2100-EXIT
023500             UNTIL WS-BKT-SUB = 4
023600                OR WS-DAYS-OPEN NOT > BKT-HIGH (WS-BKT-SUB).
023700     ADD 1 TO BKT-COUNT (WS-BKT-SUB).
023800     ADD DP-AMT-N TO BKT-AMT (WS-BKT-SUB).
023900 2000-READ-NEXT.
024000     PERFORM 2900-READ-DISPUTE
024100             THRU 2900-EXIT.
024200 2000-EXIT.
024300     EXIT.
024400*
024500 2100-FIND-BUCKET.
024600     ADD 1 TO WS-BKT-SUB.
024700 2100-EXIT.
024800     EXIT.
024900*
025000*  30/360 DAY COUNT OF WS-DATE-PARTS INTO WS-OPEN-DAYS.
025100*
025200 2500-DAY-COUNT.
025300     COMPUTE WS-OPEN-DAYS = (WS-DP-CCYY * 360)
025400                          + (WS-DP-MM * 30)
025500                          + WS-DP-DD.
025600 2500-EXIT.
025700     EXIT.
025800*
025900 2900-READ-DISPUTE.
026000     READ DISP-FILE NEXT RECORD
026100         AT END
026200             SET DISP-EOF-REACHED TO TRUE
026300         NOT AT END
026400             ADD 1 TO WS-CASES-READ
026500     END-READ.
026600 2900-EXIT.
026700     EXIT.
026800*
026900 3000-PRINT-CONTROL-TOTALS.
027000     WRITE RPT-LINE FROM WS-BLANK-LINE.
027100     MOVE SPACES TO BKT-LINE.
027200     MOVE 'DAYS OPEN'              TO BKT-LINE-CAPTION.
027300     MOVE '           CASES'       TO BKT-LINE-COUNT.
027400     MOVE '          AMOUNT'       TO BKT-LINE-AMT.
027500     WRITE RPT-LINE FROM BKT-LINE.
027600     MOVE 1 TO WS-BKT-SUB.
027700     PERFORM 3100-PRINT-ONE-BUCKET
027800             THRU 3100-EXIT
027900             UNTIL WS-BKT-SUB > 4.
028000     WRITE RPT-LINE FROM WS-BLANK-LINE.
028100     MOVE 'CASES READ'             TO TOT-CAPTION.
028200     MOVE WS-CASES-READ           TO WS-COUNT-ED.
028300     MOVE WS-COUNT-ED             TO TOT-VALUE.
028400     WRITE RPT-LINE FROM TOT-LINE.
028500     MOVE 'CASES OPEN'             TO TOT-CAPTION.
028600     MOVE WS-CASES-OPEN           TO WS-COUNT-ED.
028700     MOVE WS-COUNT-ED             TO TOT-VALUE.
028800     WRITE RPT-LINE FROM TOT-LINE.
028900     MOVE 'AMOUNT IN DISPUTE'      TO TOT-CAPTION.
029000     MOVE WS-TOTAL-OPEN           TO WS-TOT-ED.
029100     MOVE WS-TOT-ED               TO TOT-VALUE.
029200     WRITE RPT-LINE FROM TOT-LINE.
029300     MOVE 'CASES PAST DUE'         TO TOT-CAPTION.
029400     MOVE WS-CASES-PAST-DUE       TO WS-COUNT-ED.
029500     MOVE WS-COUNT-ED             TO TOT-VALUE.
029600     WRITE RPT-LINE FROM TOT-LINE.
029700     MOVE 'AMOUNT PAST DUE'        TO TOT-CAPTION.
029800     MOVE WS-TOTAL-PAST-DUE       TO WS-TOT-ED.
029900     MOVE WS-TOT-ED               TO TOT-VALUE.
030000     WRITE RPT-LINE FROM TOT-LINE.
030100     MOVE 'CASES DUE SOON'         TO TOT-CAPTION.
030200     MOVE WS-CASES-DUE-SOON       TO WS-COUNT-ED.
030300     MOVE WS-COUNT-ED             TO TOT-VALUE.
030400     WRITE RPT-LINE FROM TOT-LINE.
030500 3000-EXIT.
030600     EXIT.
030700*
030800 3100-PRINT-ONE-BUCKET.
030900     MOVE SPACES TO BKT-LINE.
031000     MOVE BKT-CAPTION (WS-BKT-SUB) TO BKT-LINE-CAPTION.
031100     MOVE BKT-COUNT (WS-BKT-SUB)   TO WS-COUNT-ED.
031200     MOVE WS-COUNT-ED              TO BKT-LINE-COUNT.
031300     MOVE BKT-AMT (WS-BKT-SUB)     TO WS-TOT-ED.
031400     MOVE WS-TOT-ED                TO BKT-LINE-AMT.
031500     WRITE RPT-LINE FROM BKT-LINE.
031600     ADD 1 TO WS-BKT-SUB.
031700 3100-EXIT.
031800     EXIT.
031900*
032000 9000-TERMINATE.
032100     CLOSE DISP-FILE
032200           RPT-FILE.
032300     DISPLAY 'DISPAGE - CASES READ:       ' WS-CASES-READ.
032400     DISPLAY 'DISPAGE - CASES OPEN:       ' WS-CASES-OPEN.
032500     DISPLAY 'DISPAGE - CASES PAST DUE:   ' WS-CASES-PAST-DUE.
032600 9000-EXIT.
032700     EXIT.
032800*
