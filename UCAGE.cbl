000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    UCAGE.
000300 AUTHOR.        D. HALVORSEN.
000400 INSTALLATION.  CARD SERVICES DATA CENTER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*
000800*****************************************************
000900*  MODIFICATION HISTORY                              *
001000*  DATE       INIT  DESCRIPTION                      *
001100*  10/15/26   DJH   ORIGINAL PROGRAM - AGING OF OPEN  *
001200*                   UNAPPLIED LOCKBOX CASH.           *
001300*****************************************************
001400*
001500*  READS THE UNAPPLIED CASH FILE IN KEY ORDER AND LISTS
001600*  EVERY ITEM STILL OPEN: THE DEPOSIT, THE ACCOUNT THE
001700*  CARDHOLDER WROTE, THE AMOUNT, THE CHECK, THE REMITTER,
001800*  THE REASON IT WAS NOT APPLIED AND THE DAYS SINCE THE
001900*  DEPOSIT.  AN ITEM OLDER THAN WS-REVIEW-DAYS IS FLAGGED
002000*  FOR REVIEW.  OPEN ITEMS ARE ALSO SUMMARIZED INTO
002100*  DAYS-HELD BUCKETS.  THE AMOUNT OPEN IS THE BALANCE THE
002200*  UNAPPLIED CASH GL ACCOUNT SHOULD CARRY AT MONTH END.
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
003300     SELECT UNAP-FILE   ASSIGN TO UNAPPL
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE  IS SEQUENTIAL
003600         RECORD KEY   IS UA-KEY
003700         FILE STATUS  IS WS-UNAP-STATUS.
003800     SELECT RPT-FILE    ASSIGN TO UCAGE
003900         ORGANIZATION IS SEQUENTIAL.
004000*
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  UNAP-FILE.
004400 01  UA-RECORD.
004500     COPY UNAPPL.
004600*
004700 FD  RPT-FILE
004800     RECORDING MODE IS F.
004900 01  RPT-LINE                    PIC X(132).
005000*
005100 WORKING-STORAGE SECTION.
005200 77  WS-UNAP-EOF-SWITCH          PIC X       VALUE 'N'.
005300     88  UNAP-EOF-REACHED                    VALUE 'Y'.
005400 77  WS-UNAP-STATUS              PIC X(2)    VALUE SPACES.
005500 77  WS-REVIEW-DAYS              PIC 9(3)    VALUE 090.
005600 77  WS-TODAY-CCYYMMDD           PIC 9(8)    VALUE ZERO.
005700 77  WS-TODAY-DAYS               PIC 9(7)    VALUE ZERO.
005800 77  WS-CALC-DAYS                PIC 9(7)    VALUE ZERO.
005900 77  WS-DAYS-HELD                PIC S9(5)   VALUE ZERO.
006000 77  WS-BKT-SUB                  PIC 9(3) COMP.
006100 77  WS-ITEMS-READ               PIC 9(7)    VALUE ZERO.
006200 77  WS-ITEMS-OPEN               PIC 9(7)    VALUE ZERO.
006300 77  WS-ITEMS-APPLIED            PIC 9(7)    VALUE ZERO.
006400 77  WS-ITEMS-REVIEW             PIC 9(7)    VALUE ZERO.
006500 77  WS-TOTAL-OPEN               PIC 9(11)V99    VALUE ZERO.
006600 77  WS-TOTAL-REVIEW             PIC 9(11)V99    VALUE ZERO.
006700 77  WS-AMT-ED                   PIC ZZZ,ZZ9.99.
006800 77  WS-TOT-ED                   PIC ZZZ,ZZZ,ZZ9.99.
006900 77  WS-COUNT-ED                 PIC ZZZ,ZZ9.
007000 77  WS-DAYS-ED                  PIC ----9.
007100 77  WS-DATE-ED                  PIC 9999/99/99.
007200*
007300 01  WS-DATE-PARTS.
007400     05  WS-DP-CCYY              PIC 9(4).
007500     05  WS-DP-MM                PIC 9(2).
007600     05  WS-DP-DD                PIC 9(2).
007700 01  WS-DATE-PARTS-N REDEFINES WS-DATE-PARTS
007800                                 PIC 9(8).
007900*
008000*  DAYS-HELD BUCKETS.  THE LAST BUCKET HAS NO UPPER BOUND.
008100*
008200 01  WS-BUCKET-VALUES.
008300     05  FILLER                  PIC X(18)
008400         VALUE '030  0 TO  30 DAYS'.
008500     05  FILLER                  PIC X(18)
008600         VALUE '060 31 TO  60 DAYS'.
008700     05  FILLER                  PIC X(18)
008800         VALUE '090 61 TO  90 DAYS'.
008900     05  FILLER                  PIC X(18)
009000         VALUE '999 OVER 90 DAYS  '.
009100 01  WS-BUCKET-TABLE REDEFINES WS-BUCKET-VALUES.
009200     05  WS-BUCKET OCCURS 4 TIMES.
009300         10  BKT-HIGH            PIC 9(3).
009400         10  BKT-CAPTION         PIC X(15).
009500 01  WS-BUCKET-TOTALS.
009600     05  WS-BUCKET-TOT OCCURS 4 TIMES.
009700         10  BKT-COUNT           PIC 9(7).
009800         10  BKT-AMT             PIC 9(11)V99.
009900*
010000 01  HDG-LINE-1.
010100     05  FILLER                  PIC X(40)
010200         VALUE 'UNAPPLIED CASH AGING REPORT'.
010300     05  FILLER                  PIC X(10) VALUE 'RUN DATE '.
010400     05  HDG-RUN-DATE            PIC X(10).
010500 01  HDG-LINE-2.
010600     05  FILLER                  PIC X(12) VALUE 'DEPOSITED'.
010700     05  FILLER                  PIC X(8)  VALUE 'LOCKBOX'.
010800     05  FILLER                  PIC X(7)  VALUE 'SEQ'.
010900     05  FILLER                  PIC X(7)  VALUE 'ACCT'.
011000     05  FILLER                  PIC X(12) VALUE '   AMOUNT'.
011100     05  FILLER                  PIC X(12) VALUE 'CHECK NO'.
011200     05  FILLER                  PIC X(26) VALUE 'REMITTER'.
011300     05  FILLER                  PIC X(4)  VALUE 'RSN'.
011400     05  FILLER                  PIC X(7)  VALUE '  HELD'.
011500     05  FILLER                  PIC X(10) VALUE 'FLAG'.
011600*
011700 01  DTL-LINE.
011800     05  DTL-DEPOSIT-DATE        PIC X(10).
011900     05  FILLER                  PIC X(2)  VALUE SPACES.
012000     05  DTL-LOCKBOX-ID          PIC X(6).
012100     05  FILLER                  PIC X(2)  VALUE SPACES.
012200     05  DTL-SEQ                 PIC X(5).
012300     05  FILLER                  PIC X(2)  VALUE SPACES.
012400     05  DTL-ACCT                PIC X(5).
012500     05  FILLER                  PIC X(2)  VALUE SPACES.
012600     05  DTL-AMT                 PIC X(10).
012700     05  FILLER                  PIC X(2)  VALUE SPACES.
012800     05  DTL-CHECK-NO            PIC X(10).
012900     05  FILLER                  PIC X(2)  VALUE SPACES.
013000     05  DTL-REMITTER            PIC X(24).
013100     05  FILLER                  PIC X(2)  VALUE SPACES.
013200     05  DTL-REASON              PIC X.
013300     05  FILLER                  PIC X(3)  VALUE SPACES.
013400     05  DTL-DAYS-HELD           PIC X(5).
013500     05  FILLER                  PIC X(2)  VALUE SPACES.
013600     05  DTL-FLAG                PIC X(10).
013700*
013800 01  TOT-LINE.
013900     05  TOT-CAPTION             PIC X(24).
014000     05  TOT-VALUE               PIC X(16).
014100*
014200 01  BKT-LINE.
014300     05  BKT-LINE-CAPTION        PIC X(24).
014400     05  BKT-LINE-COUNT          PIC X(16).
014500     05  BKT-LINE-AMT            PIC X(16).
014600*
014700 01  WS-BLANK-LINE               PIC X(132)  VALUE SPACES.
014800*
014900 PROCEDURE DIVISION.
015000*
015100 0000-MAINLINE.
015200     PERFORM 1000-INITIALIZE
015300             THRU 1000-EXIT.
015400     PERFORM 2000-AGE-ONE-ITEM
015500             THRU 2000-EXIT
015600             UNTIL UNAP-EOF-REACHED.
015700     PERFORM 3000-PRINT-CONTROL-TOTALS
015800             THRU 3000-EXIT.
015900     PERFORM 9000-TERMINATE
016000             THRU 9000-EXIT.
016100     STOP RUN.
016200*
016300 1000-INITIALIZE.
016400     OPEN INPUT  UNAP-FILE
016500          OUTPUT RPT-FILE.
016600     IF WS-UNAP-STATUS NOT = '00'
016700         DISPLAY 'UCAGE - CANNOT OPEN UNAPPLIED CASH FILE - '
016800                 'STATUS ' WS-UNAP-STATUS
016900         MOVE 16 TO RETURN-CODE
017000         STOP RUN
017100     END-IF.
017200     MOVE ZERO TO WS-BUCKET-TOTALS.
017300     ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD.
017400     MOVE WS-TODAY-CCYYMMDD TO WS-DATE-PARTS-N.
017500     PERFORM 2500-DAY-COUNT
017600             THRU 2500-EXIT.
017700     MOVE WS-CALC-DAYS TO WS-TODAY-DAYS.
017800     MOVE WS-TODAY-CCYYMMDD TO WS-DATE-ED.
017900     MOVE WS-DATE-ED TO HDG-RUN-DATE.
018000     WRITE RPT-LINE FROM HDG-LINE-1.
018100     WRITE RPT-LINE FROM WS-BLANK-LINE.
018200     WRITE RPT-LINE FROM HDG-LINE-2.
018300     PERFORM 2900-READ-UNAPPLIED
018400             THRU 2900-EXIT.
018500 1000-EXIT.
018600     EXIT.
018700*
018800 2000-AGE-ONE-ITEM.
018900     IF NOT UA-IS-OPEN
019000         ADD 1 TO WS-ITEMS-APPLIED
019100         GO TO 2000-READ-NEXT
019200     END-IF.
019300     ADD 1 TO WS-ITEMS-OPEN.
019400     ADD UA-AMT-N TO WS-TOTAL-OPEN.
019500     MOVE UA-DEPOSIT-DATE TO WS-DATE-PARTS-N.
019600     PERFORM 2500-DAY-COUNT
019700             THRU 2500-EXIT.
019800     COMPUTE WS-DAYS-HELD = WS-TODAY-DAYS - WS-CALC-DAYS.
019900     MOVE SPACES TO DTL-LINE.
020000     MOVE UA-DEPOSIT-DATE TO WS-DATE-ED.
020100     MOVE WS-DATE-ED TO DTL-DEPOSIT-DATE.
020200     MOVE UA-LOCKBOX-ID TO DTL-LOCKBOX-ID.
020300     MOVE UA-ITEM-SEQ TO DTL-SEQ.
020400     MOVE UA-REMIT-ACCTDO TO DTL-ACCT.
020500     MOVE UA-AMT-N TO WS-AMT-ED.
020600     MOVE WS-AMT-ED TO DTL-AMT.
020700     MOVE UA-CHECK-NO TO DTL-CHECK-NO.
020800     MOVE UA-REMITTER TO DTL-REMITTER.
020900     MOVE UA-REASON TO DTL-REASON.
021000     MOVE WS-DAYS-HELD TO WS-DAYS-ED.
021100     MOVE WS-DAYS-ED TO DTL-DAYS-HELD.
021200     IF WS-DAYS-HELD > WS-REVIEW-DAYS
021300         MOVE 'REVIEW' TO DTL-FLAG
021400         ADD 1 TO WS-ITEMS-REVIEW
021500         ADD UA-AMT-N TO WS-TOTAL-REVIEW
021600     END-IF.
021700     WRITE RPT-LINE FROM DTL-LINE.
021800     MOVE 1 TO WS-BKT-SUB.
021900     PERFORM 2100-FIND-BUCKET
022000             THRU 2100-EXIT
022100             UNTIL WS-BKT-SUB = 4
022200                OR WS-DAYS-HELD NOT > BKT-HIGH (WS-BKT-SUB).
022300     ADD 1 TO BKT-COUNT (WS-BKT-SUB).
022400     ADD UA-AMT-N TO BKT-AMT (WS-BKT-SUB).
022500 2000-READ-NEXT.
022600     PERFORM 2900-READ-UNAPPLIED
022700             THRU 2900-EXIT.
022800 2000-EXIT.
022900     EXIT.
023000*
023100 2100-FIND-BUCKET.
023200     ADD 1 TO WS-BKT-SUB.
023300 2100-EXIT.
023400     EXIT.
023500*
023600*  30/360 DAY COUNT OF WS-DATE-PARTS INTO WS-CALC-DAYS.
023700*
023800 2500-DAY-COUNT.
023900     COMPUTE WS-CALC-DAYS = (WS-DP-CCYY * 360)
024000                          + (WS-DP-MM * 30)
024100                          + WS-DP-DD.
024200 2500-EXIT.
024300     EXIT.
024400*
024500 2900-READ-UNAPPLIED.
024600     READ UNAP-FILE NEXT RECORD
024700         AT END
024800             SET UNAP-EOF-REACHED TO TRUE
024900         NOT AT END
025000             ADD 1 TO WS-ITEMS-READ
025100     END-READ.
025200 2900-EXIT.
025300     EXIT.
025400*
025500 3000-PRINT-CONTROL-TOTALS.
025600     WRITE RPT-LINE FROM WS-BLANK-LINE.
025700     MOVE SPACES TO BKT-LINE.
025800     MOVE 'DAYS HELD'              TO BKT-LINE-CAPTION.
025900     MOVE '           ITEMS'       TO BKT-LINE-COUNT.
026000     MOVE '          AMOUNT'       TO BKT-LINE-AMT.
026100     WRITE RPT-LINE FROM BKT-LINE.
026200     MOVE 1 TO WS-BKT-SUB.
026300     PERFORM 3100-PRINT-ONE-BUCKET
026400             THRU 3100-EXIT
026500             UNTIL WS-BKT-SUB > 4.
026600     WRITE RPT-LINE FROM WS-BLANK-LINE.
026700     MOVE 'ITEMS READ'             TO TOT-CAPTION.
026800     MOVE WS-ITEMS-READ           TO WS-COUNT-ED.
026900     MOVE WS-COUNT-ED             TO TOT-VALUE.
027000     WRITE RPT-LINE FROM TOT-LINE.
027100     MOVE 'ITEMS APPLIED'          TO TOT-CAPTION.
027200     MOVE WS-ITEMS-APPLIED        TO WS-COUNT-ED.
027300     MOVE WS-COUNT-ED             TO TOT-VALUE.
027400     WRITE RPT-LINE FROM TOT-LINE.
027500     MOVE 'ITEMS OPEN'             TO TOT-CAPTION.
027600     MOVE WS-ITEMS-OPEN           TO WS-COUNT-ED.
027700     MOVE WS-COUNT-ED             TO TOT-VALUE.
027800     WRITE RPT-LINE FROM TOT-LINE.
027900     MOVE 'UNAPPLIED CASH BALANCE' TO TOT-CAPTION.
028000     MOVE WS-TOTAL-OPEN           TO WS-TOT-ED.
028100     MOVE WS-TOT-ED               TO TOT-VALUE.
028200     WRITE RPT-LINE FROM TOT-LINE.
028300     MOVE 'ITEMS FOR REVIEW'       TO TOT-CAPTION.
028400     MOVE WS-ITEMS-REVIEW         TO WS-COUNT-ED.
028500     MOVE WS-COUNT-ED             TO TOT-VALUE.
028600     WRITE RPT-LINE FROM TOT-LINE.
028700     MOVE 'AMOUNT FOR REVIEW'      TO TOT-CAPTION.
028800     MOVE WS-TOTAL-REVIEW         TO WS-TOT-ED.
028900     MOVE WS-TOT-ED               TO TOT-VALUE.
029000     WRITE RPT-LINE FROM TOT-LINE.
029100 3000-EXIT.
029200     EXIT.
029300*
029400 3100-PRINT-ONE-BUCKET.
029500     MOVE SPACES TO BKT-LINE.
029600     MOVE BKT-CAPTION (WS-BKT-SUB) TO BKT-LINE-CAPTION.
029700     MOVE BKT-COUNT (WS-BKT-SUB)   TO WS-COUNT-ED.
029800     MOVE WS-COUNT-ED              TO BKT-LINE-COUNT.
029900     MOVE BKT-AMT (WS-BKT-SUB)     TO WS-TOT-ED.
030000     MOVE WS-TOT-ED                TO BKT-LINE-AMT.
030100     WRITE RPT-LINE FROM BKT-LINE.
030200     ADD 1 TO WS-BKT-SUB.
030300 3100-EXIT.
030400     EXIT.
030500*
030600 9000-TERMINATE.
030700     CLOSE UNAP-FILE
030800           RPT-FILE.
030900     DISPLAY 'UCAGE - ITEMS READ:         ' WS-ITEMS-READ.
031000     DISPLAY 'UCAGE - ITEMS OPEN:         ' WS-ITEMS-OPEN.
031100     DISPLAY 'UCAGE - ITEMS FOR REVIEW:   ' WS-ITEMS-REVIEW.
031200 9000-EXIT.
031300     EXIT.
031400*
