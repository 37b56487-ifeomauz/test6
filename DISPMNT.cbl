000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DISPMNT.
000300 AUTHOR.        D. HALVORSEN.
000400 INSTALLATION.  CARD SERVICES DATA CENTER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*
000800*****************************************************
000900*  MODIFICATION HISTORY                              *
001000*  DATE       INIT  DESCRIPTION                      *
001100*  10/15/26   DJH   ORIGINAL PROGRAM - OPEN AND CLOSE *
001200*                   CARDHOLDER DISPUTES AGAINST       *
001300*                   POSTED ITEMS, WITH PROVISIONAL    *
001400*                   CREDIT AND REBILL POSTINGS.       *
001500*****************************************************
001600*
001700*  THIS MAINTENANCE JOB APPLIES THE DAY'S DISPUTE ACTIONS
001800*  KEYED BY CUSTOMER SERVICE.  EACH ACTION NAMES ONE
001900*  POSTED ITEM BY ITS POSTDTL KEY - ACCOUNT, POST DATE
002000*  AND SEQUENCE NUMBER - AND THE DISPUTE CASE CARRIES THE
002100*  SAME KEY, SO AN ITEM CAN BE DISPUTED ONLY ONCE.
002200*
002300*  ACTION CODES:
002400*    O - OPEN A DISPUTE.  THE ITEM MUST BE ON POSTDTL AND
002500*        MUST BE A PURCHASE.  THE CASE IS WRITTEN OPEN
002600*        WITH A RESPONSE DEADLINE WS-RESPONSE-MONTHS
002700*        AFTER TODAY, AND A PROVISIONAL CREDIT FOR THE
002800*        ITEM AMOUNT IS WRITTEN TO DISPPOST AS A 'C' ITEM.
002900*    W - CLOSE IN THE CARDHOLDER'S FAVOR.  THE CREDIT
003000*        ALREADY POSTED STANDS; NOTHING FURTHER POSTS.
003100*    L - CLOSE AGAINST THE CARDHOLDER.  THE PROVISIONAL
003200*        CREDIT IS REVERSED BY A 'D' REBILL ITEM WRITTEN
003300*        TO DISPPOST.
003400*
003500*  DISPPOST IS IN DAYTRAN FORMAT.  THE JOBSTREAM SORT/
003600*  MERGES IT INTO THE DAYTRAN FILE AHEAD OF DLYPOST, SO
003700*  THE CREDIT AND THE REBILL GO THROUGH THE NORMAL DAILY
003800*  POSTING PATH AND LAND ON POSTDTL LIKE ANY OTHER ITEM.
003900*  EVERY ACTION, APPLIED OR REJECTED, IS LISTED ON THE
004000*  DISPUTE REGISTER WITH CONTROL TOTALS.
004100*
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER.   IBM-370.
004500 OBJECT-COMPUTER.   IBM-370.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT TRANS-FILE  ASSIGN TO DISPTRAN
004900         ORGANIZATION IS SEQUENTIAL.
005000     SELECT POST-DTL    ASSIGN TO POSTDTL
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE  IS DYNAMIC
005300         RECORD KEY   IS PI-KEY
005400         FILE STATUS  IS WS-PDTL-STATUS.
005500     SELECT DISP-FILE   ASSIGN TO DISPFILE
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE  IS DYNAMIC
005800         RECORD KEY   IS DP-KEY
005900         FILE STATUS  IS WS-DISP-STATUS.
006000     SELECT POST-FILE   ASSIGN TO DISPPOST
006100         ORGANIZATION IS SEQUENTIAL.
006200     SELECT RPT-FILE    ASSIGN TO DISPREG
006300         ORGANIZATION IS SEQUENTIAL.
006400*
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  TRANS-FILE
006800     RECORDING MODE IS F.
006900 01  TRANS-RECORD.
007000     05  DX-ACTION               PIC X.
007100         88  DX-IS-OPEN                     VALUE 'O'.
007200         88  DX-IS-CLOSE-WON                VALUE 'W'.
007300         88  DX-IS-CLOSE-LOST               VALUE 'L'.
007400     05  DX-ITEM-KEY.
007500         10  DX-ACCTDO           PIC X(5).
007600         10  DX-POST-DATE        PIC 9(8).
007700         10  DX-SEQNO            PIC 9(5).
007800     05  DX-REASON               PIC X(2).
007900     05  DX-USERID               PIC X(8).
008000     05  FILLER                  PIC X(51).
008100*
008200 FD  POST-DTL.
008300 01  PI-RECORD.
008400     COPY POSTITEM.
008500*
008600 FD  DISP-FILE.
008700 01  DP-RECORD.
008800     COPY DISPUTE.
008900*
009000 FD  POST-FILE
009100     RECORDING MODE IS F.
009200 01  POST-RECORD.
009300     05  PT-ACCTDO               PIC X(5).
009400     05  PT-TRAN-CODE            PIC X.
009500     05  PT-AMT                  PIC X(8).
009600     05  PT-MO                   PIC 9(2).
009700     05  PT-DAY                  PIC 9(2).
009800     05  PT-YR                   PIC 9(2).
009900     05  PT-AUTH-CODE            PIC X(6).
010000     05  FILLER                  PIC X(54).
010100*
010200 FD  RPT-FILE
010300     RECORDING MODE IS F.
010400 01  RPT-LINE                    PIC X(132).
010500*
010600 WORKING-STORAGE SECTION.
010700 77  WS-TRAN-EOF-SWITCH          PIC X       VALUE 'N'.
010800     88  TRAN-EOF-REACHED                    VALUE 'Y'.
010900 77  WS-PDTL-STATUS              PIC X(2)    VALUE SPACES.
011000 77  WS-DISP-STATUS              PIC X(2)    VALUE SPACES.
011100 77  WS-RESPONSE-MONTHS          PIC 9(2)    VALUE 03.
011200 77  WS-TODAY-CCYYMMDD           PIC 9(8)    VALUE ZERO.
011300 77  WS-TRANS-READ               PIC 9(7)    VALUE ZERO.
011400 77  WS-OPENED                   PIC 9(7)    VALUE ZERO.
011500 77  WS-CLOSED-WON               PIC 9(7)    VALUE ZERO.
011600 77  WS-CLOSED-LOST              PIC 9(7)    VALUE ZERO.
011700 77  WS-REJECTED                 PIC 9(7)    VALUE ZERO.
011800 77  WS-TOTAL-OPENED             PIC 9(11)V99    VALUE ZERO.
011900 77  WS-TOTAL-WON                PIC 9(11)V99    VALUE ZERO.
012000 77  WS-TOTAL-LOST               PIC 9(11)V99    VALUE ZERO.
012100 77  WS-AMT-ED                   PIC ZZZ,ZZ9.99.
012200 77  WS-TOT-ED                   PIC ZZZ,ZZZ,ZZ9.99.
012300 77  WS-COUNT-ED                 PIC ZZZ,ZZ9.
012400 77  WS-DATE-ED                  PIC 9999/99/99.
012500*
012600 01  WS-DUE-DATE.
012700     05  WS-DUE-CCYY             PIC 9(4).
012800     05  WS-DUE-MM               PIC 9(2).
012900     05  WS-DUE-DD               PIC 9(2).
013000 01  WS-DUE-DATE-N REDEFINES WS-DUE-DATE
013100                                 PIC 9(8).
013200*
013300 01  HDG-LINE-1.
013400     05  FILLER                  PIC X(50)
013500         VALUE 'CARDHOLDER DISPUTE REGISTER'.
013600 01  HDG-LINE-2.
013700     05  FILLER                  PIC X(4)  VALUE 'ACT'.
013800     05  FILLER                  PIC X(7)  VALUE 'ACCT  '.
013900     05  FILLER                  PIC X(12) VALUE 'POST DATE'.
014000     05  FILLER                  PIC X(7)  VALUE 'SEQ'.
014100     05  FILLER                  PIC X(12) VALUE '   AMOUNT   '.
014200     05  FILLER                  PIC X(4)  VALUE 'RSN'.
014300     05  FILLER                  PIC X(10) VALUE 'USER'.
014400     05  FILLER                  PIC X(30) VALUE 'RESULT'.
014500*
014600 01  DTL-LINE.
014700     05  DTL-ACTION              PIC X.
014800     05  FILLER                  PIC X(3)  VALUE SPACES.
014900     05  DTL-ACCT                PIC X(5).
015000     05  FILLER                  PIC X(2)  VALUE SPACES.
015100     05  DTL-POST-DATE           PIC X(10).
015200     05  FILLER                  PIC X(2)  VALUE SPACES.
015300     05  DTL-SEQNO               PIC X(5).
015400     05  FILLER                  PIC X(2)  VALUE SPACES.
015500     05  DTL-AMT                 PIC X(10).
015600     05  FILLER                  PIC X(2)  VALUE SPACES.
015700     05  DTL-REASON              PIC X(2).
015800     05  FILLER                  PIC X(2)  VALUE SPACES.
015900     05  DTL-USERID              PIC X(8).
016000     05  FILLER                  PIC X(2)  VALUE SPACES.
016100     05  DTL-RESULT              PIC X(30).
016200*
016300 01  TOT-LINE.
016400     05  TOT-CAPTION             PIC X(24).
016500     05  TOT-VALUE               PIC X(16).
016600*
016700 01  WS-BLANK-LINE               PIC X(132)  VALUE SPACES.
016800*
016900 PROCEDURE DIVISION.
017000*
017100 0000-MAINLINE.
017200     PERFORM 1000-INITIALIZE
017300             THRU 1000-EXIT.
017400     PERFORM 2000-PROCESS-TRANS
017500             THRU 2000-EXIT
017600             UNTIL TRAN-EOF-REACHED.
017700     PERFORM 3000-PRINT-CONTROL-TOTALS
017800             THRU 3000-EXIT.
017900     PERFORM 9000-TERMINATE
018000             THRU 9000-EXIT.
018100     STOP RUN.
018200*
018300 1000-INITIALIZE.
018400     OPEN INPUT  TRANS-FILE
018500                 POST-DTL
018600          OUTPUT POST-FILE
018700                 RPT-FILE.
018800     IF WS-PDTL-STATUS NOT = '00'
018900         DISPLAY 'DISPMNT - CANNOT OPEN POSTED ITEM FILE - '
019000                 'STATUS ' WS-PDTL-STATUS
019100         MOVE 16 TO RETURN-CODE
019200         STOP RUN
019300     END-IF.
019400     OPEN I-O    DISP-FILE.
019500     IF WS-DISP-STATUS = '35'
019600         CLOSE DISP-FILE
019700         OPEN OUTPUT DISP-FILE
019800         CLOSE DISP-FILE
019900         OPEN I-O DISP-FILE
020000     END-IF.
020100     WRITE RPT-LINE FROM HDG-LINE-1.
020200     WRITE RPT-LINE FROM WS-BLANK-LINE.
020300     WRITE RPT-LINE FROM HDG-LINE-2.
020400     ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD.
020500     PERFORM 1100-SET-DUE-DATE
020600             THRU 1100-EXIT.
020700     PERFORM 2900-READ-TRANS
020800             THRU 2900-EXIT.
020900 1000-EXIT.
021000     EXIT.
021100*
021200*  THE RESPONSE DEADLINE IS A WHOLE NUMBER OF MONTHS OUT,
021300*  THE SAME DAY OF THE MONTH, PULLED BACK TO THE LAST
021400*  DAY OF A SHORT MONTH.  EVERY CASE OPENED TODAY SHARES
021500*  IT, SO IT IS WORKED OUT ONCE.
021600*
021700 1100-SET-DUE-DATE.
021800     MOVE WS-TODAY-CCYYMMDD TO WS-DUE-DATE-N.
021900     ADD WS-RESPONSE-MONTHS TO WS-DUE-MM.
022000     IF WS-DUE-MM > 12
022100         SUBTRACT 12 FROM WS-DUE-MM
022200         ADD 1 TO WS-DUE-CCYY
022300     END-IF.
022400     EVALUATE WS-DUE-MM
022500         WHEN 2
022600             IF WS-DUE-DD > 28
022700                 MOVE 28 TO WS-DUE-DD
022800             END-IF
022900         WHEN 4
023000         WHEN 6
023100         WHEN 9
023200         WHEN 11
023300             IF WS-DUE-DD > 30
023400                 MOVE 30 TO WS-DUE-DD
023500             END-IF
023600     END-EVALUATE.
023700 1100-EXIT.
023800     EXIT.
023900*
024000 2000-PROCESS-TRANS.
024100     MOVE SPACES TO DTL-LINE.
024200     MOVE DX-ACTION           TO DTL-ACTION.
024300     MOVE DX-ACCTDO           TO DTL-ACCT.
024400     IF DX-POST-DATE IS NUMERIC
024500         MOVE DX-POST-DATE TO WS-DATE-ED
024600         MOVE WS-DATE-ED   TO DTL-POST-DATE
024700     END-IF.
024800     MOVE DX-SEQNO            TO DTL-SEQNO.
024900     MOVE DX-REASON           TO DTL-REASON.
025000     MOVE DX-USERID           TO DTL-USERID.
025100     EVALUATE TRUE
025200         WHEN DX-IS-OPEN
025300             PERFORM 2100-OPEN-DISPUTE
025400                     THRU 2100-EXIT
025500         WHEN DX-IS-CLOSE-WON
025600         WHEN DX-IS-CLOSE-LOST
025700             PERFORM 2200-CLOSE-DISPUTE
025800                     THRU 2200-EXIT
025900         WHEN OTHER
026000             MOVE 'REJECTED - INVALID ACTION' TO DTL-RESULT
026100             ADD 1 TO WS-REJECTED
026200     END-EVALUATE.
026300     WRITE RPT-LINE FROM DTL-LINE.
026400     PERFORM 2900-READ-TRANS
026500             THRU 2900-EXIT.
026600 2000-EXIT.
026700     EXIT.
026800*
026900 2100-OPEN-DISPUTE.
027000     MOVE DX-ITEM-KEY TO PI-KEY.
027100     READ POST-DTL
027200         INVALID KEY
027300             MOVE 'REJECTED - NO SUCH POSTED ITEM' TO DTL-RESULT
027400             ADD 1 TO WS-REJECTED
027500             GO TO 2100-EXIT
027600     END-READ.
027700     IF PI-TRAN-CODE NOT = 'P'
027800         MOVE 'REJECTED - NOT A PURCHASE' TO DTL-RESULT
027900         ADD 1 TO WS-REJECTED
028000         GO TO 2100-EXIT
028100     END-IF.
028200     MOVE DX-ITEM-KEY TO DP-KEY.
028300     READ DISP-FILE
028400         INVALID KEY
028500             CONTINUE
028600         NOT INVALID KEY
028700             MOVE 'REJECTED - ALREADY DISPUTED' TO DTL-RESULT
028800             ADD 1 TO WS-REJECTED
028900             GO TO 2100-EXIT
029000     END-READ.
029100     MOVE SPACES              TO DP-RECORD.
029200     MOVE DX-ITEM-KEY         TO DP-KEY.
029300     MOVE PI-AMT              TO DP-AMT.
029400     SET DP-IS-OPEN           TO TRUE.
029500     MOVE DX-REASON           TO DP-REASON.
029600     MOVE WS-TODAY-CCYYMMDD   TO DP-OPEN-DATE.
029700     MOVE WS-DUE-DATE-N       TO DP-DUE-DATE.
029800     MOVE ZERO                TO DP-CLOSE-DATE.
029900     MOVE DX-USERID           TO DP-OPEN-USERID.
030000     WRITE DP-RECORD
030100         INVALID KEY
030200             MOVE 'REJECTED - CASE WRITE FAILED' TO DTL-RESULT
030300             ADD 1 TO WS-REJECTED
030400             GO TO 2100-EXIT
030500     END-WRITE.
030600     MOVE 'C' TO PT-TRAN-CODE.
030700     PERFORM 2500-WRITE-POSTING
030800             THRU 2500-EXIT.
030900     MOVE DP-AMT-N TO WS-AMT-ED.
031000     MOVE WS-AMT-ED TO DTL-AMT.
031100     MOVE 'OPENED - PROVISIONAL CREDIT' TO DTL-RESULT.
031200     ADD 1 TO WS-OPENED.
031300     ADD DP-AMT-N TO WS-TOTAL-OPENED.
031400 2100-EXIT.
031500     EXIT.
031600*
031700 2200-CLOSE-DISPUTE.
031800     MOVE DX-ITEM-KEY TO DP-KEY.
031900     READ DISP-FILE
032000         INVALID KEY
032100             MOVE 'REJECTED - NO DISPUTE ON FILE' TO DTL-RESULT
032200             ADD 1 TO WS-REJECTED
032300             GO TO 2200-EXIT
032400     END-READ.
032500     MOVE DP-AMT-N TO WS-AMT-ED.
032600     MOVE WS-AMT-ED TO DTL-AMT.
032700     IF NOT DP-IS-OPEN
032800         MOVE 'REJECTED - ALREADY CLOSED' TO DTL-RESULT
032900         ADD 1 TO WS-REJECTED
033000         GO TO 2200-EXIT
033100     END-IF.
033200     IF DX-IS-CLOSE-WON
033300         SET DP-IS-WON TO TRUE
033400     ELSE
033500         SET DP-IS-LOST TO TRUE
033600     END-IF.
033700     MOVE WS-TODAY-CCYYMMDD   TO DP-CLOSE-DATE.
033800     MOVE DX-USERID           TO DP-CLOSE-USERID.
033900     REWRITE DP-RECORD
034000         INVALID KEY
034100             MOVE 'REJECTED - CASE REWRITE FAILED' TO DTL-RESULT
034200             ADD 1 TO WS-REJECTED
034300             GO TO 2200-EXIT
034400     END-REWRITE.
034500     IF DP-IS-WON
034600         MOVE 'CLOSED WON - CREDIT STANDS' TO DTL-RESULT
034700         ADD 1 TO WS-CLOSED-WON
034800         ADD DP-AMT-N TO WS-TOTAL-WON
034900     ELSE
035000         MOVE 'D' TO PT-TRAN-CODE
035100         PERFORM 2500-WRITE-POSTING
035200                 THRU 2500-EXIT
035300         MOVE 'CLOSED LOST - CREDIT REVERSED' TO DTL-RESULT
035400         ADD 1 TO WS-CLOSED-LOST
035500         ADD DP-AMT-N TO WS-TOTAL-LOST
035600     END-IF.
035700 2200-EXIT.
035800     EXIT.
035900*
036000*  THE POSTING CARRIES TODAY AS ITS TRANSACTION DATE AND
036100*  NO AUTHORIZATION CODE - A CREDIT OR A REBILL NEVER
036200*  SETTLES A HOLD.
036300*
036400 2500-WRITE-POSTING.
036500     MOVE SPACES                     TO POST-RECORD (7:74).
036600     MOVE DP-ACCTDO                  TO PT-ACCTDO.
036700     MOVE DP-AMT                     TO PT-AMT.
036800     MOVE WS-TODAY-CCYYMMDD (5:2)    TO PT-MO.
036900     MOVE WS-TODAY-CCYYMMDD (7:2)    TO PT-DAY.
037000     MOVE WS-TODAY-CCYYMMDD (3:2)    TO PT-YR.
037100     WRITE POST-RECORD.
037200 2500-EXIT.
037300     EXIT.
037400*
037500 2900-READ-TRANS.
037600     READ TRANS-FILE
037700         AT END
037800             SET TRAN-EOF-REACHED TO TRUE
037900         NOT AT END
038000             ADD 1 TO WS-TRANS-READ
038100     END-READ.
038200 2900-EXIT.
038300     EXIT.
038400*
038500 3000-PRINT-CONTROL-TOTALS.
038600     WRITE RPT-LINE FROM WS-BLANK-LINE.
038700     MOVE 'ACTIONS READ'           TO TOT-CAPTION.
038800     MOVE WS-TRANS-READ           TO WS-COUNT-ED.
038900     MOVE WS-COUNT-ED             TO TOT-VALUE.
039000     WRITE RPT-LINE FROM TOT-LINE.
039100     MOVE 'DISPUTES OPENED'        TO TOT-CAPTION.
039200     MOVE WS-OPENED               TO WS-COUNT-ED.
039300     MOVE WS-COUNT-ED             TO TOT-VALUE.
039400     WRITE RPT-LINE FROM TOT-LINE.
039500     MOVE 'PROVISIONAL CREDITS'    TO TOT-CAPTION.
039600     MOVE WS-TOTAL-OPENED         TO WS-TOT-ED.
039700     MOVE WS-TOT-ED               TO TOT-VALUE.
039800     WRITE RPT-LINE FROM TOT-LINE.
039900     MOVE 'CLOSED WON'             TO TOT-CAPTION.
040000     MOVE WS-CLOSED-WON           TO WS-COUNT-ED.
040100     MOVE WS-COUNT-ED             TO TOT-VALUE.
040200     WRITE RPT-LINE FROM TOT-LINE.
040300     MOVE 'CREDITS MADE PERMANENT' TO TOT-CAPTION.
040400     MOVE WS-TOTAL-WON            TO WS-TOT-ED.
040500     MOVE WS-TOT-ED               TO TOT-VALUE.
040600     WRITE RPT-LINE FROM TOT-LINE.
040700     MOVE 'CLOSED LOST'            TO TOT-CAPTION.
040800     MOVE WS-CLOSED-LOST          TO WS-COUNT-ED.
040900     MOVE WS-COUNT-ED             TO TOT-VALUE.
041000     WRITE RPT-LINE FROM TOT-LINE.
041100     MOVE 'CREDITS REVERSED'       TO TOT-CAPTION.
041200     MOVE WS-TOTAL-LOST           TO WS-TOT-ED.
041300     MOVE WS-TOT-ED               TO TOT-VALUE.
041400     WRITE RPT-LINE FROM TOT-LINE.
041500     MOVE 'ACTIONS REJECTED'       TO TOT-CAPTION.
041600     MOVE WS-REJECTED             TO WS-COUNT-ED.
041700     MOVE WS-COUNT-ED             TO TOT-VALUE.
041800     WRITE RPT-LINE FROM TOT-LINE.
041900 3000-EXIT.
042000     EXIT.
042100*
042200 9000-TERMINATE.
042300     CLOSE TRANS-FILE
042400           POST-DTL
042500           DISP-FILE
042600           POST-FILE
042700           RPT-FILE.
042800     DISPLAY 'DISPMNT - ACTIONS READ:     ' WS-TRANS-READ.
042900     DISPLAY 'DISPMNT - DISPUTES OPENED:  ' WS-OPENED.
043000     DISPLAY 'DISPMNT - CLOSED WON:       ' WS-CLOSED-WON.
043100     DISPLAY 'DISPMNT - CLOSED LOST:      ' WS-CLOSED-LOST.
043200     DISPLAY 'DISPMNT - ACTIONS REJECTED: ' WS-REJECTED.
043300 9000-EXIT.
043400     EXIT.
043500*
