000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    UCAPPLY.
000300 AUTHOR.        D. HALVORSEN.
000400 INSTALLATION.  CARD SERVICES DATA CENTER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*
000800*****************************************************
000900*  MODIFICATION HISTORY                              *
001000*  DATE       INIT  DESCRIPTION                      *
001100*  10/15/26   DJH   ORIGINAL PROGRAM - APPLY HELD     *
001200*                   LOCKBOX CASH TO AN ACCOUNT.       *
001300*****************************************************
001400*
001500*  THIS MAINTENANCE JOB APPLIES UNAPPLIED LOCKBOX CASH
001600*  ONCE CUSTOMER SERVICE HAS FOUND WHERE IT BELONGS.
001700*  EACH ACTION NAMES ONE ITEM ON UNAPPL BY ITS KEY -
001800*  DEPOSIT DATE, LOCKBOX NUMBER AND ITEM SEQUENCE - AND
001900*  THE ACCOUNT THE MONEY IS TO GO TO.
002000*
002100*  ACTION CODES:
002200*    A - APPLY.  THE ITEM MUST BE ON UNAPPL AND STILL
002300*        OPEN, AND THE ACCOUNT MUST BE ON ACCTMSTI AND
002400*        NOT CLOSED.  AN 'M' PAYMENT FOR THE ITEM AMOUNT
002500*        IS WRITTEN TO UCAPOST AND THE ITEM IS MARKED
002600*        APPLIED WITH THE ACCOUNT, DATE AND USER.
002700*
002800*  UCAPOST IS IN DAYTRAN FORMAT.  THE JOBSTREAM SORT/
002900*  MERGES IT INTO THE DAYTRAN FILE AHEAD OF DLYPOST, SO
003000*  THE PAYMENT POSTS, AND IS JOURNALED BY CYCROLL, LIKE
003100*  ANY OTHER.  BECAUSE CYCROLL WILL DEBIT CASH FOR IT
003200*  AGAIN, THE DAY'S APPLIED TOTAL IS JOURNALED ON
003300*  UCAJRNL AS ONE 'UA' ENTRY, DEBIT UNAPPLIED CASH AND
003400*  CREDIT CASH, TAKING IT BACK OUT OF SUSPENSE.  EVERY
003500*  ACTION, APPLIED OR REJECTED, IS LISTED ON THE
003600*  UNAPPLIED CASH REGISTER WITH CONTROL TOTALS.
003700*
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.   IBM-370.
004100 OBJECT-COMPUTER.   IBM-370.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT TRANS-FILE  ASSIGN TO UCTRAN
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT UNAP-FILE   ASSIGN TO UNAPPL
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE  IS DYNAMIC
004900         RECORD KEY   IS UA-KEY
005000         FILE STATUS  IS WS-UNAP-STATUS.
005100     SELECT ACCT-KSDS   ASSIGN TO ACCTMSTI
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE  IS DYNAMIC
005400         RECORD KEY   IS ACCTDO OF KSDS-RECORD
005500         FILE STATUS  IS WS-KSDS-STATUS.
005600     SELECT POST-FILE   ASSIGN TO UCAPOST
005700         ORGANIZATION IS SEQUENTIAL.
005800     SELECT JRNL-FILE   ASSIGN TO UCAJRNL
005900         ORGANIZATION IS SEQUENTIAL.
006000     SELECT RPT-FILE    ASSIGN TO UCAREG
006100         ORGANIZATION IS SEQUENTIAL.
006200*
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  TRANS-FILE
006600     RECORDING MODE IS F.
006700 01  TRANS-RECORD.
006800     05  UX-ACTION               PIC X.
006900         88  UX-IS-APPLY                    VALUE 'A'.
007000     05  UX-ITEM-KEY.
007100         10  UX-DEPOSIT-DATE     PIC 9(8).
007200         10  UX-LOCKBOX-ID       PIC X(6).
007300         10  UX-ITEM-SEQ         PIC 9(5).
007400     05  UX-ACCTDO               PIC X(5).
007500     05  UX-USERID               PIC X(8).
007600     05  FILLER                  PIC X(47).
007700*
007800 FD  UNAP-FILE.
007900 01  UA-RECORD.
008000     COPY UNAPPL.
008100*
008200 FD  ACCT-KSDS.
008300 01  KSDS-RECORD.
008400     COPY ACCTREC.
008500*
008600 FD  POST-FILE
008700     RECORDING MODE IS F.
008800 01  POST-RECORD.
008900     05  PT-ACCTDO               PIC X(5).
009000     05  PT-TRAN-CODE            PIC X.
009100     05  PT-AMT                  PIC X(8).
009200     05  PT-MO                   PIC 9(2).
009300     05  PT-DAY                  PIC 9(2).
009400     05  PT-YR                   PIC 9(2).
009500     05  PT-AUTH-CODE            PIC X(6).
009600     05  FILLER                  PIC X(54).
009700*
009800 FD  JRNL-FILE
009900     RECORDING MODE IS F.
010000 01  GL-RECORD.
010100     COPY GLJRNL.
010200*
010300 FD  RPT-FILE
010400     RECORDING MODE IS F.
010500 01  RPT-LINE                    PIC X(132).
010600*
010700 WORKING-STORAGE SECTION.
010800 77  WS-TRAN-EOF-SWITCH          PIC X       VALUE 'N'.
010900     88  TRAN-EOF-REACHED                    VALUE 'Y'.
011000 77  WS-UNAP-STATUS              PIC X(2)    VALUE SPACES.
011100 77  WS-KSDS-STATUS              PIC X(2)    VALUE SPACES.
011200 77  WS-TODAY-CCYYMMDD           PIC 9(8)    VALUE ZERO.
011300 77  WS-TRANS-READ               PIC 9(7)    VALUE ZERO.
011400 77  WS-APPLIED                  PIC 9(7)    VALUE ZERO.
011500 77  WS-REJECTED                 PIC 9(7)    VALUE ZERO.
011600 77  WS-JRNL-WRITTEN             PIC 9(7)    VALUE ZERO.
011700 77  WS-TOTAL-APPLIED            PIC 9(11)V99    VALUE ZERO.
011800 77  WS-AMT-ED                   PIC ZZZ,ZZ9.99.
011900 77  WS-TOT-ED                   PIC ZZZ,ZZZ,ZZ9.99.
012000 77  WS-COUNT-ED                 PIC ZZZ,ZZ9.
012100 77  WS-DATE-ED                  PIC 9999/99/99.
012200*
012300 01  HDG-LINE-1.
012400     05  FILLER                  PIC X(50)
012500         VALUE 'UNAPPLIED CASH REGISTER'.
012600 01  HDG-LINE-2.
012700     05  FILLER                  PIC X(4)  VALUE 'ACT'.
012800     05  FILLER                  PIC X(12) VALUE 'DEPOSITED'.
012900     05  FILLER                  PIC X(8)  VALUE 'LOCKBOX'.
013000     05  FILLER                  PIC X(7)  VALUE 'SEQ'.
013100     05  FILLER                  PIC X(7)  VALUE 'ACCT'.
013200     05  FILLER                  PIC X(12) VALUE '   AMOUNT   '.
013300     05  FILLER                  PIC X(10) VALUE 'USER'.
013400     05  FILLER                  PIC X(30) VALUE 'RESULT'.
013500*
013600 01  DTL-LINE.
013700     05  DTL-ACTION              PIC X.
013800     05  FILLER                  PIC X(3)  VALUE SPACES.
013900     05  DTL-DEPOSIT-DATE        PIC X(10).
014000     05  FILLER                  PIC X(2)  VALUE SPACES.
014100     05  DTL-LOCKBOX-ID          PIC X(6).
014200     05  FILLER                  PIC X(2)  VALUE SPACES.
014300     05  DTL-SEQ                 PIC X(5).
014400     05  FILLER                  PIC X(2)  VALUE SPACES.
014500     05  DTL-ACCT                PIC X(5).
014600     05  FILLER                  PIC X(2)  VALUE SPACES.
014700     05  DTL-AMT                 PIC X(10).
014800     05  FILLER                  PIC X(2)  VALUE SPACES.
014900     05  DTL-USERID              PIC X(8).
015000     05  FILLER                  PIC X(2)  VALUE SPACES.
015100     05  DTL-RESULT              PIC X(30).
015200*
015300 01  TOT-LINE.
015400     05  TOT-CAPTION             PIC X(24).
015500     05  TOT-VALUE               PIC X(16).
015600*
015700 01  WS-BLANK-LINE               PIC X(132)  VALUE SPACES.
015800*
015900 PROCEDURE DIVISION.
016000*
016100 0000-MAINLINE.
016200     PERFORM 1000-INITIALIZE
016300             THRU 1000-EXIT.
016400     PERFORM 2000-PROCESS-TRANS
016500             THRU 2000-EXIT
016600             UNTIL TRAN-EOF-REACHED.
016700     PERFORM 8000-WRITE-JOURNAL
016800             THRU 8000-EXIT.
016900     PERFORM 3000-PRINT-CONTROL-TOTALS
017000             THRU 3000-EXIT.
017100     PERFORM 9000-TERMINATE
017200             THRU 9000-EXIT.
017300     STOP RUN.
017400*
017500 1000-INITIALIZE.
017600     OPEN INPUT  TRANS-FILE
017700                 ACCT-KSDS
017800          OUTPUT POST-FILE
017900                 JRNL-FILE
018000                 RPT-FILE.
018100     IF WS-KSDS-STATUS NOT = '00'
018200         DISPLAY 'UCAPPLY - CANNOT OPEN ACCOUNT MASTER - '
018300                 'STATUS ' WS-KSDS-STATUS
018400         MOVE 16 TO RETURN-CODE
018500         STOP RUN
018600     END-IF.
018700     OPEN I-O    UNAP-FILE.
018800     IF WS-UNAP-STATUS NOT = '00'
018900         DISPLAY 'UCAPPLY - CANNOT OPEN UNAPPLIED CASH FILE - '
019000                 'STATUS ' WS-UNAP-STATUS
019100         MOVE 16 TO RETURN-CODE
019200         STOP RUN
019300     END-IF.
019400     WRITE RPT-LINE FROM HDG-LINE-1.
019500     WRITE RPT-LINE FROM WS-BLANK-LINE.
019600     WRITE RPT-LINE FROM HDG-LINE-2.
019700     ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD.
019800     PERFORM 2900-READ-TRANS
019900             THRU 2900-EXIT.
020000 1000-EXIT.
020100     EXIT.
020200*
020300 2000-PROCESS-TRANS.
020400     MOVE SPACES TO DTL-LINE.
020500     MOVE UX-ACTION           TO DTL-ACTION.
020600     IF UX-DEPOSIT-DATE IS NUMERIC
020700         MOVE UX-DEPOSIT-DATE TO WS-DATE-ED
020800         MOVE WS-DATE-ED      TO DTL-DEPOSIT-DATE
020900     END-IF.
021000     MOVE UX-LOCKBOX-ID       TO DTL-LOCKBOX-ID.
021100     MOVE UX-ITEM-SEQ         TO DTL-SEQ.
021200     MOVE UX-ACCTDO           TO DTL-ACCT.
021300     MOVE UX-USERID           TO DTL-USERID.
021400     IF UX-IS-APPLY
021500         PERFORM 2100-APPLY-ITEM
021600                 THRU 2100-EXIT
021700     ELSE
021800         MOVE 'REJECTED - INVALID ACTION' TO DTL-RESULT
021900         ADD 1 TO WS-REJECTED
022000     END-IF.
022100     WRITE RPT-LINE FROM DTL-LINE.
022200     PERFORM 2900-READ-TRANS
022300             THRU 2900-EXIT.
022400 2000-EXIT.
022500     EXIT.
022600*
022700 2100-APPLY-ITEM.
022800     MOVE UX-ITEM-KEY TO UA-KEY.
022900     READ UNAP-FILE
023000         INVALID KEY
023100             MOVE 'REJECTED - NO SUCH HELD ITEM' TO DTL-RESULT
023200             ADD 1 TO WS-REJECTED
023300             GO TO 2100-EXIT
023400     END-READ.
023500     MOVE UA-AMT-N TO WS-AMT-ED.
023600     MOVE WS-AMT-ED TO DTL-AMT.
023700     IF NOT UA-IS-OPEN
023800         MOVE 'REJECTED - ALREADY APPLIED' TO DTL-RESULT
023900         ADD 1 TO WS-REJECTED
024000         GO TO 2100-EXIT
024100     END-IF.
024200     MOVE UX-ACCTDO TO ACCTDO OF KSDS-RECORD.
024300     READ ACCT-KSDS
024400         INVALID KEY
024500             MOVE 'REJECTED - NO SUCH ACCOUNT' TO DTL-RESULT
024600             ADD 1 TO WS-REJECTED
024700             GO TO 2100-EXIT
024800     END-READ.
024900     IF STATDO OF KSDS-RECORD = 'CL'
025000         MOVE 'REJECTED - ACCOUNT CLOSED' TO DTL-RESULT
025100         ADD 1 TO WS-REJECTED
025200         GO TO 2100-EXIT
025300     END-IF.
025400     SET UA-IS-APPLIED        TO TRUE.
025500     MOVE UX-ACCTDO           TO UA-APPLIED-ACCTDO.
025600     MOVE WS-TODAY-CCYYMMDD   TO UA-APPLIED-DATE.
025700     MOVE UX-USERID           TO UA-APPLIED-USERID.
025800     REWRITE UA-RECORD
025900         INVALID KEY
026000             MOVE 'REJECTED - ITEM REWRITE FAILED' TO DTL-RESULT
026100             ADD 1 TO WS-REJECTED
026200             GO TO 2100-EXIT
026300     END-REWRITE.
026400     PERFORM 2500-WRITE-POSTING
026500             THRU 2500-EXIT.
026600     MOVE 'APPLIED - PAYMENT POSTED' TO DTL-RESULT.
026700     ADD 1 TO WS-APPLIED.
026800     ADD UA-AMT-N TO WS-TOTAL-APPLIED.
026900 2100-EXIT.
027000     EXIT.
027100*
027200*  THE PAYMENT CARRIES TODAY AS ITS TRANSACTION DATE AND
027300*  NO AUTHORIZATION CODE.
027400*
027500 2500-WRITE-POSTING.
027600     MOVE SPACES                     TO POST-RECORD.
027700     MOVE UA-APPLIED-ACCTDO          TO PT-ACCTDO.
027800     MOVE 'M'                        TO PT-TRAN-CODE.
027900     MOVE UA-AMT                     TO PT-AMT.
028000     MOVE WS-TODAY-CCYYMMDD (5:2)    TO PT-MO.
028100     MOVE WS-TODAY-CCYYMMDD (7:2)    TO PT-DAY.
028200     MOVE WS-TODAY-CCYYMMDD (3:2)    TO PT-YR.
028300     WRITE POST-RECORD.
028400 2500-EXIT.
028500     EXIT.
028600*
028700 2900-READ-TRANS.
028800     READ TRANS-FILE
028900         AT END
029000             SET TRAN-EOF-REACHED TO TRUE
029100         NOT AT END
029200             ADD 1 TO WS-TRANS-READ
029300     END-READ.
029400 2900-EXIT.
029500     EXIT.
029600*
029700 3000-PRINT-CONTROL-TOTALS.
029800     WRITE RPT-LINE FROM WS-BLANK-LINE.
029900     MOVE 'ACTIONS READ'           TO TOT-CAPTION.
030000     MOVE WS-TRANS-READ           TO WS-COUNT-ED.
030100     MOVE WS-COUNT-ED             TO TOT-VALUE.
030200     WRITE RPT-LINE FROM TOT-LINE.
030300     MOVE 'ITEMS APPLIED'          TO TOT-CAPTION.
030400     MOVE WS-APPLIED              TO WS-COUNT-ED.
030500     MOVE WS-COUNT-ED             TO TOT-VALUE.
030600     WRITE RPT-LINE FROM TOT-LINE.
030700     MOVE 'AMOUNT APPLIED'         TO TOT-CAPTION.
030800     MOVE WS-TOTAL-APPLIED        TO WS-TOT-ED.
030900     MOVE WS-TOT-ED               TO TOT-VALUE.
031000     WRITE RPT-LINE FROM TOT-LINE.
031100     MOVE 'ACTIONS REJECTED'       TO TOT-CAPTION.
031200     MOVE WS-REJECTED             TO WS-COUNT-ED.
031300     MOVE WS-COUNT-ED             TO TOT-VALUE.
031400     WRITE RPT-LINE FROM TOT-LINE.
031500 3000-EXIT.
031600     EXIT.
031700*
031800*  ONE ENTRY FOR THE DAY'S APPLIED CASH, TAKING IT OUT
031900*  OF UNAPPLIED CASH.  THE CREDIT TO CASH OFFSETS THE
032000*  CASH DEBIT CYCROLL MAKES WHEN IT JOURNALS THE POSTED
032100*  PAYMENT, SO THE DEPOSIT IS COUNTED IN CASH ONCE.
032200*
032300 8000-WRITE-JOURNAL.
032400     IF WS-TOTAL-APPLIED = ZERO
032500         GO TO 8000-EXIT
032600     END-IF.
032700     MOVE SPACES             TO GL-RECORD.
032800     MOVE 'D'                TO GL-REC-TYPE.
032900     MOVE 'UCAPPLY '         TO GL-SOURCE.
033000     MOVE 'UA'               TO GL-ENTRY-TYPE.
033100     MOVE '2300'             TO GL-DR-ACCT.
033200     MOVE '1000'             TO GL-CR-ACCT.
033300     MOVE WS-TOTAL-APPLIED   TO GL-AMOUNT.
033400     MOVE WS-TODAY-CCYYMMDD  TO GL-POST-DATE.
033500     WRITE GL-RECORD.
033600     ADD 1 TO WS-JRNL-WRITTEN.
033700 8000-EXIT.
033800     EXIT.
033900*
034000 9000-TERMINATE.
034100     CLOSE TRANS-FILE
034200           UNAP-FILE
034300           ACCT-KSDS
034400           POST-FILE
034500           JRNL-FILE
034600           RPT-FILE.
034700     DISPLAY 'UCAPPLY - ACTIONS READ:     ' WS-TRANS-READ.
034800     DISPLAY 'UCAPPLY - ITEMS APPLIED:    ' WS-APPLIED.
034900     DISPLAY 'UCAPPLY - ACTIONS REJECTED: ' WS-REJECTED.
035000     DISPLAY 'UCAPPLY - JOURNAL DETAILS:  ' WS-JRNL-WRITTEN.
035100 9000-EXIT.
035200     EXIT.
035300*
