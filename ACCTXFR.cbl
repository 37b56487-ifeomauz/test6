001620*                   RECORD SO THE BALANCE LIVES ON    *
001630*                   ONE NUMBER ONLY; DOCUMENT THE     *
001640*                   CYCLE-BOUNDARY SCHEDULING RULE.   *
001650*  10/15/26   DJH   MOVE THE REWARDS POINTS LEDGER TO *
001660*                   THE NEW NUMBER - THE CLOSE HERE   *
001670*                   IS NOT A FORFEITURE.              *
001700*****************************************************
001800*
001900*  WHEN A CARD IS REPORTED LOST OR STOLEN THE
003840*  BALANCE AND HISTORY MOVE WITH THE NEW NUMBER (AND
003850*  STAY IN PHISTOVF), SO NO DOWNSTREAM RUN CAN BILL,
003860*  ASSESS, REPORT OR REFUND THE SAME MONEY TWICE.
003861*
003862*  THE RWDPTS REWARDS POINTS LEDGER RECORD IS RE-KEYED
003863*  TO THE NEW NUMBER WITH THE OVERFLOW FILES.  CLOSING
003864*  THE OLD NUMBER HERE DOES NOT FORFEIT THE POINTS THE
003865*  WAY A 'CL' THROUGH STATCHG DOES - THE CARDHOLDER HAS
003866*  ONLY LOST A CARD.
003870*
003880*  SCHEDULING RULE: THIS PROGRAM RUNS ONLY AT A CYCLE
003890*  BOUNDARY, AFTER CYCEXTR HAS CUT BILLTRAN AND THE
007500         ORGANIZATION IS SEQUENTIAL.
007600     SELECT RPT-FILE    ASSIGN TO XFERRPT
007700         ORGANIZATION IS SEQUENTIAL.
007710     SELECT RWD-FILE    ASSIGN TO RWDPTS
007720         ORGANIZATION IS INDEXED
007730         ACCESS MODE  IS DYNAMIC
007740         RECORD KEY   IS RW-ACCTDO
007750         FILE STATUS  IS WS-RWD-STATUS.
007800*
007900 DATA DIVISION.
008000 FILE SECTION.
012500 FD  RPT-FILE
012600     RECORDING MODE IS F.
012700 01  RPT-LINE                    PIC X(132).
012710*
012720 FD  RWD-FILE.
012730 01  RW-RECORD.
012740     COPY RWDPTS.
012800*
012900 WORKING-STORAGE SECTION.
013000 77  WS-MSTR-EOF-SWITCH          PIC X       VALUE 'N'.
015200 77  WS-PHIST-MOVED              PIC 9(7)    VALUE ZERO.
015300 77  WS-CHG-DATE                 PIC 9(8)    VALUE ZERO.
015400 77  WS-CHG-TIME                 PIC 9(8)    VALUE ZERO.
015410 77  WS-RWD-STATUS               PIC X(2)    VALUE SPACES.
015420 77  WS-LEDGERS-MOVED            PIC 9(7)    VALUE ZERO.
015430 77  WS-RW-SAVE                  PIC X(100)  VALUE SPACES.
015500*
015600 01  WS-AU-TABLE.
015700     05  WS-AU-ENTRY             OCCURS 50.
021000         CLOSE XREF-FILE
021100         OPEN I-O XREF-FILE
021200     END-IF.
021210     OPEN I-O    RWD-FILE.
021220     IF WS-RWD-STATUS = '35'
021230         CLOSE RWD-FILE
021240         OPEN OUTPUT RWD-FILE
021250         CLOSE RWD-FILE
021260         OPEN I-O RWD-FILE
021270     END-IF.
021300     WRITE RPT-LINE FROM HDG-LINE-1.
021400     WRITE RPT-LINE FROM WS-BLANK-LINE.
021500     WRITE RPT-LINE FROM HDG-LINE-2.
033300             THRU 2500-EXIT.
033400     PERFORM 2600-REKEY-PHIST-OVFL
033500             THRU 2600-EXIT.
033510     PERFORM 2650-REKEY-POINTS
033520             THRU 2650-EXIT.
033600     MOVE XF-OLD-ACCTDO TO XR-OLD-ACCTDO.
033700     MOVE XF-NEW-ACCTDO TO XR-NEW-ACCTDO.
033800     MOVE XF-RSNDO      TO XR-RSNDO.
047300 2620-EXIT.
047400     EXIT.
047500*
047501*  THE LEDGER IS WRITTEN UNDER THE NEW NUMBER FIRST AND
047502*  COMES OFF THE OLD ONE ONLY ONCE THAT HAS WORKED - ON
047503*  A COLLISION THE POINTS STAY WHERE THEY WERE.
047504*
047505 2650-REKEY-POINTS.
047506     MOVE XF-OLD-ACCTDO TO RW-ACCTDO.
047507     READ RWD-FILE
047508         INVALID KEY
047509             GO TO 2650-EXIT
047510     END-READ.
047511     MOVE RW-RECORD TO WS-RW-SAVE.
047512     MOVE XF-NEW-ACCTDO TO RW-ACCTDO.
047513     WRITE RW-RECORD
047514         INVALID KEY
047515             DISPLAY 'ACCTXFR - POINTS LEDGER COLLISION '
047516                     RW-ACCTDO ' - LEFT ON OLD KEY'
047517             GO TO 2650-EXIT
047518     END-WRITE.
047519     MOVE WS-RW-SAVE TO RW-RECORD.
047520     DELETE RWD-FILE RECORD
047521         INVALID KEY
047522             DISPLAY 'ACCTXFR - POINTS LEDGER DELETE FAILED '
047523                     RW-ACCTDO
047524     END-DELETE.
047525     ADD 1 TO WS-LEDGERS-MOVED.
047526 2650-EXIT.
047527     EXIT.
047548*
047600 2700-REJECT-TRANSFER.
047700     ADD 1 TO WS-RECS-REJECTED.
047800     MOVE 'REJECTED' TO DTL-DISP.
052100           PHIST-OVFL
052200           XREF-FILE
052300           STATUS-AUDIT-FILE
052400           RPT-FILE
052410           RWD-FILE.
052500     DISPLAY 'ACCTXFR - MASTER RECORDS READ: ' WS-RECS-READ.
052600     DISPLAY 'ACCTXFR - ACCOUNTS XFERRED:    '
052700             WS-RECS-XFERRED.
052900             WS-RECS-REJECTED.
053000     DISPLAY 'ACCTXFR - AUTH ENTRIES MOVED:  ' WS-AUTH-MOVED.
053100     DISPLAY 'ACCTXFR - PHIST ENTRIES MOVED: ' WS-PHIST-MOVED.
053110     DISPLAY 'ACCTXFR - POINTS LEDGERS MOVED: ' WS-LEDGERS-MOVED.
053200 9000-EXIT.
053300     EXIT.
053400*
