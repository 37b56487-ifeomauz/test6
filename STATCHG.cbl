001100*  08/09/26   DJH   ORIGINAL PROGRAM - STATUS CHANGE  *
001200*                   MAINTENANCE TRANSACTION WITH      *
001300*                   REASON TRACKING AND AUDIT LOG.    *
001310*  10/15/26   DJH   FORFEIT THE REWARDS POINTS LEDGER *
001320*                   BALANCE WHEN AN ACCOUNT GOES TO   *
001330*                   'SU' OR 'CL'.                     *
001400*****************************************************
001500*
001600*  THIS PROGRAM MATCHES A STATUS-CHANGE TRANSACTION
002500*  CARDHOLDER DISPUTE ABOUT WHEN AND WHY THE ACCOUNT
002600*  WAS SUSPENDED OR CLOSED CAN BE ANSWERED WITHOUT
002700*  GUESSING.
002710*
002720*  AN ACCOUNT GOING TO 'SU' OR 'CL' FORFEITS ITS REWARDS
002730*  POINTS - THE BALANCE ON ITS RWDPTS LEDGER RECORD IS
002740*  MOVED TO THE CYCLE'S FORFEITED FIGURE AND THE LEDGER
002750*  IS MARKED FORFEITED.
002800*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT AUDIT-FILE  ASSIGN TO STATAUDIT
004200         ORGANIZATION IS SEQUENTIAL.
004210     SELECT RWD-FILE    ASSIGN TO RWDPTS
004220         ORGANIZATION IS INDEXED
004230         ACCESS MODE  IS DYNAMIC
004240         RECORD KEY   IS RW-ACCTDO
004250         FILE STATUS  IS WS-RWD-STATUS.
004300*
004400 DATA DIVISION.
004500 FILE SECTION.
006600 01  SA-RECORD.
006700     COPY STATAUDIT.
006800*
006810 FD  RWD-FILE.
006820 01  RW-RECORD.
006830     COPY RWDPTS.
006840*
006900 WORKING-STORAGE SECTION.
007000 77  WS-MSTR-EOF-SWITCH          PIC X       VALUE 'N'.
007100     88  MSTR-EOF-REACHED                    VALUE 'Y'.
007800 77  WS-RECS-REJECTED            PIC 9(7)    VALUE ZERO.
007900 77  WS-CHG-DATE                 PIC 9(8)    VALUE ZERO.
008000 77  WS-CHG-TIME                 PIC 9(8)    VALUE ZERO.
008010 77  WS-RWD-STATUS               PIC X(2)    VALUE SPACES.
008020 77  WS-LEDGERS-FORFEITED        PIC 9(7)    VALUE ZERO.
008030 77  WS-PTS-FORFEITED            PIC S9(11)  VALUE ZERO.
008100*
008200 PROCEDURE DIVISION.
008300*
009600                 OLD-MASTER
009700          OUTPUT NEW-MASTER
009800                 AUDIT-FILE.
009810     OPEN I-O    RWD-FILE.
009820     IF WS-RWD-STATUS = '35'
009830         CLOSE RWD-FILE
009840         OPEN OUTPUT RWD-FILE
009850         CLOSE RWD-FILE
009860         OPEN I-O RWD-FILE
009870     END-IF.
009900     PERFORM 2810-READ-MASTER
010000             THRU 2810-EXIT.
010100     PERFORM 2820-READ-TRANS
015000         WRITE SA-RECORD
015100         MOVE TR-NEW-STATDO TO STATDO OF OLD-MASTER-RECORD
015200         MOVE TR-RSNDO      TO RSNDO  OF OLD-MASTER-RECORD
015210         IF TR-NEW-STATDO = 'SU'
015220             OR TR-NEW-STATDO = 'CL'
015230             PERFORM 2300-FORFEIT-POINTS
015240                     THRU 2300-EXIT
015250         END-IF
015300         WRITE NEW-MASTER-RECORD FROM OLD-MASTER-RECORD
015400         ADD 1 TO WS-RECS-CHANGED
015500     END-IF.
015600 2200-EXIT.
015700     EXIT.
015702*
015704*  THE POINTS BALANCE IS FORFEITED THE MOMENT THE
015706*  ACCOUNT GOES TO 'SU' OR 'CL'.  AN ACCOUNT WITH NO
015708*  LEDGER RECORD NEVER EARNED ANYTHING, AND ONE ALREADY
015710*  FORFEITED HAS NOTHING LEFT TO TAKE.
015712*
015714 2300-FORFEIT-POINTS.
015716     MOVE ACCTDO OF OLD-MASTER-RECORD TO RW-ACCTDO.
015718     READ RWD-FILE
015720         INVALID KEY
015722             GO TO 2300-EXIT
015724     END-READ.
015726     IF RW-IS-FORFEITED
015728         GO TO 2300-EXIT
015730     END-IF.
015732     ADD RW-BAL-PTS TO RW-CYC-FORFEITED
015734                       WS-PTS-FORFEITED.
015736     MOVE ZERO        TO RW-BAL-PTS.
015738     MOVE 'F'         TO RW-STATUS.
015740     MOVE WS-CHG-DATE TO RW-FORFEIT-DATE.
015742     IF TR-NEW-STATDO = 'SU'
015744         MOVE 'S' TO RW-FORFEIT-RSN
015746     ELSE
015748         MOVE 'C' TO RW-FORFEIT-RSN
015750     END-IF.
015752     REWRITE RW-RECORD
015754         INVALID KEY
015756             DISPLAY 'STATCHG - POINTS LEDGER REWRITE FAILED '
015758                     RW-ACCTDO
015760         NOT INVALID KEY
015762             ADD 1 TO WS-LEDGERS-FORFEITED
015764     END-REWRITE.
015766 2300-EXIT.
015768     EXIT.
015800*
015900 2810-READ-MASTER.
016000     READ OLD-MASTER
018300     CLOSE TRANS-FILE
018400           OLD-MASTER
018500           NEW-MASTER
018600           AUDIT-FILE
018610           RWD-FILE.
018700     DISPLAY 'STATCHG - MASTER RECORDS READ: ' WS-RECS-READ.
018800     DISPLAY 'STATCHG - STATUS CHANGED:      ' WS-RECS-CHANGED.
018900     DISPLAY 'STATCHG - REJECTED (NO RSN):   ' WS-RECS-REJECTED.
018910     DISPLAY 'STATCHG - POINTS LEDGERS FORFEITED: '
018920             WS-LEDGERS-FORFEITED.
018930     DISPLAY 'STATCHG - POINTS FORFEITED:    ' WS-PTS-FORFEITED.
019000 9000-EXIT.
019100     EXIT.
