001450*                   UPDTRAN COMPLETED FOR TODAY'S     *
001460*                   BUSINESS DATE; WRITE OWN START/   *
001470*                   END RECORDS.                      *
001475*  10/15/26   DJH   FORFEIT THE REWARDS POINTS LEDGER *
001480*                   BALANCE WHEN A STATUS UPDATE SETS *
001485*                   'SU' OR 'CL', AS STATCHG DOES.    *
001500*****************************************************
001600*
001700*  THIS IS THE NIGHTLY BATCH RUN THAT APPLIES A FILE
004400*  ONE.  ON A RESTART RUN BOTH AUDIT FILES ARE OPENED
004500*  EXTEND SO ENTRIES ALREADY WRITTEN BEFORE THE FAILURE
004600*  ARE NOT DUPLICATED.
004610*
004620*  A STATUS CHANGE TO 'SU' OR 'CL' FORFEITS THE ACCOUNT'S
004630*  REWARDS POINTS ON THE RWDPTS LEDGER THE SAME WAY
004640*  STATCHG DOES.  A LEDGER ALREADY FORFEITED IS LEFT
004650*  ALONE, SO A SECOND CHANGE CANNOT FORFEIT IT TWICE.
004700*
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
006730     SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
006740         ORGANIZATION IS SEQUENTIAL
006750         FILE STATUS IS WS-RUNCTL-STATUS.
006755     SELECT RWD-FILE          ASSIGN TO RWDPTS
006760         ORGANIZATION IS INDEXED
006765         ACCESS MODE  IS DYNAMIC
006770         RECORD KEY   IS RW-ACCTDO
006775         FILE STATUS  IS WS-RWD-STATUS.
006800*
006900 DATA DIVISION.
007000 FILE SECTION.
011280     RECORDING MODE IS F.
011290 01  RC-RECORD.
011291     COPY RUNCTL.
011293*
011295 FD  RWD-FILE.
011297 01  RW-RECORD.
011299     COPY RWDPTS.
011300*
011400 WORKING-STORAGE SECTION.
011500 77  WS-MSTR-EOF-SWITCH          PIC X       VALUE 'N'.
013450     88  PREREQ-COMPLETE                     VALUE 'Y'.
013460 77  WS-RUN-DATE                 PIC 9(8)    VALUE ZERO.
013470 77  WS-RUN-TIME                 PIC 9(8)    VALUE ZERO.
013475 77  WS-RWD-STATUS               PIC X(2)    VALUE SPACES.
013480 77  WS-LEDGERS-FORFEITED        PIC 9(7)    VALUE ZERO.
013485 77  WS-PTS-FORFEITED            PIC S9(11)  VALUE ZERO.
013500*
013600 PROCEDURE DIVISION.
013700*
017200         OPEN OUTPUT STATUS-AUDIT-FILE
017210         OPEN OUTPUT DEMO-AUDIT-FILE
017300     END-IF.
017310     OPEN I-O    RWD-FILE.
017320     IF WS-RWD-STATUS = '35'
017330         CLOSE RWD-FILE
017340         OPEN OUTPUT RWD-FILE
017350         CLOSE RWD-FILE
017360         OPEN I-O RWD-FILE
017370     END-IF.
017400     PERFORM 2810-READ-MASTER
017500             THRU 2810-EXIT.
017600     PERFORM 2820-READ-TRANS
030500         WRITE SA-RECORD
030600         MOVE TR-UPD-VALUE (1:2) TO STATDO OF OLD-MASTER-RECORD
030700         MOVE TR-RSNDO           TO RSNDO  OF OLD-MASTER-RECORD
030710         IF STATDO OF OLD-MASTER-RECORD = 'SU'
030720             OR STATDO OF OLD-MASTER-RECORD = 'CL'
030730             PERFORM 2600-FORFEIT-POINTS
030740                     THRU 2600-EXIT
030750         END-IF
030800         WRITE NEW-MASTER-RECORD FROM OLD-MASTER-RECORD
030900         ADD 1 TO WS-RECS-READ
031000         ADD 1 TO WS-RECS-UPDATED
032600     END-IF.
032700 2500-EXIT.
032800     EXIT.
032802*
032804*  THE POINTS BALANCE IS FORFEITED THE MOMENT THE
032806*  ACCOUNT GOES TO 'SU' OR 'CL'.  AN ACCOUNT WITH NO
032808*  LEDGER RECORD NEVER EARNED ANYTHING, AND ONE ALREADY
032810*  FORFEITED HAS NOTHING LEFT TO TAKE.
032812*
032814 2600-FORFEIT-POINTS.
032816     MOVE ACCTDO OF OLD-MASTER-RECORD TO RW-ACCTDO.
032818     READ RWD-FILE
032820         INVALID KEY
032822             GO TO 2600-EXIT
032824     END-READ.
032826     IF RW-IS-FORFEITED
032828         GO TO 2600-EXIT
032830     END-IF.
032832     ADD RW-BAL-PTS TO RW-CYC-FORFEITED
032834                       WS-PTS-FORFEITED.
032836     MOVE ZERO        TO RW-BAL-PTS.
032838     MOVE 'F'         TO RW-STATUS.
032840     MOVE WS-CHG-DATE TO RW-FORFEIT-DATE.
032842     IF STATDO OF OLD-MASTER-RECORD = 'SU'
032844         MOVE 'S' TO RW-FORFEIT-RSN
032846     ELSE
032848         MOVE 'C' TO RW-FORFEIT-RSN
032850     END-IF.
032852     REWRITE RW-RECORD
032854         INVALID KEY
032856             DISPLAY 'ACCTUPD - POINTS LEDGER REWRITE FAILED '
032858                     RW-ACCTDO
032860         NOT INVALID KEY
032862             ADD 1 TO WS-LEDGERS-FORFEITED
032864     END-REWRITE.
032866 2600-EXIT.
032868     EXIT.
032900*
033000 2810-READ-MASTER.
033100     READ OLD-MASTER
038100           CHECKPOINT-FILE
038200           LIMIT-AUDIT-FILE
038300           STATUS-AUDIT-FILE
038310           DEMO-AUDIT-FILE
038320           RWD-FILE.
038400     DISPLAY 'ACCTUPD - MASTER RECORDS WRITTEN: ' WS-RECS-READ.
038500     DISPLAY 'ACCTUPD - RECORDS UPDATED:        '
038600             WS-RECS-UPDATED.
038700     DISPLAY 'ACCTUPD - REJECTED (BAD CODE/RSN): '
038800             WS-RECS-REJECTED.
038810     DISPLAY 'ACCTUPD - POINTS LEDGERS FORFEITED: '
038820             WS-LEDGERS-FORFEITED.
038830     DISPLAY 'ACCTUPD - POINTS FORFEITED:    ' WS-PTS-FORFEITED.
038900 9000-EXIT.
039000     EXIT.
