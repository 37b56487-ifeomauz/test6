001610*  09/02/26   DJH   TRIM THE DEMAUDIT DEMOGRAPHIC/    *
001620*                   CYCLE-GROUP AUDIT TRAIL TO THE    *
001630*                   SAME WINDOW AS ITS SIBLINGS.      *
001640*  10/15/26   DJH   FORFEIT WHAT IS LEFT ON AN        *
001650*                   ARCHIVED ACCOUNT'S REWARDS POINTS *
001660*                   LEDGER AND MARK IT ARCHIVED.      *
001700*****************************************************
001800*
001900*  THIS PROGRAM KEEPS THE NIGHTLY BATCH WINDOW FROM
003000*  REGISTER.  DATES ARE COMPARED AS A 30/360 DAY COUNT,
003100*  THE SAME AS DELQRPT AND RENEWRPT; CYCLE YEARS ARE
003200*  TWO-DIGIT AND TAKEN TO BE IN THE 2000S.
003210*
003220*  AN ARCHIVED ACCOUNT'S RWDPTS REWARDS LEDGER RECORD IS
003230*  MARKED FORFEITED WITH REASON 'A', TAKING ANY BALANCE
003240*  STILL ON IT.  THE RECORD STAYS ON FILE UNTIL RWDCYC
003250*  HAS JOURNALED THE FORFEITURE AT THE NEXT CYCLE END
003260*  AND DROPS IT.
003300*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
007100         ORGANIZATION IS SEQUENTIAL.
007200     SELECT RPT-FILE       ASSIGN TO PURGRPT
007300         ORGANIZATION IS SEQUENTIAL.
007310     SELECT RWD-FILE       ASSIGN TO RWDPTS
007320         ORGANIZATION IS INDEXED
007330         ACCESS MODE  IS DYNAMIC
007340         RECORD KEY   IS RW-ACCTDO
007350         FILE STATUS  IS WS-RWD-STATUS.
007400*
007500 DATA DIVISION.
007600 FILE SECTION.
013400     RECORDING MODE IS F.
013500 01  RPT-LINE                    PIC X(132).
013600*
013610 FD  RWD-FILE.
013620 01  RW-RECORD.
013630     COPY RWDPTS.
013640*
013700 WORKING-STORAGE SECTION.
013800 77  WS-MSTR-EOF-SWITCH          PIC X       VALUE 'N'.
013900     88  MSTR-EOF-REACHED                    VALUE 'Y'.
017800 77  WS-CK-READ                  PIC 9(7)    VALUE ZERO.
017900 77  WS-CK-KEPT                  PIC 9(7)    VALUE ZERO.
018000 77  WS-COUNT-ED                 PIC Z,ZZZ,ZZ9.
018010 77  WS-RWD-STATUS               PIC X(2)    VALUE SPACES.
018020 77  WS-LEDGERS-ARCHIVED         PIC 9(7)    VALUE ZERO.
018030 77  WS-PTS-FORFEITED            PIC S9(11)  VALUE ZERO.
018100*
018200 01  HDG-LINE-1.
018300     05  FILLER                  PIC X(50)
024600         CLOSE PHIST-OVFL
024700         OPEN I-O PHIST-OVFL
024800     END-IF.
024810     OPEN I-O    RWD-FILE.
024820     IF WS-RWD-STATUS = '35'
024830         CLOSE RWD-FILE
024840         OPEN OUTPUT RWD-FILE
024850         CLOSE RWD-FILE
024860         OPEN I-O RWD-FILE
024870     END-IF.
024900     WRITE RPT-LINE FROM HDG-LINE-1.
025000     WRITE RPT-LINE FROM WS-BLANK-LINE.
025100     WRITE RPT-LINE FROM HDG-LINE-2.
032500             THRU 2210-EXIT.
032600     PERFORM 2220-SWEEP-PHIST-OVFL
032700             THRU 2220-EXIT.
032710     PERFORM 2230-FORFEIT-POINTS
032720             THRU 2230-EXIT.
032800     MOVE ACCTDO  OF OLD-MASTER-RECORD TO DTL-ACCT.
032900     MOVE SNAMEDO OF OLD-MASTER-RECORD TO DTL-SNAME.
033000     MOVE WS-AUTH-MOVED                TO DTL-AUTH-CT.
040600 2221-EXIT.
040700     EXIT.
040800*
040802*  A CLOSED ACCOUNT NORMALLY FORFEITED ITS POINTS WHEN
040804*  IT WAS CLOSED, SO THERE IS USUALLY NOTHING LEFT TO
040806*  TAKE; THE RECORD IS STILL MARKED FOR RWDCYC.
040808*
040810 2230-FORFEIT-POINTS.
040812     MOVE ACCTDO OF OLD-MASTER-RECORD TO RW-ACCTDO.
040814     READ RWD-FILE
040816         INVALID KEY
040818             GO TO 2230-EXIT
040820     END-READ.
040822     IF RW-IS-ACTIVE
040824         ADD RW-BAL-PTS TO RW-CYC-FORFEITED
040826                           WS-PTS-FORFEITED
040828         MOVE ZERO TO RW-BAL-PTS
040830     END-IF.
040832     MOVE 'F'               TO RW-STATUS.
040834     MOVE WS-TODAY-CCYYMMDD TO RW-FORFEIT-DATE.
040836     MOVE 'A'               TO RW-FORFEIT-RSN.
040837     MOVE CCODEDO OF OLD-MASTER-RECORD TO RW-CCODE.
040838     REWRITE RW-RECORD
040840         INVALID KEY
040842             DISPLAY 'ARCHPURG - POINTS LEDGER REWRITE FAILED '
040844                     RW-ACCTDO
040846         NOT INVALID KEY
040848             ADD 1 TO WS-LEDGERS-ARCHIVED
040850     END-REWRITE.
040852 2230-EXIT.
040854     EXIT.
040856*
040900 2900-READ-MASTER.
041000     READ OLD-MASTER
041100         AT END
051720     MOVE WS-DA-KEPT               TO WS-COUNT-ED.
051730     MOVE WS-COUNT-ED              TO SUM-VALUE.
051740     WRITE RPT-LINE FROM SUM-LINE.
051750     MOVE 'POINTS LEDGERS ARCHIVED' TO SUM-CAPTION.
051760     MOVE WS-LEDGERS-ARCHIVED      TO WS-COUNT-ED.
051770     MOVE WS-COUNT-ED              TO SUM-VALUE.
051780     WRITE RPT-LINE FROM SUM-LINE.
051800     MOVE 'CHECKPOINTS KEPT'       TO SUM-CAPTION.
051900     MOVE WS-CK-KEPT               TO WS-COUNT-ED.
052000     MOVE WS-COUNT-ED              TO SUM-VALUE.
053620           DEM-AUDIT-OUT
053700           CKPT-IN
053800           CKPT-OUT
053900           RPT-FILE
053910           RWD-FILE.
054000     DISPLAY 'ARCHPURG - MASTER RECORDS READ: ' WS-RECS-READ.
054100     DISPLAY 'ARCHPURG - RECORDS KEPT:        ' WS-RECS-KEPT.
054200     DISPLAY 'ARCHPURG - RECORDS PURGED:      '
054720             ' ' WS-DA-KEPT.
054800     DISPLAY 'ARCHPURG - CHECKPOINTS IN/KEPT: ' WS-CK-READ
054900             ' ' WS-CK-KEPT.
054910     DISPLAY 'ARCHPURG - POINTS FORFEITED:    ' WS-PTS-FORFEITED.
055000 9000-EXIT.
055100     EXIT.
055200*
