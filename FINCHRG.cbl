001340*                   DEBIT/CREDIT DETAIL PER CODE AND  *
001350*                   TYPE TO THE FINJRNL FEED FOR      *
001360*                   GLBATCH.                          *
001365*  10/15/26   DJH   OPEN DISPUTES ON ITEMS BILLED     *
001370*                   BEFORE THE CASE WAS OPENED ARE    *
001375*                   KEPT OUT OF THE FINANCE-CHARGE    *
001380*                   BASE UNTIL THE CREDIT IS BILLED.  *
001385*  10/15/26   DJH   CHARGED-OFF ('CO') ACCOUNTS ARE   *
001390*                   NO LONGER ASSESSED.               *
001400*****************************************************
001500*
001600*  THIS PROGRAM ASSESSES FINANCE CHARGES AND LATE FEES
002600*  CARRIED BALANCE ON THE OUTPUT MASTER AND LISTED ON
002700*  THE ASSESSMENT REGISTER.  DATES ARE COMPARED AS A
002800*  30/360 DAY COUNT, THE SAME AS DELQRPT.
002810*  CLOSED ACCOUNTS AND ACCOUNTS CHARGED OFF BY CHGOFF
002820*  ARE NOT ASSESSED.
002900*
002910*  AN OPEN DISPUTE ON AN ITEM BILLED BEFORE THE CASE WAS
002920*  OPENED IS STILL INSIDE THE CARRIED BALANCE, BECAUSE
002930*  ITS PROVISIONAL CREDIT HAS NOT YET REACHED A BILL.
002940*  THE DISPUTED AMOUNT IS TAKEN OUT OF THE FINANCE-CHARGE
002950*  BASE (NEVER BELOW ZERO) UNTIL IT DOES.  THE CASES ARE
002960*  READ FROM THE DISPFILE CASE FILE KEPT BY DISPMNT.
002970*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
004300         ORGANIZATION IS SEQUENTIAL.
004310     SELECT JRNL-FILE   ASSIGN TO FINJRNL
004320         ORGANIZATION IS SEQUENTIAL.
004330     SELECT DISP-FILE   ASSIGN TO DISPFILE
004340         ORGANIZATION IS INDEXED
004350         ACCESS MODE  IS DYNAMIC
004360         RECORD KEY   IS DP-KEY
004370         FILE STATUS  IS WS-DISP-STATUS.
004400*
004500 DATA DIVISION.
004600 FILE SECTION.
006640 01  GL-RECORD.
006650     COPY GLJRNL.
006700*
006710 FD  DISP-FILE.
006720 01  DP-RECORD.
006730     COPY DISPUTE.
006740*
006800 WORKING-STORAGE SECTION.
006900 77  WS-MSTR-EOF-SWITCH          PIC X       VALUE 'N'.
007000     88  MSTR-EOF-REACHED                    VALUE 'Y'.
008600 77  WS-RECS-READ                PIC 9(7)    VALUE ZERO.
008700 77  WS-RECS-ASSESSED            PIC 9(7)    VALUE ZERO.
008710 77  WS-JRNL-WRITTEN             PIC 9(7)    VALUE ZERO.
008715 77  WS-DISP-STATUS              PIC X(2)    VALUE SPACES.
008720 77  WS-DISP-OPEN-SWITCH         PIC X       VALUE 'N'.
008725     88  DISP-FILE-OPEN                      VALUE 'Y'.
008730 77  WS-BROWSE-DONE-SWITCH       PIC X       VALUE 'N'.
008735     88  BROWSE-DONE                         VALUE 'Y'.
008740 77  WS-BILL-CCYYMMDD            PIC 9(8).
008745 77  WS-DISPUTED-AMT             PIC 9(6)V9(2)   VALUE ZERO.
008750 77  WS-FC-BASE                  PIC 9(6)V9(2)   VALUE ZERO.
008755 77  WS-RECS-DISPUTED            PIC 9(7)    VALUE ZERO.
008800 77  WS-OLD-BAL-ED               PIC ZZZ,ZZ9.99.
008900 77  WS-FIN-CHG-ED               PIC ZZZ,ZZ9.99.
009000 77  WS-LATE-FEE-ED              PIC ZZZ,ZZ9.99.
009100 77  WS-NEW-BAL-ED               PIC ZZZ,ZZ9.99.
009110 77  WS-DISPUTED-ED              PIC ZZZ,ZZ9.99.
009200*
009300 01  WS-RATE-TABLE.
009400     05  WS-RATE-ENTRY           OCCURS 20.
010600     05  FILLER                  PIC X(12) VALUE '   FIN CHG  '.
010700     05  FILLER                  PIC X(12) VALUE '  LATE FEE  '.
010800     05  FILLER                  PIC X(12) VALUE '   NEW BAL  '.
010810     05  FILLER                  PIC X(12) VALUE '  DISPUTED  '.
010900*
011000 01  DTL-LINE.
011100     05  DTL-ACCT                PIC X(5).
011900     05  DTL-LATE-FEE            PIC X(10).
012000     05  FILLER                  PIC X(2)  VALUE SPACES.
012100     05  DTL-NEW-BAL             PIC X(10).
012110     05  FILLER                  PIC X(2)  VALUE SPACES.
012120     05  DTL-DISPUTED            PIC X(10).
012200*
012300 01  WS-BLANK-LINE               PIC X(132)  VALUE SPACES.
012400*
014600             THRU 1100-EXIT
014700             UNTIL RATE-EOF-REACHED.
014800     CLOSE RATE-FILE.
014801     OPEN INPUT  DISP-FILE.
014802     IF WS-DISP-STATUS = '00'
014803         SET DISP-FILE-OPEN TO TRUE
014804     ELSE
014805         DISPLAY 'FINCHRG - NO DISPUTE FILE - STATUS '
014806                 WS-DISP-STATUS ' - NO AMOUNTS EXCLUDED'
014807     END-IF.
014810     ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD.
014820     MOVE WS-TODAY-CCYYMMDD (1:4) TO WS-TODAY-CCYY.
014830     MOVE WS-TODAY-CCYYMMDD (5:2) TO WS-TODAY-MM.
017240*
017300 2000-PROCESS-ACCOUNT.
017400     IF STATDO OF OLD-MASTER-RECORD NOT = 'CL'
017405         AND STATDO OF OLD-MASTER-RECORD NOT = 'CO'
017410         AND (ALL-GROUPS-SELECTED
017420         OR CYCGRPDO OF OLD-MASTER-RECORD = WS-CYCLE-GROUP)
017500         PERFORM 2100-LOOKUP-RATE
020900*
021400 2200-ASSESS-ACCOUNT.
021500     MOVE ZERO TO WS-FIN-CHG
021600                  WS-LATE-FEE
021610                  WS-DISPUTED-AMT.
021800     IF BAL-N (3) > ZERO
021900         MOVE BAL-N (3) TO WS-OLD-BAL
021910         PERFORM 2250-SUM-OPEN-DISPUTES
021920                 THRU 2250-EXIT
021930         IF WS-DISPUTED-AMT < WS-OLD-BAL
021940             COMPUTE WS-FC-BASE = WS-OLD-BAL - WS-DISPUTED-AMT
021950         ELSE
021960             MOVE ZERO TO WS-FC-BASE
021970         END-IF
022000         COMPUTE WS-FIN-CHG ROUNDED =
022100                 (WS-FC-BASE * WS-RT-APR (WS-RATE-USED)) / 1200
022200     ELSE
022300         MOVE ZERO TO WS-OLD-BAL
022400     END-IF.
026300 2210-EXIT.
026400     EXIT.
026500*
026502*  OPEN CASES FOR THE ACCOUNT ARE BROWSED FROM THE FIRST
026504*  KEY FOR IT.  A CASE COUNTS WHEN ITS ITEM POSTED ON OR
026506*  BEFORE THE LAST BILLING DATE AND IT WAS OPENED AFTER
026508*  IT - THE ITEM IS BILLED BUT THE CREDIT IS NOT.
026510*
026512 2250-SUM-OPEN-DISPUTES.
026514     IF NOT DISP-FILE-OPEN
026516         GO TO 2250-EXIT
026518     END-IF.
026520     COMPUTE WS-BILL-CCYYMMDD =
026522             ((2000 + BYR (3)) * 10000)
026524             + (BMO (3) * 100)
026526             + BDAY (3).
026528     MOVE 'N' TO WS-BROWSE-DONE-SWITCH.
026530     MOVE ACCTDO OF OLD-MASTER-RECORD TO DP-ACCTDO.
026532     MOVE ZERO TO DP-POST-DATE
026534                  DP-SEQNO.
026536     START DISP-FILE KEY IS NOT LESS THAN DP-KEY
026538         INVALID KEY
026540             SET BROWSE-DONE TO TRUE
026542     END-START.
026544     PERFORM 2260-ADD-ONE-DISPUTE
026546             THRU 2260-EXIT
026548             UNTIL BROWSE-DONE.
026550     IF WS-DISPUTED-AMT > ZERO
026552         ADD 1 TO WS-RECS-DISPUTED
026554     END-IF.
026556 2250-EXIT.
026558     EXIT.
026560*
026562 2260-ADD-ONE-DISPUTE.
026564     READ DISP-FILE NEXT
026566         AT END
026568             SET BROWSE-DONE TO TRUE
026570     END-READ.
026572     IF NOT BROWSE-DONE
026574         IF DP-ACCTDO = ACCTDO OF OLD-MASTER-RECORD
026576             IF DP-IS-OPEN
026578                AND DP-POST-DATE NOT > WS-BILL-CCYYMMDD
026580                AND DP-OPEN-DATE > WS-BILL-CCYYMMDD
026582                 ADD DP-AMT-N TO WS-DISPUTED-AMT
026584             END-IF
026586         ELSE
026588             SET BROWSE-DONE TO TRUE
026590         END-IF
026592     END-IF.
026594 2260-EXIT.
026596     EXIT.
026598*
026600 2300-PRINT-REGISTER-LINE.
026700     MOVE ACCTDO  OF OLD-MASTER-RECORD TO DTL-ACCT.
026800     MOVE CCODEDO OF OLD-MASTER-RECORD TO DTL-CCODE.
027400     MOVE WS-LATE-FEE-ED          TO DTL-LATE-FEE.
027500     MOVE BAL-N (3)               TO WS-NEW-BAL-ED.
027600     MOVE WS-NEW-BAL-ED           TO DTL-NEW-BAL.
027610     MOVE WS-DISPUTED-AMT         TO WS-DISPUTED-ED.
027620     MOVE WS-DISPUTED-ED          TO DTL-DISPUTED.
027700     WRITE RPT-LINE FROM DTL-LINE.
027800 2300-EXIT.
027900     EXIT.
029300           NEW-MASTER
029400           RPT-FILE
029410           JRNL-FILE.
029420     IF DISP-FILE-OPEN
029430         CLOSE DISP-FILE
029440     END-IF.
029500     DISPLAY 'FINCHRG - MASTER RECORDS READ: ' WS-RECS-READ.
029600     DISPLAY 'FINCHRG - ACCOUNTS ASSESSED:   '
029700             WS-RECS-ASSESSED.
029710     DISPLAY 'FINCHRG - JOURNAL DETAILS:     '
029720             WS-JRNL-WRITTEN.
029730     DISPLAY 'FINCHRG - DISPUTED EXCLUDED:   '
029740             WS-RECS-DISPUTED.
029800 9000-EXIT.
029900     EXIT.
030000*
