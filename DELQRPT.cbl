001240*                   LETTERS PER TIER, AND FEED        *
001250*                   AUTOMATIC SUSPEND TRANSACTIONS    *
001260*                   TO STATCHG FOR TIER 3 ACCOUNTS.   *
001270*  10/15/26   DJH   OPEN DISPUTES ON BILLED ITEMS ARE *
001280*                   NETTED OUT OF THE BILLED AMOUNT   *
001290*                   BEFORE A CYCLE IS GRADED.         *
001292*  10/15/26   DJH   NO SUSPEND FOR A CHARGED-OFF      *
001294*                   ('CO') ACCOUNT.                   *
001300*****************************************************
001400*
001500*  THIS PROGRAM WALKS THE THREE PAY-HIST CYCLES ON
002214*  STATCHG - THE SUSPENDS COME OUT IN MASTER ORDER
002216*  BUT NOTHING ORDERS THEM AGAINST ENTRIES KEYED BY
002218*  HAND, SO THE MERGE STEP IS MANDATORY.  ACCOUNTS
002220*  ALREADY SUSPENDED, CLOSED OR CHARGED OFF ARE NOT FED
002222*  A SECOND TIME.
002230*
002235*  AN ITEM UNDER AN OPEN DISPUTE IS NOT HELD AGAINST THE
002240*  CARDHOLDER.  WHERE THE ITEM POSTED ON OR BEFORE A
002245*  CYCLE'S BILLING DATE AND THE CASE WAS OPENED AFTER
002250*  IT, THE DISPUTED AMOUNT IS TAKEN OFF THAT CYCLE'S
002255*  BILLED AMOUNT, AND THE CYCLE IS GRADED ONLY IF SOME
002260*  UNDISPUTED AMOUNT REMAINS.  A CASE OPENED BEFORE THE
002265*  BILLING DATE NEEDS NO ADJUSTMENT - ITS PROVISIONAL
002270*  CREDIT IS ALREADY ON THAT BILL.  THE OPEN CASES COME
002275*  FROM THE DISPFILE CASE FILE KEPT BY DISPMNT.
002280*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.   IBM-370.
003220         ORGANIZATION IS SEQUENTIAL.
003230     SELECT SUSP-FILE ASSIGN TO DELQSUSP
003240         ORGANIZATION IS SEQUENTIAL.
003250     SELECT DISP-FILE ASSIGN TO DISPFILE
003260         ORGANIZATION IS INDEXED
003270         ACCESS MODE  IS DYNAMIC
003280         RECORD KEY   IS DP-KEY
003290         FILE STATUS  IS WS-DISP-STATUS.
003300*
003400 DATA DIVISION.
003500 FILE SECTION.
004393     05  SU-USERID               PIC X(8).
004394     05  FILLER                  PIC X(64).
004400*
004410 FD  DISP-FILE.
004420 01  DP-RECORD.
004430     COPY DISPUTE.
004440*
004500 WORKING-STORAGE SECTION.
004600 77  WS-EOF-SWITCH               PIC X       VALUE 'N'.
004700     88  EOF-REACHED                         VALUE 'Y'.
005200 77  WS-BILL-DAYS                PIC 9(5).
005300 77  WS-PAY-DAYS                 PIC 9(5).
005400 77  WS-DAYS-LATE                PIC S9(5).
005405 77  WS-DISP-STATUS              PIC X(2)    VALUE SPACES.
005410 77  WS-DISP-OPEN-SWITCH         PIC X       VALUE 'N'.
005415     88  DISP-FILE-OPEN                      VALUE 'Y'.
005420 77  WS-BROWSE-DONE-SWITCH       PIC X       VALUE 'N'.
005425     88  BROWSE-DONE                         VALUE 'Y'.
005430 77  WS-BILL-CCYYMMDD            PIC 9(8).
005435 77  WS-UNDISPUTED-AMT           PIC S9(7)V9(2).
005440 77  DS-SUB                      PIC 9(3)  COMP  VALUE 1.
005445 77  WS-DISP-COUNT               PIC 9(3)  COMP  VALUE ZERO.
005450*
005455 01  WS-DISP-TABLE.
005460     05  WS-DISP-ENTRY           OCCURS 20.
005465         10  DS-POST-DATE        PIC 9(8).
005470         10  DS-OPEN-DATE        PIC 9(8).
005475         10  DS-AMT              PIC 9(6)V9(2).
005500*
005600 01  HDG-LINE-1.
005700     05  FILLER                  PIC X(50)
009627             (WS-TODAY-CCYY * 360)
009628             + (WS-TODAY-MM * 30)
009629             + WS-TODAY-DD.
009630     OPEN INPUT  DISP-FILE.
009640     IF WS-DISP-STATUS = '00'
009650         SET DISP-FILE-OPEN TO TRUE
009660     ELSE
009670         DISPLAY 'DELQRPT - NO DISPUTE FILE - STATUS '
009680                 WS-DISP-STATUS ' - NO AMOUNTS NETTED'
009690     END-IF.
009700     WRITE RPT-LINE FROM HDG-LINE-1.
009800     WRITE RPT-LINE FROM HDG-LINE-2.
009900     PERFORM 2900-READ-ACCT
010400 2000-PROCESS-ACCOUNT.
010500     MOVE 'N'  TO WS-DELINQUENT-SWITCH.
010510     MOVE ZERO TO WS-DELQ-CYCLES.
010520     PERFORM 2050-LOAD-OPEN-DISPUTES
010530             THRU 2050-EXIT.
010600     PERFORM 2100-CHECK-CYCLE
010700             THRU 2100-EXIT
010800             VARYING PH-SUB FROM 1 BY 1
011230         IF WS-DELQ-CYCLES = 3
011240             AND STATDO OF ACCT-RECORD NOT = 'SU'
011250             AND STATDO OF ACCT-RECORD NOT = 'CL'
011255             AND STATDO OF ACCT-RECORD NOT = 'CO'
011260             PERFORM 2400-WRITE-SUSPEND-TRAN
011270                     THRU 2400-EXIT
011280         END-IF
011600 2000-EXIT.
011700     EXIT.
011800*
011802*  THE ACCOUNT'S OPEN CASES ARE LOADED ONCE AND NETTED
011804*  AGAINST EACH OF THE THREE CYCLES IN TURN.
011806*
011808 2050-LOAD-OPEN-DISPUTES.
011810     MOVE ZERO TO WS-DISP-COUNT.
011812     IF NOT DISP-FILE-OPEN
011814         GO TO 2050-EXIT
011816     END-IF.
011818     MOVE 'N' TO WS-BROWSE-DONE-SWITCH.
011820     MOVE ACCTDO OF ACCT-RECORD TO DP-ACCTDO.
011822     MOVE ZERO TO DP-POST-DATE
011824                  DP-SEQNO.
011826     START DISP-FILE KEY IS NOT LESS THAN DP-KEY
011828         INVALID KEY
011830             SET BROWSE-DONE TO TRUE
011832     END-START.
011834     PERFORM 2060-LOAD-ONE-DISPUTE
011836             THRU 2060-EXIT
011838             UNTIL BROWSE-DONE.
011840 2050-EXIT.
011842     EXIT.
011844*
011846 2060-LOAD-ONE-DISPUTE.
011848     READ DISP-FILE NEXT
011850         AT END
011852             SET BROWSE-DONE TO TRUE
011854     END-READ.
011856     IF BROWSE-DONE
011858         GO TO 2060-EXIT
011860     END-IF.
011862     IF DP-ACCTDO NOT = ACCTDO OF ACCT-RECORD
011864         SET BROWSE-DONE TO TRUE
011866         GO TO 2060-EXIT
011868     END-IF.
011870     IF DP-IS-OPEN
011872         IF WS-DISP-COUNT < 20
011874             ADD 1 TO WS-DISP-COUNT
011876             MOVE DP-POST-DATE TO DS-POST-DATE (WS-DISP-COUNT)
011878             MOVE DP-OPEN-DATE TO DS-OPEN-DATE (WS-DISP-COUNT)
011880             MOVE DP-AMT-N     TO DS-AMT (WS-DISP-COUNT)
011882         ELSE
011884             DISPLAY 'DELQRPT - OVER 20 OPEN DISPUTES - CASE '
011886                     'NOT NETTED ' DP-KEY
011888         END-IF
011890     END-IF.
011892 2060-EXIT.
011894     EXIT.
011896*
011900 2100-CHECK-CYCLE.
012000     PERFORM 2110-NET-DISPUTES
012010             THRU 2110-EXIT.
012020     IF WS-UNDISPUTED-AMT > ZERO
012100         IF PMO (PH-SUB) = ZERO AND
012200            PDAY (PH-SUB) = ZERO AND
012300            PYR (PH-SUB) = ZERO
014100 2100-EXIT.
014200     EXIT.
014300*
014302 2110-NET-DISPUTES.
014304     MOVE BAMT-N (PH-SUB) TO WS-UNDISPUTED-AMT.
014306     COMPUTE WS-BILL-CCYYMMDD =
014308             ((2000 + BYR (PH-SUB)) * 10000)
014310             + (BMO (PH-SUB) * 100)
014312             + BDAY (PH-SUB).
014314     PERFORM 2120-NET-ONE-DISPUTE
014316             THRU 2120-EXIT
014318             VARYING DS-SUB FROM 1 BY 1
014320             UNTIL DS-SUB > WS-DISP-COUNT.
014322 2110-EXIT.
014324     EXIT.
014326*
014328 2120-NET-ONE-DISPUTE.
014330     IF DS-POST-DATE (DS-SUB) NOT > WS-BILL-CCYYMMDD
014332        AND DS-OPEN-DATE (DS-SUB) > WS-BILL-CCYYMMDD
014334         SUBTRACT DS-AMT (DS-SUB) FROM WS-UNDISPUTED-AMT
014336     END-IF.
014338 2120-EXIT.
014340     EXIT.
014342*
014400 2200-PRINT-ACCOUNT.
014500     MOVE ACCTDO  OF ACCT-RECORD TO DTL-ACCT.
014600     MOVE SNAMEDO OF ACCT-RECORD TO DTL-SNAME.
016500           RPT-FILE
016510           LETTER-FILE
016520           SUSP-FILE.
016522     IF DISP-FILE-OPEN
016524         CLOSE DISP-FILE
016526     END-IF.
016530     DISPLAY 'DELQRPT - LETTERS PRINTED:  '
016540             WS-LETTERS-PRINTED.
016550     DISPLAY 'DELQRPT - SUSPENDS WRITTEN: '
