001100*  08/21/26   DJH   ORIGINAL PROGRAM - CARD REISSUE   *
001200*                   AND EMBOSSING EXTRACT FOR CARDS   *
001300*                   EXPIRING IN THE NEXT 60 DAYS.     *
001310*  10/15/26   DJH   NO REISSUE FOR A CHARGED-OFF      *
001320*                   ('CO') ACCOUNT.                   *
001330*  10/15/26   DJH   LOG EVERY CARD SENT TO THE VENDOR *
001340*                   ON REISSLOG FOR THE AUDIT AND     *
001350*                   FRAUD RUNS.                       *
001400*****************************************************
001500*
001600*  THIS PROGRAM TAKES THE SAME 60-DAY EXPIRATION WINDOW
002100*  EMBOSSED NAME BUILT FROM TTLDO/FNAMEDO/MIDO/SNAMEDO,
002200*  THE NUMBER OF CARDS, AND THE NEW EXPIRATION DATE -
002300*  AND ROLLS THE EXPIRATION DATE FORWARD ON THE OUTPUT
002400*  MASTER.  ACCOUNTS WHOSE STATUS MARKS THEM CLOSED,
002500*  SUSPENDED OR CHARGED OFF ARE PASSED THROUGH
002510*  UNTOUCHED.  EVERY CARD SENT TO THE VENDOR IS LISTED
002600*  ON THE REISSUE REGISTER.
002610*  EACH CARD IS ALSO LOGGED ON REISSLOG WITH THE DATE
002620*  AND TIME OF THE RUN, SO THE OPERATOR ACTIVITY REPORT
002630*  AND THE FRAUD SCREEN CAN TELL WHICH ACCOUNTS HAVE NEW
002640*  PLASTIC IN THE MAIL.
002700*  DATES ARE COMPARED AS A 30/360 DAY COUNT, THE SAME
002800*  AS RENEWRPT.
002900*
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT RPT-FILE    ASSIGN TO REISSRPT
004300         ORGANIZATION IS SEQUENTIAL.
004310     SELECT REISS-LOG   ASSIGN TO REISSLOG
004320         ORGANIZATION IS SEQUENTIAL.
004400*
004500 DATA DIVISION.
004600 FILE SECTION.
006700 FD  RPT-FILE
006800     RECORDING MODE IS F.
006900 01  RPT-LINE                    PIC X(132).
006910*
006920 FD  REISS-LOG
006930     RECORDING MODE IS F.
006940 01  RL-RECORD.
006950     COPY REISSLOG.
007000*
007100 WORKING-STORAGE SECTION.
007200 77  WS-EOF-SWITCH               PIC X       VALUE 'N'.
008800 77  WS-RECS-READ                PIC 9(7)    VALUE ZERO.
008900 77  WS-CARDS-EXTRACTED          PIC 9(7)    VALUE ZERO.
009000 77  WS-RECS-SKIPPED             PIC 9(7)    VALUE ZERO.
009010 77  WS-REISS-TIME               PIC 9(8)    VALUE ZERO.
009100*
009200 01  WS-EMBOSS-NAME.
009300     05  WS-EN-TTL               PIC X(4).
013400     OPEN INPUT  OLD-MASTER
013500          OUTPUT NEW-MASTER
013600                 EMBOSS-FILE
013650                 REISS-LOG
013700                 RPT-FILE.
013800     WRITE RPT-LINE FROM HDG-LINE-1.
013900     WRITE RPT-LINE FROM WS-BLANK-LINE.
014000     WRITE RPT-LINE FROM HDG-LINE-2.
014100     ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD.
014110     ACCEPT WS-REISS-TIME FROM TIME.
014200     MOVE WS-TODAY-CCYYMMDD (1:4) TO WS-TODAY-CCYY.
014300     MOVE WS-TODAY-CCYYMMDD (5:2) TO WS-TODAY-MM.
014400     MOVE WS-TODAY-CCYYMMDD (7:2) TO WS-TODAY-DD.
016500         AND WS-DAYS-TO-EXP <= WS-LOOKAHEAD-DAYS
016600         IF STATDO OF OLD-MASTER-RECORD = 'CL'
016700             OR STATDO OF OLD-MASTER-RECORD = 'SU'
016710             OR STATDO OF OLD-MASTER-RECORD = 'CO'
016800             ADD 1 TO WS-RECS-SKIPPED
016900         ELSE
017000             PERFORM 2100-REISSUE-CARD
020700     MOVE WS-NEW-EXP-CCYY             TO WS-EXP-ED (7:4).
020800     MOVE WS-EXP-ED                   TO DTL-NEW-EXP.
020900     WRITE RPT-LINE FROM DTL-LINE.
020905     MOVE SPACES                       TO RL-RECORD.
020910     MOVE ACCTDO  OF OLD-MASTER-RECORD TO RL-ACCTDO.
020915     MOVE CARDSDO OF OLD-MASTER-RECORD TO RL-CARDS.
020920     MOVE WS-NEW-EXP-CCYY              TO RL-NEW-EXP (1:4).
020925     MOVE WS-EXP-MM                    TO RL-NEW-EXP (5:2).
020930     MOVE WS-EXP-DD                    TO RL-NEW-EXP (7:2).
020935     MOVE 'REISSUE '                   TO RL-USERID.
020940     MOVE WS-TODAY-CCYYMMDD            TO RL-REISS-DATE.
020945     MOVE WS-REISS-TIME                TO RL-REISS-TIME.
020950     WRITE RL-RECORD.
021000 2100-EXIT.
021100     EXIT.
021200*
022400     CLOSE OLD-MASTER
022500           NEW-MASTER
022600           EMBOSS-FILE
022610           REISS-LOG
022700           RPT-FILE.
022800     DISPLAY 'REISSUE - MASTER RECORDS READ: ' WS-RECS-READ.
022900     DISPLAY 'REISSUE - CARDS EXTRACTED:     '
