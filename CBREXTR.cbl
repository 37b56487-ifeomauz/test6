001200*                   BUREAU SUBMISSION EXTRACT WITH A  *
001300*                   24-MONTH PAYMENT PATTERN BUILT    *
001400*                   FROM PAY-HIST AND PHISTOVF.       *
001410*  10/15/26   DJH   CHARGED-OFF ('CO') ACCOUNTS ARE   *
001420*                   REPORTED AS 97 WITH THE BALANCE   *
001430*                   STILL UNRECOVERED ON COFFILE.     *
001500*****************************************************
001600*
001700*  THIS PROGRAM RUNS MONTHLY AND WALKS THE ACCOUNT
003100*  COUNT; CYCLE YEARS ARE TWO-DIGIT AND TAKEN TO BE IN
003200*  THE 2000S.
003300*
003310*  A CHARGED-OFF ACCOUNT CARRIES A ZERO BALANCE ON THE
003320*  MASTER ONCE CHGOFF HAS WRITTEN IT OFF, SO ITS
003330*  REPORTED BALANCE COMES FROM ITS COFFILE ENTRY - THE
003340*  AMOUNT CHARGED OFF LESS THE RECOVERIES DLYPOST HAS
003350*  POSTED SINCE.  WITHOUT A COFFILE THE MASTER BALANCE
003360*  IS REPORTED AS IT STANDS.
003370*
003400*  BUREAU STATUS CODES:
003500*    13 - ACCOUNT CLOSED
003510*    97 - CHARGED OFF, BALANCE UNRECOVERED
003600*    93 - SERIOUSLY DELINQUENT / COLLECTIONS (TIER 3)
003700*    78 - DELINQUENT TWO CYCLES OR SUSPENDED (TIER 2)
003800*    71 - DELINQUENT ONE CYCLE (TIER 1)
005100         ACCESS MODE  IS DYNAMIC
005200         RECORD KEY   IS PH-OV-KEY
005300         FILE STATUS  IS WS-PHIST-STATUS.
005310     SELECT CHGOFF-FILE ASSIGN TO COFFILE
005320         ORGANIZATION IS INDEXED
005330         ACCESS MODE  IS DYNAMIC
005340         RECORD KEY   IS CO-ACCTDO
005350         FILE STATUS  IS WS-COFF-STATUS.
005400     SELECT BUREAU-FILE ASSIGN TO CBEXTR
005500         ORGANIZATION IS SEQUENTIAL.
005600*
006500 01  PH-OVFL-RECORD.
006600     COPY PHISTOVF.
006700*
006710 FD  CHGOFF-FILE.
006720 01  CO-RECORD.
006730     COPY COFFREC.
006740*
006800 FD  BUREAU-FILE
006900     RECORDING MODE IS F.
007000 01  BUREAU-RECORD               PIC X(160).
007300 77  WS-EOF-SWITCH               PIC X       VALUE 'N'.
007400     88  EOF-REACHED                         VALUE 'Y'.
007500 77  WS-PHIST-STATUS             PIC X(2)    VALUE SPACES.
007510 77  WS-COFF-STATUS              PIC X(2)    VALUE SPACES.
007520 77  WS-COFF-OPEN-SWITCH         PIC X       VALUE 'N'.
007530     88  COFF-FILE-OPEN                      VALUE 'Y'.
007540 77  WS-CO-UNRECOV               PIC S9(7)V99 VALUE ZERO.
007600 77  WS-BROWSE-DONE-SWITCH       PIC X       VALUE 'N'.
007700     88  BROWSE-DONE                         VALUE 'Y'.
007800 77  PH-SUB                      PIC 9       VALUE 1.
009400 77  WS-DELQ-CYCLES              PIC 9       VALUE ZERO.
009500 77  WS-RECS-READ                PIC 9(7)    VALUE ZERO.
009600 77  WS-RECS-WRITTEN             PIC 9(7)    VALUE ZERO.
009610 77  WS-CHGOFF-REPORTED          PIC 9(7)    VALUE ZERO.
009620 01  WS-CO-BALANCE               PIC X(8).
009630 01  WS-CO-BALANCE-N REDEFINES WS-CO-BALANCE
009640                                 PIC 9(6)V99.
009700*
009800*  ONE RATED CYCLE PER ENTRY - THE THREE ONBOARD
009900*  CYCLES PLUS UP TO 37 ARCHIVED ONES COVERS WELL OVER
016100     OPEN INPUT  ACCT-FILE
016200                 PHIST-OVFL.
016300     OPEN OUTPUT BUREAU-FILE.
016310     OPEN INPUT  CHGOFF-FILE.
016320     IF WS-COFF-STATUS = '00'
016330         SET COFF-FILE-OPEN TO TRUE
016340     ELSE
016350         DISPLAY 'CBREXTR - NO CHARGE-OFF FILE - STATUS '
016360                 WS-COFF-STATUS ' - MASTER BALANCES REPORTED'
016370     END-IF.
016400     ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD.
016500     MOVE WS-TODAY-CCYYMMDD (1:4) TO WS-TODAY-CCYY.
016600     MOVE WS-TODAY-CCYYMMDD (5:2) TO WS-TODAY-MM.
035000     MOVE ADDR2DO OF ACCT-RECORD TO BD-ADDR2.
035100     MOVE ADDR3DO OF ACCT-RECORD TO BD-ADDR3.
035200     EVALUATE TRUE
035210         WHEN STATDO OF ACCT-RECORD = 'CO'
035220             MOVE '97' TO BD-STATUS
035300         WHEN STATDO OF ACCT-RECORD = 'CL'
035400             MOVE '13' TO BD-STATUS
035500         WHEN WS-DELQ-CYCLES >= 3
036500     END-EVALUATE.
036600     MOVE LIMITDO OF ACCT-RECORD TO BD-LIMIT.
036700     MOVE BAL (3)                TO BD-BALANCE.
036710     IF STATDO OF ACCT-RECORD = 'CO'
036720         PERFORM 2410-CHGOFF-BALANCE
036730                 THRU 2410-EXIT
036740     END-IF.
036800     WRITE BUREAU-RECORD FROM WS-DTL-RECORD.
036900     ADD 1 TO WS-RECS-WRITTEN.
037000 2400-EXIT.
037100     EXIT.
037200*
037202*
037204*  THE UNRECOVERED CHARGE-OFF NEVER GOES BELOW ZERO -
037206*  RECOVERIES PAST THE AMOUNT WRITTEN OFF REPORT AS A
037208*  ZERO BALANCE.
037210*
037212 2410-CHGOFF-BALANCE.
037214     ADD 1 TO WS-CHGOFF-REPORTED.
037216     IF NOT COFF-FILE-OPEN
037218         GO TO 2410-EXIT
037220     END-IF.
037222     MOVE ACCTDO OF ACCT-RECORD TO CO-ACCTDO.
037224     READ CHGOFF-FILE
037226         INVALID KEY
037228             DISPLAY 'CBREXTR - NO COFFILE ENTRY FOR '
037230                     'CHARGED-OFF ACCOUNT ' CO-ACCTDO
037232             GO TO 2410-EXIT
037234     END-READ.
037236     COMPUTE WS-CO-UNRECOV =
037238             CO-CHGOFF-AMT-N - CO-RECOV-TOT.
037240     IF WS-CO-UNRECOV < ZERO
037242         MOVE ZERO TO WS-CO-UNRECOV
037244     END-IF.
037246     MOVE WS-CO-UNRECOV TO WS-CO-BALANCE-N.
037248     MOVE WS-CO-BALANCE TO BD-BALANCE.
037250 2410-EXIT.
037252     EXIT.
037254*
037300 2900-READ-ACCT.
037400     READ ACCT-FILE
037500         AT END
038400     CLOSE ACCT-FILE
038500           PHIST-OVFL
038600           BUREAU-FILE.
038610     IF COFF-FILE-OPEN
038620         CLOSE CHGOFF-FILE
038630     END-IF.
038700     DISPLAY 'CBREXTR - MASTER RECORDS READ: ' WS-RECS-READ.
038800     DISPLAY 'CBREXTR - DETAILS WRITTEN:     '
038900             WS-RECS-WRITTEN.
038910     DISPLAY 'CBREXTR - CHARGED OFF (97):    '
038920             WS-CHGOFF-REPORTED.
039000 9000-EXIT.
039100     EXIT.
039200*
