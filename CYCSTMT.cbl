001220*                   RECORD NAMES TONIGHT'S GROUP AND  *
001230*                   ONLY ITS ACCOUNTS GET STATEMENTS. *
001240*                   BLANK PARM PRINTS THE WHOLE FILE. *
001250*  10/15/26   DJH   REWARDS POINTS - PRINT THE POINTS *
001260*                   OPENING BALANCE, EARNED, REDEEMED *
001270*                   AND CLOSING BALANCE FROM RWDPTS.  *
001300*****************************************************
001400*
001500*  THIS PROGRAM READS THE ACCOUNT MASTER FILE AND
001700*  THE CARDHOLDER NAME AND ADDRESS, THE THREE-CYCLE
001800*  BILLING/PAYMENT HISTORY CARRIED IN PAY-HIST, AND THE
001900*  CREDIT LIMIT WITH REMAINING AVAILABLE CREDIT.
001910*
001920*  WHEN THE ACCOUNT HAS A RWDPTS POINTS LEDGER RECORD
001930*  THE STATEMENT ALSO SHOWS THE CYCLE'S REWARDS POINTS -
001940*  OPENING BALANCE, POINTS EARNED NET OF RETURNS, POINTS
001950*  REDEEMED, ANY POINTS FORFEITED AND THE CLOSING
001960*  BALANCE.  RWDCYC ROLLS THE LEDGER AFTER THIS RUN.
001970*  RWDPTS IS OPTIONAL - IF IT WILL NOT OPEN THE POINTS
001980*  LINES ARE LEFT OFF.
002000*
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
003000         ORGANIZATION IS SEQUENTIAL.
003100     SELECT STMT-FILE ASSIGN TO STMTOUT
003200         ORGANIZATION IS SEQUENTIAL.
003210     SELECT RWD-FILE  ASSIGN TO RWDPTS
003220         ORGANIZATION IS INDEXED
003230         ACCESS MODE  IS DYNAMIC
003240         RECORD KEY   IS RW-ACCTDO
003250         FILE STATUS  IS WS-RWD-STATUS.
003300*
003400 DATA DIVISION.
003500 FILE SECTION.
004100 FD  STMT-FILE
004200     RECORDING MODE IS F.
004300 01  STMT-LINE                   PIC X(132).
004310*
004320 FD  RWD-FILE.
004330 01  RW-RECORD.
004340     COPY RWDPTS.
004400*
004500 WORKING-STORAGE SECTION.
004600 77  WS-EOF-SWITCH               PIC X       VALUE 'N'.
004710 77  WS-CYCLE-GROUP              PIC X       VALUE SPACE.
004720     88  ALL-GROUPS-SELECTED                 VALUE SPACE.
004730 77  WS-STMTS-PRINTED            PIC 9(7)    VALUE ZERO.
004740 77  WS-RWD-STATUS               PIC X(2)    VALUE SPACES.
004750 77  WS-RWD-OPEN-SWITCH          PIC X       VALUE 'N'.
004760     88  RWD-FILE-OPEN                       VALUE 'Y'.
004770 77  WS-PTS-NET-EARNED           PIC S9(9)   VALUE ZERO.
004780 77  WS-PTS-ED                   PIC -ZZZ,ZZZ,ZZ9.
004800 77  WS-MOST-RECENT-SUB          PIC 9       VALUE 3.
004900 77  PH-SUB                      PIC 9       VALUE 1.
005000 77  WS-LIMIT-ED                 PIC ZZZ,ZZ9.99.
011200     05  FILLER                  PIC X(20)
011300             VALUE 'AVAILABLE CREDIT:   '.
011400     05  LL-AVAIL                PIC X(10).
011410*
011420 01  PTS-HDG-LINE.
011430     05  FILLER                  PIC X(20)
011440             VALUE 'REWARDS POINTS'.
011450*
011460 01  PTS-LINE.
011470     05  PTS-CAPTION             PIC X(20).
011480     05  PTS-VALUE               PIC X(12).
011500*
011600 PROCEDURE DIVISION.
011700*
012870     CLOSE PARM-FILE.
012900     OPEN INPUT  ACCT-FILE
013000          OUTPUT STMT-FILE.
013010     OPEN INPUT  RWD-FILE.
013020     IF WS-RWD-STATUS = '00'
013030         SET RWD-FILE-OPEN TO TRUE
013040     ELSE
013050         DISPLAY 'CYCSTMT - POINTS LEDGER NOT AVAILABLE - '
013060                 'STATUS ' WS-RWD-STATUS
013070     END-IF.
013100     PERFORM 2900-READ-ACCT
013200             THRU 2900-EXIT.
013300 1000-EXIT.
021600     MOVE WS-AVAIL-ED             TO LL-AVAIL.
021700     WRITE STMT-LINE FROM LIMIT-LINE.
021800     WRITE STMT-LINE FROM WS-BLANK-LINE.
021810     IF RWD-FILE-OPEN
021820         PERFORM 2400-PRINT-POINTS
021830                 THRU 2400-EXIT
021840     END-IF.
021900 2300-EXIT.
022000     EXIT.
022002*
022004*  THE POINTS LINES FOOT - OPENING PLUS EARNED LESS
022006*  REDEEMED AND FORFEITED IS THE CLOSING BALANCE.  AN
022008*  ACCOUNT THAT HAS NEVER EARNED A POINT HAS NO LEDGER
022010*  AND GETS NO POINTS LINES.
022012*
022014 2400-PRINT-POINTS.
022016     MOVE ACCTDO OF ACCT-RECORD TO RW-ACCTDO.
022018     READ RWD-FILE
022020         INVALID KEY
022022             GO TO 2400-EXIT
022024     END-READ.
022026     COMPUTE WS-PTS-NET-EARNED = RW-CYC-EARNED
022028                               - RW-CYC-RETURNED.
022030     WRITE STMT-LINE FROM PTS-HDG-LINE.
022032     MOVE 'OPENING BALANCE'      TO PTS-CAPTION.
022034     MOVE RW-OPEN-PTS            TO WS-PTS-ED.
022036     MOVE WS-PTS-ED              TO PTS-VALUE.
022038     WRITE STMT-LINE FROM PTS-LINE.
022040     MOVE 'POINTS EARNED'        TO PTS-CAPTION.
022042     MOVE WS-PTS-NET-EARNED      TO WS-PTS-ED.
022044     MOVE WS-PTS-ED              TO PTS-VALUE.
022046     WRITE STMT-LINE FROM PTS-LINE.
022048     MOVE 'POINTS REDEEMED'      TO PTS-CAPTION.
022050     MOVE RW-CYC-REDEEMED        TO WS-PTS-ED.
022052     MOVE WS-PTS-ED              TO PTS-VALUE.
022054     WRITE STMT-LINE FROM PTS-LINE.
022056     IF RW-CYC-FORFEITED NOT = ZERO
022058         MOVE 'POINTS FORFEITED' TO PTS-CAPTION
022060         MOVE RW-CYC-FORFEITED   TO WS-PTS-ED
022062         MOVE WS-PTS-ED          TO PTS-VALUE
022064         WRITE STMT-LINE FROM PTS-LINE
022066     END-IF.
022068     MOVE 'CLOSING BALANCE'      TO PTS-CAPTION.
022070     MOVE RW-BAL-PTS             TO WS-PTS-ED.
022072     MOVE WS-PTS-ED              TO PTS-VALUE.
022074     WRITE STMT-LINE FROM PTS-LINE.
022076     WRITE STMT-LINE FROM WS-BLANK-LINE.
022078 2400-EXIT.
022080     EXIT.
022100*
022200 2900-READ-ACCT.
022300     READ ACCT-FILE
023000 9000-TERMINATE.
023100     CLOSE ACCT-FILE
023200           STMT-FILE.
023202     IF RWD-FILE-OPEN
023204         CLOSE RWD-FILE
023206     END-IF.
023210     DISPLAY 'CYCSTMT - STATEMENTS PRINTED: '
023220             WS-STMTS-PRINTED.
023300 9000-EXIT.
