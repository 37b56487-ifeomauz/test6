000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    OPERACT.
000300 AUTHOR.        D. HALVORSEN.
000400 INSTALLATION.  CARD SERVICES DATA CENTER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*
000800*****************************************************
000900*  MODIFICATION HISTORY                              *
001000*  DATE       INIT  DESCRIPTION                      *
001100*  10/15/26   DJH   ORIGINAL PROGRAM - OPERATOR       *
001200*                   ACTIVITY AND SEGREGATION OF       *
001300*                   DUTIES EXCEPTION REPORT.          *
001400*****************************************************
001500*
001600*  CHGHIST ANSWERS 'WHAT HAPPENED TO THIS ACCOUNT'.
001700*  THIS PROGRAM ANSWERS 'WHAT DID THIS OPERATOR DO'.
001800*  IT LOADS THE DEMAUDIT, STATAUDIT AND LIMAUDIT
001900*  ENTRIES FOR THE DATE RANGE ON THE OPERPARM CARD INTO
002000*  ONE IN-CORE TABLE, ALONG WITH THE CARDS REISSUE SENT
002100*  OUT (REISSLOG) AND THE LOST/STOLEN TRANSFERS ACCTXFR
002200*  MADE (ACCTXREF) IN THE SAME RANGE, AND PRINTS:
002300*
002400*    1. ONE LINE PER USER - DA-USERID, SA-USERID OR
002500*       LA-APPRDO - WITH THE NUMBER OF DEMOGRAPHIC,
002600*       STATUS AND LIMIT CHANGES MADE, HOW MANY OF THEM
002700*       WERE OUTSIDE BUSINESS HOURS, AND HOW MANY
002800*       EXCEPTIONS WERE RAISED AGAINST THE USER.
002900*
003000*    2. EVERY FLAGGED ACCOUNT, WITH THE EXCEPTIONS
003100*       RAISED AND ALL OF THE ACCOUNT'S CHANGES IN THE
003200*       RANGE IN DATE/TIME ORDER WITH THEIR BEFORE AND
003300*       AFTER IMAGES, SO AUDIT CAN REVIEW IT WITHOUT
003400*       PULLING THE THREE FILES BY HAND.
003500*
003600*  EXCEPTIONS:
003700*    A - AN ADDRESS OR PHONE CHANGE FOLLOWED WITHIN
003800*        OP-WINDOW-DAYS BY A CREDIT LIMIT INCREASE.
003900*    R - AN ADDRESS OR PHONE CHANGE FOLLOWED WITHIN
004000*        OP-WINDOW-DAYS BY A CARD REISSUE OR A
004100*        LOST/STOLEN TRANSFER TO A NEW NUMBER.
004200*    B - ONE USER CHANGED BOTH THE DEMOGRAPHICS AND
004300*        THE STATUS OF THE SAME ACCOUNT.
004400*    H - A CHANGE STAMPED OUTSIDE BUSINESS HOURS -
004500*        BEFORE OP-BUS-START, AT OR AFTER OP-BUS-END,
004600*        OR ON A SATURDAY OR SUNDAY.
004700*  AN EXCEPTION IS RAISED ONCE PER ACCOUNT, TYPE AND
004800*  USER, HOWEVER MANY TIMES THE PATTERN REPEATS.
004900*
005000*  THE WINDOW IS MEASURED IN 30/360 DAYS, THE SAME
005100*  DAY COUNT RENEWRPT AND REISSUE USE.  A FOLLOW-UP
005200*  CHANGE IS SEEN ONLY IF IT FALLS INSIDE THE RANGE,
005300*  SO A RANGE SHOULD RUN A FEW DAYS PAST THE LAST DAY
005400*  OF INTEREST.  THE EVENT TABLE HOLDS 2000 ENTRIES;
005500*  ENTRIES PAST THE LIMIT ARE DROPPED WITH A CONSOLE
005600*  WARNING AND A NOTE ON THE REPORT, AS IN CHGHIST.
005700*  REISSLOG AND ACCTXREF ARE OPTIONAL.  A PARM CARD
005800*  WITH A BAD DATE RANGE ENDS THE RUN WITH RETURN CODE
005900*  16 BEFORE ANYTHING IS READ.
006000*
006100 ENVIRONMENT DIVISION.
006200 CONFIGURATION SECTION.
006300 SOURCE-COMPUTER.   IBM-370.
006400 OBJECT-COMPUTER.   IBM-370.
006700 INPUT-OUTPUT SECTION.
006800 FILE-CONTROL.
006900     SELECT PARM-FILE       ASSIGN TO OPERPARM
007000         ORGANIZATION IS SEQUENTIAL.
007100     SELECT DEMO-AUDIT-FILE ASSIGN TO DEMAUDIT
007200         ORGANIZATION IS SEQUENTIAL.
007300     SELECT STAT-AUDIT-FILE ASSIGN TO STATAUDIT
007400         ORGANIZATION IS SEQUENTIAL.
007500     SELECT LIM-AUDIT-FILE  ASSIGN TO LIMAUDIT
007600         ORGANIZATION IS SEQUENTIAL.
007700     SELECT REISS-LOG       ASSIGN TO REISSLOG
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS WS-RL-STATUS.
008000     SELECT XREF-FILE       ASSIGN TO ACCTXREF
008100         ORGANIZATION IS INDEXED
008200         ACCESS MODE  IS DYNAMIC
008300         RECORD KEY   IS XR-OLD-ACCTDO
008400         FILE STATUS  IS WS-XREF-STATUS.
008500     SELECT RPT-FILE        ASSIGN TO OPEROUT
008600         ORGANIZATION IS SEQUENTIAL.
008700*
008800 DATA DIVISION.
008900 FILE SECTION.
009000 FD  PARM-FILE
009100     RECORDING MODE IS F.
009200 01  PARM-RECORD.
009300     05  OP-FROM-DATE            PIC X(8).
009400     05  OP-FROM-DATE-N REDEFINES OP-FROM-DATE
009500                                 PIC 9(8).
009600     05  OP-TO-DATE              PIC X(8).
009700     05  OP-TO-DATE-N REDEFINES OP-TO-DATE
009800                                 PIC 9(8).
009900     05  OP-WINDOW-DAYS          PIC X(2).
010000     05  OP-WINDOW-DAYS-N REDEFINES OP-WINDOW-DAYS
010100                                 PIC 9(2).
010200     05  OP-BUS-START            PIC X(4).
010300     05  OP-BUS-START-N REDEFINES OP-BUS-START
010400                                 PIC 9(4).
010500     05  OP-BUS-END              PIC X(4).
010600     05  OP-BUS-END-N REDEFINES OP-BUS-END
010700                                 PIC 9(4).
010800     05  FILLER                  PIC X(54).
010900*
011000 FD  DEMO-AUDIT-FILE
011100     RECORDING MODE IS F.
011200 01  DA-RECORD.
011300     COPY DEMAUDIT.
011400*
011500 FD  STAT-AUDIT-FILE
011600     RECORDING MODE IS F.
011700 01  SA-RECORD.
011800     COPY STATAUDIT.
011900*
012000 FD  LIM-AUDIT-FILE
012100     RECORDING MODE IS F.
012200 01  LA-RECORD.
012300     COPY LIMAUDIT.
012400*
012500 FD  REISS-LOG
012600     RECORDING MODE IS F.
012700 01  RL-RECORD.
012800     COPY REISSLOG.
012900*
013000 FD  XREF-FILE.
013100 01  XR-RECORD.
013200     COPY ACCTXREF.
013300*
013400 FD  RPT-FILE
013500     RECORDING MODE IS F.
013600 01  RPT-LINE                    PIC X(132).
013700*
013800 WORKING-STORAGE SECTION.
013900 77  WS-DA-EOF-SWITCH            PIC X       VALUE 'N'.
014000     88  DA-EOF-REACHED                      VALUE 'Y'.
014100 77  WS-SA-EOF-SWITCH            PIC X       VALUE 'N'.
014200     88  SA-EOF-REACHED                      VALUE 'Y'.
014300 77  WS-LA-EOF-SWITCH            PIC X       VALUE 'N'.
014400     88  LA-EOF-REACHED                      VALUE 'Y'.
014500 77  WS-RL-EOF-SWITCH            PIC X       VALUE 'N'.
014600     88  RL-EOF-REACHED                      VALUE 'Y'.
014700 77  WS-XR-EOF-SWITCH            PIC X       VALUE 'N'.
014800     88  XR-EOF-REACHED                      VALUE 'Y'.
014900 77  WS-FOUND-SWITCH             PIC X       VALUE 'N'.
015000     88  ENTRY-FOUND                         VALUE 'Y'.
015100 77  WS-RL-STATUS                PIC X(2)    VALUE SPACES.
015200 77  WS-XREF-STATUS              PIC X(2)    VALUE SPACES.
015300 77  WS-FROM-DATE                PIC 9(8)    VALUE ZERO.
015400 77  WS-TO-DATE                  PIC 9(8)    VALUE ZERO.
015500 77  WS-WINDOW-DAYS              PIC 9(2)    VALUE 05.
015600 77  WS-BUS-START                PIC 9(8)    VALUE 07000000.
015700 77  WS-BUS-END                  PIC 9(8)    VALUE 19000000.
015800 77  EV-SUB                      PIC 9(4)  COMP  VALUE 1.
015900 77  EV-SUB2                     PIC 9(4)  COMP  VALUE 1.
016000 77  WS-EV-COUNT                 PIC 9(4)  COMP  VALUE ZERO.
016100 77  WS-PICK-SUB                 PIC 9(4)  COMP  VALUE ZERO.
016200 77  US-SUB                      PIC 9(3)  COMP  VALUE 1.
016300 77  WS-US-COUNT                 PIC 9(3)  COMP  VALUE ZERO.
016400 77  WS-US-USED                  PIC 9(3)  COMP  VALUE ZERO.
016500 77  FL-SUB                      PIC 9(3)  COMP  VALUE 1.
016600 77  FL-SUB2                     PIC 9(3)  COMP  VALUE 1.
016700 77  WS-FL-COUNT                 PIC 9(3)  COMP  VALUE ZERO.
016800 77  WS-EV-DROPPED               PIC 9(5)    VALUE ZERO.
016900 77  WS-US-DROPPED               PIC 9(5)    VALUE ZERO.
017000 77  WS-FL-DROPPED               PIC 9(5)    VALUE ZERO.
017100 77  WS-DA-LOADED                PIC 9(7)    VALUE ZERO.
017200 77  WS-SA-LOADED                PIC 9(7)    VALUE ZERO.
017300 77  WS-LA-LOADED                PIC 9(7)    VALUE ZERO.
017400 77  WS-RL-LOADED                PIC 9(7)    VALUE ZERO.
017500 77  WS-XR-LOADED                PIC 9(7)    VALUE ZERO.
017600 77  WS-ACCTS-FLAGGED            PIC 9(7)    VALUE ZERO.
017700 77  WS-DAY-DIFF                 PIC S9(7)   VALUE ZERO.
017800 77  WS-PICK-DATE                PIC 9(8)    VALUE ZERO.
017900 77  WS-PICK-TIME                PIC 9(8)    VALUE ZERO.
018000 77  WS-LOOK-USER                PIC X(8)    VALUE SPACES.
018100 77  WS-LOOK-ACCTDO              PIC X(5)    VALUE SPACES.
018200 77  WS-NEW-PATTERN              PIC X       VALUE SPACE.
018300 77  WS-COUNT-ED                 PIC ZZZ,ZZ9.
018400 77  WS-AMT-ED                   PIC ZZZ,ZZ9.99.
018500 77  WS-DATE-ED                  PIC 9999/99/99.
018600 77  WS-CNT5-ED                  PIC ZZ,ZZ9.
018700*
018800*  DATE WORK - THE 30/360 DAY COUNT FOR THE WINDOW AND
018900*  ZELLER'S CONGRUENCE FOR THE DAY OF THE WEEK (0 IS
019000*  SATURDAY, 1 SUNDAY ... 6 FRIDAY).
019100*
019200 01  WS-DATE-WORK.
019300     05  WS-DW-DATE              PIC 9(8).
019400     05  WS-DW-DATE-X REDEFINES WS-DW-DATE.
019500         10  WS-DW-CCYY          PIC 9(4).
019600         10  WS-DW-MM            PIC 9(2).
019700         10  WS-DW-DD            PIC 9(2).
019800     05  WS-DW-DAYCT             PIC 9(7).
019900     05  WS-Z-YEAR               PIC 9(4).
020000     05  WS-Z-MONTH              PIC 9(2).
020100     05  WS-Z-CENT               PIC 9(2).
020200     05  WS-Z-YR                 PIC 9(2).
020300     05  WS-Z-T1                 PIC 9(3).
020400     05  WS-Z-T2                 PIC 9(3).
020500     05  WS-Z-T3                 PIC 9(3).
020600     05  WS-Z-SUM                PIC 9(5).
020700     05  WS-Z-QUOT               PIC 9(5).
020800     05  WS-DW-DOW               PIC 9.
020900         88  WS-DW-WEEKEND                   VALUE 0 1.
021000*
021100 01  WS-TIME-ED.
021200     05  WS-TE-HH                PIC X(2).
021300     05  FILLER                  PIC X     VALUE '.'.
021400     05  WS-TE-MM                PIC X(2).
021500     05  FILLER                  PIC X     VALUE '.'.
021600     05  WS-TE-SS                PIC X(2).
021700*
021800*  ONE ENTRY PER AUDITED CHANGE, REISSUE OR TRANSFER.
021900*  EV-SOURCE D/S/L IS DEMAUDIT/STATAUDIT/LIMAUDIT,
022000*  R A REISSLOG CARD, X AN ACCTXREF TRANSFER.
022100*
022200 01  WS-EVENT-TABLE.
022300     05  WS-EVENT-ENTRY          OCCURS 2000.
022400         10  EV-ACCTDO           PIC X(5).
022500         10  EV-SOURCE           PIC X.
022600             88  EV-IS-DEMO                  VALUE 'D'.
022700             88  EV-IS-STATUS                VALUE 'S'.
022800             88  EV-IS-LIMIT                 VALUE 'L'.
022900             88  EV-IS-NEW-CARD              VALUE 'R' 'X'.
023000         10  EV-FIELD            PIC X.
023100         10  EV-USERID           PIC X(8).
023200         10  EV-DATE             PIC 9(8).
023300         10  EV-TIME             PIC 9(8).
023400         10  EV-DAYCT            PIC 9(7).
023500         10  EV-OLD              PIC X(35).
023600         10  EV-NEW              PIC X(35).
023700         10  EV-ADDR-PHONE-SW    PIC X.
023800             88  EV-IS-ADDR-PHONE            VALUE 'Y'.
023900         10  EV-LIMIT-UP-SW      PIC X.
024000             88  EV-IS-LIMIT-UP              VALUE 'Y'.
024100         10  EV-OFF-HOURS-SW     PIC X.
024200             88  EV-IS-OFF-HOURS             VALUE 'Y'.
024300         10  EV-PRINTED          PIC X.
024400*
024500 01  WS-USER-TABLE.
024600     05  WS-USER-ENTRY           OCCURS 200.
024700         10  US-USERID           PIC X(8).
024800         10  US-DEMO-CNT         PIC 9(5).
024900         10  US-STAT-CNT         PIC 9(5).
025000         10  US-LIMIT-CNT        PIC 9(5).
025100         10  US-OFF-HOURS-CNT    PIC 9(5).
025200         10  US-FLAG-CNT         PIC 9(5).
025300*
025400 01  WS-FLAG-TABLE.
025500     05  WS-FLAG-ENTRY           OCCURS 500.
025600         10  FL-ACCTDO           PIC X(5).
025700         10  FL-PATTERN          PIC X.
025800             88  FL-IS-ADDR-LIMIT            VALUE 'A'.
025900             88  FL-IS-ADDR-REISSUE          VALUE 'R'.
026000             88  FL-IS-DEMO-STATUS           VALUE 'B'.
026100             88  FL-IS-OFF-HOURS             VALUE 'H'.
026200         10  FL-USERID           PIC X(8).
026300         10  FL-DATE             PIC 9(8).
026400         10  FL-TIME             PIC 9(8).
026500         10  FL-DONE             PIC X.
026600*
026700 01  HDG-LINE-1.
026800     05  FILLER                  PIC X(60)   VALUE
026900         'OPERATOR ACTIVITY AND SEGREGATION OF DUTIES REPORT'.
027000 01  HDG-LINE-2.
027100     05  FILLER                  PIC X(14) VALUE 'CHANGES FROM '.
027200     05  HDG-FROM                PIC X(10).
027300     05  FILLER                  PIC X(4)  VALUE ' TO '.
027400     05  HDG-TO                  PIC X(10).
027500     05  FILLER                  PIC X(10) VALUE '  WINDOW '.
027600     05  HDG-WINDOW              PIC Z9.
027700     05  FILLER                  PIC X(6)  VALUE ' DAYS'.
027800*
027900 01  US-HDG-LINE.
028000     05  FILLER                  PIC X(8)  VALUE 'USER'.
028100     05  FILLER                  PIC X(8)  VALUE '    DEMO'.
028200     05  FILLER                  PIC X(8)  VALUE '  STATUS'.
028300     05  FILLER                  PIC X(8)  VALUE '   LIMIT'.
028400     05  FILLER                  PIC X(8)  VALUE '   TOTAL'.
028500     05  FILLER                  PIC X(8)  VALUE '  OFF-HR'.
028600     05  FILLER                  PIC X(8)  VALUE '   FLAGS'.
028700*
028800 01  US-LINE.
028900     05  USL-USERID              PIC X(8).
029000     05  FILLER                  PIC X(2)  VALUE SPACES.
029100     05  USL-DEMO                PIC X(6).
029200     05  FILLER                  PIC X(2)  VALUE SPACES.
029300     05  USL-STAT                PIC X(6).
029400     05  FILLER                  PIC X(2)  VALUE SPACES.
029500     05  USL-LIMIT               PIC X(6).
029600     05  FILLER                  PIC X(2)  VALUE SPACES.
029700     05  USL-TOTAL               PIC X(6).
029800     05  FILLER                  PIC X(2)  VALUE SPACES.
029900     05  USL-OFF-HOURS           PIC X(6).
030000     05  FILLER                  PIC X(2)  VALUE SPACES.
030100     05  USL-FLAGS               PIC X(6).
030200*
030300 01  ACCT-HDG-LINE.
030400     05  FILLER                  PIC X(9)  VALUE 'ACCOUNT: '.
030500     05  AHL-ACCTDO              PIC X(5).
030600*
030700 01  FLAG-LINE.
030800     05  FILLER                  PIC X(4)  VALUE '  **'.
030900     05  FLL-PATTERN             PIC X(2).
031000     05  FLL-TEXT                PIC X(44).
031100     05  FILLER                  PIC X(6)  VALUE 'USER '.
031200     05  FLL-USERID              PIC X(8).
031300     05  FILLER                  PIC X(2)  VALUE SPACES.
031400     05  FLL-DATE                PIC X(10).
031500*
031600 01  COL-LINE.
031700     05  FILLER                  PIC X(12) VALUE 'DATE'.
031800     05  FILLER                  PIC X(10) VALUE 'TIME'.
031900     05  FILLER                  PIC X(8)  VALUE 'SOURCE'.
032000     05  FILLER                  PIC X(7)  VALUE 'FIELD'.
032100     05  FILLER                  PIC X(10) VALUE 'USER'.
032200     05  FILLER                  PIC X(37) VALUE 'BEFORE'.
032300     05  FILLER                  PIC X(35) VALUE 'AFTER'.
032400*
032500 01  DTL-LINE.
032600     05  DTL-DATE                PIC X(10).
032700     05  FILLER                  PIC X(2)  VALUE SPACES.
032800     05  DTL-TIME                PIC X(8).
032900     05  FILLER                  PIC X(2)  VALUE SPACES.
033000     05  DTL-SOURCE              PIC X(6).
033100     05  FILLER                  PIC X(2)  VALUE SPACES.
033200     05  DTL-FIELD               PIC X(5).
033300     05  FILLER                  PIC X(2)  VALUE SPACES.
033400     05  DTL-USERID              PIC X(8).
033500     05  FILLER                  PIC X(2)  VALUE SPACES.
033600     05  DTL-OLD                 PIC X(35).
033700     05  FILLER                  PIC X(2)  VALUE SPACES.
033800     05  DTL-NEW                 PIC X(35).
033900*
034000 01  MSG-LINE.
034100     05  FILLER                  PIC X(4)  VALUE SPACES.
034200     05  MSG-TEXT                PIC X(50).
034300*
034400 01  TOT-LINE.
034500     05  TOT-CAPTION             PIC X(24).
034600     05  TOT-VALUE               PIC X(16).
034700*
034800 01  WS-BLANK-LINE               PIC X(132)  VALUE SPACES.
034900*
035000 PROCEDURE DIVISION.
035100*
035200 0000-MAINLINE.
035300     PERFORM 1000-INITIALIZE
035400             THRU 1000-EXIT.
035500     PERFORM 2000-FIND-PATTERNS
035600             THRU 2000-EXIT.
035700     PERFORM 3000-PRINT-USER-SUMMARY
035800             THRU 3000-EXIT.
035900     PERFORM 4000-PRINT-FLAGGED-ACCOUNTS
036000             THRU 4000-EXIT.
036100     PERFORM 5000-PRINT-CONTROL-TOTALS
036200             THRU 5000-EXIT.
036300     PERFORM 9000-TERMINATE
036400             THRU 9000-EXIT.
036500     STOP RUN.
036600*
036700*****************************************************
036800*  EDIT THE PARM CARD AND LOAD EVERY FILE IN RANGE   *
036900*****************************************************
037000*
037100 1000-INITIALIZE.
037200     OPEN INPUT PARM-FILE.
037300     READ PARM-FILE
037400         AT END
037500             MOVE SPACES TO PARM-RECORD
037600     END-READ.
037700     CLOSE PARM-FILE.
037800     IF OP-FROM-DATE IS NOT NUMERIC
037900         OR OP-TO-DATE IS NOT NUMERIC
038000         OR OP-FROM-DATE-N > OP-TO-DATE-N
038100         DISPLAY 'OPERACT - INVALID DATE RANGE ON OPERPARM - '
038200                 OP-FROM-DATE ' ' OP-TO-DATE
038300         MOVE 16 TO RETURN-CODE
038400         STOP RUN
038500     END-IF.
038600     MOVE OP-FROM-DATE-N TO WS-FROM-DATE.
038700     MOVE OP-TO-DATE-N   TO WS-TO-DATE.
038800     IF OP-WINDOW-DAYS IS NUMERIC
038900         AND OP-WINDOW-DAYS-N > ZERO
039000         MOVE OP-WINDOW-DAYS-N TO WS-WINDOW-DAYS
039100     END-IF.
039200     IF OP-BUS-START IS NUMERIC
039300         AND OP-BUS-END IS NUMERIC
039400         AND OP-BUS-START-N < OP-BUS-END-N
039500         COMPUTE WS-BUS-START = OP-BUS-START-N * 10000
039600         COMPUTE WS-BUS-END   = OP-BUS-END-N * 10000
039700     END-IF.
039800     OPEN INPUT  DEMO-AUDIT-FILE
039900                 STAT-AUDIT-FILE
040000                 LIM-AUDIT-FILE
040100          OUTPUT RPT-FILE.
040200     PERFORM 1100-LOAD-DEMO-AUDIT
040300             THRU 1100-EXIT
040400             UNTIL DA-EOF-REACHED.
040500     PERFORM 1200-LOAD-STAT-AUDIT
040600             THRU 1200-EXIT
040700             UNTIL SA-EOF-REACHED.
040800     PERFORM 1300-LOAD-LIM-AUDIT
040900             THRU 1300-EXIT
041000             UNTIL LA-EOF-REACHED.
041100     CLOSE DEMO-AUDIT-FILE
041200           STAT-AUDIT-FILE
041300           LIM-AUDIT-FILE.
041400*
041500*  A SHOP THAT HAS NOT YET RUN REISSUE OR ACCTXFR HAS
041600*  NO REISSUE LOG OR CROSS-REFERENCE - THE REPORT STILL
041700*  RUNS, IT JUST CANNOT SEE NEW CARDS.
041800*
041900     OPEN INPUT REISS-LOG.
042000     IF WS-RL-STATUS = '00'
042100         PERFORM 1400-LOAD-REISS-LOG
042200                 THRU 1400-EXIT
042300                 UNTIL RL-EOF-REACHED
042400         CLOSE REISS-LOG
042500     ELSE
042600         DISPLAY 'OPERACT - NO REISSUE LOG ON FILE - '
042700                 'STATUS ' WS-RL-STATUS
042800     END-IF.
042900     OPEN INPUT XREF-FILE.
043000     IF WS-XREF-STATUS = '00'
043100         PERFORM 1500-LOAD-XREF
043200                 THRU 1500-EXIT
043300                 UNTIL XR-EOF-REACHED
043400         CLOSE XREF-FILE
043500     ELSE
043600         DISPLAY 'OPERACT - NO TRANSFER XREF ON FILE - '
043700                 'STATUS ' WS-XREF-STATUS
043800     END-IF.
043900 1000-EXIT.
044000     EXIT.
044100*
044200 1100-LOAD-DEMO-AUDIT.
044300     READ DEMO-AUDIT-FILE
044400         AT END
044500             SET DA-EOF-REACHED TO TRUE
044600             GO TO 1100-EXIT
044700     END-READ.
044800     IF DA-CHG-DATE < WS-FROM-DATE
044900         OR DA-CHG-DATE > WS-TO-DATE
045000         GO TO 1100-EXIT
045100     END-IF.
045200     PERFORM 1800-NEXT-EVENT-SLOT
045300             THRU 1800-EXIT.
045400     IF NOT ENTRY-FOUND
045500         GO TO 1100-EXIT
045600     END-IF.
045700     MOVE DA-ACCTDO     TO EV-ACCTDO (WS-EV-COUNT).
045800     MOVE 'D'           TO EV-SOURCE (WS-EV-COUNT).
045900     MOVE DA-FIELD-CODE TO EV-FIELD (WS-EV-COUNT).
046000     MOVE DA-USERID     TO EV-USERID (WS-EV-COUNT).
046100     MOVE DA-CHG-DATE   TO EV-DATE (WS-EV-COUNT).
046200     MOVE DA-CHG-TIME   TO EV-TIME (WS-EV-COUNT).
046300     MOVE DA-OLD-VALUE  TO EV-OLD (WS-EV-COUNT).
046400     MOVE DA-NEW-VALUE  TO EV-NEW (WS-EV-COUNT).
046500     IF DA-FIELD-CODE = '1' OR '2' OR '3' OR 'T'
046600         MOVE 'Y' TO EV-ADDR-PHONE-SW (WS-EV-COUNT)
046700     END-IF.
046800     PERFORM 1850-FINISH-EVENT
046900             THRU 1850-EXIT.
047000     ADD 1 TO WS-DA-LOADED.
047100 1100-EXIT.
047200     EXIT.
047300*
047400 1200-LOAD-STAT-AUDIT.
047500     READ STAT-AUDIT-FILE
047600         AT END
047700             SET SA-EOF-REACHED TO TRUE
047800             GO TO 1200-EXIT
047900     END-READ.
048000     IF SA-CHG-DATE < WS-FROM-DATE
048100         OR SA-CHG-DATE > WS-TO-DATE
048200         GO TO 1200-EXIT
048300     END-IF.
048400     PERFORM 1800-NEXT-EVENT-SLOT
048500             THRU 1800-EXIT.
048600     IF NOT ENTRY-FOUND
048700         GO TO 1200-EXIT
048800     END-IF.
048900     MOVE SA-ACCTDO     TO EV-ACCTDO (WS-EV-COUNT).
049000     MOVE 'S'           TO EV-SOURCE (WS-EV-COUNT).
049100     MOVE SA-RSNDO      TO EV-FIELD (WS-EV-COUNT).
049200     MOVE SA-USERID     TO EV-USERID (WS-EV-COUNT).
049300     MOVE SA-CHG-DATE   TO EV-DATE (WS-EV-COUNT).
049400     MOVE SA-CHG-TIME   TO EV-TIME (WS-EV-COUNT).
049500     MOVE SA-OLD-STATDO TO EV-OLD (WS-EV-COUNT).
049600     MOVE SA-NEW-STATDO TO EV-NEW (WS-EV-COUNT).
049700     PERFORM 1850-FINISH-EVENT
049800             THRU 1850-EXIT.
049900     ADD 1 TO WS-SA-LOADED.
050000 1200-EXIT.
050100     EXIT.
050200*
050300 1300-LOAD-LIM-AUDIT.
050400     READ LIM-AUDIT-FILE
050500         AT END
050600             SET LA-EOF-REACHED TO TRUE
050700             GO TO 1300-EXIT
050800     END-READ.
050900     IF LA-CHG-DATE < WS-FROM-DATE
051000         OR LA-CHG-DATE > WS-TO-DATE
051100         GO TO 1300-EXIT
051200     END-IF.
051300     PERFORM 1800-NEXT-EVENT-SLOT
051400             THRU 1800-EXIT.
051500     IF NOT ENTRY-FOUND
051600         GO TO 1300-EXIT
051700     END-IF.
051800     MOVE LA-ACCTDO     TO EV-ACCTDO (WS-EV-COUNT).
051900     MOVE 'L'           TO EV-SOURCE (WS-EV-COUNT).
052000     MOVE LA-APPRDO     TO EV-USERID (WS-EV-COUNT).
052100     MOVE LA-CHG-DATE   TO EV-DATE (WS-EV-COUNT).
052200     MOVE LA-CHG-TIME   TO EV-TIME (WS-EV-COUNT).
052300     IF LA-OLD-LIMIT IS NUMERIC
052400         AND LA-NEW-LIMIT IS NUMERIC
052500         MOVE LA-OLD-LIMIT-N TO WS-AMT-ED
052600         MOVE WS-AMT-ED      TO EV-OLD (WS-EV-COUNT)
052700         MOVE LA-NEW-LIMIT-N TO WS-AMT-ED
052800         MOVE WS-AMT-ED      TO EV-NEW (WS-EV-COUNT)
052900         IF LA-NEW-LIMIT-N > LA-OLD-LIMIT-N
053000             MOVE 'Y' TO EV-LIMIT-UP-SW (WS-EV-COUNT)
053100         END-IF
053200     ELSE
053300         MOVE LA-OLD-LIMIT   TO EV-OLD (WS-EV-COUNT)
053400         MOVE LA-NEW-LIMIT   TO EV-NEW (WS-EV-COUNT)
053500     END-IF.
053600     PERFORM 1850-FINISH-EVENT
053700             THRU 1850-EXIT.
053800     ADD 1 TO WS-LA-LOADED.
053900 1300-EXIT.
054000     EXIT.
054100*
054200 1400-LOAD-REISS-LOG.
054300     READ REISS-LOG
054400         AT END
054500             SET RL-EOF-REACHED TO TRUE
054600             GO TO 1400-EXIT
054700     END-READ.
054800     IF RL-REISS-DATE < WS-FROM-DATE
054900         OR RL-REISS-DATE > WS-TO-DATE
055000         GO TO 1400-EXIT
055100     END-IF.
055200     PERFORM 1800-NEXT-EVENT-SLOT
055300             THRU 1800-EXIT.
055400     IF NOT ENTRY-FOUND
055500         GO TO 1400-EXIT
055600     END-IF.
055700     MOVE RL-ACCTDO     TO EV-ACCTDO (WS-EV-COUNT).
055800     MOVE 'R'           TO EV-SOURCE (WS-EV-COUNT).
055900     MOVE RL-USERID     TO EV-USERID (WS-EV-COUNT).
056000     MOVE RL-REISS-DATE TO EV-DATE (WS-EV-COUNT).
056100     MOVE RL-REISS-TIME TO EV-TIME (WS-EV-COUNT).
056200     MOVE RL-NEW-EXP    TO WS-DATE-ED.
056300     MOVE 'NEW EXP'     TO EV-NEW (WS-EV-COUNT).
056400     MOVE WS-DATE-ED    TO EV-NEW (WS-EV-COUNT) (9:10).
056500     MOVE 'CARDS'       TO EV-NEW (WS-EV-COUNT) (21:5).
056600     MOVE RL-CARDS      TO EV-NEW (WS-EV-COUNT) (27:1).
056700     PERFORM 1850-FINISH-EVENT
056800             THRU 1850-EXIT.
056900     ADD 1 TO WS-RL-LOADED.
057000 1400-EXIT.
057100     EXIT.
057200*
057300*  A TRANSFER IS LOGGED AGAINST THE OLD NUMBER - THE
057400*  ONE THE EARLIER CHANGES WERE MADE TO - WITH THE NEW
057500*  NUMBER AS ITS AFTER IMAGE.
057600*
057700 1500-LOAD-XREF.
057800     READ XREF-FILE NEXT
057900         AT END
058000             SET XR-EOF-REACHED TO TRUE
058100             GO TO 1500-EXIT
058200     END-READ.
058300     IF XR-XFER-DATE < WS-FROM-DATE
058400         OR XR-XFER-DATE > WS-TO-DATE
058500         GO TO 1500-EXIT
058600     END-IF.
058700     PERFORM 1800-NEXT-EVENT-SLOT
058800             THRU 1800-EXIT.
058900     IF NOT ENTRY-FOUND
059000         GO TO 1500-EXIT
059100     END-IF.
059200     MOVE XR-OLD-ACCTDO TO EV-ACCTDO (WS-EV-COUNT).
059300     MOVE 'X'           TO EV-SOURCE (WS-EV-COUNT).
059400     MOVE XR-RSNDO      TO EV-FIELD (WS-EV-COUNT).
059500     MOVE 'ACCTXFR '    TO EV-USERID (WS-EV-COUNT).
059600     MOVE XR-XFER-DATE  TO EV-DATE (WS-EV-COUNT).
059700     MOVE XR-XFER-TIME  TO EV-TIME (WS-EV-COUNT).
059800     MOVE 'NEW ACCOUNT' TO EV-NEW (WS-EV-COUNT).
059900     MOVE XR-NEW-ACCTDO TO EV-NEW (WS-EV-COUNT) (13:5).
060000     PERFORM 1850-FINISH-EVENT
060100             THRU 1850-EXIT.
060200     ADD 1 TO WS-XR-LOADED.
060300 1500-EXIT.
060400     EXIT.
060500*
060600*  ENTRY-FOUND COMES BACK OFF WHEN THE TABLE IS FULL.
060700*
060800 1800-NEXT-EVENT-SLOT.
060900     IF WS-EV-COUNT < 2000
061000         SET ENTRY-FOUND TO TRUE
061100         ADD 1 TO WS-EV-COUNT
061200         MOVE SPACES TO WS-EVENT-ENTRY (WS-EV-COUNT)
061300         MOVE 'N'    TO EV-ADDR-PHONE-SW (WS-EV-COUNT)
061400                        EV-LIMIT-UP-SW (WS-EV-COUNT)
061500                        EV-OFF-HOURS-SW (WS-EV-COUNT)
061600                        EV-PRINTED (WS-EV-COUNT)
061700     ELSE
061800         MOVE 'N' TO WS-FOUND-SWITCH
061900         ADD 1 TO WS-EV-DROPPED
062000         DISPLAY 'OPERACT - EVENT TABLE FULL AT 2000 '
062100                 'ENTRIES - ENTRY DROPPED'
062200     END-IF.
062300 1800-EXIT.
062400     EXIT.
062500*
062600*  A NEW CARD IS NOT AN OPERATOR CHANGE - IT IS
062700*  LOADED ONLY AS THE FOLLOW-UP HALF OF A PATTERN, SO
062800*  IT IS NEITHER COUNTED NOR HOURS-CHECKED.
062900*
063000 1850-FINISH-EVENT.
063100     MOVE EV-DATE (WS-EV-COUNT) TO WS-DW-DATE.
063200     PERFORM 1900-DATE-WORK
063300             THRU 1900-EXIT.
063400     MOVE WS-DW-DAYCT TO EV-DAYCT (WS-EV-COUNT).
063500     IF EV-IS-NEW-CARD (WS-EV-COUNT)
063600         GO TO 1850-EXIT
063700     END-IF.
063800     IF WS-DW-WEEKEND
063900         OR EV-TIME (WS-EV-COUNT) < WS-BUS-START
064000         OR EV-TIME (WS-EV-COUNT) NOT < WS-BUS-END
064100         MOVE 'Y' TO EV-OFF-HOURS-SW (WS-EV-COUNT)
064200     END-IF.
064300     MOVE EV-USERID (WS-EV-COUNT) TO WS-LOOK-USER.
064400     PERFORM 1950-FIND-USER
064500             THRU 1950-EXIT.
064600     IF WS-US-USED = ZERO
064700         GO TO 1850-EXIT
064800     END-IF.
064900     EVALUATE TRUE
065000         WHEN EV-IS-DEMO (WS-EV-COUNT)
065100             ADD 1 TO US-DEMO-CNT (WS-US-USED)
065200         WHEN EV-IS-STATUS (WS-EV-COUNT)
065300             ADD 1 TO US-STAT-CNT (WS-US-USED)
065400         WHEN EV-IS-LIMIT (WS-EV-COUNT)
065500             ADD 1 TO US-LIMIT-CNT (WS-US-USED)
065600     END-EVALUATE.
065700     IF EV-IS-OFF-HOURS (WS-EV-COUNT)
065800         ADD 1 TO US-OFF-HOURS-CNT (WS-US-USED)
065900     END-IF.
066000 1850-EXIT.
066100     EXIT.
066200*
066300 1900-DATE-WORK.
066400     COMPUTE WS-DW-DAYCT =
066500             (WS-DW-CCYY * 360)
066600             + (WS-DW-MM * 30)
066700             + WS-DW-DD.
066800     MOVE WS-DW-CCYY TO WS-Z-YEAR.
066900     MOVE WS-DW-MM   TO WS-Z-MONTH.
067000     IF WS-Z-MONTH < 3
067100         ADD 12 TO WS-Z-MONTH
067200         SUBTRACT 1 FROM WS-Z-YEAR
067300     END-IF.
067400     DIVIDE WS-Z-YEAR BY 100
067500         GIVING WS-Z-CENT REMAINDER WS-Z-YR.
067600     COMPUTE WS-Z-T1 = (13 * (WS-Z-MONTH + 1)) / 5.
067700     DIVIDE WS-Z-YR   BY 4 GIVING WS-Z-T2.
067800     DIVIDE WS-Z-CENT BY 4 GIVING WS-Z-T3.
067900     COMPUTE WS-Z-SUM = WS-DW-DD + WS-Z-T1 + WS-Z-YR
068000                      + WS-Z-T2 + WS-Z-T3 + (5 * WS-Z-CENT).
068100     DIVIDE WS-Z-SUM BY 7
068200         GIVING WS-Z-QUOT REMAINDER WS-DW-DOW.
068300 1900-EXIT.
068400     EXIT.
068500*
068600*  WS-US-USED COMES BACK ZERO WHEN THE USER TABLE IS
068700*  FULL AND THE USER IS NOT ALREADY IN IT.
068800*
068900 1950-FIND-USER.
069000     MOVE 'N' TO WS-FOUND-SWITCH.
069100     MOVE ZERO TO WS-US-USED.
069200     PERFORM 1960-SCAN-USER
069300             THRU 1960-EXIT
069400             VARYING US-SUB FROM 1 BY 1
069500             UNTIL US-SUB > WS-US-COUNT
069600             OR ENTRY-FOUND.
069700     IF NOT ENTRY-FOUND
069800         IF WS-US-COUNT < 200
069900             ADD 1 TO WS-US-COUNT
070000             MOVE WS-US-COUNT  TO WS-US-USED
070100             MOVE WS-LOOK-USER TO US-USERID (WS-US-USED)
070200             MOVE ZERO TO US-DEMO-CNT (WS-US-USED)
070300                          US-STAT-CNT (WS-US-USED)
070400                          US-LIMIT-CNT (WS-US-USED)
070500                          US-OFF-HOURS-CNT (WS-US-USED)
070600                          US-FLAG-CNT (WS-US-USED)
070700         ELSE
070800             ADD 1 TO WS-US-DROPPED
070900             DISPLAY 'OPERACT - USER TABLE FULL AT 200 '
071000                     'ENTRIES - NOT COUNTED ' WS-LOOK-USER
071100         END-IF
071200     END-IF.
071300 1950-EXIT.
071400     EXIT.
071500*
071600 1960-SCAN-USER.
071700     IF US-USERID (US-SUB) = WS-LOOK-USER
071800         SET ENTRY-FOUND TO TRUE
071900         MOVE US-SUB TO WS-US-USED
072000     END-IF.
072100 1960-EXIT.
072200     EXIT.
072300*
072400*****************************************************
072500*  LOOK FOR THE HIGH-RISK PATTERNS                   *
072600*****************************************************
072700*
072800 2000-FIND-PATTERNS.
072900     PERFORM 2100-CHECK-EVENT
073000             THRU 2100-EXIT
073100             VARYING EV-SUB FROM 1 BY 1
073200             UNTIL EV-SUB > WS-EV-COUNT.
073300 2000-EXIT.
073400     EXIT.
073500*
073600 2100-CHECK-EVENT.
073700     IF EV-IS-OFF-HOURS (EV-SUB)
073800         MOVE 'H' TO WS-NEW-PATTERN
073900         MOVE EV-SUB TO EV-SUB2
074000         PERFORM 2500-ADD-FLAG
074100                 THRU 2500-EXIT
074200     END-IF.
074300     IF EV-IS-ADDR-PHONE (EV-SUB)
074400         PERFORM 2200-CHECK-FOLLOW-UP
074500                 THRU 2200-EXIT
074600                 VARYING EV-SUB2 FROM 1 BY 1
074700                 UNTIL EV-SUB2 > WS-EV-COUNT
074800     END-IF.
074900     IF EV-IS-DEMO (EV-SUB)
075000         PERFORM 2300-CHECK-SAME-USER
075100                 THRU 2300-EXIT
075200                 VARYING EV-SUB2 FROM 1 BY 1
075300                 UNTIL EV-SUB2 > WS-EV-COUNT
075400     END-IF.
075500 2100-EXIT.
075600     EXIT.
075700*
075800*  EV-SUB IS AN ADDRESS OR PHONE CHANGE.  EV-SUB2 IS A
075900*  FOLLOW-UP WHEN IT IS ON THE SAME ACCOUNT, LATER IN
076000*  DATE/TIME, NO MORE THAN THE WINDOW AWAY, AND IS A
076100*  LIMIT INCREASE OR A NEW CARD.
076200*
076300 2200-CHECK-FOLLOW-UP.
076400     IF EV-ACCTDO (EV-SUB2) NOT = EV-ACCTDO (EV-SUB)
076500         GO TO 2200-EXIT
076600     END-IF.
076700     IF NOT EV-IS-LIMIT-UP (EV-SUB2)
076800         AND NOT EV-IS-NEW-CARD (EV-SUB2)
076900         GO TO 2200-EXIT
077000     END-IF.
077100     IF EV-DATE (EV-SUB2) < EV-DATE (EV-SUB)
077200         GO TO 2200-EXIT
077300     END-IF.
077400     IF EV-DATE (EV-SUB2) = EV-DATE (EV-SUB)
077500         AND EV-TIME (EV-SUB2) NOT > EV-TIME (EV-SUB)
077600         GO TO 2200-EXIT
077700     END-IF.
077800     COMPUTE WS-DAY-DIFF = EV-DAYCT (EV-SUB2)
077900                         - EV-DAYCT (EV-SUB).
078000     IF WS-DAY-DIFF > WS-WINDOW-DAYS
078100         GO TO 2200-EXIT
078200     END-IF.
078300     IF EV-IS-LIMIT-UP (EV-SUB2)
078400         MOVE 'A' TO WS-NEW-PATTERN
078500     ELSE
078600         MOVE 'R' TO WS-NEW-PATTERN
078700     END-IF.
078800     PERFORM 2400-ADD-FLAG-FOR-EVENT
078900             THRU 2400-EXIT.
079000 2200-EXIT.
079100     EXIT.
079200*
079300 2300-CHECK-SAME-USER.
079400     IF EV-IS-STATUS (EV-SUB2)
079500         AND EV-ACCTDO (EV-SUB2) = EV-ACCTDO (EV-SUB)
079600         AND EV-USERID (EV-SUB2) = EV-USERID (EV-SUB)
079700         MOVE 'B' TO WS-NEW-PATTERN
079800         PERFORM 2400-ADD-FLAG-FOR-EVENT
079900                 THRU 2400-EXIT
080000     END-IF.
080100 2300-EXIT.
080200     EXIT.
080300*
080400*  THE FLAG IS RAISED AGAINST THE DEMOGRAPHIC CHANGE
080500*  (EV-SUB) - THE VARYING EV-SUB2 IS SAVED AROUND THE
080600*  CALL SO THE CALLER'S SCAN CONTINUES WHERE IT WAS.
080700*
080800 2400-ADD-FLAG-FOR-EVENT.
080900     MOVE EV-SUB2 TO WS-PICK-SUB.
081000     MOVE EV-SUB  TO EV-SUB2.
081100     PERFORM 2500-ADD-FLAG
081200             THRU 2500-EXIT.
081300     MOVE WS-PICK-SUB TO EV-SUB2.
081400 2400-EXIT.
081500     EXIT.
081600*
081700*  ADDS A FLAG FOR EVENT EV-SUB2 AND PATTERN
081800*  WS-NEW-PATTERN UNLESS THE ACCOUNT ALREADY HAS ONE
081900*  OF THAT TYPE FOR THE SAME USER.
082000*
082100 2500-ADD-FLAG.
082200     MOVE 'N' TO WS-FOUND-SWITCH.
082300     PERFORM 2510-SCAN-FLAG
082400             THRU 2510-EXIT
082500             VARYING FL-SUB FROM 1 BY 1
082600             UNTIL FL-SUB > WS-FL-COUNT
082700             OR ENTRY-FOUND.
082800     IF ENTRY-FOUND
082900         GO TO 2500-EXIT
083000     END-IF.
083100     IF WS-FL-COUNT NOT < 500
083200         ADD 1 TO WS-FL-DROPPED
083300         DISPLAY 'OPERACT - FLAG TABLE FULL AT 500 '
083400                 'ENTRIES - FLAG DROPPED ' EV-ACCTDO (EV-SUB2)
083500         GO TO 2500-EXIT
083600     END-IF.
083700     ADD 1 TO WS-FL-COUNT.
083800     MOVE EV-ACCTDO (EV-SUB2) TO FL-ACCTDO (WS-FL-COUNT).
083900     MOVE WS-NEW-PATTERN      TO FL-PATTERN (WS-FL-COUNT).
084000     MOVE EV-USERID (EV-SUB2) TO FL-USERID (WS-FL-COUNT).
084100     MOVE EV-DATE (EV-SUB2)   TO FL-DATE (WS-FL-COUNT).
084200     MOVE EV-TIME (EV-SUB2)   TO FL-TIME (WS-FL-COUNT).
084300     MOVE 'N'                 TO FL-DONE (WS-FL-COUNT).
084400     MOVE EV-USERID (EV-SUB2) TO WS-LOOK-USER.
084500     PERFORM 1950-FIND-USER
084600             THRU 1950-EXIT.
084700     IF WS-US-USED NOT = ZERO
084800         ADD 1 TO US-FLAG-CNT (WS-US-USED)
084900     END-IF.
085000 2500-EXIT.
085100     EXIT.
085200*
085300 2510-SCAN-FLAG.
085400     IF FL-ACCTDO (FL-SUB) = EV-ACCTDO (EV-SUB2)
085500         AND FL-PATTERN (FL-SUB) = WS-NEW-PATTERN
085600         AND FL-USERID (FL-SUB) = EV-USERID (EV-SUB2)
085700         SET ENTRY-FOUND TO TRUE
085800     END-IF.
085900 2510-EXIT.
086000     EXIT.
086100*
086200*****************************************************
086300*  SECTION 1 - CHANGE VOLUME BY USER                 *
086400*****************************************************
086500*
086600 3000-PRINT-USER-SUMMARY.
086700     WRITE RPT-LINE FROM HDG-LINE-1.
086900     MOVE WS-FROM-DATE   TO WS-DATE-ED.
087000     MOVE WS-DATE-ED     TO HDG-FROM.
087100     MOVE WS-TO-DATE     TO WS-DATE-ED.
087200     MOVE WS-DATE-ED     TO HDG-TO.
087300     MOVE WS-WINDOW-DAYS TO HDG-WINDOW.
087400     WRITE RPT-LINE FROM HDG-LINE-2.
087500     IF WS-EV-DROPPED > ZERO
087600         MOVE '** EVENT TABLE FULL - COUNTS MAY BE SHORT **'
087700             TO MSG-TEXT
087800         WRITE RPT-LINE FROM MSG-LINE
087900     END-IF.
088000     WRITE RPT-LINE FROM WS-BLANK-LINE.
088100     WRITE RPT-LINE FROM US-HDG-LINE.
088200     PERFORM 3100-PRINT-ONE-USER
088300             THRU 3100-EXIT
088400             VARYING US-SUB FROM 1 BY 1
088500             UNTIL US-SUB > WS-US-COUNT.
088600     IF WS-US-COUNT = ZERO
088700         MOVE 'NO CHANGES ON RECORD FOR THIS RANGE'
088800             TO MSG-TEXT
088900         WRITE RPT-LINE FROM MSG-LINE
089000     END-IF.
089100 3000-EXIT.
089200     EXIT.
089300*
089400 3100-PRINT-ONE-USER.
089500     MOVE SPACES TO US-LINE.
089600     MOVE US-USERID (US-SUB)        TO USL-USERID.
089700     MOVE US-DEMO-CNT (US-SUB)      TO WS-CNT5-ED.
089800     MOVE WS-CNT5-ED                TO USL-DEMO.
089900     MOVE US-STAT-CNT (US-SUB)      TO WS-CNT5-ED.
090000     MOVE WS-CNT5-ED                TO USL-STAT.
090100     MOVE US-LIMIT-CNT (US-SUB)     TO WS-CNT5-ED.
090200     MOVE WS-CNT5-ED                TO USL-LIMIT.
090300     COMPUTE WS-CNT5-ED = US-DEMO-CNT (US-SUB)
090400                        + US-STAT-CNT (US-SUB)
090500                        + US-LIMIT-CNT (US-SUB).
090600     MOVE WS-CNT5-ED                TO USL-TOTAL.
090700     MOVE US-OFF-HOURS-CNT (US-SUB) TO WS-CNT5-ED.
090800     MOVE WS-CNT5-ED                TO USL-OFF-HOURS.
090900     MOVE US-FLAG-CNT (US-SUB)      TO WS-CNT5-ED.
091000     MOVE WS-CNT5-ED                TO USL-FLAGS.
091100     WRITE RPT-LINE FROM US-LINE.
091200 3100-EXIT.
091300     EXIT.
091400*
091500*****************************************************
091600*  SECTION 2 - FLAGGED ACCOUNTS WITH THEIR IMAGES    *
091700*****************************************************
091800*
091900 4000-PRINT-FLAGGED-ACCOUNTS.
092000     WRITE RPT-LINE FROM WS-BLANK-LINE.
092100     MOVE 'FLAGGED ACCOUNTS' TO MSG-TEXT.
092200     WRITE RPT-LINE FROM MSG-LINE.
092300     IF WS-FL-COUNT = ZERO
092400         MOVE 'NO EXCEPTIONS RAISED FOR THIS RANGE'
092500             TO MSG-TEXT
092600         WRITE RPT-LINE FROM MSG-LINE
092700     END-IF.
092800     PERFORM 4100-PRINT-ONE-ACCOUNT
092900             THRU 4100-EXIT
093000             VARYING FL-SUB FROM 1 BY 1
093100             UNTIL FL-SUB > WS-FL-COUNT.
093200 4000-EXIT.
093300     EXIT.
093400*
093500*  THE FIRST FLAG FOUND FOR AN ACCOUNT PRINTS ALL OF
093600*  THAT ACCOUNT'S FLAGS AND CHANGES AND MARKS ITS
093700*  FLAGS DONE, SO EACH ACCOUNT PRINTS ONCE.
093800*
093900 4100-PRINT-ONE-ACCOUNT.
094000     IF FL-DONE (FL-SUB) = 'Y'
094100         GO TO 4100-EXIT
094200     END-IF.
094300     ADD 1 TO WS-ACCTS-FLAGGED.
094400     MOVE FL-ACCTDO (FL-SUB) TO WS-LOOK-ACCTDO.
094500     WRITE RPT-LINE FROM WS-BLANK-LINE.
094600     MOVE WS-LOOK-ACCTDO TO AHL-ACCTDO.
094700     WRITE RPT-LINE FROM ACCT-HDG-LINE.
094800     PERFORM 4200-PRINT-FLAG-LINE
094900             THRU 4200-EXIT
095000             VARYING FL-SUB2 FROM FL-SUB BY 1
095100             UNTIL FL-SUB2 > WS-FL-COUNT.
095200     WRITE RPT-LINE FROM COL-LINE.
095300     MOVE 'Y' TO WS-FOUND-SWITCH.
095400     PERFORM 4300-PRINT-NEXT-OLDEST
095500             THRU 4300-EXIT
095600             UNTIL NOT ENTRY-FOUND.
095700 4100-EXIT.
095800     EXIT.
095900*
096000 4200-PRINT-FLAG-LINE.
096100     IF FL-ACCTDO (FL-SUB2) NOT = WS-LOOK-ACCTDO
096200         GO TO 4200-EXIT
096300     END-IF.
096400     MOVE FL-PATTERN (FL-SUB2) TO FLL-PATTERN.
096500     EVALUATE TRUE
096600         WHEN FL-IS-ADDR-LIMIT (FL-SUB2)
096700             MOVE 'ADDRESS/PHONE CHANGE THEN LIMIT INCREASE'
096800                 TO FLL-TEXT
096900         WHEN FL-IS-ADDR-REISSUE (FL-SUB2)
097000             MOVE 'ADDRESS/PHONE CHANGE THEN NEW CARD'
097100                 TO FLL-TEXT
097200         WHEN FL-IS-DEMO-STATUS (FL-SUB2)
097300             MOVE 'SAME USER CHANGED DEMOGRAPHICS AND STATUS'
097400                 TO FLL-TEXT
097500         WHEN FL-IS-OFF-HOURS (FL-SUB2)
097600             MOVE 'CHANGE OUTSIDE BUSINESS HOURS'
097700                 TO FLL-TEXT
097800     END-EVALUATE.
097900     MOVE FL-USERID (FL-SUB2) TO FLL-USERID.
098000     MOVE FL-DATE (FL-SUB2)   TO WS-DATE-ED.
098100     MOVE WS-DATE-ED          TO FLL-DATE.
098200     WRITE RPT-LINE FROM FLAG-LINE.
098300     MOVE 'Y' TO FL-DONE (FL-SUB2).
098400 4200-EXIT.
098500     EXIT.
098600*
098700*  EACH PASS PRINTS THE OLDEST UNPRINTED CHANGE FOR THE
098800*  ACCOUNT, THE SAME MERGE CHGHIST USES, SO ALL THE
098900*  FILES COME OUT IN ONE DATE/TIME ORDER.
099000*
099100 4300-PRINT-NEXT-OLDEST.
099200     MOVE 'N' TO WS-FOUND-SWITCH.
099300     MOVE ZERO TO WS-PICK-SUB.
099400     PERFORM 4310-COMPARE-EVENT
099500             THRU 4310-EXIT
099600             VARYING EV-SUB FROM 1 BY 1
099700             UNTIL EV-SUB > WS-EV-COUNT.
099800     IF ENTRY-FOUND
099900         PERFORM 4320-PRINT-EVENT
100000                 THRU 4320-EXIT
100100     END-IF.
100200 4300-EXIT.
100300     EXIT.
100400*
100500 4310-COMPARE-EVENT.
100600     IF EV-ACCTDO (EV-SUB) = WS-LOOK-ACCTDO
100700         AND EV-PRINTED (EV-SUB) = 'N'
100800         IF NOT ENTRY-FOUND
100900             SET ENTRY-FOUND TO TRUE
101000             MOVE EV-SUB          TO WS-PICK-SUB
101100             MOVE EV-DATE (EV-SUB) TO WS-PICK-DATE
101200             MOVE EV-TIME (EV-SUB) TO WS-PICK-TIME
101300         ELSE
101400             IF EV-DATE (EV-SUB) < WS-PICK-DATE
101500                 OR (EV-DATE (EV-SUB) = WS-PICK-DATE
101600                 AND EV-TIME (EV-SUB) < WS-PICK-TIME)
101700                 MOVE EV-SUB          TO WS-PICK-SUB
101800                 MOVE EV-DATE (EV-SUB) TO WS-PICK-DATE
101900                 MOVE EV-TIME (EV-SUB) TO WS-PICK-TIME
102000             END-IF
102100         END-IF
102200     END-IF.
102300 4310-EXIT.
102400     EXIT.
102500*
102600 4320-PRINT-EVENT.
102700     MOVE SPACES TO DTL-LINE.
102800     MOVE EV-DATE (WS-PICK-SUB)       TO WS-DATE-ED.
102900     MOVE WS-DATE-ED                  TO DTL-DATE.
103000     MOVE EV-TIME (WS-PICK-SUB) (1:2) TO WS-TE-HH.
103100     MOVE EV-TIME (WS-PICK-SUB) (3:2) TO WS-TE-MM.
103200     MOVE EV-TIME (WS-PICK-SUB) (5:2) TO WS-TE-SS.
103300     MOVE WS-TIME-ED                  TO DTL-TIME.
103400     EVALUATE TRUE
103500         WHEN EV-IS-DEMO (WS-PICK-SUB)
103600             MOVE 'DEMO'   TO DTL-SOURCE
103700             EVALUATE EV-FIELD (WS-PICK-SUB)
103800                 WHEN 'N'  MOVE 'NAME'  TO DTL-FIELD
103900                 WHEN '1'  MOVE 'ADDR1' TO DTL-FIELD
104000                 WHEN '2'  MOVE 'ADDR2' TO DTL-FIELD
104100                 WHEN '3'  MOVE 'ADDR3' TO DTL-FIELD
104200                 WHEN 'T'  MOVE 'PHONE' TO DTL-FIELD
104300                 WHEN 'G'  MOVE 'CYCGP' TO DTL-FIELD
104400                 WHEN OTHER
104500                     MOVE EV-FIELD (WS-PICK-SUB) TO DTL-FIELD
104600             END-EVALUATE
104700         WHEN EV-IS-STATUS (WS-PICK-SUB)
104800             MOVE 'STATUS' TO DTL-SOURCE
104900             MOVE 'RSN'    TO DTL-FIELD
105000             MOVE EV-FIELD (WS-PICK-SUB) TO DTL-FIELD (5:1)
105100         WHEN EV-IS-LIMIT (WS-PICK-SUB)
105200             MOVE 'LIMIT'  TO DTL-SOURCE
105300             MOVE 'LIMIT'  TO DTL-FIELD
105400         WHEN OTHER
105500             MOVE 'CARD'   TO DTL-SOURCE
105600             IF EV-SOURCE (WS-PICK-SUB) = 'R'
105700                 MOVE 'RENEW' TO DTL-FIELD
105800             ELSE
105900                 MOVE 'XFER'  TO DTL-FIELD
106000             END-IF
106100     END-EVALUATE.
106200     MOVE EV-USERID (WS-PICK-SUB) TO DTL-USERID.
106300     MOVE EV-OLD (WS-PICK-SUB)    TO DTL-OLD.
106400     MOVE EV-NEW (WS-PICK-SUB)    TO DTL-NEW.
106500     WRITE RPT-LINE FROM DTL-LINE.
106600     MOVE 'Y' TO EV-PRINTED (WS-PICK-SUB).
106700 4320-EXIT.
106800     EXIT.
106900*
107000 5000-PRINT-CONTROL-TOTALS.
107100     WRITE RPT-LINE FROM WS-BLANK-LINE.
107200     MOVE 'DEMAUDIT ENTRIES'       TO TOT-CAPTION.
107300     MOVE WS-DA-LOADED            TO WS-COUNT-ED.
107400     MOVE WS-COUNT-ED             TO TOT-VALUE.
107500     WRITE RPT-LINE FROM TOT-LINE.
107600     MOVE 'STATAUDIT ENTRIES'      TO TOT-CAPTION.
107700     MOVE WS-SA-LOADED            TO WS-COUNT-ED.
107800     MOVE WS-COUNT-ED             TO TOT-VALUE.
107900     WRITE RPT-LINE FROM TOT-LINE.
108000     MOVE 'LIMAUDIT ENTRIES'       TO TOT-CAPTION.
108100     MOVE WS-LA-LOADED            TO WS-COUNT-ED.
108200     MOVE WS-COUNT-ED             TO TOT-VALUE.
108300     WRITE RPT-LINE FROM TOT-LINE.
108400     MOVE 'CARDS REISSUED'         TO TOT-CAPTION.
108500     MOVE WS-RL-LOADED            TO WS-COUNT-ED.
108600     MOVE WS-COUNT-ED             TO TOT-VALUE.
108700     WRITE RPT-LINE FROM TOT-LINE.
108800     MOVE 'ACCOUNTS TRANSFERRED'   TO TOT-CAPTION.
108900     MOVE WS-XR-LOADED            TO WS-COUNT-ED.
109000     MOVE WS-COUNT-ED             TO TOT-VALUE.
109100     WRITE RPT-LINE FROM TOT-LINE.
109200     MOVE 'USERS REPORTED'         TO TOT-CAPTION.
109300     MOVE WS-US-COUNT             TO WS-COUNT-ED.
109400     MOVE WS-COUNT-ED             TO TOT-VALUE.
109500     WRITE RPT-LINE FROM TOT-LINE.
109600     MOVE 'EXCEPTIONS RAISED'      TO TOT-CAPTION.
109700     MOVE WS-FL-COUNT             TO WS-COUNT-ED.
109800     MOVE WS-COUNT-ED             TO TOT-VALUE.
109900     WRITE RPT-LINE FROM TOT-LINE.
110000     MOVE 'ACCOUNTS FLAGGED'       TO TOT-CAPTION.
110100     MOVE WS-ACCTS-FLAGGED        TO WS-COUNT-ED.
110200     MOVE WS-COUNT-ED             TO TOT-VALUE.
110300     WRITE RPT-LINE FROM TOT-LINE.
110400     MOVE 'ENTRIES DROPPED'        TO TOT-CAPTION.
110500     COMPUTE WS-COUNT-ED = WS-EV-DROPPED
110600                         + WS-US-DROPPED
110700                         + WS-FL-DROPPED.
110800     MOVE WS-COUNT-ED             TO TOT-VALUE.
110900     WRITE RPT-LINE FROM TOT-LINE.
111000 5000-EXIT.
111100     EXIT.
111200*
111300 9000-TERMINATE.
111400     CLOSE RPT-FILE.
111500     DISPLAY 'OPERACT - EVENTS LOADED:     ' WS-EV-COUNT.
111600     DISPLAY 'OPERACT - USERS REPORTED:    ' WS-US-COUNT.
111700     DISPLAY 'OPERACT - EXCEPTIONS RAISED: ' WS-FL-COUNT.
111800     DISPLAY 'OPERACT - ACCOUNTS FLAGGED:  ' WS-ACCTS-FLAGGED.
111900 9000-EXIT.
112000     EXIT.
112100*
