000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LOCKBOX.
000300 AUTHOR.        D. HALVORSEN.
000400 INSTALLATION.  CARD SERVICES DATA CENTER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*
000800*****************************************************
000900*  MODIFICATION HISTORY                              *
001000*  DATE       INIT  DESCRIPTION                      *
001100*  10/15/26   DJH   ORIGINAL PROGRAM - BANK LOCKBOX   *
001200*                   PAYMENT INTAKE, WITH UNMATCHED    *
001300*                   ITEMS HELD AS UNAPPLIED CASH.     *
001400*****************************************************
001500*
001600*  THIS JOB TAKES THE BANK'S LOCKBOX REMITTANCE FILE FOR
001700*  ONE DEPOSIT AND TURNS IT INTO PAYMENT POSTINGS.  THE
001800*  FILE IS A HEADER (LOCKBOX NUMBER AND DEPOSIT DATE),
001900*  ONE DETAIL PER CHECK, AND A TRAILER CARRYING THE ITEM
002000*  COUNT AND DOLLAR TOTAL THE BANK DEPOSITED.
002100*
002200*  THE FILE IS READ TWICE.  THE FIRST PASS PROVES IT -
002300*  ONE HEADER FIRST, ONE TRAILER LAST, EVERY AMOUNT
002400*  NUMERIC, AND THE DETAIL COUNT AND TOTAL AGREEING WITH
002500*  THE TRAILER.  IF ANY OF THAT FAILS THE JOB ENDS WITH
002600*  RETURN CODE 16 BEFORE ANY OUTPUT FILE IS OPENED, SO
002700*  NOTHING FROM A BAD FILE CAN POST.
002705*
002710*  A DEPOSIT ALREADY PROCESSED FAILS THE PROOF THE SAME
002715*  WAY.  THE JOB WRITES A START ('S') RECORD ON THE
002720*  RUNCTL LEDGER ONCE THE FILE HAS PROVED AND AN END
002725*  ('E') RECORD AT NORMAL TERMINATION, EACH WITH THE
002730*  LOCKBOX NUMBER AS ITS QUALIFIER AND THE DEPOSIT DATE
002735*  AS ITS RUN DATE.  AN 'E' RECORD ALREADY THERE FOR
002740*  THE SAME LOCKBOX AND DEPOSIT DATE MEANS THE DEPOSIT
002745*  HAS POSTED, AND A SECOND RUN ENDS WITH RETURN CODE
002750*  16 WITHOUT WRITING LBXPOST, UNAPPL OR LBXJRNL.
002800*
002900*  THE SECOND PASS MATCHES EACH REMITTANCE TO AN ACCOUNT
003000*  ON ACCTMSTI.  AN ACCOUNT THAT EXISTS AND IS NOT CLOSED
003100*  TAKES THE PAYMENT.  OTHERWISE THE NUMBER IS LOOKED UP
003200*  ON ACCTXREF - A CARDHOLDER STILL PAYING ON A RETIRED
003300*  LOST/STOLEN NUMBER - AND THE CHAIN IS FOLLOWED TO THE
003400*  CURRENT ACCOUNT, WHICH MUST EXIST AND BE OPEN.  A
003500*  CHAIN LONGER THAN WS-MAX-HOPS IS TREATED AS BROKEN.
003600*
003700*  A MATCHED ITEM IS WRITTEN TO LBXPOST AS AN 'M' ITEM
003800*  DATED THE DEPOSIT DATE.  LBXPOST IS IN DAYTRAN FORMAT
003900*  AND THE JOBSTREAM SORT/MERGES IT INTO DAYTRAN AHEAD OF
004000*  DLYPOST, SO THE PAYMENT POSTS, AND IS JOURNALED BY
004100*  CYCROLL, LIKE ANY OTHER.
004200*
004300*  AN ITEM THAT CANNOT BE MATCHED IS WRITTEN OPEN TO THE
004400*  UNAPPLIED CASH FILE UNAPPL, WHERE UCAGE AGES IT AND
004500*  UCAPPLY LATER APPLIES IT TO THE RIGHT ACCOUNT.  THE
004600*  DAY'S UNAPPLIED TOTAL IS JOURNALED ON LBXJRNL AS ONE
004700*  'UC' ENTRY, DEBIT CASH AND CREDIT UNAPPLIED CASH, SO
004800*  THE OPEN ITEMS ON UNAPPL TIE TO THE GL AT MONTH END.
004810*  AN ITEM ALREADY ON UNAPPL - A RESTART OF A RUN THAT
004820*  DIED PART WAY, WHICH HAS NO 'E' RECORD - IS NOT
004830*  WRITTEN AGAIN AND THE JOB ENDS WITH RETURN CODE 8.
005200*
005300*  EVERY ITEM IS LISTED ON THE LOCKBOX REGISTER WITH
005400*  CONTROL TOTALS.
005500*
005600 ENVIRONMENT DIVISION.
005700 CONFIGURATION SECTION.
005800 SOURCE-COMPUTER.   IBM-370.
005900 OBJECT-COMPUTER.   IBM-370.
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200     SELECT LBX-FILE    ASSIGN TO LBXIN
006300         ORGANIZATION IS SEQUENTIAL.
006400     SELECT ACCT-KSDS   ASSIGN TO ACCTMSTI
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE  IS DYNAMIC
006700         RECORD KEY   IS ACCTDO OF KSDS-RECORD
006800         FILE STATUS  IS WS-KSDS-STATUS.
006900     SELECT XREF-FILE   ASSIGN TO ACCTXREF
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE  IS DYNAMIC
007200         RECORD KEY   IS XR-OLD-ACCTDO
007300         FILE STATUS  IS WS-XREF-STATUS.
007400     SELECT UNAP-FILE   ASSIGN TO UNAPPL
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE  IS DYNAMIC
007700         RECORD KEY   IS UA-KEY
007800         FILE STATUS  IS WS-UNAP-STATUS.
007900     SELECT POST-FILE   ASSIGN TO LBXPOST
008000         ORGANIZATION IS SEQUENTIAL.
008100     SELECT JRNL-FILE   ASSIGN TO LBXJRNL
008200         ORGANIZATION IS SEQUENTIAL.
008300     SELECT RPT-FILE    ASSIGN TO LBXREG
008400         ORGANIZATION IS SEQUENTIAL.
008410     SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
008420         ORGANIZATION IS SEQUENTIAL
008430         FILE STATUS IS WS-RUNCTL-STATUS.
008500*
008600 DATA DIVISION.
008700 FILE SECTION.
008800 FD  LBX-FILE
008900     RECORDING MODE IS F.
009000 01  LBX-RECORD.
009100     05  LB-REC-TYPE             PIC X.
009200         88  LB-IS-HEADER                   VALUE 'H'.
009300         88  LB-IS-DETAIL                   VALUE 'D'.
009400         88  LB-IS-TRAILER                  VALUE 'T'.
009500     05  FILLER                  PIC X(79).
009600 01  LBX-HEADER.
009700     05  FILLER                  PIC X.
009800     05  LH-LOCKBOX-ID           PIC X(6).
009900     05  LH-DEPOSIT-DATE         PIC 9(8).
010000     05  FILLER                  PIC X(65).
010100 01  LBX-DETAIL.
010200     05  FILLER                  PIC X.
010300     05  LD-ITEM-SEQ             PIC 9(5).
010400     05  LD-ACCTDO               PIC X(5).
010500     05  LD-AMT                  PIC X(8).
010600     05  LD-AMT-N REDEFINES LD-AMT
010700                                 PIC 9(6)V99.
010800     05  LD-CHECK-NO             PIC X(10).
010900     05  LD-REMITTER             PIC X(24).
011000     05  FILLER                  PIC X(27).
011100 01  LBX-TRAILER.
011200     05  FILLER                  PIC X.
011300     05  LT-ITEM-COUNT           PIC 9(7).
011400     05  LT-AMT-TOTAL            PIC 9(9)V99.
011500     05  FILLER                  PIC X(61).
011600*
011700 FD  ACCT-KSDS.
011800 01  KSDS-RECORD.
011900     COPY ACCTREC.
012000*
012100 FD  XREF-FILE.
012200 01  XREF-RECORD.
012300     COPY ACCTXREF.
012400*
012500 FD  UNAP-FILE.
012600 01  UA-RECORD.
012700     COPY UNAPPL.
012800*
012900 FD  POST-FILE
013000     RECORDING MODE IS F.
013100 01  POST-RECORD.
013200     05  PT-ACCTDO               PIC X(5).
013300     05  PT-TRAN-CODE            PIC X.
013400     05  PT-AMT                  PIC X(8).
013500     05  PT-MO                   PIC 9(2).
013600     05  PT-DAY                  PIC 9(2).
013700     05  PT-YR                   PIC 9(2).
013800     05  PT-AUTH-CODE            PIC X(6).
013900     05  FILLER                  PIC X(54).
014000*
014100 FD  JRNL-FILE
014200     RECORDING MODE IS F.
014300 01  GL-RECORD.
014400     COPY GLJRNL.
014500*
014600 FD  RPT-FILE
014700     RECORDING MODE IS F.
014800 01  RPT-LINE                    PIC X(132).
014810*
014820 FD  RUN-CTL-FILE
014830     RECORDING MODE IS F.
014840 01  RC-RECORD.
014850     COPY RUNCTL.
014900*
015000 WORKING-STORAGE SECTION.
015100 77  WS-LBX-EOF-SWITCH           PIC X       VALUE 'N'.
015200     88  LBX-EOF-REACHED                     VALUE 'Y'.
015300 77  WS-TRAILER-SWITCH           PIC X       VALUE 'N'.
015400     88  TRAILER-SEEN                        VALUE 'Y'.
015500 77  WS-FOUND-SWITCH             PIC X       VALUE 'N'.
015600     88  ACCOUNT-FOUND                       VALUE 'Y'.
015700 77  WS-CHAIN-SWITCH             PIC X       VALUE 'N'.
015800     88  CHAIN-DONE                          VALUE 'Y'.
015900 77  WS-MATCH-SWITCH             PIC X       VALUE 'N'.
016000     88  ITEM-MATCHED                        VALUE 'Y'.
016010 77  WS-RUNCTL-EOF-SWITCH        PIC X       VALUE 'N'.
016020     88  RUNCTL-EOF-REACHED                  VALUE 'Y'.
016030 77  WS-DEPOSIT-DONE-SWITCH      PIC X       VALUE 'N'.
016040     88  DEPOSIT-ALREADY-DONE                VALUE 'Y'.
016100 77  WS-KSDS-STATUS              PIC X(2)    VALUE SPACES.
016200 77  WS-XREF-STATUS              PIC X(2)    VALUE SPACES.
016300 77  WS-UNAP-STATUS              PIC X(2)    VALUE SPACES.
016310 77  WS-RUNCTL-STATUS            PIC X(2)    VALUE SPACES.
016400 77  WS-MAX-HOPS                 PIC 9(3)    VALUE 020.
016500 77  WS-HOPS                     PIC 9(3)    VALUE ZERO.
016600 77  WS-LOOK-KEY                 PIC X(5)    VALUE SPACES.
016700 77  WS-CHAIN-ACCT               PIC X(5)    VALUE SPACES.
016800 77  WS-MATCH-ACCT               PIC X(5)    VALUE SPACES.
016900 77  WS-UNAP-REASON              PIC X       VALUE SPACE.
017000 77  WS-PROOF-MSG                PIC X(40)   VALUE SPACES.
017100 77  WS-LOCKBOX-ID               PIC X(6)    VALUE SPACES.
017200 77  WS-DEPOSIT-DATE             PIC 9(8)    VALUE ZERO.
017210 77  WS-RUN-TIME                 PIC 9(8)    VALUE ZERO.
017400 77  WS-RECS-READ                PIC 9(7)    VALUE ZERO.
017500 77  WS-PROOF-COUNT              PIC 9(7)    VALUE ZERO.
017600 77  WS-PROOF-AMT                PIC 9(9)V99     VALUE ZERO.
017700 77  WS-TRL-COUNT                PIC 9(7)    VALUE ZERO.
017800 77  WS-TRL-AMT                  PIC 9(9)V99     VALUE ZERO.
017900 77  WS-POSTED-DIRECT            PIC 9(7)    VALUE ZERO.
018000 77  WS-POSTED-XREF              PIC 9(7)    VALUE ZERO.
018100 77  WS-UNAPPLIED                PIC 9(7)    VALUE ZERO.
018200 77  WS-NOT-WRITTEN              PIC 9(7)    VALUE ZERO.
018300 77  WS-JRNL-WRITTEN             PIC 9(7)    VALUE ZERO.
018400 77  WS-TOTAL-POSTED             PIC 9(11)V99    VALUE ZERO.
018500 77  WS-TOTAL-UNAPPLIED          PIC 9(11)V99    VALUE ZERO.
018600 77  WS-TOTAL-NOT-WRITTEN        PIC 9(11)V99    VALUE ZERO.
018700 77  WS-AMT-ED                   PIC ZZZ,ZZ9.99.
018800 77  WS-TOT-ED                   PIC ZZZ,ZZZ,ZZ9.99.
018900 77  WS-COUNT-ED                 PIC ZZZ,ZZ9.
019000 77  WS-DATE-ED                  PIC 9999/99/99.
019100*
019200 01  HDG-LINE-1.
019300     05  FILLER                  PIC X(50)
019400         VALUE 'LOCKBOX REMITTANCE REGISTER'.
019500 01  HDG-LINE-2.
019600     05  FILLER                  PIC X(9)  VALUE 'LOCKBOX'.
019700     05  HDG-LOCKBOX-ID          PIC X(6).
019800     05  FILLER                  PIC X(17)
019900         VALUE '   DEPOSIT DATE'.
020000     05  HDG-DEPOSIT-DATE        PIC X(10).
020100 01  HDG-LINE-3.
020200     05  FILLER                  PIC X(7)  VALUE 'SEQ'.
020300     05  FILLER                  PIC X(7)  VALUE 'ACCT'.
020400     05  FILLER                  PIC X(7)  VALUE 'TO'.
020500     05  FILLER                  PIC X(12) VALUE '   AMOUNT   '.
020600     05  FILLER                  PIC X(12) VALUE 'CHECK NO'.
020700     05  FILLER                  PIC X(26) VALUE 'REMITTER'.
020800     05  FILLER                  PIC X(30) VALUE 'RESULT'.
020900*
021000 01  DTL-LINE.
021100     05  DTL-SEQ                 PIC X(5).
021200     05  FILLER                  PIC X(2)  VALUE SPACES.
021300     05  DTL-ACCT                PIC X(5).
021400     05  FILLER                  PIC X(2)  VALUE SPACES.
021500     05  DTL-POSTED-TO           PIC X(5).
021600     05  FILLER                  PIC X(2)  VALUE SPACES.
021700     05  DTL-AMT                 PIC X(10).
021800     05  FILLER                  PIC X(2)  VALUE SPACES.
021900     05  DTL-CHECK-NO            PIC X(10).
022000     05  FILLER                  PIC X(2)  VALUE SPACES.
022100     05  DTL-REMITTER            PIC X(24).
022200     05  FILLER                  PIC X(2)  VALUE SPACES.
022300     05  DTL-RESULT              PIC X(30).
022400*
022500 01  TOT-LINE.
022600     05  TOT-CAPTION             PIC X(24).
022700     05  TOT-VALUE               PIC X(16).
022800*
022900 01  WS-BLANK-LINE               PIC X(132)  VALUE SPACES.
023000*
023100 PROCEDURE DIVISION.
023200*
023300 0000-MAINLINE.
023400     PERFORM 1000-INITIALIZE
023500             THRU 1000-EXIT.
023600     PERFORM 2000-PROCESS-ITEM
023700             THRU 2000-EXIT
023800             UNTIL LBX-EOF-REACHED.
023900     PERFORM 8000-WRITE-JOURNAL
024000             THRU 8000-EXIT.
024100     PERFORM 3000-PRINT-CONTROL-TOTALS
024200             THRU 3000-EXIT.
024300     PERFORM 9000-TERMINATE
024400             THRU 9000-EXIT.
024500     STOP RUN.
024600*
024700 1000-INITIALIZE.
024900     OPEN INPUT  LBX-FILE.
025000     PERFORM 1100-PROVE-FILE
025100             THRU 1100-EXIT.
025200     CLOSE LBX-FILE.
025300     IF WS-PROOF-MSG NOT = SPACES
025400         DISPLAY 'LOCKBOX - FILE FAILED PROOF - ' WS-PROOF-MSG
025500         DISPLAY 'LOCKBOX - DETAIL ITEMS:     ' WS-PROOF-COUNT
025600                 '  TRAILER ITEMS: ' WS-TRL-COUNT
025700         DISPLAY 'LOCKBOX - DETAIL AMOUNT:    ' WS-PROOF-AMT
025800                 '  TRAILER AMOUNT: ' WS-TRL-AMT
025900         DISPLAY 'LOCKBOX - NOTHING POSTED'
026000         MOVE 16 TO RETURN-CODE
026100         STOP RUN
026200     END-IF.
026210     PERFORM 8400-WRITE-RUN-START
026220             THRU 8400-EXIT.
026300     OPEN INPUT  LBX-FILE
026400                 ACCT-KSDS.
026500     IF WS-KSDS-STATUS NOT = '00'
026600         DISPLAY 'LOCKBOX - CANNOT OPEN ACCOUNT MASTER - '
026700                 'STATUS ' WS-KSDS-STATUS
026800         MOVE 16 TO RETURN-CODE
026900         STOP RUN
027000     END-IF.
027100     OPEN INPUT  XREF-FILE.
027200     IF WS-XREF-STATUS NOT = '00'
027300         DISPLAY 'LOCKBOX - CANNOT OPEN ACCTXREF - '
027400                 'STATUS ' WS-XREF-STATUS
027500         MOVE 16 TO RETURN-CODE
027600         STOP RUN
027700     END-IF.
027800     OPEN I-O    UNAP-FILE.
027900     IF WS-UNAP-STATUS = '35'
028000         CLOSE UNAP-FILE
028100         OPEN OUTPUT UNAP-FILE
028200         CLOSE UNAP-FILE
028300         OPEN I-O UNAP-FILE
028400     END-IF.
028500     OPEN OUTPUT POST-FILE
028600                 JRNL-FILE
028700                 RPT-FILE.
028800     MOVE WS-LOCKBOX-ID TO HDG-LOCKBOX-ID.
028900     MOVE WS-DEPOSIT-DATE TO WS-DATE-ED.
029000     MOVE WS-DATE-ED TO HDG-DEPOSIT-DATE.
029100     WRITE RPT-LINE FROM HDG-LINE-1.
029200     WRITE RPT-LINE FROM HDG-LINE-2.
029300     WRITE RPT-LINE FROM WS-BLANK-LINE.
029400     WRITE RPT-LINE FROM HDG-LINE-3.
029500     MOVE 'N' TO WS-LBX-EOF-SWITCH.
029600     MOVE ZERO TO WS-RECS-READ.
029700     PERFORM 2900-READ-LOCKBOX
029800             THRU 2900-EXIT.
029900     PERFORM 2900-READ-LOCKBOX
030000             THRU 2900-EXIT.
030100 1000-EXIT.
030200     EXIT.
030300*
030400*  FIRST PASS - THE HEADER MUST COME FIRST AND CARRY A
030500*  LOCKBOX NUMBER AND A DEPOSIT DATE; THE DETAIL COUNT
030600*  AND TOTAL MUST MATCH THE ONE TRAILER, WHICH MUST BE
030700*  THE LAST RECORD.  THE FIRST FAULT FOUND IS THE ONE
030800*  REPORTED.
030900*
031000 1100-PROVE-FILE.
031100     PERFORM 2900-READ-LOCKBOX
031200             THRU 2900-EXIT.
031300     IF LBX-EOF-REACHED
031400         MOVE 'FILE IS EMPTY' TO WS-PROOF-MSG
031500         GO TO 1100-EXIT
031600     END-IF.
031700     IF NOT LB-IS-HEADER
031800         MOVE 'FIRST RECORD IS NOT A HEADER' TO WS-PROOF-MSG
031900         GO TO 1100-EXIT
032000     END-IF.
032100     IF LH-LOCKBOX-ID = SPACES
032200     OR LH-DEPOSIT-DATE NOT NUMERIC
032300     OR LH-DEPOSIT-DATE = ZERO
032400         MOVE 'HEADER LOCKBOX OR DATE MISSING' TO WS-PROOF-MSG
032500         GO TO 1100-EXIT
032600     END-IF.
032700     MOVE LH-LOCKBOX-ID   TO WS-LOCKBOX-ID.
032800     MOVE LH-DEPOSIT-DATE TO WS-DEPOSIT-DATE.
032900     PERFORM 1200-PROVE-RECORD
033000             THRU 1200-EXIT
033100             UNTIL LBX-EOF-REACHED.
033200     IF WS-PROOF-MSG NOT = SPACES
033300         GO TO 1100-EXIT
033400     END-IF.
033500     IF NOT TRAILER-SEEN
033600         MOVE 'NO TRAILER RECORD' TO WS-PROOF-MSG
033700         GO TO 1100-EXIT
033800     END-IF.
033900     IF WS-PROOF-COUNT NOT = WS-TRL-COUNT
034000         MOVE 'ITEM COUNT DISAGREES WITH TRAILER'
034100             TO WS-PROOF-MSG
034200         GO TO 1100-EXIT
034300     END-IF.
034310     IF WS-PROOF-AMT NOT = WS-TRL-AMT
034320         MOVE 'DOLLAR TOTAL DISAGREES WITH TRAILER'
034330             TO WS-PROOF-MSG
034340         GO TO 1100-EXIT
034350     END-IF.
034360     PERFORM 8300-CHECK-DEPOSIT
034370             THRU 8300-EXIT.
034380     IF DEPOSIT-ALREADY-DONE
034390         MOVE 'DEPOSIT ALREADY PROCESSED' TO WS-PROOF-MSG
034400     END-IF.
034800 1100-EXIT.
034900     EXIT.
035000*
035100 1200-PROVE-RECORD.
035200     PERFORM 2900-READ-LOCKBOX
035300             THRU 2900-EXIT.
035400     IF LBX-EOF-REACHED
035500     OR WS-PROOF-MSG NOT = SPACES
035600         GO TO 1200-EXIT
035700     END-IF.
035800     IF TRAILER-SEEN
035900         MOVE 'RECORDS FOLLOW THE TRAILER' TO WS-PROOF-MSG
036000         GO TO 1200-EXIT
036100     END-IF.
036200     EVALUATE TRUE
036300         WHEN LB-IS-DETAIL
036400             ADD 1 TO WS-PROOF-COUNT
036500             IF LD-AMT-N NOT NUMERIC
036600                 MOVE 'ITEM AMOUNT NOT NUMERIC' TO WS-PROOF-MSG
036700             ELSE
036800                 ADD LD-AMT-N TO WS-PROOF-AMT
036900             END-IF
037000         WHEN LB-IS-TRAILER
037100             SET TRAILER-SEEN TO TRUE
037200             IF LT-ITEM-COUNT NOT NUMERIC
037300             OR LT-AMT-TOTAL NOT NUMERIC
037400                 MOVE 'TRAILER TOTALS NOT NUMERIC'
037500                     TO WS-PROOF-MSG
037600             ELSE
037700                 MOVE LT-ITEM-COUNT TO WS-TRL-COUNT
037800                 MOVE LT-AMT-TOTAL  TO WS-TRL-AMT
037900             END-IF
038000         WHEN LB-IS-HEADER
038100             MOVE 'MORE THAN ONE HEADER' TO WS-PROOF-MSG
038200         WHEN OTHER
038300             MOVE 'UNKNOWN RECORD TYPE' TO WS-PROOF-MSG
038400     END-EVALUATE.
038500 1200-EXIT.
038600     EXIT.
038700*
038800*  SECOND PASS - THE FILE HAS PROVED, SO EVERY DETAIL IS
038900*  EITHER POSTED OR HELD AS UNAPPLIED CASH; THE TRAILER
039000*  IS PASSED OVER.
039100*
039200 2000-PROCESS-ITEM.
039300     IF NOT LB-IS-DETAIL
039400         GO TO 2000-READ-NEXT
039500     END-IF.
039600     MOVE SPACES TO DTL-LINE.
039700     MOVE LD-ITEM-SEQ         TO DTL-SEQ.
039800     MOVE LD-ACCTDO           TO DTL-ACCT.
039900     MOVE LD-AMT-N            TO WS-AMT-ED.
040000     MOVE WS-AMT-ED           TO DTL-AMT.
040100     MOVE LD-CHECK-NO         TO DTL-CHECK-NO.
040200     MOVE LD-REMITTER         TO DTL-REMITTER.
040300     PERFORM 2100-MATCH-ITEM
040400             THRU 2100-EXIT.
040500     IF ITEM-MATCHED
040600         PERFORM 2300-WRITE-PAYMENT
040700                 THRU 2300-EXIT
040800     ELSE
040900         PERFORM 2400-WRITE-UNAPPLIED
041000                 THRU 2400-EXIT
041100     END-IF.
041200     WRITE RPT-LINE FROM DTL-LINE.
041300 2000-READ-NEXT.
041400     PERFORM 2900-READ-LOCKBOX
041500             THRU 2900-EXIT.
041600 2000-EXIT.
041700     EXIT.
041800*
041900*  THE ACCOUNT ON THE REMITTANCE TAKES THE PAYMENT IF IT
042000*  IS ON FILE AND NOT CLOSED.  A CLOSED OR UNKNOWN NUMBER
042100*  IS TRIED ON ACCTXREF AND FOLLOWED TO THE END OF ITS
042200*  CHAIN, AS ACCTINQ DOES FOR A RETIRED NUMBER.
042300*
042400 2100-MATCH-ITEM.
042500     MOVE 'N'    TO WS-MATCH-SWITCH.
042600     MOVE SPACES TO WS-MATCH-ACCT.
042700     MOVE 'N'    TO WS-UNAP-REASON.
042800     IF LD-ACCTDO = SPACES
042900         GO TO 2100-EXIT
043000     END-IF.
043100     MOVE LD-ACCTDO TO WS-LOOK-KEY.
043200     PERFORM 7000-LOOKUP-ACCOUNT
043300             THRU 7000-EXIT.
043400     IF ACCOUNT-FOUND
043500         IF STATDO OF KSDS-RECORD NOT = 'CL'
043600             MOVE LD-ACCTDO TO WS-MATCH-ACCT
043700             SET ITEM-MATCHED TO TRUE
043800             GO TO 2100-EXIT
043900         END-IF
044000         MOVE 'C' TO WS-UNAP-REASON
044100     END-IF.
044200     MOVE LD-ACCTDO TO XR-OLD-ACCTDO.
044300     READ XREF-FILE
044400         INVALID KEY
044500             GO TO 2100-EXIT
044600     END-READ.
044700     MOVE 'X' TO WS-UNAP-REASON.
044800     MOVE XR-NEW-ACCTDO TO WS-CHAIN-ACCT.
044900     MOVE ZERO TO WS-HOPS.
045000     MOVE 'N' TO WS-CHAIN-SWITCH.
045100     PERFORM 2200-CHAIN-HOP
045200             THRU 2200-EXIT
045300             UNTIL CHAIN-DONE.
045400     IF WS-HOPS > WS-MAX-HOPS
045500         GO TO 2100-EXIT
045600     END-IF.
045700     MOVE WS-CHAIN-ACCT TO WS-LOOK-KEY.
045800     PERFORM 7000-LOOKUP-ACCOUNT
045900             THRU 7000-EXIT.
046000     IF ACCOUNT-FOUND
046100     AND STATDO OF KSDS-RECORD NOT = 'CL'
046200         MOVE WS-CHAIN-ACCT TO WS-MATCH-ACCT
046300         SET ITEM-MATCHED TO TRUE
046400     END-IF.
046500 2100-EXIT.
046600     EXIT.
046700*
046800*  A NUMBER THAT IS ITSELF ON ACCTXREF WAS RETIRED IN
046900*  ITS TURN; THE CHAIN ENDS AT THE FIRST ONE THAT IS
047000*  NOT.
047100*
047200 2200-CHAIN-HOP.
047300     MOVE WS-CHAIN-ACCT TO XR-OLD-ACCTDO.
047400     READ XREF-FILE
047500         INVALID KEY
047600             SET CHAIN-DONE TO TRUE
047700     END-READ.
047800     IF CHAIN-DONE
047900         GO TO 2200-EXIT
048000     END-IF.
048100     ADD 1 TO WS-HOPS.
048200     MOVE XR-NEW-ACCTDO TO WS-CHAIN-ACCT.
048300     IF WS-HOPS > WS-MAX-HOPS
048400         SET CHAIN-DONE TO TRUE
048500     END-IF.
048600 2200-EXIT.
048700     EXIT.
048800*
048900*  THE PAYMENT CARRIES THE DEPOSIT DATE AS ITS
049000*  TRANSACTION DATE AND NO AUTHORIZATION CODE.
049100*
049200 2300-WRITE-PAYMENT.
049300     MOVE SPACES                     TO POST-RECORD.
049400     MOVE WS-MATCH-ACCT              TO PT-ACCTDO.
049500     MOVE 'M'                        TO PT-TRAN-CODE.
049600     MOVE LD-AMT                     TO PT-AMT.
049700     MOVE WS-DEPOSIT-DATE (5:2)      TO PT-MO.
049800     MOVE WS-DEPOSIT-DATE (7:2)      TO PT-DAY.
049900     MOVE WS-DEPOSIT-DATE (3:2)      TO PT-YR.
050000     WRITE POST-RECORD.
050100     MOVE WS-MATCH-ACCT TO DTL-POSTED-TO.
050200     IF WS-MATCH-ACCT = LD-ACCTDO
050300         MOVE 'POSTED' TO DTL-RESULT
050400         ADD 1 TO WS-POSTED-DIRECT
050500     ELSE
050600         MOVE 'POSTED - RETIRED NUMBER' TO DTL-RESULT
050700         ADD 1 TO WS-POSTED-XREF
050800     END-IF.
050900     ADD LD-AMT-N TO WS-TOTAL-POSTED.
051000 2300-EXIT.
051100     EXIT.
051200*
051300 2400-WRITE-UNAPPLIED.
051400     MOVE SPACES              TO UA-RECORD.
051500     MOVE WS-DEPOSIT-DATE     TO UA-DEPOSIT-DATE.
051600     MOVE WS-LOCKBOX-ID       TO UA-LOCKBOX-ID.
051700     MOVE LD-ITEM-SEQ         TO UA-ITEM-SEQ.
051800     MOVE LD-ACCTDO           TO UA-REMIT-ACCTDO.
051900     MOVE LD-AMT              TO UA-AMT.
052000     MOVE LD-CHECK-NO         TO UA-CHECK-NO.
052100     MOVE LD-REMITTER         TO UA-REMITTER.
052200     MOVE WS-UNAP-REASON      TO UA-REASON.
052300     SET UA-IS-OPEN           TO TRUE.
052400     MOVE ZERO                TO UA-APPLIED-DATE.
052500     WRITE UA-RECORD
052600         INVALID KEY
052700             MOVE 'NOT HELD - ALREADY ON UNAPPL' TO DTL-RESULT
052800             ADD 1 TO WS-NOT-WRITTEN
052900             ADD LD-AMT-N TO WS-TOTAL-NOT-WRITTEN
053000             GO TO 2400-EXIT
053100     END-WRITE.
053200     EVALUATE WS-UNAP-REASON
053300         WHEN 'C'
053400             MOVE 'UNAPPLIED - ACCOUNT CLOSED' TO DTL-RESULT
053500         WHEN 'X'
053600             MOVE 'UNAPPLIED - XREF CHAIN BROKEN' TO DTL-RESULT
053700         WHEN OTHER
053800             MOVE 'UNAPPLIED - NO SUCH ACCOUNT' TO DTL-RESULT
053900     END-EVALUATE.
054000     ADD 1 TO WS-UNAPPLIED.
054100     ADD LD-AMT-N TO WS-TOTAL-UNAPPLIED.
054200 2400-EXIT.
054300     EXIT.
054400*
054500 2900-READ-LOCKBOX.
054600     READ LBX-FILE
054700         AT END
054800             SET LBX-EOF-REACHED TO TRUE
054900         NOT AT END
055000             ADD 1 TO WS-RECS-READ
055100     END-READ.
055200 2900-EXIT.
055300     EXIT.
055400*
055500 3000-PRINT-CONTROL-TOTALS.
055600     WRITE RPT-LINE FROM WS-BLANK-LINE.
055700     MOVE 'ITEMS ON FILE'          TO TOT-CAPTION.
055800     MOVE WS-TRL-COUNT            TO WS-COUNT-ED.
055900     MOVE WS-COUNT-ED             TO TOT-VALUE.
056000     WRITE RPT-LINE FROM TOT-LINE.
056100     MOVE 'AMOUNT DEPOSITED'       TO TOT-CAPTION.
056200     MOVE WS-TRL-AMT              TO WS-TOT-ED.
056300     MOVE WS-TOT-ED               TO TOT-VALUE.
056400     WRITE RPT-LINE FROM TOT-LINE.
056500     MOVE 'POSTED AS REMITTED'     TO TOT-CAPTION.
056600     MOVE WS-POSTED-DIRECT        TO WS-COUNT-ED.
056700     MOVE WS-COUNT-ED             TO TOT-VALUE.
056800     WRITE RPT-LINE FROM TOT-LINE.
056900     MOVE 'POSTED VIA ACCTXREF'    TO TOT-CAPTION.
057000     MOVE WS-POSTED-XREF          TO WS-COUNT-ED.
057100     MOVE WS-COUNT-ED             TO TOT-VALUE.
057200     WRITE RPT-LINE FROM TOT-LINE.
057300     MOVE 'AMOUNT POSTED'          TO TOT-CAPTION.
057400     MOVE WS-TOTAL-POSTED         TO WS-TOT-ED.
057500     MOVE WS-TOT-ED               TO TOT-VALUE.
057600     WRITE RPT-LINE FROM TOT-LINE.
057700     MOVE 'HELD AS UNAPPLIED'      TO TOT-CAPTION.
057800     MOVE WS-UNAPPLIED            TO WS-COUNT-ED.
057900     MOVE WS-COUNT-ED             TO TOT-VALUE.
058000     WRITE RPT-LINE FROM TOT-LINE.
058100     MOVE 'AMOUNT UNAPPLIED'       TO TOT-CAPTION.
058200     MOVE WS-TOTAL-UNAPPLIED      TO WS-TOT-ED.
058300     MOVE WS-TOT-ED               TO TOT-VALUE.
058400     WRITE RPT-LINE FROM TOT-LINE.
058500     MOVE 'ALREADY ON UNAPPL'      TO TOT-CAPTION.
058600     MOVE WS-NOT-WRITTEN          TO WS-COUNT-ED.
058700     MOVE WS-COUNT-ED             TO TOT-VALUE.
058800     WRITE RPT-LINE FROM TOT-LINE.
058900     MOVE 'AMOUNT NOT HELD'        TO TOT-CAPTION.
059000     MOVE WS-TOTAL-NOT-WRITTEN    TO WS-TOT-ED.
059100     MOVE WS-TOT-ED               TO TOT-VALUE.
059200     WRITE RPT-LINE FROM TOT-LINE.
059300 3000-EXIT.
059400     EXIT.
059500*
059600 7000-LOOKUP-ACCOUNT.
059700     MOVE 'Y' TO WS-FOUND-SWITCH.
059800     MOVE WS-LOOK-KEY TO ACCTDO OF KSDS-RECORD.
059900     READ ACCT-KSDS
060000         INVALID KEY
060100             MOVE 'N' TO WS-FOUND-SWITCH
060200     END-READ.
060300 7000-EXIT.
060400     EXIT.
060500*
060600*  ONE ENTRY FOR THE DAY'S UNAPPLIED CASH - THE BANK HAS
060700*  THE MONEY, SO CASH IS DEBITED, AND THE CREDIT SITS ON
060800*  UNAPPLIED CASH UNTIL UCAPPLY MOVES IT TO AN ACCOUNT.
060900*  NO CREDIT CODE - THE CARDHOLDER IS NOT YET KNOWN.
061000*
061100 8000-WRITE-JOURNAL.
061200     IF WS-TOTAL-UNAPPLIED = ZERO
061300         GO TO 8000-EXIT
061400     END-IF.
061500     MOVE SPACES             TO GL-RECORD.
061600     MOVE 'D'                TO GL-REC-TYPE.
061700     MOVE 'LOCKBOX '         TO GL-SOURCE.
061800     MOVE 'UC'               TO GL-ENTRY-TYPE.
061900     MOVE '1000'             TO GL-DR-ACCT.
062000     MOVE '2300'             TO GL-CR-ACCT.
062100     MOVE WS-TOTAL-UNAPPLIED TO GL-AMOUNT.
062200     MOVE WS-DEPOSIT-DATE    TO GL-POST-DATE.
062300     WRITE GL-RECORD.
062400     ADD 1 TO WS-JRNL-WRITTEN.
062500 8000-EXIT.
062600     EXIT.
062601*
062602*  A DEPOSIT HAS BEEN PROCESSED WHEN THE LEDGER HOLDS A
062603*  LOCKBOX END RECORD FOR ITS LOCKBOX NUMBER AND DEPOSIT
062604*  DATE.  NO LEDGER AT ALL MEANS NOTHING HAS RUN YET.
062605*
062606 8300-CHECK-DEPOSIT.
062607     MOVE 'N' TO WS-DEPOSIT-DONE-SWITCH.
062608     MOVE 'N' TO WS-RUNCTL-EOF-SWITCH.
062609     OPEN INPUT RUN-CTL-FILE.
062610     IF WS-RUNCTL-STATUS = '00'
062611         PERFORM 8310-SCAN-RUN-LEDGER
062612                 THRU 8310-EXIT
062613                 UNTIL RUNCTL-EOF-REACHED
062614         CLOSE RUN-CTL-FILE
062615     END-IF.
062616 8300-EXIT.
062617     EXIT.
062618*
062619 8310-SCAN-RUN-LEDGER.
062620     READ RUN-CTL-FILE
062621         AT END
062622             SET RUNCTL-EOF-REACHED TO TRUE
062623         NOT AT END
062624             IF RC-PROGRAM = 'LOCKBOX '
062625                 AND RC-QUALIFIER = WS-LOCKBOX-ID
062626                 AND RC-PHASE = 'E'
062627                 AND RC-RUN-DATE = WS-DEPOSIT-DATE
062628                 SET DEPOSIT-ALREADY-DONE TO TRUE
062629             END-IF
062630     END-READ.
062631 8310-EXIT.
062632     EXIT.
062633*
062634 8400-WRITE-RUN-START.
062635     OPEN EXTEND RUN-CTL-FILE.
062636     IF WS-RUNCTL-STATUS = '35'
062637         OPEN OUTPUT RUN-CTL-FILE
062638     END-IF.
062639     MOVE 'LOCKBOX '      TO RC-PROGRAM.
062640     MOVE WS-LOCKBOX-ID   TO RC-QUALIFIER.
062641     MOVE 'S'             TO RC-PHASE.
062642     MOVE WS-DEPOSIT-DATE TO RC-RUN-DATE.
062643     ACCEPT WS-RUN-TIME FROM TIME.
062644     MOVE WS-RUN-TIME     TO RC-RUN-TIME.
062645     MOVE ZERO            TO RC-RECS-READ.
062646     MOVE ZERO            TO RC-RECS-WRITTEN.
062647     WRITE RC-RECORD.
062648     CLOSE RUN-CTL-FILE.
062649 8400-EXIT.
062650     EXIT.
062651*
062652 8500-WRITE-RUN-END.
062653     OPEN EXTEND RUN-CTL-FILE.
062654     IF WS-RUNCTL-STATUS = '35'
062655         OPEN OUTPUT RUN-CTL-FILE
062656     END-IF.
062657     MOVE 'LOCKBOX '      TO RC-PROGRAM.
062658     MOVE WS-LOCKBOX-ID   TO RC-QUALIFIER.
062659     MOVE 'E'             TO RC-PHASE.
062660     MOVE WS-DEPOSIT-DATE TO RC-RUN-DATE.
062661     ACCEPT WS-RUN-TIME FROM TIME.
062662     MOVE WS-RUN-TIME     TO RC-RUN-TIME.
062663     MOVE WS-TRL-COUNT    TO RC-RECS-READ.
062664     COMPUTE RC-RECS-WRITTEN =
062665             WS-POSTED-DIRECT + WS-POSTED-XREF + WS-UNAPPLIED.
062666     WRITE RC-RECORD.
062667     CLOSE RUN-CTL-FILE.
062668 8500-EXIT.
062669     EXIT.
062700*
062800 9000-TERMINATE.
062900     CLOSE LBX-FILE
063000           ACCT-KSDS
063100           XREF-FILE
063200           UNAP-FILE
063300           POST-FILE
063400           JRNL-FILE
063500           RPT-FILE.
063510     PERFORM 8500-WRITE-RUN-END
063520             THRU 8500-EXIT.
063600     IF WS-NOT-WRITTEN > ZERO
063700         MOVE 8 TO RETURN-CODE
063800     END-IF.
063900     DISPLAY 'LOCKBOX - ITEMS ON FILE:      ' WS-TRL-COUNT.
064000     DISPLAY 'LOCKBOX - POSTED AS REMITTED: ' WS-POSTED-DIRECT.
064100     DISPLAY 'LOCKBOX - POSTED VIA XREF:    ' WS-POSTED-XREF.
064200     DISPLAY 'LOCKBOX - HELD AS UNAPPLIED:  ' WS-UNAPPLIED.
064300     DISPLAY 'LOCKBOX - ALREADY ON UNAPPL:  ' WS-NOT-WRITTEN.
064400     DISPLAY 'LOCKBOX - JOURNAL DETAILS:    ' WS-JRNL-WRITTEN.
064500 9000-EXIT.
064600     EXIT.
064700*
