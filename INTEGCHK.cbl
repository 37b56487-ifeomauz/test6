000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    INTEGCHK.
000300 AUTHOR.        D. HALVORSEN.
000400 INSTALLATION.  CARD SERVICES DATA CENTER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*
000800*****************************************************
000900*  MODIFICATION HISTORY                              *
001000*  DATE       INIT  DESCRIPTION                      *
001100*  10/15/26   DJH   ORIGINAL PROGRAM - NIGHTLY        *
001200*                   REFERENTIAL INTEGRITY SWEEP OF    *
001300*                   THE MASTER'S SATELLITE FILES.     *
001400*****************************************************
001500*
001600*  THIS PROGRAM RUNS AT THE END OF THE NIGHTLY STREAM,
001700*  AFTER ACCTLOAD, AND PROVES THAT THE FILES HANGING OFF
001800*  THE ACCOUNT MASTER STILL AGREE WITH IT.  NOTHING IS
001900*  CHANGED - EVERY DISAGREEMENT IS LISTED ON THE
002000*  INTEGRITY REGISTER FOR THE MORNING SHIFT TO REPAIR.
002100*
002200*  PASS 1 READS THE SEQUENTIAL MASTER AND THE ACCTMSTI
002300*  INQUIRY COPY SIDE BY SIDE, THE WAY MSTRBAL MATCHES
002400*  TWO GENERATIONS, AND REPORTS AN ACCOUNT MISSING
002500*  FROM EITHER SIDE OR CARRIED WITH A DIFFERENT IMAGE.
002600*  THE FILES KEPT IN ACCTDO SEQUENCE - CYCTDREC,
002700*  SUSPREC, AUTHOVFL AND PHISTOVF - ARE STEPPED ALONG
002800*  WITH THE MASTER: AN ENTRY WITH NO MASTER IS AN
002900*  ORPHAN, AND A CYCLE-TO-DATE OR SUSPENSE RECORD STILL
003000*  OPEN FOR A CLOSED ('CL') ACCOUNT IS REPORTED.  EACH
003100*  MASTER IS ALSO LOOKED UP ON NAMEXREF AND TELXREF
003200*  UNDER ITS OWN SNAMEDO AND TELDO; A BLANK SURNAME OR
003300*  PHONE IS NOT LOADED BY ACCTLOAD AND IS NOT CHECKED.
003400*
003500*  PASS 2 BROWSES THE FILES THAT ARE NOT IN ACCOUNT
003600*  SEQUENCE AND LOOKS EACH ACCOUNT UP ON ACCTMSTI:
003700*    - A NAMEXREF OR TELXREF ENTRY WITH NO ACCOUNT IS AN
003800*      ORPHAN; ONE WHOSE SURNAME OR PHONE NO LONGER
003900*      MATCHES THE ACCOUNT IS STALE;
004000*    - EVERY ACCTXREF ENTRY IS FOLLOWED FROM NUMBER TO
004100*      NUMBER TO THE END OF ITS CHAIN, WHICH MUST BE AN
004200*      ACCOUNT THAT EXISTS AND IS NOT CLOSED.  A CHAIN
004300*      LONGER THAN WS-MAX-HOPS IS TAKEN TO BE A LOOP.
004400*      THE RETIRED OLD NUMBER ITSELF MAY HAVE BEEN
004500*      ARCHIVED BY ARCHPURG AND IS NOT CHECKED;
004600*    - A LIMAUDIT, STATAUDIT OR DEMAUDIT ENTRY FOR AN
004700*      ACCOUNT NOT ON FILE IS REPORTED.
004800*  THE PASS 2 LOOKUPS GO THROUGH ACCTMSTI, SO ANY PASS 1
004900*  DISAGREEMENT BETWEEN ACCTMSTI AND THE MASTER SHOULD
005000*  BE CLEARED (RERUN ACCTLOAD) BEFORE THE PASS 2
005100*  FINDINGS ARE WORKED.
005200*
005300*  THE RUN WRITES RUNCTL START AND END RECORDS.  WHEN
005400*  THE EXCEPTION COUNT IS OVER WS-EXCP-LIMIT THE RUN
005500*  ENDS WITH RETURN CODE 8 SO OPERATIONS CAN HOLD THE
005600*  STREAM.  A REQUIRED FILE THAT WILL NOT OPEN ENDS
005700*  THE RUN WITH RETURN CODE 16.  DEMAUDIT IS OPTIONAL,
005800*  AS IT IS FOR MSTRBAL.
005900*
006000 ENVIRONMENT DIVISION.
006100 CONFIGURATION SECTION.
006200 SOURCE-COMPUTER.   IBM-370.
006300 OBJECT-COMPUTER.   IBM-370.
006400 INPUT-OUTPUT SECTION.
006500 FILE-CONTROL.
006600     SELECT ACCT-FILE   ASSIGN TO ACCTIN
006700         ORGANIZATION IS SEQUENTIAL.
006800     SELECT ACCT-KSDS   ASSIGN TO ACCTMSTI
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE  IS DYNAMIC
007100         RECORD KEY   IS ACCTDO OF KSDS-RECORD
007200         FILE STATUS  IS WS-KSDS-STATUS.
007300     SELECT CYCTD-IN    ASSIGN TO CYCTDIN
007400         ORGANIZATION IS SEQUENTIAL.
007500     SELECT SUSP-IN     ASSIGN TO SUSPIN
007600         ORGANIZATION IS SEQUENTIAL.
007700     SELECT AUTH-OVFL   ASSIGN TO AUTHOVFL
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE  IS DYNAMIC
008000         RECORD KEY   IS AU-KEY
008100         FILE STATUS  IS WS-AUTH-STATUS.
008200     SELECT PHIST-OVFL  ASSIGN TO PHISTOVF
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE  IS DYNAMIC
008500         RECORD KEY   IS PH-OV-KEY
008600         FILE STATUS  IS WS-PHIST-STATUS.
008700     SELECT NAME-XREF   ASSIGN TO NAMEXREF
008800         ORGANIZATION IS INDEXED
008900         ACCESS MODE  IS DYNAMIC
009000         RECORD KEY   IS NX-KEY
009100         FILE STATUS  IS WS-NAME-STATUS.
009200     SELECT TEL-XREF    ASSIGN TO TELXREF
009300         ORGANIZATION IS INDEXED
009400         ACCESS MODE  IS DYNAMIC
009500         RECORD KEY   IS TX-KEY
009600         FILE STATUS  IS WS-TEL-STATUS.
009700     SELECT XREF-FILE   ASSIGN TO ACCTXREF
009800         ORGANIZATION IS INDEXED
009900         ACCESS MODE  IS DYNAMIC
010000         RECORD KEY   IS XR-OLD-ACCTDO
010100         FILE STATUS  IS WS-XREF-STATUS.
010200     SELECT LIMIT-AUDIT-FILE  ASSIGN TO LIMAUDIT
010300         ORGANIZATION IS SEQUENTIAL.
010400     SELECT STATUS-AUDIT-FILE ASSIGN TO STATAUDIT
010500         ORGANIZATION IS SEQUENTIAL.
010600     SELECT DEMO-AUDIT-FILE   ASSIGN TO DEMAUDIT
010700         ORGANIZATION IS SEQUENTIAL
010800         FILE STATUS IS WS-DA-STATUS.
010900     SELECT RPT-FILE    ASSIGN TO INTEGRPT
011000         ORGANIZATION IS SEQUENTIAL.
011100     SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
011200         ORGANIZATION IS SEQUENTIAL
011300         FILE STATUS IS WS-RUNCTL-STATUS.
011400*
011500 DATA DIVISION.
011600 FILE SECTION.
011700 FD  ACCT-FILE
011800     RECORDING MODE IS F.
011900 01  ACCT-RECORD.
012000     COPY ACCTREC.
012100*
012200 FD  ACCT-KSDS.
012300 01  KSDS-RECORD.
012400     COPY ACCTREC.
012500*
012600 FD  CYCTD-IN
012700     RECORDING MODE IS F.
012800 01  CYCTD-RECORD.
012900     COPY CYCTDREC.
013000*
013100 FD  SUSP-IN
013200     RECORDING MODE IS F.
013300 01  SUSP-RECORD.
013400     COPY SUSPREC.
013500*
013600 FD  AUTH-OVFL.
013700 01  AU-RECORD.
013800     COPY AUTHOVF.
013900*
014000 FD  PHIST-OVFL.
014100 01  PH-OVFL-RECORD.
014200     COPY PHISTOVF.
014300*
014400 FD  NAME-XREF.
014500 01  NX-RECORD.
014600     COPY NAMEXREF.
014700*
014800 FD  TEL-XREF.
014900 01  TX-RECORD.
015000     COPY TELXREF.
015100*
015200 FD  XREF-FILE.
015300 01  XR-RECORD.
015400     COPY ACCTXREF.
015500*
015600 FD  LIMIT-AUDIT-FILE
015700     RECORDING MODE IS F.
015800 01  LA-RECORD.
015900     COPY LIMAUDIT.
016000*
016100 FD  STATUS-AUDIT-FILE
016200     RECORDING MODE IS F.
016300 01  SA-RECORD.
016400     COPY STATAUDIT.
016500*
016600 FD  DEMO-AUDIT-FILE
016700     RECORDING MODE IS F.
016800 01  DA-RECORD.
016900     COPY DEMAUDIT.
017000*
017100 FD  RPT-FILE
017200     RECORDING MODE IS F.
017300 01  RPT-LINE                    PIC X(132).
017400*
017500 FD  RUN-CTL-FILE
017600     RECORDING MODE IS F.
017700 01  RC-RECORD.
017800     COPY RUNCTL.
017900*
018000 WORKING-STORAGE SECTION.
018100 77  WS-MSTR-EOF-SWITCH          PIC X       VALUE 'N'.
018200     88  MSTR-EOF-REACHED                    VALUE 'Y'.
018300 77  WS-KSDS-EOF-SWITCH          PIC X       VALUE 'N'.
018400     88  KSDS-EOF-REACHED                    VALUE 'Y'.
018500 77  WS-BROWSE-EOF-SWITCH        PIC X       VALUE 'N'.
018600     88  BROWSE-EOF-REACHED                  VALUE 'Y'.
018700 77  WS-CHAIN-SWITCH             PIC X       VALUE 'N'.
018800     88  CHAIN-DONE                          VALUE 'Y'.
018900 77  WS-FOUND-SWITCH             PIC X       VALUE 'N'.
019000     88  ACCOUNT-FOUND                       VALUE 'Y'.
019100 77  WS-KSDS-STATUS              PIC X(2)    VALUE SPACES.
019200 77  WS-AUTH-STATUS              PIC X(2)    VALUE SPACES.
019300 77  WS-PHIST-STATUS             PIC X(2)    VALUE SPACES.
019400 77  WS-NAME-STATUS              PIC X(2)    VALUE SPACES.
019500 77  WS-TEL-STATUS               PIC X(2)    VALUE SPACES.
019600 77  WS-XREF-STATUS              PIC X(2)    VALUE SPACES.
019700 77  WS-DA-STATUS                PIC X(2)    VALUE SPACES.
019800 77  WS-RUNCTL-STATUS            PIC X(2)    VALUE SPACES.
019900 77  WS-RUN-DATE                 PIC 9(8)    VALUE ZERO.
020000 77  WS-RUN-TIME                 PIC 9(8)    VALUE ZERO.
020100*
020200*  SWEEP PARAMETERS.
020300*
020400 77  WS-EXCP-LIMIT               PIC 9(5)    VALUE 00025.
020500 77  WS-MAX-HOPS                 PIC 9(3)    VALUE 020.
020600*
020700 77  WS-MSTR-KEY                 PIC X(5)    VALUE SPACES.
020800 77  WS-KSDS-KEY                 PIC X(5)    VALUE SPACES.
020900 77  WS-SYNC-KEY                 PIC X(5)    VALUE SPACES.
021000 77  WS-SKIP-KEY                 PIC X(5)    VALUE SPACES.
021100 77  WS-CTD-KEY                  PIC X(5)    VALUE SPACES.
021200 77  WS-SUSP-KEY                 PIC X(5)    VALUE SPACES.
021300 77  WS-AUTH-KEY                 PIC X(5)    VALUE SPACES.
021400 77  WS-PHIST-KEY                PIC X(5)    VALUE SPACES.
021500 77  WS-MSTR-STATDO              PIC X(2)    VALUE SPACES.
021600 77  WS-LOOK-KEY                 PIC X(5)    VALUE SPACES.
021700 77  WS-BROWSE-KEY               PIC X(5)    VALUE SPACES.
021800 77  WS-CHAIN-ACCT               PIC X(5)    VALUE SPACES.
021900 77  WS-HOPS                     PIC 9(3)    VALUE ZERO.
022000 77  EX-SUB                      PIC 9(3)  COMP  VALUE 1.
022100 77  WS-EX-ACCT                  PIC X(5)    VALUE SPACES.
022200 77  WS-EX-SAT-VALUE             PIC X(18)   VALUE SPACES.
022300 77  WS-EX-MSTR-VALUE            PIC X(18)   VALUE SPACES.
022400 77  WS-MSTR-COUNT               PIC 9(7)    VALUE ZERO.
022500 77  WS-KSDS-COUNT               PIC 9(7)    VALUE ZERO.
022600 77  WS-CTD-COUNT                PIC 9(7)    VALUE ZERO.
022700 77  WS-SUSP-COUNT               PIC 9(7)    VALUE ZERO.
022800 77  WS-AUTH-COUNT               PIC 9(7)    VALUE ZERO.
022900 77  WS-PHIST-COUNT              PIC 9(7)    VALUE ZERO.
023000 77  WS-NAME-COUNT               PIC 9(7)    VALUE ZERO.
023100 77  WS-TEL-COUNT                PIC 9(7)    VALUE ZERO.
023200 77  WS-XREF-COUNT               PIC 9(7)    VALUE ZERO.
023300 77  WS-LA-COUNT                 PIC 9(7)    VALUE ZERO.
023400 77  WS-SA-COUNT                 PIC 9(7)    VALUE ZERO.
023500 77  WS-DA-COUNT                 PIC 9(7)    VALUE ZERO.
023600 77  WS-EXCP-TOTAL               PIC 9(7)    VALUE ZERO.
023700 77  WS-COUNT-ED                 PIC Z,ZZZ,ZZ9.
023800*
023900*  EXCEPTION CLASSES, IN REGISTER ORDER.  THE COUNT FOR
024000*  EACH CLASS IS PRINTED AT THE END OF THE REGISTER.
024100*
024200 01  WS-EXCP-VALUES.
024300     05  FILLER                  PIC X(30)
024400         VALUE 'MASTER NOT ON ACCTMSTI'.
024500     05  FILLER                  PIC X(30)
024600         VALUE 'ACCTMSTI ACCOUNT NOT ON MASTER'.
024700     05  FILLER                  PIC X(30)
024800         VALUE 'ACCTMSTI IMAGE OUT OF STEP'.
024900     05  FILLER                  PIC X(30)
025000         VALUE 'CYCTD ORPHAN'.
025100     05  FILLER                  PIC X(30)
025200         VALUE 'CYCTD OPEN ON CLOSED ACCOUNT'.
025300     05  FILLER                  PIC X(30)
025400         VALUE 'SUSPENSE ORPHAN'.
025500     05  FILLER                  PIC X(30)
025600         VALUE 'SUSPENSE OPEN ON CLOSED ACCT'.
025700     05  FILLER                  PIC X(30)
025800         VALUE 'AUTHOVFL ORPHAN'.
025900     05  FILLER                  PIC X(30)
026000         VALUE 'PHISTOVF ORPHAN'.
026100     05  FILLER                  PIC X(30)
026200         VALUE 'NAMEXREF MISSING FOR MASTER'.
026300     05  FILLER                  PIC X(30)
026400         VALUE 'NAMEXREF ORPHAN'.
026500     05  FILLER                  PIC X(30)
026600         VALUE 'NAMEXREF STALE SURNAME'.
026700     05  FILLER                  PIC X(30)
026800         VALUE 'TELXREF MISSING FOR MASTER'.
026900     05  FILLER                  PIC X(30)
027000         VALUE 'TELXREF ORPHAN'.
027100     05  FILLER                  PIC X(30)
027200         VALUE 'TELXREF STALE PHONE'.
027300     05  FILLER                  PIC X(30)
027400         VALUE 'XREF CHAIN ENDS AT MISSING'.
027500     05  FILLER                  PIC X(30)
027600         VALUE 'XREF CHAIN ENDS AT CLOSED'.
027700     05  FILLER                  PIC X(30)
027800         VALUE 'XREF CHAIN LOOPS'.
027900     05  FILLER                  PIC X(30)
028000         VALUE 'LIMAUDIT ACCOUNT NOT ON FILE'.
028100     05  FILLER                  PIC X(30)
028200         VALUE 'STATAUDIT ACCOUNT NOT ON FILE'.
028300     05  FILLER                  PIC X(30)
028400         VALUE 'DEMAUDIT ACCOUNT NOT ON FILE'.
028500 01  WS-EXCP-TABLE REDEFINES WS-EXCP-VALUES.
028600     05  EX-CAPTION              PIC X(30) OCCURS 21 TIMES.
028700 01  WS-EXCP-COUNTS.
028800     05  EX-COUNT                PIC 9(7)  OCCURS 21 TIMES.
028900*
029000 01  HDG-LINE-1.
029100     05  FILLER                  PIC X(40)
029200         VALUE 'MASTER FILE INTEGRITY REGISTER'.
029300     05  FILLER                  PIC X(10) VALUE 'RUN DATE '.
029400     05  HDG-RUN-DATE            PIC 9999/99/99.
029500 01  HDG-LINE-2.
029600     05  FILLER                  PIC X(32) VALUE 'EXCEPTION'.
029700     05  FILLER                  PIC X(7)  VALUE 'ACCT'.
029800     05  FILLER                  PIC X(20) VALUE 'FILE VALUE'.
029900     05  FILLER                  PIC X(20) VALUE 'MASTER VALUE'.
030000*
030100 01  DTL-LINE.
030200     05  DTL-CAPTION             PIC X(30).
030300     05  FILLER                  PIC X(2)  VALUE SPACES.
030400     05  DTL-ACCT                PIC X(5).
030500     05  FILLER                  PIC X(2)  VALUE SPACES.
030600     05  DTL-SAT-VALUE           PIC X(18).
030700     05  FILLER                  PIC X(2)  VALUE SPACES.
030800     05  DTL-MSTR-VALUE          PIC X(18).
030900*
031000 01  TOT-LINE.
031100     05  TOT-CAPTION             PIC X(32).
031200     05  TOT-VALUE               PIC X(16).
031300*
031400 01  WS-BLANK-LINE               PIC X(132)  VALUE SPACES.
031500*
031600 PROCEDURE DIVISION.
031700*
031800 0000-MAINLINE.
031900     PERFORM 1000-INITIALIZE
032000             THRU 1000-EXIT.
032100     PERFORM 2000-MATCH-MASTER
032200             THRU 2000-EXIT
032300             UNTIL MSTR-EOF-REACHED AND KSDS-EOF-REACHED.
032400     PERFORM 2700-DRAIN-SATELLITES
032500             THRU 2700-EXIT.
032600     PERFORM 3000-SWEEP-NAME-XREF
032700             THRU 3000-EXIT.
032800     PERFORM 3200-SWEEP-TEL-XREF
032900             THRU 3200-EXIT.
033000     PERFORM 4000-SWEEP-ACCT-XREF
033100             THRU 4000-EXIT.
033200     PERFORM 5000-SWEEP-AUDIT-FILES
033300             THRU 5000-EXIT.
033400     PERFORM 6000-PRINT-SUMMARY
033500             THRU 6000-EXIT.
033600     PERFORM 9000-TERMINATE
033700             THRU 9000-EXIT.
033800     STOP RUN.
033900*
034000 1000-INITIALIZE.
034100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
034200     PERFORM 8100-WRITE-RUN-START
034300             THRU 8100-EXIT.
034400     MOVE ZERO TO WS-EXCP-COUNTS.
034500     OPEN INPUT  ACCT-FILE
034600                 CYCTD-IN
034700                 SUSP-IN
034800                 LIMIT-AUDIT-FILE
034900                 STATUS-AUDIT-FILE
035000          OUTPUT RPT-FILE.
035100     OPEN INPUT ACCT-KSDS.
035200     IF WS-KSDS-STATUS NOT = '00'
035300         DISPLAY 'INTEGCHK - CANNOT OPEN INDEXED MASTER - '
035400                 'STATUS ' WS-KSDS-STATUS
035500         MOVE 16 TO RETURN-CODE
035600         STOP RUN
035700     END-IF.
035800     OPEN INPUT AUTH-OVFL.
035900     IF WS-AUTH-STATUS NOT = '00'
036000         DISPLAY 'INTEGCHK - CANNOT OPEN AUTHOVFL - '
036100                 'STATUS ' WS-AUTH-STATUS
036200         MOVE 16 TO RETURN-CODE
036300         STOP RUN
036400     END-IF.
036500     OPEN INPUT PHIST-OVFL.
036600     IF WS-PHIST-STATUS NOT = '00'
036700         DISPLAY 'INTEGCHK - CANNOT OPEN PHISTOVF - '
036800                 'STATUS ' WS-PHIST-STATUS
036900         MOVE 16 TO RETURN-CODE
037000         STOP RUN
037100     END-IF.
037200     OPEN INPUT NAME-XREF.
037300     IF WS-NAME-STATUS NOT = '00'
037400         DISPLAY 'INTEGCHK - CANNOT OPEN NAME XREF - '
037500                 'STATUS ' WS-NAME-STATUS
037600         MOVE 16 TO RETURN-CODE
037700         STOP RUN
037800     END-IF.
037900     OPEN INPUT TEL-XREF.
038000     IF WS-TEL-STATUS NOT = '00'
038100         DISPLAY 'INTEGCHK - CANNOT OPEN PHONE XREF - '
038200                 'STATUS ' WS-TEL-STATUS
038300         MOVE 16 TO RETURN-CODE
038400         STOP RUN
038500     END-IF.
038600     OPEN INPUT XREF-FILE.
038700     IF WS-XREF-STATUS NOT = '00'
038800         DISPLAY 'INTEGCHK - CANNOT OPEN ACCTXREF - '
038900                 'STATUS ' WS-XREF-STATUS
039000         MOVE 16 TO RETURN-CODE
039100         STOP RUN
039200     END-IF.
039300     MOVE WS-RUN-DATE TO HDG-RUN-DATE.
039400     WRITE RPT-LINE FROM HDG-LINE-1.
039500     WRITE RPT-LINE FROM WS-BLANK-LINE.
039600     WRITE RPT-LINE FROM HDG-LINE-2.
039700*
039800*  THE INDEXED FILES ARE BROWSED FROM THE FRONT FOR
039900*  PASS 1.
040000*
040100     MOVE LOW-VALUES TO ACCTDO OF KSDS-RECORD.
040200     START ACCT-KSDS KEY IS NOT LESS THAN
040300           ACCTDO OF KSDS-RECORD
040400         INVALID KEY
040500             SET KSDS-EOF-REACHED TO TRUE
040600             MOVE HIGH-VALUES TO WS-KSDS-KEY
040700     END-START.
040800     MOVE LOW-VALUES TO AU-KEY.
040900     START AUTH-OVFL KEY IS NOT LESS THAN AU-KEY
041000         INVALID KEY
041100             MOVE HIGH-VALUES TO WS-AUTH-KEY
041200     END-START.
041300     MOVE LOW-VALUES TO PH-OV-KEY.
041400     START PHIST-OVFL KEY IS NOT LESS THAN PH-OV-KEY
041500         INVALID KEY
041600             MOVE HIGH-VALUES TO WS-PHIST-KEY
041700     END-START.
041800     PERFORM 2810-READ-MASTER
041900             THRU 2810-EXIT.
042000     IF NOT KSDS-EOF-REACHED
042100         PERFORM 2820-READ-KSDS
042200                 THRU 2820-EXIT
042300     END-IF.
042400     PERFORM 2830-READ-CYCTD
042500             THRU 2830-EXIT.
042600     PERFORM 2840-READ-SUSP
042700             THRU 2840-EXIT.
042800     IF WS-AUTH-KEY NOT = HIGH-VALUES
042900         PERFORM 2850-READ-AUTH
043000                 THRU 2850-EXIT
043100     END-IF.
043200     IF WS-PHIST-KEY NOT = HIGH-VALUES
043300         PERFORM 2860-READ-PHIST
043400                 THRU 2860-EXIT
043500     END-IF.
043600 1000-EXIT.
043700     EXIT.
043800*
043900*  PASS 1 - THE MASTER AGAINST ITS INDEXED COPY.
044000*
044100 2000-MATCH-MASTER.
044200     EVALUATE TRUE
044300         WHEN WS-MSTR-KEY < WS-KSDS-KEY
044400             MOVE 1 TO EX-SUB
044500             MOVE WS-MSTR-KEY TO WS-EX-ACCT
044600             PERFORM 8000-REPORT-EXCEPTION
044700                     THRU 8000-EXIT
044800             PERFORM 2100-CHECK-MASTER-ACCOUNT
044900                     THRU 2100-EXIT
045000             PERFORM 2810-READ-MASTER
045100                     THRU 2810-EXIT
045200         WHEN WS-MSTR-KEY = WS-KSDS-KEY
045300             IF ACCT-RECORD NOT = KSDS-RECORD
045400                 MOVE 3 TO EX-SUB
045500                 MOVE WS-MSTR-KEY TO WS-EX-ACCT
045600                 PERFORM 8000-REPORT-EXCEPTION
045700                         THRU 8000-EXIT
045800             END-IF
045900             PERFORM 2100-CHECK-MASTER-ACCOUNT
046000                     THRU 2100-EXIT
046100             PERFORM 2810-READ-MASTER
046200                     THRU 2810-EXIT
046300             PERFORM 2820-READ-KSDS
046400                     THRU 2820-EXIT
046500         WHEN OTHER
046600             MOVE 2 TO EX-SUB
046700             MOVE WS-KSDS-KEY TO WS-EX-ACCT
046800             PERFORM 8000-REPORT-EXCEPTION
046900                     THRU 8000-EXIT
047000             PERFORM 2820-READ-KSDS
047100                     THRU 2820-EXIT
047200     END-EVALUATE.
047300 2000-EXIT.
047400     EXIT.
047500*
047600 2100-CHECK-MASTER-ACCOUNT.
047700     MOVE WS-MSTR-KEY TO WS-SYNC-KEY.
047800     MOVE STATDO OF ACCT-RECORD TO WS-MSTR-STATDO.
047900     PERFORM 2300-SYNC-CYCTD
048000             THRU 2300-EXIT.
048100     PERFORM 2400-SYNC-SUSP
048200             THRU 2400-EXIT.
048300     PERFORM 2500-SYNC-AUTH
048400             THRU 2500-EXIT.
048500     PERFORM 2600-SYNC-PHIST
048600             THRU 2600-EXIT.
048700     PERFORM 2200-CHECK-XREF-ENTRIES
048800             THRU 2200-EXIT.
048900 2100-EXIT.
049000     EXIT.
049100*
049200 2200-CHECK-XREF-ENTRIES.
049300     IF SNAMEDO OF ACCT-RECORD NOT = SPACES
049400         MOVE SNAMEDO OF ACCT-RECORD TO NX-SNAMEDO
049500         MOVE WS-MSTR-KEY            TO NX-ACCTDO
049600         READ NAME-XREF
049700             INVALID KEY
049800                 MOVE 10 TO EX-SUB
049900                 MOVE WS-MSTR-KEY TO WS-EX-ACCT
050000                 MOVE SNAMEDO OF ACCT-RECORD
050100                                  TO WS-EX-MSTR-VALUE
050200                 PERFORM 8000-REPORT-EXCEPTION
050300                         THRU 8000-EXIT
050400         END-READ
050500     END-IF.
050600     IF TELDO OF ACCT-RECORD NOT = SPACES
050700         MOVE TELDO OF ACCT-RECORD TO TX-TELDO
050800         MOVE WS-MSTR-KEY          TO TX-ACCTDO
050900         READ TEL-XREF
051000             INVALID KEY
051100                 MOVE 13 TO EX-SUB
051200                 MOVE WS-MSTR-KEY TO WS-EX-ACCT
051300                 MOVE TELDO OF ACCT-RECORD
051400                                  TO WS-EX-MSTR-VALUE
051500                 PERFORM 8000-REPORT-EXCEPTION
051600                         THRU 8000-EXIT
051700         END-READ
051800     END-IF.
051900 2200-EXIT.
052000     EXIT.
052100*
052200*  EACH SYNC PARAGRAPH REPORTS THE SATELLITE ACCOUNTS
052300*  THAT SORT AHEAD OF WS-SYNC-KEY AS ORPHANS - ONE LINE
052400*  PER ACCOUNT, HOWEVER MANY RECORDS IT HAS - AND THEN
052500*  STEPS PAST THE RECORDS FOR WS-SYNC-KEY ITSELF.
052600*
052700 2300-SYNC-CYCTD.
052800     PERFORM 2310-CYCTD-ORPHAN
052900             THRU 2310-EXIT
053000             UNTIL WS-CTD-KEY NOT < WS-SYNC-KEY.
053100     IF WS-CTD-KEY NOT = WS-SYNC-KEY
053200         GO TO 2300-EXIT
053300     END-IF.
053400     IF WS-MSTR-STATDO = 'CL'
053500         MOVE 5 TO EX-SUB
053600         MOVE WS-SYNC-KEY TO WS-EX-ACCT
053700         MOVE WS-MSTR-STATDO TO WS-EX-MSTR-VALUE
053800         PERFORM 8000-REPORT-EXCEPTION
053900                 THRU 8000-EXIT
054000     END-IF.
054100     PERFORM 2830-READ-CYCTD
054200             THRU 2830-EXIT
054300             UNTIL WS-CTD-KEY NOT = WS-SYNC-KEY.
054400 2300-EXIT.
054500     EXIT.
054600*
054700 2310-CYCTD-ORPHAN.
054800     MOVE 4 TO EX-SUB.
054900     MOVE WS-CTD-KEY TO WS-EX-ACCT.
055000     PERFORM 8000-REPORT-EXCEPTION
055100             THRU 8000-EXIT.
055200     MOVE WS-CTD-KEY TO WS-SKIP-KEY.
055300     PERFORM 2830-READ-CYCTD
055400             THRU 2830-EXIT
055500             UNTIL WS-CTD-KEY NOT = WS-SKIP-KEY.
055600 2310-EXIT.
055700     EXIT.
055800*
055900 2400-SYNC-SUSP.
056000     PERFORM 2410-SUSP-ORPHAN
056100             THRU 2410-EXIT
056200             UNTIL WS-SUSP-KEY NOT < WS-SYNC-KEY.
056300     IF WS-SUSP-KEY NOT = WS-SYNC-KEY
056400         GO TO 2400-EXIT
056500     END-IF.
056600     IF WS-MSTR-STATDO = 'CL'
056700         MOVE 7 TO EX-SUB
056800         MOVE WS-SYNC-KEY TO WS-EX-ACCT
056900         MOVE WS-MSTR-STATDO TO WS-EX-MSTR-VALUE
057000         PERFORM 8000-REPORT-EXCEPTION
057100                 THRU 8000-EXIT
057200     END-IF.
057300     PERFORM 2840-READ-SUSP
057400             THRU 2840-EXIT
057500             UNTIL WS-SUSP-KEY NOT = WS-SYNC-KEY.
057600 2400-EXIT.
057700     EXIT.
057800*
057900 2410-SUSP-ORPHAN.
058000     MOVE 6 TO EX-SUB.
058100     MOVE WS-SUSP-KEY TO WS-EX-ACCT.
058200     PERFORM 8000-REPORT-EXCEPTION
058300             THRU 8000-EXIT.
058400     MOVE WS-SUSP-KEY TO WS-SKIP-KEY.
058500     PERFORM 2840-READ-SUSP
058600             THRU 2840-EXIT
058700             UNTIL WS-SUSP-KEY NOT = WS-SKIP-KEY.
058800 2410-EXIT.
058900     EXIT.
059000*
059100 2500-SYNC-AUTH.
059200     PERFORM 2510-AUTH-ORPHAN
059300             THRU 2510-EXIT
059400             UNTIL WS-AUTH-KEY NOT < WS-SYNC-KEY.
059500     PERFORM 2850-READ-AUTH
059600             THRU 2850-EXIT
059700             UNTIL WS-AUTH-KEY NOT = WS-SYNC-KEY.
059800 2500-EXIT.
059900     EXIT.
060000*
060100 2510-AUTH-ORPHAN.
060200     MOVE 8 TO EX-SUB.
060300     MOVE WS-AUTH-KEY TO WS-EX-ACCT.
060400     PERFORM 8000-REPORT-EXCEPTION
060500             THRU 8000-EXIT.
060600     MOVE WS-AUTH-KEY TO WS-SKIP-KEY.
060700     PERFORM 2850-READ-AUTH
060800             THRU 2850-EXIT
060900             UNTIL WS-AUTH-KEY NOT = WS-SKIP-KEY.
061000 2510-EXIT.
061100     EXIT.
061200*
061300 2600-SYNC-PHIST.
061400     PERFORM 2610-PHIST-ORPHAN
061500             THRU 2610-EXIT
061600             UNTIL WS-PHIST-KEY NOT < WS-SYNC-KEY.
061700     PERFORM 2860-READ-PHIST
061800             THRU 2860-EXIT
061900             UNTIL WS-PHIST-KEY NOT = WS-SYNC-KEY.
062000 2600-EXIT.
062100     EXIT.
062200*
062300 2610-PHIST-ORPHAN.
062400     MOVE 9 TO EX-SUB.
062500     MOVE WS-PHIST-KEY TO WS-EX-ACCT.
062600     PERFORM 8000-REPORT-EXCEPTION
062700             THRU 8000-EXIT.
062800     MOVE WS-PHIST-KEY TO WS-SKIP-KEY.
062900     PERFORM 2860-READ-PHIST
063000             THRU 2860-EXIT
063100             UNTIL WS-PHIST-KEY NOT = WS-SKIP-KEY.
063200 2610-EXIT.
063300     EXIT.
063400*
063500*  WHATEVER IS LEFT ON THE SATELLITE FILES AFTER THE
063600*  LAST MASTER HAS NO MASTER AT ALL.
063700*
063800 2700-DRAIN-SATELLITES.
063900     PERFORM 2310-CYCTD-ORPHAN
064000             THRU 2310-EXIT
064100             UNTIL WS-CTD-KEY = HIGH-VALUES.
064200     PERFORM 2410-SUSP-ORPHAN
064300             THRU 2410-EXIT
064400             UNTIL WS-SUSP-KEY = HIGH-VALUES.
064500     PERFORM 2510-AUTH-ORPHAN
064600             THRU 2510-EXIT
064700             UNTIL WS-AUTH-KEY = HIGH-VALUES.
064800     PERFORM 2610-PHIST-ORPHAN
064900             THRU 2610-EXIT
065000             UNTIL WS-PHIST-KEY = HIGH-VALUES.
065100 2700-EXIT.
065200     EXIT.
065300*
065400 2810-READ-MASTER.
065500     READ ACCT-FILE
065600         AT END
065700             SET MSTR-EOF-REACHED TO TRUE
065800             MOVE HIGH-VALUES TO WS-MSTR-KEY
065900         NOT AT END
066000             ADD 1 TO WS-MSTR-COUNT
066100             MOVE ACCTDO OF ACCT-RECORD TO WS-MSTR-KEY
066200     END-READ.
066300 2810-EXIT.
066400     EXIT.
066500*
066600 2820-READ-KSDS.
066700     READ ACCT-KSDS NEXT
066800         AT END
066900             SET KSDS-EOF-REACHED TO TRUE
067000             MOVE HIGH-VALUES TO WS-KSDS-KEY
067100         NOT AT END
067200             ADD 1 TO WS-KSDS-COUNT
067300             MOVE ACCTDO OF KSDS-RECORD TO WS-KSDS-KEY
067400     END-READ.
067500 2820-EXIT.
067600     EXIT.
067700*
067800 2830-READ-CYCTD.
067900     READ CYCTD-IN
068000         AT END
068100             MOVE HIGH-VALUES TO WS-CTD-KEY
068200         NOT AT END
068300             ADD 1 TO WS-CTD-COUNT
068400             MOVE CT-ACCTDO TO WS-CTD-KEY
068500     END-READ.
068600 2830-EXIT.
068700     EXIT.
068800*
068900 2840-READ-SUSP.
069000     READ SUSP-IN
069100         AT END
069200             MOVE HIGH-VALUES TO WS-SUSP-KEY
069300         NOT AT END
069400             ADD 1 TO WS-SUSP-COUNT
069500             MOVE SP-ACCTDO TO WS-SUSP-KEY
069600     END-READ.
069700 2840-EXIT.
069800     EXIT.
069900*
070000 2850-READ-AUTH.
070100     READ AUTH-OVFL NEXT
070200         AT END
070300             MOVE HIGH-VALUES TO WS-AUTH-KEY
070400         NOT AT END
070500             ADD 1 TO WS-AUTH-COUNT
070600             MOVE AU-ACCTDO TO WS-AUTH-KEY
070700     END-READ.
070800 2850-EXIT.
070900     EXIT.
071000*
071100 2860-READ-PHIST.
071200     READ PHIST-OVFL NEXT
071300         AT END
071400             MOVE HIGH-VALUES TO WS-PHIST-KEY
071500         NOT AT END
071600             ADD 1 TO WS-PHIST-COUNT
071700             MOVE PH-OV-ACCTDO TO WS-PHIST-KEY
071800     END-READ.
071900 2860-EXIT.
072000     EXIT.
072100*
072200*  PASS 2 - THE CROSS-REFERENCES AGAINST ACCTMSTI.
072300*
072400 3000-SWEEP-NAME-XREF.
072500     MOVE 'N' TO WS-BROWSE-EOF-SWITCH.
072600     MOVE LOW-VALUES TO NX-KEY.
072700     START NAME-XREF KEY IS NOT LESS THAN NX-KEY
072800         INVALID KEY
072900             SET BROWSE-EOF-REACHED TO TRUE
073000     END-START.
073100     PERFORM 3100-CHECK-NAME-ENTRY
073200             THRU 3100-EXIT
073300             UNTIL BROWSE-EOF-REACHED.
073400 3000-EXIT.
073500     EXIT.
073600*
073700 3100-CHECK-NAME-ENTRY.
073800     READ NAME-XREF NEXT
073900         AT END
074000             SET BROWSE-EOF-REACHED TO TRUE
074100     END-READ.
074200     IF BROWSE-EOF-REACHED
074300         GO TO 3100-EXIT
074400     END-IF.
074500     ADD 1 TO WS-NAME-COUNT.
074600     MOVE NX-ACCTDO TO WS-LOOK-KEY.
074700     PERFORM 7000-LOOKUP-ACCOUNT
074800             THRU 7000-EXIT.
074900     MOVE NX-ACCTDO  TO WS-EX-ACCT.
075000     MOVE NX-SNAMEDO TO WS-EX-SAT-VALUE.
075100     IF NOT ACCOUNT-FOUND
075200         MOVE 11 TO EX-SUB
075300         PERFORM 8000-REPORT-EXCEPTION
075400                 THRU 8000-EXIT
075500         GO TO 3100-EXIT
075600     END-IF.
075700     IF SNAMEDO OF KSDS-RECORD NOT = NX-SNAMEDO
075800         MOVE 12 TO EX-SUB
075900         MOVE SNAMEDO OF KSDS-RECORD TO WS-EX-MSTR-VALUE
076000         PERFORM 8000-REPORT-EXCEPTION
076100                 THRU 8000-EXIT
076200     END-IF.
076300 3100-EXIT.
076400     EXIT.
076500*
076600 3200-SWEEP-TEL-XREF.
076700     MOVE 'N' TO WS-BROWSE-EOF-SWITCH.
076800     MOVE LOW-VALUES TO TX-KEY.
076900     START TEL-XREF KEY IS NOT LESS THAN TX-KEY
077000         INVALID KEY
077100             SET BROWSE-EOF-REACHED TO TRUE
077200     END-START.
077300     PERFORM 3300-CHECK-TEL-ENTRY
077400             THRU 3300-EXIT
077500             UNTIL BROWSE-EOF-REACHED.
077600 3200-EXIT.
077700     EXIT.
077800*
077900 3300-CHECK-TEL-ENTRY.
078000     READ TEL-XREF NEXT
078100         AT END
078200             SET BROWSE-EOF-REACHED TO TRUE
078300     END-READ.
078400     IF BROWSE-EOF-REACHED
078500         GO TO 3300-EXIT
078600     END-IF.
078700     ADD 1 TO WS-TEL-COUNT.
078800     MOVE TX-ACCTDO TO WS-LOOK-KEY.
078900     PERFORM 7000-LOOKUP-ACCOUNT
079000             THRU 7000-EXIT.
079100     MOVE TX-ACCTDO TO WS-EX-ACCT.
079200     MOVE TX-TELDO  TO WS-EX-SAT-VALUE.
079300     IF NOT ACCOUNT-FOUND
079400         MOVE 14 TO EX-SUB
079500         PERFORM 8000-REPORT-EXCEPTION
079600                 THRU 8000-EXIT
079700         GO TO 3300-EXIT
079800     END-IF.
079900     IF TELDO OF KSDS-RECORD NOT = TX-TELDO
080000         MOVE 15 TO EX-SUB
080100         MOVE TELDO OF KSDS-RECORD TO WS-EX-MSTR-VALUE
080200         PERFORM 8000-REPORT-EXCEPTION
080300                 THRU 8000-EXIT
080400     END-IF.
080500 3300-EXIT.
080600     EXIT.
080700*
080800*  FOLLOWING A CHAIN READS ACCTXREF BY KEY, WHICH LOSES
080900*  THE BROWSE POSITION, SO THE BROWSE IS RESTARTED JUST
081000*  PAST THE ENTRY WHOSE CHAIN WAS FOLLOWED.
081100*
081200 4000-SWEEP-ACCT-XREF.
081300     MOVE 'N' TO WS-BROWSE-EOF-SWITCH.
081400     MOVE LOW-VALUES TO XR-OLD-ACCTDO.
081500     START XREF-FILE KEY IS NOT LESS THAN XR-OLD-ACCTDO
081600         INVALID KEY
081700             SET BROWSE-EOF-REACHED TO TRUE
081800     END-START.
081900     PERFORM 4100-CHECK-XREF-ENTRY
082000             THRU 4100-EXIT
082100             UNTIL BROWSE-EOF-REACHED.
082200 4000-EXIT.
082300     EXIT.
082400*
082500 4100-CHECK-XREF-ENTRY.
082600     READ XREF-FILE NEXT
082700         AT END
082800             SET BROWSE-EOF-REACHED TO TRUE
082900     END-READ.
083000     IF BROWSE-EOF-REACHED
083100         GO TO 4100-EXIT
083200     END-IF.
083300     ADD 1 TO WS-XREF-COUNT.
083400     MOVE XR-OLD-ACCTDO TO WS-BROWSE-KEY.
083500     MOVE XR-NEW-ACCTDO TO WS-CHAIN-ACCT.
083600     MOVE ZERO TO WS-HOPS.
083700     MOVE 'N' TO WS-CHAIN-SWITCH.
083800     PERFORM 4200-CHAIN-HOP
083900             THRU 4200-EXIT
084000             UNTIL CHAIN-DONE.
084100     PERFORM 4300-CHECK-CHAIN-END
084200             THRU 4300-EXIT.
084300     MOVE WS-BROWSE-KEY TO XR-OLD-ACCTDO.
084400     START XREF-FILE KEY IS GREATER THAN XR-OLD-ACCTDO
084500         INVALID KEY
084600             SET BROWSE-EOF-REACHED TO TRUE
084700     END-START.
084800 4100-EXIT.
084900     EXIT.
085000*
085100*  A NUMBER THAT IS ITSELF ON ACCTXREF WAS RETIRED IN
085200*  ITS TURN; THE CHAIN ENDS AT THE FIRST ONE THAT IS
085300*  NOT.
085400*
085500 4200-CHAIN-HOP.
085600     MOVE WS-CHAIN-ACCT TO XR-OLD-ACCTDO.
085700     READ XREF-FILE
085800         INVALID KEY
085900             SET CHAIN-DONE TO TRUE
086000     END-READ.
086100     IF CHAIN-DONE
086200         GO TO 4200-EXIT
086300     END-IF.
086400     ADD 1 TO WS-HOPS.
086500     MOVE XR-NEW-ACCTDO TO WS-CHAIN-ACCT.
086600     IF WS-HOPS > WS-MAX-HOPS
086700         SET CHAIN-DONE TO TRUE
086800     END-IF.
086900 4200-EXIT.
087000     EXIT.
087100*
087200 4300-CHECK-CHAIN-END.
087300     MOVE WS-BROWSE-KEY TO WS-EX-ACCT.
087400     MOVE WS-CHAIN-ACCT TO WS-EX-MSTR-VALUE.
087500     IF WS-HOPS > WS-MAX-HOPS
087600         MOVE 18 TO EX-SUB
087700         PERFORM 8000-REPORT-EXCEPTION
087800                 THRU 8000-EXIT
087900         GO TO 4300-EXIT
088000     END-IF.
088100     MOVE WS-CHAIN-ACCT TO WS-LOOK-KEY.
088200     PERFORM 7000-LOOKUP-ACCOUNT
088300             THRU 7000-EXIT.
088400     IF NOT ACCOUNT-FOUND
088500         MOVE 16 TO EX-SUB
088600         PERFORM 8000-REPORT-EXCEPTION
088700                 THRU 8000-EXIT
088800         GO TO 4300-EXIT
088900     END-IF.
089000     IF STATDO OF KSDS-RECORD = 'CL'
089100         MOVE 17 TO EX-SUB
089200         PERFORM 8000-REPORT-EXCEPTION
089300                 THRU 8000-EXIT
089400     END-IF.
089500 4300-EXIT.
089600     EXIT.
089700*
089800 5000-SWEEP-AUDIT-FILES.
089900     MOVE 'N' TO WS-BROWSE-EOF-SWITCH.
090000     PERFORM 5100-CHECK-LIM-AUDIT
090100             THRU 5100-EXIT
090200             UNTIL BROWSE-EOF-REACHED.
090300     MOVE 'N' TO WS-BROWSE-EOF-SWITCH.
090400     PERFORM 5200-CHECK-STAT-AUDIT
090500             THRU 5200-EXIT
090600             UNTIL BROWSE-EOF-REACHED.
090700     OPEN INPUT DEMO-AUDIT-FILE.
090800     IF WS-DA-STATUS = '00'
090900         MOVE 'N' TO WS-BROWSE-EOF-SWITCH
091000         PERFORM 5300-CHECK-DEMO-AUDIT
091100                 THRU 5300-EXIT
091200                 UNTIL BROWSE-EOF-REACHED
091300         CLOSE DEMO-AUDIT-FILE
091400     END-IF.
091500 5000-EXIT.
091600     EXIT.
091700*
091800 5100-CHECK-LIM-AUDIT.
091900     READ LIMIT-AUDIT-FILE
092000         AT END
092100             SET BROWSE-EOF-REACHED TO TRUE
092200     END-READ.
092300     IF BROWSE-EOF-REACHED
092400         GO TO 5100-EXIT
092500     END-IF.
092600     ADD 1 TO WS-LA-COUNT.
092700     MOVE LA-ACCTDO TO WS-LOOK-KEY.
092800     PERFORM 7000-LOOKUP-ACCOUNT
092900             THRU 7000-EXIT.
093000     IF NOT ACCOUNT-FOUND
093100         MOVE 19 TO EX-SUB
093200         MOVE LA-ACCTDO   TO WS-EX-ACCT
093300         MOVE LA-CHG-DATE TO WS-EX-SAT-VALUE
093400         PERFORM 8000-REPORT-EXCEPTION
093500                 THRU 8000-EXIT
093600     END-IF.
093700 5100-EXIT.
093800     EXIT.
093900*
094000 5200-CHECK-STAT-AUDIT.
094100     READ STATUS-AUDIT-FILE
094200         AT END
094300             SET BROWSE-EOF-REACHED TO TRUE
094400     END-READ.
094500     IF BROWSE-EOF-REACHED
094600         GO TO 5200-EXIT
094700     END-IF.
094800     ADD 1 TO WS-SA-COUNT.
094900     MOVE SA-ACCTDO TO WS-LOOK-KEY.
095000     PERFORM 7000-LOOKUP-ACCOUNT
095100             THRU 7000-EXIT.
095200     IF NOT ACCOUNT-FOUND
095300         MOVE 20 TO EX-SUB
095400         MOVE SA-ACCTDO   TO WS-EX-ACCT
095500         MOVE SA-CHG-DATE TO WS-EX-SAT-VALUE
095600         PERFORM 8000-REPORT-EXCEPTION
095700                 THRU 8000-EXIT
095800     END-IF.
095900 5200-EXIT.
096000     EXIT.
096100*
096200 5300-CHECK-DEMO-AUDIT.
096300     READ DEMO-AUDIT-FILE
096400         AT END
096500             SET BROWSE-EOF-REACHED TO TRUE
096600     END-READ.
096700     IF BROWSE-EOF-REACHED
096800         GO TO 5300-EXIT
096900     END-IF.
097000     ADD 1 TO WS-DA-COUNT.
097100     MOVE DA-ACCTDO TO WS-LOOK-KEY.
097200     PERFORM 7000-LOOKUP-ACCOUNT
097300             THRU 7000-EXIT.
097400     IF NOT ACCOUNT-FOUND
097500         MOVE 21 TO EX-SUB
097600         MOVE DA-ACCTDO   TO WS-EX-ACCT
097700         MOVE DA-CHG-DATE TO WS-EX-SAT-VALUE
097800         PERFORM 8000-REPORT-EXCEPTION
097900                 THRU 8000-EXIT
098000     END-IF.
098100 5300-EXIT.
098200     EXIT.
098300*
098400 6000-PRINT-SUMMARY.
098500     WRITE RPT-LINE FROM WS-BLANK-LINE.
098600     MOVE 'MASTER RECORDS READ'   TO TOT-CAPTION.
098700     MOVE WS-MSTR-COUNT           TO WS-COUNT-ED.
098800     MOVE WS-COUNT-ED             TO TOT-VALUE.
098900     WRITE RPT-LINE FROM TOT-LINE.
099000     MOVE 'ACCTMSTI RECORDS READ' TO TOT-CAPTION.
099100     MOVE WS-KSDS-COUNT           TO WS-COUNT-ED.
099200     MOVE WS-COUNT-ED             TO TOT-VALUE.
099300     WRITE RPT-LINE FROM TOT-LINE.
099400     MOVE 'CYCTD RECORDS READ'    TO TOT-CAPTION.
099500     MOVE WS-CTD-COUNT            TO WS-COUNT-ED.
099600     MOVE WS-COUNT-ED             TO TOT-VALUE.
099700     WRITE RPT-LINE FROM TOT-LINE.
099800     MOVE 'SUSPENSE RECORDS READ' TO TOT-CAPTION.
099900     MOVE WS-SUSP-COUNT           TO WS-COUNT-ED.
100000     MOVE WS-COUNT-ED             TO TOT-VALUE.
100100     WRITE RPT-LINE FROM TOT-LINE.
100200     MOVE 'AUTHOVFL RECORDS READ' TO TOT-CAPTION.
100300     MOVE WS-AUTH-COUNT           TO WS-COUNT-ED.
100400     MOVE WS-COUNT-ED             TO TOT-VALUE.
100500     WRITE RPT-LINE FROM TOT-LINE.
100600     MOVE 'PHISTOVF RECORDS READ' TO TOT-CAPTION.
100700     MOVE WS-PHIST-COUNT          TO WS-COUNT-ED.
100800     MOVE WS-COUNT-ED             TO TOT-VALUE.
100900     WRITE RPT-LINE FROM TOT-LINE.
101000     MOVE 'NAMEXREF ENTRIES READ' TO TOT-CAPTION.
101100     MOVE WS-NAME-COUNT           TO WS-COUNT-ED.
101200     MOVE WS-COUNT-ED             TO TOT-VALUE.
101300     WRITE RPT-LINE FROM TOT-LINE.
101400     MOVE 'TELXREF ENTRIES READ'  TO TOT-CAPTION.
101500     MOVE WS-TEL-COUNT            TO WS-COUNT-ED.
101600     MOVE WS-COUNT-ED             TO TOT-VALUE.
101700     WRITE RPT-LINE FROM TOT-LINE.
101800     MOVE 'ACCTXREF ENTRIES READ' TO TOT-CAPTION.
101900     MOVE WS-XREF-COUNT           TO WS-COUNT-ED.
102000     MOVE WS-COUNT-ED             TO TOT-VALUE.
102100     WRITE RPT-LINE FROM TOT-LINE.
102200     MOVE 'LIMIT AUDIT ENTRIES'   TO TOT-CAPTION.
102300     MOVE WS-LA-COUNT             TO WS-COUNT-ED.
102400     MOVE WS-COUNT-ED             TO TOT-VALUE.
102500     WRITE RPT-LINE FROM TOT-LINE.
102600     MOVE 'STATUS AUDIT ENTRIES'  TO TOT-CAPTION.
102700     MOVE WS-SA-COUNT             TO WS-COUNT-ED.
102800     MOVE WS-COUNT-ED             TO TOT-VALUE.
102900     WRITE RPT-LINE FROM TOT-LINE.
103000     MOVE 'DEMOGRAPHIC AUDIT ENTRIES' TO TOT-CAPTION.
103100     MOVE WS-DA-COUNT             TO WS-COUNT-ED.
103200     MOVE WS-COUNT-ED             TO TOT-VALUE.
103300     WRITE RPT-LINE FROM TOT-LINE.
103400     WRITE RPT-LINE FROM WS-BLANK-LINE.
103500     PERFORM 6100-PRINT-CLASS-COUNT
103600             THRU 6100-EXIT
103700             VARYING EX-SUB FROM 1 BY 1
103800             UNTIL EX-SUB > 21.
103900     MOVE 'TOTAL EXCEPTIONS'      TO TOT-CAPTION.
104000     MOVE WS-EXCP-TOTAL           TO WS-COUNT-ED.
104100     MOVE WS-COUNT-ED             TO TOT-VALUE.
104200     WRITE RPT-LINE FROM TOT-LINE.
104300     WRITE RPT-LINE FROM WS-BLANK-LINE.
104400     IF WS-EXCP-TOTAL > WS-EXCP-LIMIT
104500         MOVE '** EXCEPTIONS OVER LIMIT **' TO TOT-CAPTION
104600         MOVE 8 TO RETURN-CODE
104700     ELSE
104800         MOVE 'EXCEPTIONS WITHIN LIMIT'     TO TOT-CAPTION
104900     END-IF.
105000     MOVE WS-EXCP-LIMIT           TO WS-COUNT-ED.
105100     MOVE WS-COUNT-ED             TO TOT-VALUE.
105200     WRITE RPT-LINE FROM TOT-LINE.
105300 6000-EXIT.
105400     EXIT.
105500*
105600 6100-PRINT-CLASS-COUNT.
105700     MOVE EX-CAPTION (EX-SUB)     TO TOT-CAPTION.
105800     MOVE EX-COUNT (EX-SUB)       TO WS-COUNT-ED.
105900     MOVE WS-COUNT-ED             TO TOT-VALUE.
106000     WRITE RPT-LINE FROM TOT-LINE.
106100 6100-EXIT.
106200     EXIT.
106300*
106400 7000-LOOKUP-ACCOUNT.
106500     MOVE 'Y' TO WS-FOUND-SWITCH.
106600     MOVE WS-LOOK-KEY TO ACCTDO OF KSDS-RECORD.
106700     READ ACCT-KSDS
106800         INVALID KEY
106900             MOVE 'N' TO WS-FOUND-SWITCH
107000     END-READ.
107100 7000-EXIT.
107200     EXIT.
107300*
107400*  THE VALUE FIELDS ARE CLEARED ONCE THE LINE IS
107500*  WRITTEN SO THE NEXT EXCEPTION STARTS CLEAN.
107600*
107700 8000-REPORT-EXCEPTION.
107800     MOVE EX-CAPTION (EX-SUB)     TO DTL-CAPTION.
107900     MOVE WS-EX-ACCT              TO DTL-ACCT.
108000     MOVE WS-EX-SAT-VALUE         TO DTL-SAT-VALUE.
108100     MOVE WS-EX-MSTR-VALUE        TO DTL-MSTR-VALUE.
108200     WRITE RPT-LINE FROM DTL-LINE.
108300     ADD 1 TO EX-COUNT (EX-SUB).
108400     ADD 1 TO WS-EXCP-TOTAL.
108500     MOVE SPACES TO WS-EX-ACCT
108600                    WS-EX-SAT-VALUE
108700                    WS-EX-MSTR-VALUE.
108800 8000-EXIT.
108900     EXIT.
109000*
109100*  THE LEDGER IS OPENED EXTEND FOR EACH RECORD, AS IN
109200*  MSTRBAL.  THE END RECORD IS WRITTEN WHATEVER THE
109300*  EXCEPTION COUNT - THE RETURN CODE IS WHAT HOLDS THE
109400*  STREAM.
109500*
109600 8100-WRITE-RUN-START.
109700     OPEN EXTEND RUN-CTL-FILE.
109800     IF WS-RUNCTL-STATUS = '35'
109900         OPEN OUTPUT RUN-CTL-FILE
110000     END-IF.
110100     MOVE 'INTEGCHK'   TO RC-PROGRAM.
110200     MOVE SPACES       TO RC-QUALIFIER.
110300     MOVE 'S'          TO RC-PHASE.
110400     MOVE WS-RUN-DATE  TO RC-RUN-DATE.
110500     ACCEPT WS-RUN-TIME FROM TIME.
110600     MOVE WS-RUN-TIME  TO RC-RUN-TIME.
110700     MOVE ZERO         TO RC-RECS-READ.
110800     MOVE ZERO         TO RC-RECS-WRITTEN.
110900     WRITE RC-RECORD.
111000     CLOSE RUN-CTL-FILE.
111100 8100-EXIT.
111200     EXIT.
111300*
111400 8200-WRITE-RUN-END.
111500     OPEN EXTEND RUN-CTL-FILE.
111600     IF WS-RUNCTL-STATUS = '35'
111700         OPEN OUTPUT RUN-CTL-FILE
111800     END-IF.
111900     MOVE 'INTEGCHK'    TO RC-PROGRAM.
112000     MOVE SPACES        TO RC-QUALIFIER.
112100     MOVE 'E'           TO RC-PHASE.
112200     MOVE WS-RUN-DATE   TO RC-RUN-DATE.
112300     ACCEPT WS-RUN-TIME FROM TIME.
112400     MOVE WS-RUN-TIME   TO RC-RUN-TIME.
112500     MOVE WS-MSTR-COUNT TO RC-RECS-READ.
112600     MOVE WS-EXCP-TOTAL TO RC-RECS-WRITTEN.
112700     WRITE RC-RECORD.
112800     CLOSE RUN-CTL-FILE.
112900 8200-EXIT.
113000     EXIT.
113100*
113200 9000-TERMINATE.
113300     CLOSE ACCT-FILE
113400           ACCT-KSDS
113500           CYCTD-IN
113600           SUSP-IN
113700           AUTH-OVFL
113800           PHIST-OVFL
113900           NAME-XREF
114000           TEL-XREF
114100           XREF-FILE
114200           LIMIT-AUDIT-FILE
114300           STATUS-AUDIT-FILE
114400           RPT-FILE.
114500     PERFORM 8200-WRITE-RUN-END
114600             THRU 8200-EXIT.
114700     DISPLAY 'INTEGCHK - MASTER RECORDS READ: ' WS-MSTR-COUNT.
114800     DISPLAY 'INTEGCHK - EXCEPTIONS:          ' WS-EXCP-TOTAL.
114900     IF WS-EXCP-TOTAL > WS-EXCP-LIMIT
115000         DISPLAY 'INTEGCHK - EXCEPTIONS OVER LIMIT - RC=8'
115100     END-IF.
115200 9000-EXIT.
115300     EXIT.
115400*
