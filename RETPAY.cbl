000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RETPAY.
000300 AUTHOR.        D. HALVORSEN.
000400 INSTALLATION.  CARD SERVICES DATA CENTER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*
000800*****************************************************
000900*  MODIFICATION HISTORY                              *
001000*  DATE       INIT  DESCRIPTION                      *
001100*  10/15/26   DJH   ORIGINAL PROGRAM - RETURNED       *
001200*                   PAYMENT REVERSAL WITH RETURNED-   *
001300*                   PAYMENT FEE, GL REVERSAL FEED AND *
001400*                   REPEAT-RETURN SUSPENDS.           *
001410*  10/15/26   DJH   NO SUSPEND FOR A CHARGED-OFF      *
001420*                   ('CO') ACCOUNT; A RETURNED        *
001430*                   RECOVERY COMES BACK OFF COFFILE   *
001440*                   AND IS JOURNALED AS A REVERSING   *
001450*                   'RC' WITH NO FEE.                 *
001500*****************************************************
001600*
001700*  THIS PROGRAM APPLIES THE BANK'S RETURNED-ITEM FILE -
001800*  PAYMENTS THAT CAME BACK UNPAID - AGAINST THE ACCOUNT
001900*  MASTER AND THE CYCLE-TO-DATE FILE, ALL THREE IN
002000*  ACCTDO SEQUENCE, AND REVERSES EACH PAYMENT WHEREVER
002100*  IT NOW SITS:
002200*
002300*    - A PAYMENT DATED AFTER THE LAST BILLING DATE IS
002400*      STILL IN CT-PAY-TOT.  IT IS TAKEN OUT OF THE
002500*      CYCLE-TO-DATE TOTAL, AND THE CYCLE ROLL WILL
002600*      BILL AND JOURNAL THE NET PAYMENT ONLY.
002700*    - OTHERWISE CYCROLL HAS ALREADY ROLLED IT INTO
002800*      PAY-HIST.  THE CYCLE WHOSE BILLING PERIOD HOLDS
002900*      THE PAYMENT DATE HAS ITS PAMT REDUCED (AND ITS
003000*      PAYMENT DATE CLEARED IF NOTHING IS LEFT, SO THE
003100*      CYCLE READS AS UNPAID TO DELQRPT AND FINCHRG), THE
003200*      AMOUNT GOES BACK ON THE CARRIED BALANCE BAL (3),
003300*      AND AN 'RP' JOURNAL DETAIL REVERSES THE 'PY'
003400*      DETAIL CYCROLL WROTE WHEN THE PAYMENT ROLLED.
003410*    - ON A CHARGED-OFF ('CO') ACCOUNT DLYPOST POSTED
003420*      THE PAYMENT AS A RECOVERY, SO IT IS IN NEITHER
003430*      PLACE.  IT IS TAKEN BACK OFF THE ACCOUNT'S
003440*      COFFILE RECOVERY FIGURES AND A REVERSING 'RC'
003450*      DETAIL UNDOES DLYPOST'S RECOVERY ENTRY.  THE
003460*      BALANCE STAYS AT ZERO AND NO FEE IS CHARGED.
003500*
003600*  A RETURN THAT CANNOT BE FOUND IN EITHER PLACE IS
003700*  REJECTED ON THE REGISTER FOR MANUAL RESEARCH.
003800*
003900*  EACH OTHER REVERSED RETURN DRAWS THE RETURNED-
004000*  PAYMENT FEE FOR THE ACCOUNT'S CREDIT CODE FROM
004100*  RATETBL, ADDED TO BAL (3) THE SAME WAY FINCHRG ADDS
004200*  THE LATE FEE, AND JOURNALED AS AN 'RF' DETAIL.  THE
004300*  JOURNAL DETAILS GO TO THE RETJRNL FEED FOR GLBATCH.
004400*
004500*  EVERY REVERSED RETURN IS KEPT ON THE RETHIST FILE.
004600*  AN ACCOUNT WITH WS-RETURN-LIMIT OR MORE RETURNS IN
004700*  THE LAST WS-RETURN-CYCLES CYCLES (30 DAYS EACH),
004800*  TONIGHT'S INCLUDED, GETS A SUSPEND TRANSACTION WITH
004900*  THE RETURNED-PAYMENT REASON CODE ON THE RETSUSP FEED.
005000*  THE JOBSTREAM SORT/MERGES RETSUSP INTO STATTRAN THE
005100*  SAME WAY IT DOES DELQSUSP.  ACCOUNTS ALREADY
005200*  SUSPENDED, CLOSED OR CHARGED OFF ARE NOT FED A SECOND
005210*  TIME.
005300*
005400 ENVIRONMENT DIVISION.
005500 CONFIGURATION SECTION.
005600 SOURCE-COMPUTER.   IBM-370.
005700 OBJECT-COMPUTER.   IBM-370.
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000     SELECT RET-FILE    ASSIGN TO RETITEM
006100         ORGANIZATION IS SEQUENTIAL.
006200     SELECT RATE-FILE   ASSIGN TO RATETBL
006300         ORGANIZATION IS SEQUENTIAL.
006400     SELECT OLD-MASTER  ASSIGN TO ACCTIN
006500         ORGANIZATION IS SEQUENTIAL.
006600     SELECT NEW-MASTER  ASSIGN TO ACCTOUT
006700         ORGANIZATION IS SEQUENTIAL.
006800     SELECT CYCTD-IN    ASSIGN TO CYCTDIN
006900         ORGANIZATION IS SEQUENTIAL.
007000     SELECT CYCTD-OUT   ASSIGN TO CYCTDOUT
007100         ORGANIZATION IS SEQUENTIAL.
007200     SELECT RET-HIST    ASSIGN TO RETHIST
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE  IS DYNAMIC
007500         RECORD KEY   IS RH-KEY
007600         FILE STATUS  IS WS-RHIST-STATUS.
007610     SELECT CHGOFF-FILE ASSIGN TO COFFILE
007620         ORGANIZATION IS INDEXED
007630         ACCESS MODE  IS DYNAMIC
007640         RECORD KEY   IS CO-ACCTDO
007650         FILE STATUS  IS WS-COFF-STATUS.
007700     SELECT JRNL-FILE   ASSIGN TO RETJRNL
007800         ORGANIZATION IS SEQUENTIAL.
007900     SELECT SUSP-FILE   ASSIGN TO RETSUSP
008000         ORGANIZATION IS SEQUENTIAL.
008100     SELECT RPT-FILE    ASSIGN TO RETREG
008200         ORGANIZATION IS SEQUENTIAL.
008300*
008400 DATA DIVISION.
008500 FILE SECTION.
008600 FD  RET-FILE
008700     RECORDING MODE IS F.
008800 01  RET-RECORD.
008900     05  RI-ACCTDO               PIC X(5).
009000     05  RI-AMT                  PIC X(8).
009100     05  RI-AMT-N REDEFINES RI-AMT
009200                                 PIC 9(6)V99.
009300     05  RI-PAY-MO               PIC 9(2).
009400     05  RI-PAY-DAY              PIC 9(2).
009500     05  RI-PAY-YR               PIC 9(2).
009600     05  RI-REASON               PIC X(2).
009700     05  RI-BANK-REF             PIC X(10).
009800     05  FILLER                  PIC X(49).
009900*
010000 FD  RATE-FILE
010100     RECORDING MODE IS F.
010200 01  RATE-RECORD.
010300     05  RT-CCODE                PIC X.
010400     05  RT-APR                  PIC 9(2)V9(2).
010500     05  RT-LATE-FEE             PIC 9(4)V9(2).
010600     05  RT-RET-FEE              PIC 9(4)V9(2).
010700     05  FILLER                  PIC X(63).
010800*
010900 FD  OLD-MASTER
011000     RECORDING MODE IS F.
011100 01  OLD-MASTER-RECORD.
011200     COPY ACCTREC.
011300*
011400 FD  NEW-MASTER
011500     RECORDING MODE IS F.
011600 01  NEW-MASTER-RECORD             PIC X(392).
011700*
011800 FD  CYCTD-IN
011900     RECORDING MODE IS F.
012000 01  CYCTD-RECORD.
012100     COPY CYCTDREC.
012200*
012300 FD  CYCTD-OUT
012400     RECORDING MODE IS F.
012500 01  CYCTD-OUT-RECORD            PIC X(40).
012600*
012700 FD  RET-HIST.
012800 01  RH-RECORD.
012900     COPY RETHIST.
013000*
013010 FD  CHGOFF-FILE.
013020 01  CO-RECORD.
013030     COPY COFFREC.
013040*
013100 FD  JRNL-FILE
013200     RECORDING MODE IS F.
013300 01  GL-RECORD.
013400     COPY GLJRNL.
013500*
013600 FD  SUSP-FILE
013700     RECORDING MODE IS F.
013800 01  SUSP-RECORD.
013900     05  SU-ACCTDO               PIC X(5).
014000     05  SU-NEW-STATDO           PIC X(2).
014100     05  SU-RSNDO                PIC X.
014200     05  SU-USERID               PIC X(8).
014300     05  FILLER                  PIC X(64).
014400*
014500 FD  RPT-FILE
014600     RECORDING MODE IS F.
014700 01  RPT-LINE                    PIC X(132).
014800*
014900 WORKING-STORAGE SECTION.
015000 77  WS-MSTR-EOF-SWITCH          PIC X       VALUE 'N'.
015100     88  MSTR-EOF-REACHED                    VALUE 'Y'.
015200 77  WS-CTD-EOF-SWITCH           PIC X       VALUE 'N'.
015300     88  CTD-EOF-REACHED                     VALUE 'Y'.
015400 77  WS-RET-EOF-SWITCH           PIC X       VALUE 'N'.
015500     88  RET-EOF-REACHED                     VALUE 'Y'.
015600 77  WS-RATE-EOF-SWITCH          PIC X       VALUE 'N'.
015700     88  RATE-EOF-REACHED                    VALUE 'Y'.
015800 77  WS-RATE-FOUND-SWITCH        PIC X       VALUE 'N'.
015900     88  RATE-FOUND                          VALUE 'Y'.
016000 77  WS-CC-FOUND-SWITCH          PIC X       VALUE 'N'.
016100     88  CC-FOUND                            VALUE 'Y'.
016200 77  WS-REVERSED-SWITCH          PIC X       VALUE 'N'.
016300     88  PAYMENT-REVERSED                    VALUE 'Y'.
016400 77  WS-BROWSE-DONE-SWITCH       PIC X       VALUE 'N'.
016500     88  BROWSE-DONE                         VALUE 'Y'.
016600 77  WS-MSTR-KEY                 PIC X(5)    VALUE SPACES.
016700 77  WS-CTD-KEY                  PIC X(5)    VALUE SPACES.
016800 77  WS-RET-KEY                  PIC X(5)    VALUE SPACES.
016900 77  WS-RHIST-STATUS             PIC X(2)    VALUE SPACES.
016910 77  WS-COFF-STATUS              PIC X(2)    VALUE SPACES.
017000 77  WS-RETURN-CYCLES            PIC 9(2)    VALUE 06.
017100 77  WS-RETURN-LIMIT             PIC 9(2)    VALUE 02.
017200 77  RT-SUB                      PIC 9(2)    VALUE 1.
017300 77  WS-RATE-USED                PIC 9(2)    VALUE 1.
017400 77  WS-RATE-COUNT               PIC 9(2)  COMP  VALUE ZERO.
017500 77  WS-CC-ENTRIES               PIC 9(3)    VALUE ZERO.
017600 77  CC-SUB                      PIC 9(3)    VALUE ZERO.
017700 77  WS-CC-USED                  PIC 9(3)    VALUE 1.
017800 77  PH-SUB                      PIC 9       VALUE 1.
017900 77  WS-PH-USED                  PIC 9       VALUE ZERO.
018000 77  WS-TODAY-CCYYMMDD           PIC 9(8)    VALUE ZERO.
018100 77  WS-TODAY-DAYCT              PIC 9(7).
018200 77  WS-WINDOW-DAYCT             PIC S9(7).
018300 77  WS-HIST-DAYCT               PIC 9(7).
018400 77  WS-PAY-YYMMDD               PIC 9(6).
018500 77  WS-BILL-YYMMDD              PIC 9(6).
018600 77  WS-PRIOR-YYMMDD             PIC 9(6).
018700 77  WS-FEE                      PIC 9(4)V9(2)   VALUE ZERO.
018800 77  WS-NEXT-SEQNO               PIC 9(3)    VALUE ZERO.
018900 77  WS-RETURNS-IN-WINDOW        PIC 9(3)    VALUE ZERO.
019000 77  WS-RETURNS-READ             PIC 9(7)    VALUE ZERO.
019100 77  WS-REVERSED-CTD             PIC 9(7)    VALUE ZERO.
019200 77  WS-REVERSED-HIST            PIC 9(7)    VALUE ZERO.
019210 77  WS-REVERSED-RCV             PIC 9(7)    VALUE ZERO.
019300 77  WS-RETURNS-REJECTED         PIC 9(7)    VALUE ZERO.
019400 77  WS-FEES-ASSESSED            PIC 9(7)    VALUE ZERO.
019500 77  WS-SUSP-WRITTEN             PIC 9(7)    VALUE ZERO.
019600 77  WS-JRNL-WRITTEN             PIC 9(7)    VALUE ZERO.
019700 77  WS-MSTR-READ                PIC 9(7)    VALUE ZERO.
019800 77  WS-TOTAL-READ               PIC 9(11)V99    VALUE ZERO.
019900 77  WS-TOTAL-REV-CTD            PIC 9(11)V99    VALUE ZERO.
020000 77  WS-TOTAL-REV-HIST           PIC 9(11)V99    VALUE ZERO.
020010 77  WS-TOTAL-REV-RCV            PIC 9(11)V99    VALUE ZERO.
020100 77  WS-TOTAL-REJECTED           PIC 9(11)V99    VALUE ZERO.
020200 77  WS-TOTAL-FEES               PIC 9(11)V99    VALUE ZERO.
020300 77  WS-AMT-ED                   PIC ZZZ,ZZ9.99.
020400 77  WS-TOT-ED                   PIC ZZZ,ZZZ,ZZ9.99.
020500 77  WS-COUNT-ED                 PIC ZZZ,ZZ9.
020600*
020700 01  WS-RATE-TABLE.
020800     05  WS-RATE-ENTRY           OCCURS 20.
020900         10  WS-RT-CCODE         PIC X.
021000         10  WS-RT-RET-FEE       PIC 9(4)V9(2).
021100*
021200 01  WS-CC-TABLE.
021300     05  WS-CC-ENTRY OCCURS 20 TIMES.
021400         10  WS-CC-CODE          PIC X.
021500         10  WS-CC-REV-TOT       PIC 9(9)V9(2).
021600         10  WS-CC-FEE-TOT       PIC 9(9)V9(2).
021610         10  WS-CC-RCV-TOT       PIC 9(9)V9(2).
021700*
021800 01  WS-DATE-PARTS.
021900     05  WS-DP-CCYY              PIC 9(4).
022000     05  WS-DP-MM                PIC 9(2).
022100     05  WS-DP-DD                PIC 9(2).
022200 01  WS-DATE-PARTS-N REDEFINES WS-DATE-PARTS
022300                                 PIC 9(8).
022400*
022500 01  HDG-LINE-1.
022600     05  FILLER                  PIC X(50)
022700         VALUE 'RETURNED PAYMENT REGISTER'.
022800 01  HDG-LINE-2.
022900     05  FILLER                  PIC X(7)  VALUE 'ACCT'.
023000     05  FILLER                  PIC X(10) VALUE 'PAID'.
023100     05  FILLER                  PIC X(12) VALUE '   AMOUNT'.
023200     05  FILLER                  PIC X(4)  VALUE 'RSN'.
023300     05  FILLER                  PIC X(12) VALUE 'BANK REF'.
023400     05  FILLER                  PIC X(16) VALUE 'REVERSED FROM'.
023500     05  FILLER                  PIC X(12) VALUE '      FEE'.
023600     05  FILLER                  PIC X(5)  VALUE 'RTNS'.
023700     05  FILLER                  PIC X(30) VALUE 'RESULT'.
023800*
023900 01  DTL-LINE.
024000     05  DTL-ACCT                PIC X(5).
024100     05  FILLER                  PIC X(2)  VALUE SPACES.
024200     05  DTL-PAY-DATE.
024300         10  DTL-PAY-MO          PIC 9(2).
024400         10  FILLER              PIC X     VALUE '/'.
024500         10  DTL-PAY-DAY         PIC 9(2).
024600         10  FILLER              PIC X     VALUE '/'.
024700         10  DTL-PAY-YR          PIC 9(2).
024800     05  FILLER                  PIC X(2)  VALUE SPACES.
024900     05  DTL-AMT                 PIC X(10).
025000     05  FILLER                  PIC X(2)  VALUE SPACES.
025100     05  DTL-REASON              PIC X(2).
025200     05  FILLER                  PIC X(2)  VALUE SPACES.
025300     05  DTL-BANK-REF            PIC X(10).
025400     05  FILLER                  PIC X(2)  VALUE SPACES.
025500     05  DTL-LOCATION            PIC X(16).
025600     05  FILLER                  PIC X(2)  VALUE SPACES.
025700     05  DTL-FEE                 PIC X(10).
025800     05  FILLER                  PIC X(2)  VALUE SPACES.
025900     05  DTL-RETURNS             PIC ZZ9.
026000     05  FILLER                  PIC X(2)  VALUE SPACES.
026100     05  DTL-RESULT              PIC X(30).
026200*
026300 01  TOT-LINE.
026400     05  TOT-CAPTION             PIC X(24).
026500     05  TOT-VALUE               PIC X(16).
026600*
026700 01  WS-BLANK-LINE               PIC X(132)  VALUE SPACES.
026800*
026900 PROCEDURE DIVISION.
027000*
027100 0000-MAINLINE.
027200     PERFORM 1000-INITIALIZE
027300             THRU 1000-EXIT.
027400     PERFORM 2000-PROCESS-ACCOUNT
027500             THRU 2000-EXIT
027600             UNTIL MSTR-EOF-REACHED.
027700     PERFORM 2100-CARRY-ORPHAN-CYCTD
027800             THRU 2100-EXIT
027900             UNTIL CTD-EOF-REACHED.
028000     PERFORM 2150-REJECT-NO-MASTER
028100             THRU 2150-EXIT
028200             UNTIL RET-EOF-REACHED.
028300     PERFORM 3000-PRINT-CONTROL-TOTALS
028400             THRU 3000-EXIT.
028500     PERFORM 9000-TERMINATE
028600             THRU 9000-EXIT.
028700     STOP RUN.
028800*
028900 1000-INITIALIZE.
029000     OPEN INPUT  RATE-FILE.
029100     PERFORM 1100-LOAD-RATE-ENTRY
029200             THRU 1100-EXIT
029300             UNTIL RATE-EOF-REACHED.
029400     CLOSE RATE-FILE.
029500     OPEN INPUT  RET-FILE
029600                 OLD-MASTER
029700                 CYCTD-IN
029800          OUTPUT NEW-MASTER
029900                 CYCTD-OUT
030000                 JRNL-FILE
030100                 SUSP-FILE
030200                 RPT-FILE.
030300     OPEN I-O    RET-HIST.
030400     IF WS-RHIST-STATUS = '35'
030500         CLOSE RET-HIST
030600         OPEN OUTPUT RET-HIST
030700         CLOSE RET-HIST
030800         OPEN I-O RET-HIST
030900     END-IF.
030910     OPEN I-O    CHGOFF-FILE.
030920     IF WS-COFF-STATUS = '35'
030930         CLOSE CHGOFF-FILE
030940         OPEN OUTPUT CHGOFF-FILE
030950         CLOSE CHGOFF-FILE
030960         OPEN I-O CHGOFF-FILE
030970     END-IF.
031000     ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD.
031100     MOVE WS-TODAY-CCYYMMDD TO WS-DATE-PARTS-N.
031200     COMPUTE WS-TODAY-DAYCT =
031300             (WS-DP-CCYY * 360)
031400             + (WS-DP-MM * 30)
031500             + WS-DP-DD.
031600     COMPUTE WS-WINDOW-DAYCT =
031700             WS-TODAY-DAYCT - (WS-RETURN-CYCLES * 30).
031800     WRITE RPT-LINE FROM HDG-LINE-1.
031900     WRITE RPT-LINE FROM WS-BLANK-LINE.
032000     WRITE RPT-LINE FROM HDG-LINE-2.
032100     PERFORM 2810-READ-MASTER
032200             THRU 2810-EXIT.
032300     PERFORM 2820-READ-CYCTD
032400             THRU 2820-EXIT.
032500     PERFORM 2830-READ-RETURN
032600             THRU 2830-EXIT.
032700 1000-EXIT.
032800     EXIT.
032900*
033000 1100-LOAD-RATE-ENTRY.
033100     READ RATE-FILE
033200         AT END
033300             SET RATE-EOF-REACHED TO TRUE
033400         NOT AT END
033500             IF WS-RATE-COUNT < 20
033600                 ADD 1 TO WS-RATE-COUNT
033700                 MOVE RT-CCODE    TO WS-RT-CCODE (WS-RATE-COUNT)
033800                 IF RT-RET-FEE IS NUMERIC
033900                     MOVE RT-RET-FEE
034000                         TO WS-RT-RET-FEE (WS-RATE-COUNT)
034100                 ELSE
034200                     MOVE ZERO TO WS-RT-RET-FEE (WS-RATE-COUNT)
034300                 END-IF
034400             ELSE
034500                 DISPLAY 'RETPAY - RATE TABLE FULL AT 20 '
034600                         'ENTRIES - ENTRY DROPPED ' RT-CCODE
034700             END-IF
034800     END-READ.
034900 1100-EXIT.
035000     EXIT.
035100*
035200*  CYCLE-TO-DATE RECORDS AND RETURNS AHEAD OF THE MASTER
035300*  HAVE NO ACCOUNT; THE CYCLE-TO-DATE RECORD IS CARRIED
035400*  UNCHANGED FOR CYCEXTR TO REPORT, THE RETURN REJECTED.
035500*
035600 2000-PROCESS-ACCOUNT.
035700     PERFORM 2100-CARRY-ORPHAN-CYCTD
035800             THRU 2100-EXIT
035900             UNTIL WS-CTD-KEY NOT < WS-MSTR-KEY.
036000     PERFORM 2150-REJECT-NO-MASTER
036100             THRU 2150-EXIT
036200             UNTIL WS-RET-KEY NOT < WS-MSTR-KEY.
036300     IF WS-RET-KEY = WS-MSTR-KEY
036400         PERFORM 2200-COUNT-PRIOR-RETURNS
036500                 THRU 2200-EXIT
036600         PERFORM 2300-APPLY-ONE-RETURN
036700                 THRU 2300-EXIT
036800                 UNTIL WS-RET-KEY NOT = WS-MSTR-KEY
036900         IF WS-RETURNS-IN-WINDOW NOT < WS-RETURN-LIMIT
037000             AND STATDO OF OLD-MASTER-RECORD NOT = 'SU'
037100             AND STATDO OF OLD-MASTER-RECORD NOT = 'CL'
037110             AND STATDO OF OLD-MASTER-RECORD NOT = 'CO'
037200             PERFORM 2600-WRITE-SUSPEND-TRAN
037300                     THRU 2600-EXIT
037400         END-IF
037500     END-IF.
037600     IF WS-CTD-KEY = WS-MSTR-KEY
037700         WRITE CYCTD-OUT-RECORD FROM CYCTD-RECORD
037800         PERFORM 2820-READ-CYCTD
037900                 THRU 2820-EXIT
038000     END-IF.
038100     WRITE NEW-MASTER-RECORD FROM OLD-MASTER-RECORD.
038200     PERFORM 2810-READ-MASTER
038300             THRU 2810-EXIT.
038400 2000-EXIT.
038500     EXIT.
038600*
038700 2100-CARRY-ORPHAN-CYCTD.
038800     WRITE CYCTD-OUT-RECORD FROM CYCTD-RECORD.
038900     PERFORM 2820-READ-CYCTD
039000             THRU 2820-EXIT.
039100 2100-EXIT.
039200     EXIT.
039300*
039400 2150-REJECT-NO-MASTER.
039500     PERFORM 2700-START-DETAIL-LINE
039600             THRU 2700-EXIT.
039700     MOVE 'REJECTED - NO MASTER' TO DTL-RESULT.
039800     PERFORM 2750-REJECT-RETURN
039900             THRU 2750-EXIT.
040000     PERFORM 2830-READ-RETURN
040100             THRU 2830-EXIT.
040200 2150-EXIT.
040300     EXIT.
040400*
040500*  THE ACCOUNT'S RETURNS ALREADY ON RETHIST ARE BROWSED
040600*  ONCE: THOSE INSIDE THE REPEAT-RETURN WINDOW ARE
040700*  COUNTED, AND TODAY'S HIGHEST SEQUENCE NUMBER IS KEPT
040800*  SO A RERUN ADDS TO THE DAY RATHER THAN COLLIDING.
040900*
041000 2200-COUNT-PRIOR-RETURNS.
041100     MOVE ZERO TO WS-RETURNS-IN-WINDOW
041200                  WS-NEXT-SEQNO.
041300     MOVE 'N' TO WS-BROWSE-DONE-SWITCH.
041400     MOVE WS-MSTR-KEY TO RH-ACCTDO.
041500     MOVE ZERO TO RH-RETURN-DATE
041600                  RH-SEQNO.
041700     START RET-HIST KEY IS NOT LESS THAN RH-KEY
041800         INVALID KEY
041900             SET BROWSE-DONE TO TRUE
042000     END-START.
042100     PERFORM 2210-COUNT-ONE-RETURN
042200             THRU 2210-EXIT
042300             UNTIL BROWSE-DONE.
042400 2200-EXIT.
042500     EXIT.
042600*
042700 2210-COUNT-ONE-RETURN.
042800     READ RET-HIST NEXT
042900         AT END
043000             SET BROWSE-DONE TO TRUE
043100     END-READ.
043200     IF BROWSE-DONE
043300         GO TO 2210-EXIT
043400     END-IF.
043500     IF RH-ACCTDO NOT = WS-MSTR-KEY
043600         SET BROWSE-DONE TO TRUE
043700         GO TO 2210-EXIT
043800     END-IF.
043900     MOVE RH-RETURN-DATE TO WS-DATE-PARTS-N.
044000     COMPUTE WS-HIST-DAYCT =
044100             (WS-DP-CCYY * 360)
044200             + (WS-DP-MM * 30)
044300             + WS-DP-DD.
044400     IF WS-HIST-DAYCT > WS-WINDOW-DAYCT
044500         ADD 1 TO WS-RETURNS-IN-WINDOW
044600     END-IF.
044700     IF RH-RETURN-DATE = WS-TODAY-CCYYMMDD
044800         MOVE RH-SEQNO TO WS-NEXT-SEQNO
044900     END-IF.
045000 2210-EXIT.
045100     EXIT.
045200*
045300 2300-APPLY-ONE-RETURN.
045400     PERFORM 2700-START-DETAIL-LINE
045500             THRU 2700-EXIT.
045600     IF RI-AMT IS NOT NUMERIC
045700         OR RI-AMT-N = ZERO
045800         OR RI-PAY-MO IS NOT NUMERIC
045900         OR RI-PAY-DAY IS NOT NUMERIC
046000         OR RI-PAY-YR IS NOT NUMERIC
046100         MOVE 'REJECTED - INVALID ITEM' TO DTL-RESULT
046200         PERFORM 2750-REJECT-RETURN
046300                 THRU 2750-EXIT
046400         GO TO 2300-READ-NEXT
046500     END-IF.
046600     MOVE 'N' TO WS-REVERSED-SWITCH.
046700     COMPUTE WS-PAY-YYMMDD =
046800             (RI-PAY-YR * 10000) + (RI-PAY-MO * 100)
046900             + RI-PAY-DAY.
046905     IF STATDO OF OLD-MASTER-RECORD = 'CO'
046910         PERFORM 2360-REVERSE-RECOVERY
046915                 THRU 2360-EXIT
046920         IF NOT PAYMENT-REVERSED
046925             MOVE 'REJECTED - RECOVERY NOT FOUND' TO DTL-RESULT
046930             PERFORM 2750-REJECT-RETURN
046935                     THRU 2750-EXIT
046940             GO TO 2300-READ-NEXT
046945         END-IF
046950         MOVE ZERO TO WS-FEE
046955         PERFORM 2500-WRITE-RETURN-HIST
046960                 THRU 2500-EXIT
046965         MOVE WS-RETURNS-IN-WINDOW TO DTL-RETURNS
046970         MOVE 'REVERSED - RECOVERY' TO DTL-RESULT
046975         WRITE RPT-LINE FROM DTL-LINE
046980         GO TO 2300-READ-NEXT
046985     END-IF.
047000     COMPUTE WS-BILL-YYMMDD =
047100             (BYR (3) * 10000) + (BMO (3) * 100) + BDAY (3).
047200     IF WS-PAY-YYMMDD > WS-BILL-YYMMDD
047300         PERFORM 2310-REVERSE-IN-CYCLE
047400                 THRU 2310-EXIT
047500     END-IF.
047600     IF NOT PAYMENT-REVERSED
047700         PERFORM 2320-REVERSE-IN-HISTORY
047800                 THRU 2320-EXIT
047900     END-IF.
048000     IF NOT PAYMENT-REVERSED
048100         MOVE 'REJECTED - PAYMENT NOT FOUND' TO DTL-RESULT
048200         PERFORM 2750-REJECT-RETURN
048300                 THRU 2750-EXIT
048400         GO TO 2300-READ-NEXT
048500     END-IF.
048600     PERFORM 2400-ASSESS-FEE
048700             THRU 2400-EXIT.
048800     PERFORM 2500-WRITE-RETURN-HIST
048900             THRU 2500-EXIT.
049000     MOVE WS-FEE TO WS-AMT-ED.
049100     MOVE WS-AMT-ED TO DTL-FEE.
049200     MOVE WS-RETURNS-IN-WINDOW TO DTL-RETURNS.
049300     IF WS-RETURNS-IN-WINDOW NOT < WS-RETURN-LIMIT
049400         MOVE 'REVERSED - REPEAT RETURN' TO DTL-RESULT
049500     ELSE
049600         MOVE 'REVERSED' TO DTL-RESULT
049700     END-IF.
049800     WRITE RPT-LINE FROM DTL-LINE.
049900 2300-READ-NEXT.
050000     PERFORM 2830-READ-RETURN
050100             THRU 2830-EXIT.
050200 2300-EXIT.
050300     EXIT.
050400*
050500*  A PAYMENT STILL IN THE CURRENT CYCLE COMES OUT OF
050600*  CT-PAY-TOT.  IF THAT LEAVES NO PAYMENT, THE PAYMENT
050700*  DATE GOES TOO.  NO JOURNAL DETAIL IS NEEDED - THE
050800*  PAYMENT HAS NOT REACHED THE LEDGER YET.
050900*
051000 2310-REVERSE-IN-CYCLE.
051100     IF WS-CTD-KEY NOT = WS-MSTR-KEY
051200         GO TO 2310-EXIT
051300     END-IF.
051400     IF CT-PAY-TOT-N < RI-AMT-N
051500         GO TO 2310-EXIT
051600     END-IF.
051700     SUBTRACT RI-AMT-N FROM CT-PAY-TOT-N.
051800     IF CT-PAY-TOT-N = ZERO
051900         MOVE ZERO TO CT-PMO
052000                      CT-PDAY
052100                      CT-PYR
052200     END-IF.
052300     SET PAYMENT-REVERSED TO TRUE.
052400     MOVE 'T' TO RH-LOCATION.
052500     MOVE ZERO TO RH-PHIST-OCC.
052600     MOVE 'CYCLE-TO-DATE' TO DTL-LOCATION.
052700     ADD 1 TO WS-REVERSED-CTD.
052800     ADD RI-AMT-N TO WS-TOTAL-REV-CTD.
052900 2310-EXIT.
053000     EXIT.
053100*
053200*  THE PAY-HIST CYCLE WHOSE BILLING PERIOD - AFTER THE
053300*  PRIOR OCCURRENCE'S BILLING DATE, UP TO AND INCLUDING
053400*  ITS OWN - HOLDS THE PAYMENT DATE IS THE ONE THE
053500*  PAYMENT ROLLED INTO.  IT MUST STILL CARRY AT LEAST
053600*  THE RETURNED AMOUNT.
053700*
053800 2320-REVERSE-IN-HISTORY.
053900     MOVE ZERO TO WS-PH-USED
054000                  WS-PRIOR-YYMMDD.
054100     PERFORM 2330-CHECK-ONE-CYCLE
054200             THRU 2330-EXIT
054300             VARYING PH-SUB FROM 1 BY 1
054400             UNTIL PH-SUB > 3
054500             OR WS-PH-USED NOT = ZERO.
054600     IF WS-PH-USED = ZERO
054700         GO TO 2320-EXIT
054800     END-IF.
054900     IF PAMT-N (WS-PH-USED) < RI-AMT-N
055000         GO TO 2320-EXIT
055100     END-IF.
055200     SUBTRACT RI-AMT-N FROM PAMT-N (WS-PH-USED).
055300     IF PAMT-N (WS-PH-USED) = ZERO
055400         MOVE ZERO TO PMO (WS-PH-USED)
055500                      PDAY (WS-PH-USED)
055600                      PYR (WS-PH-USED)
055700     END-IF.
055800     ADD RI-AMT-N TO BAL-N (3).
055900     PERFORM 2340-FIND-CC-ENTRY
056000             THRU 2340-EXIT.
056100     ADD RI-AMT-N TO WS-CC-REV-TOT (WS-CC-USED).
056200     SET PAYMENT-REVERSED TO TRUE.
056300     MOVE 'H' TO RH-LOCATION.
056400     MOVE WS-PH-USED TO RH-PHIST-OCC.
056500     MOVE 'PAY-HIST CYCLE ' TO DTL-LOCATION.
056600     MOVE WS-PH-USED TO DTL-LOCATION (16:1).
056700     ADD 1 TO WS-REVERSED-HIST.
056800     ADD RI-AMT-N TO WS-TOTAL-REV-HIST.
056900 2320-EXIT.
057000     EXIT.
057100*
057200 2330-CHECK-ONE-CYCLE.
057300     COMPUTE WS-BILL-YYMMDD =
057400             (BYR (PH-SUB) * 10000) + (BMO (PH-SUB) * 100)
057500             + BDAY (PH-SUB).
057600     IF WS-PAY-YYMMDD > WS-PRIOR-YYMMDD
057700         AND WS-PAY-YYMMDD NOT > WS-BILL-YYMMDD
057800         MOVE PH-SUB TO WS-PH-USED
057900     END-IF.
058000     MOVE WS-BILL-YYMMDD TO WS-PRIOR-YYMMDD.
058100 2330-EXIT.
058200     EXIT.
058300*
058400*  JOURNAL TOTALS ARE BUCKETED BY THE MASTER'S CREDIT
058500*  CODE, THE SAME AS CYCROLL, SO A CODE MISSING FROM
058600*  THE RATE TABLE STILL JOURNALS ITS REVERSALS.
058700*
058800 2340-FIND-CC-ENTRY.
058900     MOVE 'N' TO WS-CC-FOUND-SWITCH.
059000     PERFORM 2350-SCAN-CC-TABLE
059100             THRU 2350-EXIT
059200             VARYING CC-SUB FROM 1 BY 1
059300             UNTIL CC-SUB > WS-CC-ENTRIES
059400             OR CC-FOUND.
059500     IF NOT CC-FOUND
059600         IF WS-CC-ENTRIES = 20
059700             DISPLAY 'RETPAY - CCODE TABLE FULL AT 20 '
059800                     'ENTRIES - INCREASE WS-CC-TABLE SIZE'
059900             MOVE 16 TO RETURN-CODE
060000             PERFORM 9000-TERMINATE
060100                     THRU 9000-EXIT
060200             STOP RUN
060300         END-IF
060400         ADD 1 TO WS-CC-ENTRIES
060500         MOVE WS-CC-ENTRIES TO WS-CC-USED
060600         MOVE CCODEDO OF OLD-MASTER-RECORD
060700             TO WS-CC-CODE (WS-CC-USED)
060800         MOVE ZERO TO WS-CC-REV-TOT (WS-CC-USED)
060900         MOVE ZERO TO WS-CC-FEE-TOT (WS-CC-USED)
060910         MOVE ZERO TO WS-CC-RCV-TOT (WS-CC-USED)
061000     END-IF.
061100 2340-EXIT.
061200     EXIT.
061300*
061400 2350-SCAN-CC-TABLE.
061500     IF WS-CC-CODE (CC-SUB) = CCODEDO OF OLD-MASTER-RECORD
061600         SET CC-FOUND TO TRUE
061700         MOVE CC-SUB TO WS-CC-USED
061800     END-IF.
061900 2350-EXIT.
062000     EXIT.
062002*
062004*  A PAYMENT ON A CHARGED-OFF ACCOUNT NEVER REACHED
062006*  CT-PAY-TOT OR PAY-HIST - DLYPOST ADDED IT TO THE
062008*  COFFILE RECOVERY FIGURES.  IT COMES BACK OFF THEM
062010*  THERE, AND OFF THE MONTH-TO-DATE FIGURE AS WELL WHEN
062012*  THAT STILL HOLDS THE PAYMENT'S MONTH.  THE RECORD
062014*  MUST STILL CARRY AT LEAST THE RETURNED AMOUNT.
062016*
062018 2360-REVERSE-RECOVERY.
062020     MOVE WS-MSTR-KEY TO CO-ACCTDO.
062022     READ CHGOFF-FILE
062024         INVALID KEY
062026             GO TO 2360-EXIT
062028     END-READ.
062030     IF CO-RECOV-TOT < RI-AMT-N
062032         OR CO-RECOV-COUNT = ZERO
062034         GO TO 2360-EXIT
062036     END-IF.
062038     SUBTRACT RI-AMT-N FROM CO-RECOV-TOT.
062040     IF CO-RECOV-MONTH (3:4) = WS-PAY-YYMMDD (1:4)
062042         AND CO-RECOV-MTD NOT < RI-AMT-N
062044         SUBTRACT RI-AMT-N FROM CO-RECOV-MTD
062046     END-IF.
062048     SUBTRACT 1 FROM CO-RECOV-COUNT.
062050     REWRITE CO-RECORD
062052         INVALID KEY
062054             DISPLAY 'RETPAY - CHARGE-OFF REWRITE FAILED '
062056                     CO-ACCTDO
062058             GO TO 2360-EXIT
062060     END-REWRITE.
062062     PERFORM 2340-FIND-CC-ENTRY
062064             THRU 2340-EXIT.
062066     ADD RI-AMT-N TO WS-CC-RCV-TOT (WS-CC-USED).
062068     SET PAYMENT-REVERSED TO TRUE.
062070     MOVE 'R' TO RH-LOCATION.
062072     MOVE ZERO TO RH-PHIST-OCC.
062074     MOVE 'CHARGE-OFF RECOV' TO DTL-LOCATION.
062076     ADD 1 TO WS-REVERSED-RCV.
062078     ADD RI-AMT-N TO WS-TOTAL-REV-RCV.
062080 2360-EXIT.
062082     EXIT.
062100*
062200 2400-ASSESS-FEE.
062300     MOVE ZERO TO WS-FEE.
062400     MOVE 'N' TO WS-RATE-FOUND-SWITCH.
062500     PERFORM 2410-CHECK-RATE-ENTRY
062600             THRU 2410-EXIT
062700             VARYING RT-SUB FROM 1 BY 1
062800             UNTIL RT-SUB > WS-RATE-COUNT
062900             OR RATE-FOUND.
063000     IF NOT RATE-FOUND
063100         DISPLAY 'RETPAY - NO RATE ENTRY FOR CREDIT CODE '
063200                 CCODEDO OF OLD-MASTER-RECORD
063300                 ' ACCOUNT ' WS-MSTR-KEY ' - NO FEE'
063400         GO TO 2400-EXIT
063500     END-IF.
063600     MOVE WS-RT-RET-FEE (WS-RATE-USED) TO WS-FEE.
063700     IF WS-FEE > ZERO
063800         ADD WS-FEE TO BAL-N (3)
063900         PERFORM 2340-FIND-CC-ENTRY
064000                 THRU 2340-EXIT
064100         ADD WS-FEE TO WS-CC-FEE-TOT (WS-CC-USED)
064200         ADD 1 TO WS-FEES-ASSESSED
064300         ADD WS-FEE TO WS-TOTAL-FEES
064400     END-IF.
064500 2400-EXIT.
064600     EXIT.
064700*
064800 2410-CHECK-RATE-ENTRY.
064900     IF WS-RT-CCODE (RT-SUB) = CCODEDO OF OLD-MASTER-RECORD
065000         SET RATE-FOUND TO TRUE
065100         MOVE RT-SUB TO WS-RATE-USED
065200     END-IF.
065300 2410-EXIT.
065400     EXIT.
065500*
065600 2500-WRITE-RETURN-HIST.
065700     ADD 1 TO WS-NEXT-SEQNO.
065800     MOVE WS-MSTR-KEY         TO RH-ACCTDO.
065900     MOVE WS-TODAY-CCYYMMDD   TO RH-RETURN-DATE.
066000     MOVE WS-NEXT-SEQNO       TO RH-SEQNO.
066100     MOVE RI-AMT              TO RH-AMT.
066200     MOVE RI-PAY-MO           TO RH-PAY-MO.
066300     MOVE RI-PAY-DAY          TO RH-PAY-DAY.
066400     MOVE RI-PAY-YR           TO RH-PAY-YR.
066500     MOVE RI-REASON           TO RH-REASON.
066600     MOVE WS-FEE              TO RH-FEE.
066700     MOVE RI-BANK-REF         TO RH-BANK-REF.
066800     MOVE SPACES              TO RH-RECORD (51:10).
066900     WRITE RH-RECORD
067000         INVALID KEY
067100             DISPLAY 'RETPAY - RETURN HISTORY WRITE FAILED '
067200                     RH-KEY
067300     END-WRITE.
067400     ADD 1 TO WS-RETURNS-IN-WINDOW.
067500 2500-EXIT.
067600     EXIT.
067700*
067800 2600-WRITE-SUSPEND-TRAN.
067900     MOVE SPACES                 TO SUSP-RECORD.
068000     MOVE WS-MSTR-KEY            TO SU-ACCTDO.
068100     MOVE 'SU'                   TO SU-NEW-STATDO.
068200     MOVE 'R'                    TO SU-RSNDO.
068300     MOVE 'RETPAY  '             TO SU-USERID.
068400     WRITE SUSP-RECORD.
068500     ADD 1 TO WS-SUSP-WRITTEN.
068600 2600-EXIT.
068700     EXIT.
068800*
068900 2700-START-DETAIL-LINE.
069000     MOVE SPACES TO DTL-LINE.
069100     MOVE RI-ACCTDO           TO DTL-ACCT.
069200     MOVE RI-PAY-MO           TO DTL-PAY-MO.
069300     MOVE '/'                 TO DTL-PAY-DATE (3:1)
069400                                 DTL-PAY-DATE (6:1).
069500     MOVE RI-PAY-DAY          TO DTL-PAY-DAY.
069600     MOVE RI-PAY-YR           TO DTL-PAY-YR.
069700     IF RI-AMT IS NUMERIC
069800         MOVE RI-AMT-N TO WS-AMT-ED
069900         MOVE WS-AMT-ED TO DTL-AMT
070000     ELSE
070100         MOVE RI-AMT TO DTL-AMT
070200     END-IF.
070300     MOVE RI-REASON           TO DTL-REASON.
070400     MOVE RI-BANK-REF         TO DTL-BANK-REF.
070500 2700-EXIT.
070600     EXIT.
070700*
070800 2750-REJECT-RETURN.
070900     WRITE RPT-LINE FROM DTL-LINE.
071000     ADD 1 TO WS-RETURNS-REJECTED.
071100     IF RI-AMT IS NUMERIC
071200         ADD RI-AMT-N TO WS-TOTAL-REJECTED
071300     END-IF.
071400 2750-EXIT.
071500     EXIT.
071600*
071700 2810-READ-MASTER.
071800     READ OLD-MASTER
071900         AT END
072000             SET MSTR-EOF-REACHED TO TRUE
072100             MOVE HIGH-VALUES TO WS-MSTR-KEY
072200         NOT AT END
072300             ADD 1 TO WS-MSTR-READ
072400             MOVE ACCTDO OF OLD-MASTER-RECORD TO WS-MSTR-KEY
072500     END-READ.
072600 2810-EXIT.
072700     EXIT.
072800*
072900 2820-READ-CYCTD.
073000     READ CYCTD-IN
073100         AT END
073200             SET CTD-EOF-REACHED TO TRUE
073300             MOVE HIGH-VALUES TO WS-CTD-KEY
073400         NOT AT END
073500             MOVE CT-ACCTDO TO WS-CTD-KEY
073600     END-READ.
073700 2820-EXIT.
073800     EXIT.
073900*
074000 2830-READ-RETURN.
074100     READ RET-FILE
074200         AT END
074300             SET RET-EOF-REACHED TO TRUE
074400             MOVE HIGH-VALUES TO WS-RET-KEY
074500         NOT AT END
074600             ADD 1 TO WS-RETURNS-READ
074700             MOVE RI-ACCTDO TO WS-RET-KEY
074800             IF RI-AMT IS NUMERIC
074900                 ADD RI-AMT-N TO WS-TOTAL-READ
075000             END-IF
075100     END-READ.
075200 2830-EXIT.
075300     EXIT.
075400*
075500*  THE AMOUNT READ PROVES TO THE AMOUNTS REVERSED FROM
075600*  THE CYCLE-TO-DATE FILE, FROM PAY-HIST AND FROM THE
075700*  COFFILE RECOVERIES PLUS THE AMOUNT REJECTED.
075800*
075900 3000-PRINT-CONTROL-TOTALS.
076000     WRITE RPT-LINE FROM WS-BLANK-LINE.
076100     MOVE 'RETURNS READ'           TO TOT-CAPTION.
076200     MOVE WS-RETURNS-READ         TO WS-COUNT-ED.
076300     MOVE WS-COUNT-ED             TO TOT-VALUE.
076400     WRITE RPT-LINE FROM TOT-LINE.
076500     MOVE 'AMOUNT READ'            TO TOT-CAPTION.
076600     MOVE WS-TOTAL-READ           TO WS-TOT-ED.
076700     MOVE WS-TOT-ED               TO TOT-VALUE.
076800     WRITE RPT-LINE FROM TOT-LINE.
076900     MOVE 'REVERSED CYCLE-TO-DATE' TO TOT-CAPTION.
077000     MOVE WS-REVERSED-CTD         TO WS-COUNT-ED.
077100     MOVE WS-COUNT-ED             TO TOT-VALUE.
077200     WRITE RPT-LINE FROM TOT-LINE.
077300     MOVE '  AMOUNT'               TO TOT-CAPTION.
077400     MOVE WS-TOTAL-REV-CTD        TO WS-TOT-ED.
077500     MOVE WS-TOT-ED               TO TOT-VALUE.
077600     WRITE RPT-LINE FROM TOT-LINE.
077700     MOVE 'REVERSED PAY-HIST'      TO TOT-CAPTION.
077800     MOVE WS-REVERSED-HIST        TO WS-COUNT-ED.
077900     MOVE WS-COUNT-ED             TO TOT-VALUE.
078000     WRITE RPT-LINE FROM TOT-LINE.
078100     MOVE '  AMOUNT'               TO TOT-CAPTION.
078200     MOVE WS-TOTAL-REV-HIST       TO WS-TOT-ED.
078300     MOVE WS-TOT-ED               TO TOT-VALUE.
078400     WRITE RPT-LINE FROM TOT-LINE.
078410     MOVE 'REVERSED RECOVERIES'    TO TOT-CAPTION.
078420     MOVE WS-REVERSED-RCV         TO WS-COUNT-ED.
078430     MOVE WS-COUNT-ED             TO TOT-VALUE.
078440     WRITE RPT-LINE FROM TOT-LINE.
078450     MOVE '  AMOUNT'               TO TOT-CAPTION.
078460     MOVE WS-TOTAL-REV-RCV        TO WS-TOT-ED.
078470     MOVE WS-TOT-ED               TO TOT-VALUE.
078480     WRITE RPT-LINE FROM TOT-LINE.
078500     MOVE 'RETURNS REJECTED'       TO TOT-CAPTION.
078600     MOVE WS-RETURNS-REJECTED     TO WS-COUNT-ED.
078700     MOVE WS-COUNT-ED             TO TOT-VALUE.
078800     WRITE RPT-LINE FROM TOT-LINE.
078900     MOVE '  AMOUNT'               TO TOT-CAPTION.
079000     MOVE WS-TOTAL-REJECTED       TO WS-TOT-ED.
079100     MOVE WS-TOT-ED               TO TOT-VALUE.
079200     WRITE RPT-LINE FROM TOT-LINE.
079300     MOVE 'FEES ASSESSED'          TO TOT-CAPTION.
079400     MOVE WS-FEES-ASSESSED        TO WS-COUNT-ED.
079500     MOVE WS-COUNT-ED             TO TOT-VALUE.
079600     WRITE RPT-LINE FROM TOT-LINE.
079700     MOVE '  AMOUNT'               TO TOT-CAPTION.
079800     MOVE WS-TOTAL-FEES           TO WS-TOT-ED.
079900     MOVE WS-TOT-ED               TO TOT-VALUE.
080000     WRITE RPT-LINE FROM TOT-LINE.
080100     MOVE 'SUSPENDS WRITTEN'       TO TOT-CAPTION.
080200     MOVE WS-SUSP-WRITTEN         TO WS-COUNT-ED.
080300     MOVE WS-COUNT-ED             TO TOT-VALUE.
080400     WRITE RPT-LINE FROM TOT-LINE.
080500 3000-EXIT.
080600     EXIT.
080700*
080800*  ONE 'RP' DETAIL PER CREDIT CODE REVERSES CYCROLL'S
080900*  'PY' - RECEIVABLE CONTROL DEBITED, CASH CREDITED -
081000*  AND ONE 'RF' DETAIL BOOKS THE FEES TO FEE INCOME.  A
081010*  RETURNED RECOVERY GETS AN 'RC' DETAIL THAT REVERSES
081020*  DLYPOST'S - ALLOWANCE DEBITED, CASH CREDITED.
081100*
081200 8000-WRITE-JOURNAL.
081300     PERFORM 8100-WRITE-ONE-CODE
081400             THRU 8100-EXIT
081500             VARYING CC-SUB FROM 1 BY 1
081600             UNTIL CC-SUB > WS-CC-ENTRIES.
081700 8000-EXIT.
081800     EXIT.
081900*
082000 8100-WRITE-ONE-CODE.
082100     IF WS-CC-REV-TOT (CC-SUB) > ZERO
082200         MOVE 'D'        TO GL-REC-TYPE
082300         MOVE 'RETPAY  ' TO GL-SOURCE
082400         MOVE 'RP'       TO GL-ENTRY-TYPE
082500         MOVE WS-CC-CODE (CC-SUB) TO GL-CCODE
082600         MOVE '1200'     TO GL-DR-ACCT
082700         MOVE WS-CC-CODE (CC-SUB) TO GL-DR-ACCT (5:1)
082800         MOVE '1000'     TO GL-CR-ACCT
082900         MOVE WS-CC-REV-TOT (CC-SUB) TO GL-AMOUNT
083000         MOVE WS-TODAY-CCYYMMDD TO GL-POST-DATE
083100         WRITE GL-RECORD
083200         ADD 1 TO WS-JRNL-WRITTEN
083300     END-IF.
083400     IF WS-CC-FEE-TOT (CC-SUB) > ZERO
083500         MOVE 'D'        TO GL-REC-TYPE
083600         MOVE 'RETPAY  ' TO GL-SOURCE
083700         MOVE 'RF'       TO GL-ENTRY-TYPE
083800         MOVE WS-CC-CODE (CC-SUB) TO GL-CCODE
083900         MOVE '1200'     TO GL-DR-ACCT
084000         MOVE WS-CC-CODE (CC-SUB) TO GL-DR-ACCT (5:1)
084100         MOVE '4160'     TO GL-CR-ACCT
084200         MOVE WS-CC-CODE (CC-SUB) TO GL-CR-ACCT (5:1)
084300         MOVE WS-CC-FEE-TOT (CC-SUB) TO GL-AMOUNT
084400         MOVE WS-TODAY-CCYYMMDD TO GL-POST-DATE
084500         WRITE GL-RECORD
084600         ADD 1 TO WS-JRNL-WRITTEN
084700     END-IF.
084705     IF WS-CC-RCV-TOT (CC-SUB) > ZERO
084710         MOVE 'D'        TO GL-REC-TYPE
084715         MOVE 'RETPAY  ' TO GL-SOURCE
084720         MOVE 'RC'       TO GL-ENTRY-TYPE
084725         MOVE WS-CC-CODE (CC-SUB) TO GL-CCODE
084730         MOVE '1250'     TO GL-DR-ACCT
084735         MOVE WS-CC-CODE (CC-SUB) TO GL-DR-ACCT (5:1)
084740         MOVE '1000'     TO GL-CR-ACCT
084745         MOVE WS-CC-RCV-TOT (CC-SUB) TO GL-AMOUNT
084750         MOVE WS-TODAY-CCYYMMDD TO GL-POST-DATE
084755         WRITE GL-RECORD
084760         ADD 1 TO WS-JRNL-WRITTEN
084765     END-IF.
084800 8100-EXIT.
084900     EXIT.
085000*
085100 9000-TERMINATE.
085200     PERFORM 8000-WRITE-JOURNAL
085300             THRU 8000-EXIT.
085400     CLOSE RET-FILE
085500           OLD-MASTER
085600           NEW-MASTER
085700           CYCTD-IN
085800           CYCTD-OUT
085900           RET-HIST
085910           CHGOFF-FILE
086000           JRNL-FILE
086100           SUSP-FILE
086200           RPT-FILE.
086300     DISPLAY 'RETPAY - RETURNS READ:      ' WS-RETURNS-READ.
086400     DISPLAY 'RETPAY - REVERSED CYCLE:    ' WS-REVERSED-CTD.
086500     DISPLAY 'RETPAY - REVERSED PAY-HIST: ' WS-REVERSED-HIST.
086510     DISPLAY 'RETPAY - REVERSED RECOVERY: ' WS-REVERSED-RCV.
086600     DISPLAY 'RETPAY - RETURNS REJECTED:  ' WS-RETURNS-REJECTED.
086700     DISPLAY 'RETPAY - SUSPENDS WRITTEN:  ' WS-SUSP-WRITTEN.
086800     DISPLAY 'RETPAY - JOURNAL DETAILS:   ' WS-JRNL-WRITTEN.
086900 9000-EXIT.
087000     EXIT.
087100*
