000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RWDREDM.
000300 AUTHOR.        D. HALVORSEN.
000400 INSTALLATION.  CARD SERVICES DATA CENTER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*
000800*****************************************************
000900*  MODIFICATION HISTORY                              *
001000*  DATE       INIT  DESCRIPTION                      *
001100*  10/15/26   DJH   ORIGINAL PROGRAM - REDEEM REWARDS *
001200*                   POINTS FOR A STATEMENT CREDIT.    *
001300*****************************************************
001400*
001500*  THIS DAILY JOB TURNS REWARDS POINTS INTO STATEMENT
001600*  CREDITS.  EACH REDEMPTION REQUEST NAMES AN ACCOUNT,
001700*  THE NUMBER OF POINTS TO REDEEM AND THE USER TAKING
001800*  THE REQUEST.  THE ACCOUNT'S RWDPTS LEDGER RECORD MUST
001900*  BE ACTIVE AND HOLD AT LEAST THAT MANY POINTS, THE
002000*  REQUEST MUST BE FOR AT LEAST WS-MIN-REDEEM POINTS,
002100*  AND THE ACCOUNT MUST BE ON ACCTMSTI IN STATUS 'NW'
002200*  OR 'AC'.
002300*
002400*  AN ACCEPTED REQUEST IS TAKEN OFF THE LEDGER BALANCE
002500*  AND ADDED TO THE CYCLE'S REDEEMED POINTS, AND A 'C'
002600*  CREDIT FOR THE POINTS AT WS-POINT-VALUE EACH IS
002700*  WRITTEN TO RWDPOST WITH THE AUTHORIZATION CODE
002800*  'REDEEM'.  RWDPOST IS IN DAYTRAN FORMAT AND THE
002900*  JOBSTREAM SORT/MERGES IT INTO DAYTRAN AHEAD OF
003000*  DLYPOST, SO THE CREDIT POSTS THROUGH THE NORMAL
003100*  CREDIT PATH AND COMES OFF THE NEXT BILLED AMOUNT;
003200*  DLYPOST KNOWS THE CODE AND DOES NOT TAKE POINTS BACK
003300*  FOR IT.  BECAUSE CYCROLL'S 'BL' ENTRY WILL CARRY THE
003400*  CREDIT AS LOWER SALES, THE DAY'S REDEMPTIONS ARE
003500*  JOURNALED ON RWDJRNL AS ONE 'RD' ENTRY PER CREDIT
003600*  CODE, DEBIT THE POINTS LIABILITY AND CREDIT SALES
003700*  CLEARING.  EVERY REQUEST, ACCEPTED OR REJECTED, IS
003800*  LISTED ON THE REDEMPTION REGISTER WITH CONTROL
003900*  TOTALS.
004000*
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER.   IBM-370.
004400 OBJECT-COMPUTER.   IBM-370.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT TRANS-FILE  ASSIGN TO RWDTRAN
004800         ORGANIZATION IS SEQUENTIAL.
004900     SELECT RWD-FILE    ASSIGN TO RWDPTS
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE  IS DYNAMIC
005200         RECORD KEY   IS RW-ACCTDO
005300         FILE STATUS  IS WS-RWD-STATUS.
005400     SELECT ACCT-KSDS   ASSIGN TO ACCTMSTI
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE  IS DYNAMIC
005700         RECORD KEY   IS ACCTDO OF KSDS-RECORD
005800         FILE STATUS  IS WS-KSDS-STATUS.
005900     SELECT POST-FILE   ASSIGN TO RWDPOST
006000         ORGANIZATION IS SEQUENTIAL.
006100     SELECT JRNL-FILE   ASSIGN TO RWDJRNL
006200         ORGANIZATION IS SEQUENTIAL.
006300     SELECT RPT-FILE    ASSIGN TO RWDREG
006400         ORGANIZATION IS SEQUENTIAL.
006500*
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  TRANS-FILE
006900     RECORDING MODE IS F.
007000 01  TRANS-RECORD.
007100     05  RX-ACCTDO               PIC X(5).
007200     05  RX-POINTS               PIC X(7).
007300     05  RX-POINTS-N REDEFINES RX-POINTS
007400                                 PIC 9(7).
007500     05  RX-USERID               PIC X(8).
007600     05  FILLER                  PIC X(60).
007700*
007800 FD  RWD-FILE.
007900 01  RW-RECORD.
008000     COPY RWDPTS.
008100*
008200 FD  ACCT-KSDS.
008300 01  KSDS-RECORD.
008400     COPY ACCTREC.
008500*
008600 FD  POST-FILE
008700     RECORDING MODE IS F.
008800 01  POST-RECORD.
008900     05  PT-ACCTDO               PIC X(5).
009000     05  PT-TRAN-CODE            PIC X.
009100     05  PT-AMT                  PIC X(8).
009200     05  PT-AMT-N REDEFINES PT-AMT
009300                                 PIC 9(6)V99.
009400     05  PT-MO                   PIC 9(2).
009500     05  PT-DAY                  PIC 9(2).
009600     05  PT-YR                   PIC 9(2).
009700     05  PT-AUTH-CODE            PIC X(6).
009800     05  FILLER                  PIC X(54).
009900*
010000 FD  JRNL-FILE
010100     RECORDING MODE IS F.
010200 01  GL-RECORD.
010300     COPY GLJRNL.
010400*
010500 FD  RPT-FILE
010600     RECORDING MODE IS F.
010700 01  RPT-LINE                    PIC X(132).
010800*
010900 WORKING-STORAGE SECTION.
011000 77  WS-TRAN-EOF-SWITCH          PIC X       VALUE 'N'.
011100     88  TRAN-EOF-REACHED                    VALUE 'Y'.
011200 77  WS-RWD-STATUS               PIC X(2)    VALUE SPACES.
011300 77  WS-KSDS-STATUS              PIC X(2)    VALUE SPACES.
011400 77  WS-CC-FOUND-SWITCH          PIC X       VALUE 'N'.
011500     88  CC-FOUND                            VALUE 'Y'.
011600 77  WS-CC-ENTRIES               PIC 9(3)    VALUE ZERO.
011700 77  CC-SUB                      PIC 9(3)    VALUE ZERO.
011800 77  WS-CC-USED                  PIC 9(3)    VALUE 1.
011900 77  WS-MIN-REDEEM               PIC 9(7)    VALUE 0002500.
012000 77  WS-POINT-VALUE              PIC 9V9(4)  VALUE 0.0100.
012100 77  WS-REDEEM-CODE              PIC X(6)    VALUE 'REDEEM'.
012200 77  WS-CREDIT-AMT               PIC 9(6)V99 VALUE ZERO.
012300 77  WS-TODAY-CCYYMMDD           PIC 9(8)    VALUE ZERO.
012400 77  WS-TRANS-READ               PIC 9(7)    VALUE ZERO.
012500 77  WS-REDEEMED                 PIC 9(7)    VALUE ZERO.
012600 77  WS-REJECTED                 PIC 9(7)    VALUE ZERO.
012700 77  WS-JRNL-WRITTEN             PIC 9(7)    VALUE ZERO.
012800 77  WS-TOTAL-POINTS             PIC 9(11)   VALUE ZERO.
012900 77  WS-TOTAL-CREDITED           PIC 9(11)V99    VALUE ZERO.
013000 77  WS-PTS-ED                   PIC Z,ZZZ,ZZ9.
013010 77  WS-BAL-ED                   PIC ZZZ,ZZZ,ZZ9-.
013020 77  WS-TOTPTS-ED                PIC ZZ,ZZZ,ZZZ,ZZ9.
013100 77  WS-AMT-ED                   PIC ZZZ,ZZ9.99.
013200 77  WS-TOT-ED                   PIC ZZZ,ZZZ,ZZ9.99.
013300 77  WS-COUNT-ED                 PIC ZZZ,ZZ9.
013400*
013500*  REDEMPTION TOTALS BY CREDIT CODE FOR THE 'RD' DETAILS.
013600*
013700 01  WS-CC-TABLE.
013800     05  WS-CC-ENTRY OCCURS 20 TIMES.
013900         10  WS-CC-CODE          PIC X.
014000         10  WS-CC-REDEEM-TOT    PIC 9(9)V9(2).
014100*
014200 01  HDG-LINE-1.
014300     05  FILLER                  PIC X(50)
014400         VALUE 'REWARDS POINTS REDEMPTION REGISTER'.
014500 01  HDG-LINE-2.
014600     05  FILLER                  PIC X(7)  VALUE 'ACCT'.
014700     05  FILLER                  PIC X(12) VALUE '   POINTS'.
014800     05  FILLER                  PIC X(12) VALUE '   CREDIT'.
014900     05  FILLER                  PIC X(12) VALUE '  BALANCE'.
015000     05  FILLER                  PIC X(10) VALUE 'USER'.
015100     05  FILLER                  PIC X(30) VALUE 'RESULT'.
015200*
015300 01  DTL-LINE.
015400     05  DTL-ACCT                PIC X(5).
015500     05  FILLER                  PIC X(2)  VALUE SPACES.
015600     05  DTL-POINTS              PIC X(10).
015700     05  FILLER                  PIC X(2)  VALUE SPACES.
015800     05  DTL-AMT                 PIC X(10).
016000     05  DTL-BALANCE             PIC X(12).
016100     05  FILLER                  PIC X(2)  VALUE SPACES.
016200     05  DTL-USERID              PIC X(8).
016300     05  FILLER                  PIC X(2)  VALUE SPACES.
016400     05  DTL-RESULT              PIC X(30).
016500*
016600 01  TOT-LINE.
016700     05  TOT-CAPTION             PIC X(24).
016800     05  TOT-VALUE               PIC X(16).
016900*
017000 01  WS-BLANK-LINE               PIC X(132)  VALUE SPACES.
017100*
017200 PROCEDURE DIVISION.
017300*
017400 0000-MAINLINE.
017500     PERFORM 1000-INITIALIZE
017600             THRU 1000-EXIT.
017700     PERFORM 2000-PROCESS-TRANS
017800             THRU 2000-EXIT
017900             UNTIL TRAN-EOF-REACHED.
018000     PERFORM 8000-WRITE-JOURNAL
018100             THRU 8000-EXIT.
018200     PERFORM 3000-PRINT-CONTROL-TOTALS
018300             THRU 3000-EXIT.
018400     PERFORM 9000-TERMINATE
018500             THRU 9000-EXIT.
018600     STOP RUN.
018700*
018800 1000-INITIALIZE.
018900     OPEN INPUT  TRANS-FILE
019000                 ACCT-KSDS
019100          OUTPUT POST-FILE
019200                 JRNL-FILE
019300                 RPT-FILE.
019400     IF WS-KSDS-STATUS NOT = '00'
019500         DISPLAY 'RWDREDM - CANNOT OPEN ACCOUNT MASTER - '
019600                 'STATUS ' WS-KSDS-STATUS
019700         MOVE 16 TO RETURN-CODE
019800         STOP RUN
019900     END-IF.
020000     OPEN I-O    RWD-FILE.
020100     IF WS-RWD-STATUS NOT = '00'
020200         DISPLAY 'RWDREDM - CANNOT OPEN POINTS LEDGER - '
020300                 'STATUS ' WS-RWD-STATUS
020400         MOVE 16 TO RETURN-CODE
020500         STOP RUN
020600     END-IF.
020700     WRITE RPT-LINE FROM HDG-LINE-1.
020800     WRITE RPT-LINE FROM WS-BLANK-LINE.
020900     WRITE RPT-LINE FROM HDG-LINE-2.
021000     ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD.
021100     PERFORM 2900-READ-TRANS
021200             THRU 2900-EXIT.
021300 1000-EXIT.
021400     EXIT.
021500*
021600 2000-PROCESS-TRANS.
021700     MOVE SPACES TO DTL-LINE.
021800     MOVE RX-ACCTDO           TO DTL-ACCT.
021900     MOVE RX-USERID           TO DTL-USERID.
022000     IF RX-POINTS IS NUMERIC
022100         MOVE RX-POINTS-N     TO WS-PTS-ED
022200         MOVE WS-PTS-ED       TO DTL-POINTS
022300     ELSE
022400         MOVE RX-POINTS       TO DTL-POINTS
022500     END-IF.
022600     PERFORM 2100-REDEEM-POINTS
022700             THRU 2100-EXIT.
022800     WRITE RPT-LINE FROM DTL-LINE.
022900     PERFORM 2900-READ-TRANS
023000             THRU 2900-EXIT.
023100 2000-EXIT.
023200     EXIT.
023300*
023400*  EACH EDIT THAT FAILS REJECTS THE REQUEST ON THE SPOT.
023500*  THE LEDGER IS REWRITTEN BEFORE THE CREDIT IS WRITTEN,
023600*  SO A REWRITE FAILURE NEVER LEAVES A CREDIT POSTED FOR
023700*  POINTS STILL ON THE BALANCE.
023800*
023900 2100-REDEEM-POINTS.
024000     IF RX-POINTS IS NOT NUMERIC
024100         MOVE 'REJECTED - POINTS NOT NUMERIC' TO DTL-RESULT
024200         ADD 1 TO WS-REJECTED
024300         GO TO 2100-EXIT
024400     END-IF.
024500     IF RX-POINTS-N < WS-MIN-REDEEM
024600         MOVE 'REJECTED - BELOW MINIMUM' TO DTL-RESULT
024700         ADD 1 TO WS-REJECTED
024800         GO TO 2100-EXIT
024900     END-IF.
025000     MOVE RX-ACCTDO TO ACCTDO OF KSDS-RECORD.
025100     READ ACCT-KSDS
025200         INVALID KEY
025300             MOVE 'REJECTED - NO SUCH ACCOUNT' TO DTL-RESULT
025400             ADD 1 TO WS-REJECTED
025500             GO TO 2100-EXIT
025600     END-READ.
025700     IF STATDO OF KSDS-RECORD NOT = 'NW'
025800         AND STATDO OF KSDS-RECORD NOT = 'AC'
025900         MOVE 'REJECTED - ACCOUNT NOT ACTIVE' TO DTL-RESULT
026000         ADD 1 TO WS-REJECTED
026100         GO TO 2100-EXIT
026200     END-IF.
026300     MOVE RX-ACCTDO TO RW-ACCTDO.
026400     READ RWD-FILE
026500         INVALID KEY
026600             MOVE 'REJECTED - NO POINTS LEDGER' TO DTL-RESULT
026700             ADD 1 TO WS-REJECTED
026800             GO TO 2100-EXIT
026900     END-READ.
027000     MOVE RW-BAL-PTS TO WS-BAL-ED.
027100     MOVE WS-BAL-ED  TO DTL-BALANCE.
027200     IF NOT RW-IS-ACTIVE
027300         MOVE 'REJECTED - POINTS FORFEITED' TO DTL-RESULT
027400         ADD 1 TO WS-REJECTED
027500         GO TO 2100-EXIT
027600     END-IF.
027700     IF RX-POINTS-N > RW-BAL-PTS
027800         MOVE 'REJECTED - NOT ENOUGH POINTS' TO DTL-RESULT
027900         ADD 1 TO WS-REJECTED
028000         GO TO 2100-EXIT
028100     END-IF.
028200     COMPUTE WS-CREDIT-AMT = RX-POINTS-N * WS-POINT-VALUE.
028300     ADD RX-POINTS-N      TO RW-CYC-REDEEMED.
028400     SUBTRACT RX-POINTS-N FROM RW-BAL-PTS.
028500     REWRITE RW-RECORD
028600         INVALID KEY
028700             MOVE 'REJECTED - LEDGER REWRITE FAILED'
028800                                   TO DTL-RESULT
028900             ADD 1 TO WS-REJECTED
029000             GO TO 2100-EXIT
029100     END-REWRITE.
029200     PERFORM 2500-WRITE-POSTING
029300             THRU 2500-EXIT.
029400     PERFORM 2600-FIND-CC-ENTRY
029500             THRU 2600-EXIT.
029600     ADD WS-CREDIT-AMT TO WS-CC-REDEEM-TOT (WS-CC-USED).
029700     MOVE RW-BAL-PTS    TO WS-BAL-ED.
029800     MOVE WS-BAL-ED     TO DTL-BALANCE.
029900     MOVE WS-CREDIT-AMT TO WS-AMT-ED.
030000     MOVE WS-AMT-ED     TO DTL-AMT.
030100     MOVE 'REDEEMED - CREDIT POSTED' TO DTL-RESULT.
030200     ADD 1 TO WS-REDEEMED.
030300     ADD RX-POINTS-N   TO WS-TOTAL-POINTS.
030400     ADD WS-CREDIT-AMT TO WS-TOTAL-CREDITED.
030500 2100-EXIT.
030600     EXIT.
030700*
030800*  THE CREDIT CARRIES TODAY AS ITS TRANSACTION DATE AND
030900*  THE REDEMPTION MARKER AS ITS AUTHORIZATION CODE.
031000*
031100 2500-WRITE-POSTING.
031200     MOVE SPACES                     TO POST-RECORD.
031300     MOVE RX-ACCTDO                  TO PT-ACCTDO.
031400     MOVE 'C'                        TO PT-TRAN-CODE.
031500     MOVE WS-CREDIT-AMT              TO PT-AMT-N.
031600     MOVE WS-TODAY-CCYYMMDD (5:2)    TO PT-MO.
031700     MOVE WS-TODAY-CCYYMMDD (7:2)    TO PT-DAY.
031800     MOVE WS-TODAY-CCYYMMDD (3:2)    TO PT-YR.
031900     MOVE WS-REDEEM-CODE             TO PT-AUTH-CODE.
032000     WRITE POST-RECORD.
032100 2500-EXIT.
032200     EXIT.
032300*
032400 2600-FIND-CC-ENTRY.
032500     MOVE 'N' TO WS-CC-FOUND-SWITCH.
032600     PERFORM 2610-SCAN-CC-TABLE
032700             THRU 2610-EXIT
032800             VARYING CC-SUB FROM 1 BY 1
032900             UNTIL CC-SUB > WS-CC-ENTRIES
033000             OR CC-FOUND.
033100     IF NOT CC-FOUND
033200         IF WS-CC-ENTRIES = 20
033300             DISPLAY 'RWDREDM - CCODE TABLE FULL AT 20 '
033400                     'ENTRIES - INCREASE WS-CC-TABLE SIZE'
033500             MOVE 16 TO RETURN-CODE
033600             PERFORM 9000-TERMINATE
033700                     THRU 9000-EXIT
033800             STOP RUN
033900         END-IF
034000         ADD 1 TO WS-CC-ENTRIES
034100         MOVE WS-CC-ENTRIES TO WS-CC-USED
034200         MOVE CCODEDO OF KSDS-RECORD
034300             TO WS-CC-CODE (WS-CC-USED)
034400         MOVE ZERO TO WS-CC-REDEEM-TOT (WS-CC-USED)
034500     END-IF.
034600 2600-EXIT.
034700     EXIT.
034800*
034900 2610-SCAN-CC-TABLE.
035000     IF WS-CC-CODE (CC-SUB) = CCODEDO OF KSDS-RECORD
035100         SET CC-FOUND TO TRUE
035200         MOVE CC-SUB TO WS-CC-USED
035300     END-IF.
035400 2610-EXIT.
035500     EXIT.
035600*
035700 2900-READ-TRANS.
035800     READ TRANS-FILE
035900         AT END
036000             SET TRAN-EOF-REACHED TO TRUE
036100         NOT AT END
036200             ADD 1 TO WS-TRANS-READ
036300     END-READ.
036400 2900-EXIT.
036500     EXIT.
036600*
036700 3000-PRINT-CONTROL-TOTALS.
036800     WRITE RPT-LINE FROM WS-BLANK-LINE.
036900     MOVE 'REQUESTS READ'          TO TOT-CAPTION.
037000     MOVE WS-TRANS-READ           TO WS-COUNT-ED.
037100     MOVE WS-COUNT-ED             TO TOT-VALUE.
037200     WRITE RPT-LINE FROM TOT-LINE.
037300     MOVE 'REQUESTS REDEEMED'      TO TOT-CAPTION.
037400     MOVE WS-REDEEMED             TO WS-COUNT-ED.
037500     MOVE WS-COUNT-ED             TO TOT-VALUE.
037600     WRITE RPT-LINE FROM TOT-LINE.
037700     MOVE 'POINTS REDEEMED'        TO TOT-CAPTION.
037800     MOVE WS-TOTAL-POINTS         TO WS-TOTPTS-ED.
037900     MOVE WS-TOTPTS-ED            TO TOT-VALUE.
038000     WRITE RPT-LINE FROM TOT-LINE.
038100     MOVE 'CREDITS POSTED'         TO TOT-CAPTION.
038200     MOVE WS-TOTAL-CREDITED       TO WS-TOT-ED.
038300     MOVE WS-TOT-ED               TO TOT-VALUE.
038400     WRITE RPT-LINE FROM TOT-LINE.
038500     MOVE 'REQUESTS REJECTED'      TO TOT-CAPTION.
038600     MOVE WS-REJECTED             TO WS-COUNT-ED.
038700     MOVE WS-COUNT-ED             TO TOT-VALUE.
038800     WRITE RPT-LINE FROM TOT-LINE.
038900 3000-EXIT.
039000     EXIT.
039100*
039200*  ONE 'RD' DETAIL PER CREDIT CODE - THE POINTS
039300*  LIABILITY DEBITED FOR THE CREDITS GIVEN, SALES
039400*  CLEARING CREDITED BACK FOR THE BILLED AMOUNTS THE
039500*  CREDITS WILL REDUCE WHEN CYCROLL JOURNALS THEM.
039600*
039700 8000-WRITE-JOURNAL.
039800     PERFORM 8100-WRITE-ONE-CODE
039900             THRU 8100-EXIT
040000             VARYING CC-SUB FROM 1 BY 1
040100             UNTIL CC-SUB > WS-CC-ENTRIES.
040200 8000-EXIT.
040300     EXIT.
040400*
040500 8100-WRITE-ONE-CODE.
040600     IF WS-CC-REDEEM-TOT (CC-SUB) > ZERO
040700         MOVE SPACES     TO GL-RECORD
040800         MOVE 'D'        TO GL-REC-TYPE
040900         MOVE 'RWDREDM ' TO GL-SOURCE
041000         MOVE 'RD'       TO GL-ENTRY-TYPE
041100         MOVE WS-CC-CODE (CC-SUB) TO GL-CCODE
041200         MOVE '2400'     TO GL-DR-ACCT
041300         MOVE '2100'     TO GL-CR-ACCT
041400         MOVE WS-CC-CODE (CC-SUB) TO GL-CR-ACCT (5:1)
041500         MOVE WS-CC-REDEEM-TOT (CC-SUB) TO GL-AMOUNT
041600         MOVE WS-TODAY-CCYYMMDD TO GL-POST-DATE
041700         WRITE GL-RECORD
041800         ADD 1 TO WS-JRNL-WRITTEN
041900     END-IF.
042000 8100-EXIT.
042100     EXIT.
042200*
042300 9000-TERMINATE.
042400     CLOSE TRANS-FILE
042500           RWD-FILE
042600           ACCT-KSDS
042700           POST-FILE
042800           JRNL-FILE
042900           RPT-FILE.
043000     DISPLAY 'RWDREDM - REQUESTS READ:     ' WS-TRANS-READ.
043100     DISPLAY 'RWDREDM - REQUESTS REDEEMED: ' WS-REDEEMED.
043200     DISPLAY 'RWDREDM - REQUESTS REJECTED: ' WS-REJECTED.
043300     DISPLAY 'RWDREDM - POINTS REDEEMED:   ' WS-TOTAL-POINTS.
043400     DISPLAY 'RWDREDM - JOURNAL DETAILS:   ' WS-JRNL-WRITTEN.
043500 9000-EXIT.
043600     EXIT.
043700*
