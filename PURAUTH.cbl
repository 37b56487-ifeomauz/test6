000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PURAUTH.
000300 AUTHOR.        D. HALVORSEN.
000400 INSTALLATION.  CARD SERVICES DATA CENTER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*
000800*****************************************************
000900*  MODIFICATION HISTORY                              *
001000*  DATE       INIT  DESCRIPTION                      *
001100*  10/15/26   DJH   ORIGINAL PROGRAM - PURCHASE       *
001200*                   AUTHORIZATION AGAINST STATUS,     *
001300*                   EXPIRATION AND OPEN-TO-BUY, WITH  *
001400*                   HOLDS FOR DLYPOST TO SETTLE.      *
001500*****************************************************
001600*
001700*  THIS PROGRAM SAYS YES OR NO TO A PURCHASE BEFORE THE
001800*  MONEY IS SPENT, INSTEAD OF LEAVING DLYPOST TO FIND
001900*  THE OVER-LIMIT ITEM THE NEXT MORNING.  EACH BATCH OF
002000*  AUTHORIZATION REQUESTS IS MATCHED AGAINST THE ACCOUNT
002100*  MASTER, THE CYCLE-TO-DATE FILE AND THE OUTSTANDING
002200*  HOLD FILE, ALL IN ACCTDO SEQUENCE.  A REQUEST IS
002300*  DECLINED WHEN THE ACCOUNT IS NOT OPEN FOR PURCHASES
002400*  (STATDO OTHER THAN 'NW' OR 'AC'), WHEN THE CARD HAS
002500*  PASSED EXPCCYYDO/EXPMODO/EXPDAYDO, OR WHEN THE AMOUNT
002600*  EXCEEDS THE OPEN-TO-BUY:
002700*
002800*     LIMITDO
002900*       LESS THE RUNNING BALANCE (THE MOST RECENT PAY-HIST
003000*            BALANCE PLUS CYCLE-TO-DATE PURCHASES LESS
003100*            CREDITS AND PAYMENTS - THE SAME FIGURE DLYPOST
003200*            USES)
003300*       LESS EVERY OUTSTANDING HOLD ON THE ACCOUNT.
003400*
003500*  AN APPROVED REQUEST BECOMES A NEW HOLD, SO A SECOND
003600*  REQUEST LATER IN THE SAME BATCH SEES THE FIRST ONE.
003700*  THE HOLD FILE IS CARRIED OLD-TO-NEW LIKE THE MASTER -
003800*  EACH RUN'S HOLDOUT IS THE NEXT RUN'S HOLDIN, AND
003900*  DLYPOST RELEASES OR AGES THE HOLDS OVERNIGHT.  EVERY
004000*  DECISION GOES TO THE AUTHLOG FILE; DECLINES ARE ALSO
004100*  LISTED ON THE DECLINE REGISTER WITH CONTROL TOTALS.
004200*
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER.   IBM-370.
004600 OBJECT-COMPUTER.   IBM-370.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT REQ-FILE    ASSIGN TO AUTHREQ
005000         ORGANIZATION IS SEQUENTIAL.
005100     SELECT ACCT-FILE   ASSIGN TO ACCTIN
005200         ORGANIZATION IS SEQUENTIAL.
005300     SELECT CYCTD-IN    ASSIGN TO CYCTDIN
005400         ORGANIZATION IS SEQUENTIAL.
005500     SELECT HOLD-IN     ASSIGN TO HOLDIN
005600         ORGANIZATION IS SEQUENTIAL.
005700     SELECT HOLD-OUT    ASSIGN TO HOLDOUT
005800         ORGANIZATION IS SEQUENTIAL.
005900     SELECT LOG-FILE    ASSIGN TO AUTHLOG
006000         ORGANIZATION IS SEQUENTIAL.
006100     SELECT RPT-FILE    ASSIGN TO AUTHREG
006200         ORGANIZATION IS SEQUENTIAL.
006300*
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  REQ-FILE
006700     RECORDING MODE IS F.
006800 01  REQ-RECORD.
006900     05  AR-ACCTDO               PIC X(5).
007000     05  AR-AUTH-CODE            PIC X(6).
007100     05  AR-AMT                  PIC X(8).
007200     05  AR-AMT-N REDEFINES AR-AMT
007300                                 PIC 9(6)V99.
007400     05  AR-MERCHANT             PIC X(20).
007500     05  FILLER                  PIC X(41).
007600*
007700 FD  ACCT-FILE
007800     RECORDING MODE IS F.
007900 01  ACCT-RECORD.
008000     COPY ACCTREC.
008100*
008200 FD  CYCTD-IN
008300     RECORDING MODE IS F.
008400 01  CYCTD-IN-RECORD             PIC X(40).
008500*
008600 FD  HOLD-IN
008700     RECORDING MODE IS F.
008800 01  HOLD-IN-RECORD.
008900     COPY AUTHHOLD.
009000*
009100 FD  HOLD-OUT
009200     RECORDING MODE IS F.
009300 01  HOLD-OUT-RECORD             PIC X(40).
009400*
009500 FD  LOG-FILE
009600     RECORDING MODE IS F.
009700 01  LOG-RECORD.
009800     COPY AUTHLOG.
009900*
010000 FD  RPT-FILE
010100     RECORDING MODE IS F.
010200 01  RPT-LINE                    PIC X(132).
010300*
010400 WORKING-STORAGE SECTION.
010500 77  WS-MSTR-EOF-SWITCH          PIC X       VALUE 'N'.
010600     88  MSTR-EOF-REACHED                    VALUE 'Y'.
010700 77  WS-REQ-EOF-SWITCH           PIC X       VALUE 'N'.
010800     88  REQ-EOF-REACHED                     VALUE 'Y'.
010900 77  WS-CTD-EOF-SWITCH           PIC X       VALUE 'N'.
011000     88  CTD-EOF-REACHED                     VALUE 'Y'.
011100 77  WS-HOLD-EOF-SWITCH          PIC X       VALUE 'N'.
011200     88  HOLD-EOF-REACHED                    VALUE 'Y'.
011300 77  WS-MSTR-KEY                 PIC X(5)    VALUE SPACES.
011400 77  WS-REQ-KEY                  PIC X(5)    VALUE SPACES.
011500 77  WS-CTD-KEY                  PIC X(5)    VALUE SPACES.
011600 77  WS-HOLD-KEY                 PIC X(5)    VALUE SPACES.
011700 77  WS-CURR-ACCT                PIC X(5)    VALUE SPACES.
011800 77  WS-RUN-BAL                  PIC S9(7)V99    VALUE ZERO.
011900 77  WS-HOLD-TOT                 PIC S9(7)V99    VALUE ZERO.
012000 77  WS-OPEN-TO-BUY              PIC S9(7)V99    VALUE ZERO.
012100 77  WS-TODAY-CCYYMMDD           PIC 9(8)    VALUE ZERO.
012200 77  WS-TODAY-CCYY               PIC 9(4).
012300 77  WS-TODAY-MM                 PIC 9(2).
012400 77  WS-TODAY-DD                 PIC 9(2).
012500 77  WS-TODAY-DAYCT              PIC 9(7).
012600 77  WS-NOW-TIME                 PIC 9(8)    VALUE ZERO.
012700 77  WS-EXP-CCYY                 PIC 9(4).
012800 77  WS-EXP-MM                   PIC 9(2).
012900 77  WS-EXP-DD                   PIC 9(2).
013000 77  WS-EXP-DAYCT                PIC 9(7).
013100 77  WS-REQS-READ                PIC 9(7)    VALUE ZERO.
013200 77  WS-REQS-APPROVED            PIC 9(7)    VALUE ZERO.
013300 77  WS-REQS-DECLINED            PIC 9(7)    VALUE ZERO.
013400 77  WS-HOLDS-CARRIED            PIC 9(7)    VALUE ZERO.
013500 77  WS-HOLDS-WRITTEN            PIC 9(7)    VALUE ZERO.
013600 77  WS-TOTAL-APPROVED           PIC 9(11)V99    VALUE ZERO.
013700 77  WS-AMT-ED                   PIC ZZZ,ZZ9.99.
013800 77  WS-OTB-ED                   PIC ZZZZ,ZZ9.99-.
013900 77  WS-TOT-ED                   PIC ZZZ,ZZZ,ZZ9.99.
014000 77  WS-COUNT-ED                 PIC ZZZ,ZZ9.
014100*
014200 01  WS-CT-RECORD.
014300     COPY CYCTDREC.
014400*
014410 01  WS-NEW-HOLD.
014420     COPY AUTHHOLD.
014430*
014500 01  HDG-LINE-1.
014600     05  FILLER                  PIC X(50)
014700         VALUE 'PURCHASE AUTHORIZATION DECLINE REGISTER'.
014800 01  HDG-LINE-2.
014900     05  FILLER                  PIC X(7)  VALUE 'ACCT  '.
015000     05  FILLER                  PIC X(8)  VALUE 'AUTH  '.
015100     05  FILLER                  PIC X(12) VALUE '   AMOUNT   '.
015200     05  FILLER                  PIC X(14) VALUE ' OPEN-TO-BUY '.
015300     05  FILLER                  PIC X(22) VALUE 'MERCHANT'.
015400     05  FILLER                  PIC X(30) VALUE 'REASON'.
015500*
015600 01  DTL-LINE.
015700     05  DTL-ACCT                PIC X(5).
015800     05  FILLER                  PIC X(2)  VALUE SPACES.
015900     05  DTL-AUTH-CODE           PIC X(6).
016000     05  FILLER                  PIC X(2)  VALUE SPACES.
016100     05  DTL-AMT                 PIC X(10).
016200     05  FILLER                  PIC X(2)  VALUE SPACES.
016300     05  DTL-OTB                 PIC X(12).
016400     05  FILLER                  PIC X(2)  VALUE SPACES.
016500     05  DTL-MERCHANT            PIC X(20).
016600     05  FILLER                  PIC X(2)  VALUE SPACES.
016700     05  DTL-REASON              PIC X(30).
016800*
016900 01  TOT-LINE.
017000     05  TOT-CAPTION             PIC X(24).
017100     05  TOT-VALUE               PIC X(16).
017200*
017300 01  WS-BLANK-LINE               PIC X(132)  VALUE SPACES.
017400*
017500 PROCEDURE DIVISION.
017600*
017700 0000-MAINLINE.
017800     PERFORM 1000-INITIALIZE
017900             THRU 1000-EXIT.
018000     PERFORM 2000-PROCESS-ACCOUNT
018100             THRU 2000-EXIT
018200             UNTIL REQ-EOF-REACHED AND HOLD-EOF-REACHED.
018300     PERFORM 3000-PRINT-CONTROL-TOTALS
018400             THRU 3000-EXIT.
018500     PERFORM 9000-TERMINATE
018600             THRU 9000-EXIT.
018700     STOP RUN.
018800*
018900 1000-INITIALIZE.
019000     OPEN INPUT  REQ-FILE
019100                 ACCT-FILE
019200                 CYCTD-IN
019300                 HOLD-IN
019400          OUTPUT HOLD-OUT
019500                 LOG-FILE
019600                 RPT-FILE.
019700     WRITE RPT-LINE FROM HDG-LINE-1.
019800     WRITE RPT-LINE FROM WS-BLANK-LINE.
019900     WRITE RPT-LINE FROM HDG-LINE-2.
020000     ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD.
020100     MOVE WS-TODAY-CCYYMMDD (1:4) TO WS-TODAY-CCYY.
020200     MOVE WS-TODAY-CCYYMMDD (5:2) TO WS-TODAY-MM.
020300     MOVE WS-TODAY-CCYYMMDD (7:2) TO WS-TODAY-DD.
020400     COMPUTE WS-TODAY-DAYCT =
020500             (WS-TODAY-CCYY * 360)
020600             + (WS-TODAY-MM * 30)
020700             + WS-TODAY-DD.
020800     PERFORM 2810-READ-MASTER
020900             THRU 2810-EXIT.
021000     PERFORM 2820-READ-REQUEST
021100             THRU 2820-EXIT.
021200     PERFORM 2830-READ-CYCTD
021300             THRU 2830-EXIT.
021400     PERFORM 2840-READ-HOLD
021500             THRU 2840-EXIT.
021600 1000-EXIT.
021700     EXIT.
021800*
021900*  ONE PASS OF THIS PARAGRAPH HANDLES ONE ACCOUNT - THE
022000*  LOWER OF THE NEXT REQUEST KEY AND THE NEXT HOLD KEY.
022100*  THE ACCOUNT'S OUTSTANDING HOLDS ARE CARRIED TO THE
022200*  NEW HOLD FILE AND TOTALLED FIRST, THEN ITS REQUESTS
022300*  ARE DECIDED AGAINST THE RESULTING OPEN-TO-BUY.
022400*
022500 2000-PROCESS-ACCOUNT.
022600     IF WS-REQ-KEY < WS-HOLD-KEY
022700         MOVE WS-REQ-KEY TO WS-CURR-ACCT
022800     ELSE
022900         MOVE WS-HOLD-KEY TO WS-CURR-ACCT
023000     END-IF.
023100     PERFORM 2100-POSITION-MASTER
023200             THRU 2100-EXIT.
023300     PERFORM 2150-POSITION-CYCLE-TO-DATE
023400             THRU 2150-EXIT.
023500     MOVE ZERO TO WS-HOLD-TOT.
023600     PERFORM 2200-CARRY-HOLD
023700             THRU 2200-EXIT
023800             UNTIL WS-HOLD-KEY NOT = WS-CURR-ACCT.
023900     PERFORM 2300-AUTHORIZE-ONE-REQUEST
024000             THRU 2300-EXIT
024100             UNTIL WS-REQ-KEY NOT = WS-CURR-ACCT.
024200 2000-EXIT.
024300     EXIT.
024400*
024500 2100-POSITION-MASTER.
024600     PERFORM 2810-READ-MASTER
024700             THRU 2810-EXIT
024800             UNTIL MSTR-EOF-REACHED
024900             OR WS-MSTR-KEY NOT < WS-CURR-ACCT.
025000 2100-EXIT.
025100     EXIT.
025200*
025300*  NO CYCLE-TO-DATE RECORD MEANS NOTHING HAS POSTED THIS
025400*  CYCLE, SO THE RUNNING BALANCE IS THE PAY-HIST BALANCE.
025500*
025600 2150-POSITION-CYCLE-TO-DATE.
025700     PERFORM 2830-READ-CYCTD
025800             THRU 2830-EXIT
025900             UNTIL CTD-EOF-REACHED
026000             OR WS-CTD-KEY NOT < WS-CURR-ACCT.
026100     IF WS-CTD-KEY = WS-CURR-ACCT
026200         MOVE CYCTD-IN-RECORD TO WS-CT-RECORD
026300     ELSE
026400         MOVE WS-CURR-ACCT TO CT-ACCTDO
026500         MOVE ZEROS TO CT-PURCH-TOT
026600                       CT-CRED-TOT
026700                       CT-PAY-TOT
026800     END-IF.
026900 2150-EXIT.
027000     EXIT.
027100*
027200 2200-CARRY-HOLD.
027300     IF AH-AMT OF HOLD-IN-RECORD IS NUMERIC
027400         ADD AH-AMT-N OF HOLD-IN-RECORD TO WS-HOLD-TOT
027500     END-IF.
027600     WRITE HOLD-OUT-RECORD FROM HOLD-IN-RECORD.
027700     ADD 1 TO WS-HOLDS-CARRIED.
027800     PERFORM 2840-READ-HOLD
027900             THRU 2840-EXIT.
028000 2200-EXIT.
028100     EXIT.
028200*
028300*  THE TESTS ARE MADE IN ORDER AND THE FIRST ONE THAT
028400*  FAILS IS THE DECLINE REASON LOGGED.  OPEN-TO-BUY IS
028500*  RECOMPUTED FOR EVERY REQUEST SO A HOLD TAKEN EARLIER
028600*  IN THE BATCH COUNTS AGAINST THE NEXT ONE.
028700*
028800 2300-AUTHORIZE-ONE-REQUEST.
028900     MOVE AR-ACCTDO    TO AL-ACCTDO.
029000     MOVE AR-AUTH-CODE TO AL-AUTH-CODE.
029100     MOVE AR-AMT       TO AL-AMT.
029200     MOVE ZERO         TO AL-OPEN-TO-BUY.
029300     SET AL-DECLINED   TO TRUE.
029400     IF AR-AMT IS NOT NUMERIC
029500         OR AR-AMT-N = ZERO
029600         MOVE 'A' TO AL-DECL-RSN
029700         MOVE 'AMOUNT NOT NUMERIC OR ZERO' TO DTL-REASON
029800         GO TO 2300-LOG-DECISION
029900     END-IF.
030000     IF WS-MSTR-KEY NOT = WS-CURR-ACCT
030100         MOVE 'N' TO AL-DECL-RSN
030200         MOVE 'NO MASTER FOR ACCOUNT' TO DTL-REASON
030300         GO TO 2300-LOG-DECISION
030400     END-IF.
030500     IF STATDO OF ACCT-RECORD NOT = 'NW'
030600         AND STATDO OF ACCT-RECORD NOT = 'AC'
030700         MOVE 'S' TO AL-DECL-RSN
030800         MOVE 'ACCOUNT STATUS NOT OPEN' TO DTL-REASON
030900         GO TO 2300-LOG-DECISION
031000     END-IF.
031100     PERFORM 2310-CHECK-EXPIRATION
031200             THRU 2310-EXIT.
031300     IF WS-EXP-DAYCT < WS-TODAY-DAYCT
031400         MOVE 'E' TO AL-DECL-RSN
031500         MOVE 'CARD EXPIRED' TO DTL-REASON
031600         GO TO 2300-LOG-DECISION
031700     END-IF.
031800     COMPUTE WS-RUN-BAL =
031900             BAL-N (3)
032000             + CT-PURCH-TOT-N
032100             - CT-CRED-TOT-N
032200             - CT-PAY-TOT-N.
032300     COMPUTE WS-OPEN-TO-BUY =
032400             LIMITDO-N OF ACCT-RECORD
032500             - WS-RUN-BAL
032600             - WS-HOLD-TOT.
032700     MOVE WS-OPEN-TO-BUY TO AL-OPEN-TO-BUY.
032800     IF AR-AMT-N > WS-OPEN-TO-BUY
032900         MOVE 'O' TO AL-DECL-RSN
033000         MOVE 'INSUFFICIENT OPEN-TO-BUY' TO DTL-REASON
033100         GO TO 2300-LOG-DECISION
033200     END-IF.
033300     SET AL-APPROVED TO TRUE.
033400     MOVE SPACE TO AL-DECL-RSN.
033500     PERFORM 2400-WRITE-HOLD
033600             THRU 2400-EXIT.
033700 2300-LOG-DECISION.
033800     ACCEPT WS-NOW-TIME FROM TIME.
033900     MOVE WS-TODAY-CCYYMMDD TO AL-AUTH-DATE.
034000     MOVE WS-NOW-TIME       TO AL-AUTH-TIME.
034100     WRITE LOG-RECORD.
034200     IF AL-APPROVED
034300         ADD 1 TO WS-REQS-APPROVED
034400         ADD AR-AMT-N TO WS-TOTAL-APPROVED
034500     ELSE
034600         ADD 1 TO WS-REQS-DECLINED
034700         PERFORM 2600-PRINT-DECLINE-LINE
034800                 THRU 2600-EXIT
034900     END-IF.
035000     PERFORM 2820-READ-REQUEST
035100             THRU 2820-EXIT.
035200 2300-EXIT.
035300     EXIT.
035400*
035500*  AN EXPIRATION DATE THAT IS NOT NUMERIC CANNOT BE
035600*  TRUSTED AND IS TREATED AS EXPIRED.
035700*
035800 2310-CHECK-EXPIRATION.
035900     IF EXPCCYYDO OF ACCT-RECORD IS NOT NUMERIC
036000         OR EXPMODO OF ACCT-RECORD IS NOT NUMERIC
036100         OR EXPDAYDO OF ACCT-RECORD IS NOT NUMERIC
036200         MOVE ZERO TO WS-EXP-DAYCT
036300         GO TO 2310-EXIT
036400     END-IF.
036500     MOVE EXPCCYYDO OF ACCT-RECORD TO WS-EXP-CCYY.
036600     MOVE EXPMODO   OF ACCT-RECORD TO WS-EXP-MM.
036700     MOVE EXPDAYDO  OF ACCT-RECORD TO WS-EXP-DD.
036800     COMPUTE WS-EXP-DAYCT =
036900             (WS-EXP-CCYY * 360)
037000             + (WS-EXP-MM * 30)
037100             + WS-EXP-DD.
037200 2310-EXIT.
037300     EXIT.
037400*
037410*  THE NEW HOLD IS BUILT IN WORKING-STORAGE - THE
037420*  HOLD-IN BUFFER ALREADY HOLDS THE NEXT ACCOUNT'S HOLD,
037430*  READ AHEAD BY 2200-CARRY-HOLD.
037440*
037500 2400-WRITE-HOLD.
037600     MOVE SPACES            TO WS-NEW-HOLD.
037700     MOVE AR-ACCTDO         TO AH-ACCTDO OF WS-NEW-HOLD.
037800     MOVE AR-AUTH-CODE      TO AH-AUTH-CODE OF WS-NEW-HOLD.
037900     MOVE AR-AMT            TO AH-AMT OF WS-NEW-HOLD.
038000     MOVE WS-TODAY-CCYYMMDD TO AH-AUTH-DATE OF WS-NEW-HOLD.
038100     ACCEPT WS-NOW-TIME FROM TIME.
038200     MOVE WS-NOW-TIME       TO AH-AUTH-TIME OF WS-NEW-HOLD.
038300     WRITE HOLD-OUT-RECORD FROM WS-NEW-HOLD.
038400     ADD 1 TO WS-HOLDS-WRITTEN.
038500     ADD AR-AMT-N TO WS-HOLD-TOT.
038600 2400-EXIT.
038700     EXIT.
038800*
038900 2600-PRINT-DECLINE-LINE.
039000     MOVE AR-ACCTDO    TO DTL-ACCT.
039100     MOVE AR-AUTH-CODE TO DTL-AUTH-CODE.
039200     IF AR-AMT IS NUMERIC
039300         MOVE AR-AMT-N TO WS-AMT-ED
039400         MOVE WS-AMT-ED TO DTL-AMT
039500     ELSE
039600         MOVE AR-AMT   TO DTL-AMT
039700     END-IF.
039800     IF AL-DECL-RSN = 'O'
039900         MOVE WS-OPEN-TO-BUY TO WS-OTB-ED
040000         MOVE WS-OTB-ED TO DTL-OTB
040100     ELSE
040200         MOVE SPACES TO DTL-OTB
040300     END-IF.
040400     MOVE AR-MERCHANT  TO DTL-MERCHANT.
040500     WRITE RPT-LINE FROM DTL-LINE.
040600 2600-EXIT.
040700     EXIT.
040800*
040900 2810-READ-MASTER.
041000     READ ACCT-FILE
041100         AT END
041200             SET MSTR-EOF-REACHED TO TRUE
041300             MOVE HIGH-VALUES TO WS-MSTR-KEY
041400         NOT AT END
041500             MOVE ACCTDO OF ACCT-RECORD TO WS-MSTR-KEY
041600     END-READ.
041700 2810-EXIT.
041800     EXIT.
041900*
042000 2820-READ-REQUEST.
042100     READ REQ-FILE
042200         AT END
042300             SET REQ-EOF-REACHED TO TRUE
042400             MOVE HIGH-VALUES TO WS-REQ-KEY
042500         NOT AT END
042600             ADD 1 TO WS-REQS-READ
042700             MOVE AR-ACCTDO TO WS-REQ-KEY
042800     END-READ.
042900 2820-EXIT.
043000     EXIT.
043100*
043200 2830-READ-CYCTD.
043300     READ CYCTD-IN
043400         AT END
043500             SET CTD-EOF-REACHED TO TRUE
043600             MOVE HIGH-VALUES TO WS-CTD-KEY
043700         NOT AT END
043800             MOVE CYCTD-IN-RECORD (1:5) TO WS-CTD-KEY
043900     END-READ.
044000 2830-EXIT.
044100     EXIT.
044200*
044300 2840-READ-HOLD.
044400     READ HOLD-IN
044500         AT END
044600             SET HOLD-EOF-REACHED TO TRUE
044700             MOVE HIGH-VALUES TO WS-HOLD-KEY
044800         NOT AT END
044900             MOVE AH-ACCTDO OF HOLD-IN-RECORD TO WS-HOLD-KEY
045000     END-READ.
045100 2840-EXIT.
045200     EXIT.
045300*
045400 3000-PRINT-CONTROL-TOTALS.
045500     WRITE RPT-LINE FROM WS-BLANK-LINE.
045600     MOVE 'REQUESTS READ'          TO TOT-CAPTION.
045700     MOVE WS-REQS-READ            TO WS-COUNT-ED.
045800     MOVE WS-COUNT-ED             TO TOT-VALUE.
045900     WRITE RPT-LINE FROM TOT-LINE.
046000     MOVE 'REQUESTS APPROVED'      TO TOT-CAPTION.
046100     MOVE WS-REQS-APPROVED        TO WS-COUNT-ED.
046200     MOVE WS-COUNT-ED             TO TOT-VALUE.
046300     WRITE RPT-LINE FROM TOT-LINE.
046400     MOVE 'AMOUNT APPROVED'        TO TOT-CAPTION.
046500     MOVE WS-TOTAL-APPROVED       TO WS-TOT-ED.
046600     MOVE WS-TOT-ED               TO TOT-VALUE.
046700     WRITE RPT-LINE FROM TOT-LINE.
046800     MOVE 'REQUESTS DECLINED'      TO TOT-CAPTION.
046900     MOVE WS-REQS-DECLINED        TO WS-COUNT-ED.
047000     MOVE WS-COUNT-ED             TO TOT-VALUE.
047100     WRITE RPT-LINE FROM TOT-LINE.
047200     MOVE 'HOLDS CARRIED FORWARD'  TO TOT-CAPTION.
047300     MOVE WS-HOLDS-CARRIED        TO WS-COUNT-ED.
047400     MOVE WS-COUNT-ED             TO TOT-VALUE.
047500     WRITE RPT-LINE FROM TOT-LINE.
047600 3000-EXIT.
047700     EXIT.
047800*
047900 9000-TERMINATE.
048000     CLOSE REQ-FILE
048100           ACCT-FILE
048200           CYCTD-IN
048300           HOLD-IN
048400           HOLD-OUT
048500           LOG-FILE
048600           RPT-FILE.
048700     DISPLAY 'PURAUTH - REQUESTS READ:     ' WS-REQS-READ.
048800     DISPLAY 'PURAUTH - REQUESTS APPROVED: ' WS-REQS-APPROVED.
048900     DISPLAY 'PURAUTH - REQUESTS DECLINED: ' WS-REQS-DECLINED.
049000     DISPLAY 'PURAUTH - HOLDS CARRIED:     ' WS-HOLDS-CARRIED.
049100     DISPLAY 'PURAUTH - NEW HOLDS WRITTEN: ' WS-HOLDS-WRITTEN.
049200 9000-EXIT.
049300     EXIT.
049400*
