000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RWDCYC.
000300 AUTHOR.        D. HALVORSEN.
000400 INSTALLATION.  CARD SERVICES DATA CENTER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*
000800*****************************************************
000900*  MODIFICATION HISTORY                              *
001000*  DATE       INIT  DESCRIPTION                      *
001100*  10/15/26   DJH   ORIGINAL PROGRAM - ROLL REWARDS   *
001200*                   POINTS AT CYCLE END AND JOURNAL   *
001300*                   THE POINTS LIABILITY.             *
001400*****************************************************
001500*
001600*  THIS PROGRAM RUNS AT CYCLE END, AFTER CYCSTMT HAS
001700*  PRINTED THE CYCLE'S POINTS FIGURES ON THE STATEMENTS.
001800*  IT MATCHES THE ACCOUNT MASTER (ACCTIN) AGAINST THE
001900*  RWDPTS POINTS LEDGER, BOTH IN ACCOUNT ORDER.  FOR
002000*  EACH LEDGER OF AN ACCOUNT IN TONIGHT'S CYCLE GROUP
002100*  (CYCPARM - BLANK ROLLS THE WHOLE FILE) THE CYCLE'S
002200*  NET ACCRUAL - POINTS EARNED LESS POINTS RETURNED AND
002300*  FORFEITED - IS ADDED TO THE TOTAL FOR THE ACCOUNT'S
002400*  CREDIT CODE, THE CLOSING BALANCE BECOMES THE NEXT
002500*  CYCLE'S OPENING BALANCE AND THE CYCLE FIGURES ARE
002600*  CLEARED.  A LEDGER ALREADY ROLLED TODAY IS LEFT
002700*  ALONE, SO A RERUN DOES NOT JOURNAL IT TWICE.
002800*
002900*  A LEDGER WITH NO ACCOUNT MASTER THAT ARCHPURG HAS
003000*  FORFEITED AS ARCHIVED IS JOURNALED THE SAME WAY,
003100*  UNDER THE CREDIT CODE KEPT ON THE LEDGER, AND THEN
003200*  DELETED, WHATEVER THE CYCLE GROUP.  ANY OTHER LEDGER
003300*  WITH NO MASTER IS LISTED AS AN EXCEPTION AND LEFT
003400*  FOR INVESTIGATION.
003500*
003600*  REDEMPTIONS ARE JOURNALED BY RWDREDM ON THE DAY THEY
003700*  ARE MADE, SO THE NET ACCRUAL IS THE REST OF THE
003800*  CYCLE'S CHANGE IN THE POINTS LIABILITY.  IT GOES TO
003900*  RWCJRNL AS ONE 'RW' ENTRY PER CREDIT CODE AT
004000*  WS-POINT-VALUE A POINT, DEBIT REWARDS EXPENSE AND
004100*  CREDIT THE POINTS LIABILITY, OR THE OTHER WAY ROUND
004200*  WHEN MORE POINTS CAME OFF THAN WENT ON.  THE REPORT
004300*  SHOWS THE ACCRUAL BY CREDIT CODE AND THE POINTS
004400*  OUTSTANDING ON THE WHOLE LEDGER FILE WITH THEIR
004500*  LIABILITY VALUE, WHICH SHOULD AGREE WITH THE GL
004600*  POINTS LIABILITY ACCOUNT.
004700*
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SOURCE-COMPUTER.   IBM-370.
005100 OBJECT-COMPUTER.   IBM-370.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT PARM-FILE   ASSIGN TO CYCPARM
005500         ORGANIZATION IS SEQUENTIAL.
005600     SELECT ACCT-FILE   ASSIGN TO ACCTIN
005700         ORGANIZATION IS SEQUENTIAL.
005800     SELECT RWD-FILE    ASSIGN TO RWDPTS
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE  IS DYNAMIC
006100         RECORD KEY   IS RW-ACCTDO
006200         FILE STATUS  IS WS-RWD-STATUS.
006300     SELECT JRNL-FILE   ASSIGN TO RWCJRNL
006400         ORGANIZATION IS SEQUENTIAL.
006500     SELECT RPT-FILE    ASSIGN TO RWCRPT
006600         ORGANIZATION IS SEQUENTIAL.
006700*
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  PARM-FILE
007100     RECORDING MODE IS F.
007200 01  PARM-RECORD.
007300     05  PARM-CYCLE-GROUP        PIC X.
007400     05  FILLER                  PIC X(79).
007500*
007600 FD  ACCT-FILE
007700     RECORDING MODE IS F.
007800 01  ACCT-RECORD.
007900     COPY ACCTREC.
008000*
008100 FD  RWD-FILE.
008200 01  RW-RECORD.
008300     COPY RWDPTS.
008400*
008500 FD  JRNL-FILE
008600     RECORDING MODE IS F.
008700 01  GL-RECORD.
008800     COPY GLJRNL.
008900*
009000 FD  RPT-FILE
009100     RECORDING MODE IS F.
009200 01  RPT-LINE                    PIC X(132).
009300*
009400 WORKING-STORAGE SECTION.
009500 77  WS-MSTR-EOF-SWITCH          PIC X       VALUE 'N'.
009600     88  MSTR-EOF-REACHED                    VALUE 'Y'.
009700 77  WS-RWD-EOF-SWITCH           PIC X       VALUE 'N'.
009800     88  RWD-EOF-REACHED                     VALUE 'Y'.
009900 77  WS-CYCLE-GROUP              PIC X       VALUE SPACE.
010000     88  ALL-GROUPS-SELECTED                 VALUE SPACE.
010100 77  WS-RWD-STATUS               PIC X(2)    VALUE SPACES.
010200 77  WS-MSTR-KEY                 PIC X(5)    VALUE SPACES.
010300 77  WS-RWD-KEY                  PIC X(5)    VALUE SPACES.
010400 77  WS-CC-FOUND-SWITCH          PIC X       VALUE 'N'.
010500     88  CC-FOUND                            VALUE 'Y'.
010600 77  WS-CC-ENTRIES               PIC 9(3)    VALUE ZERO.
010700 77  CC-SUB                      PIC 9(3)    VALUE ZERO.
010800 77  WS-CC-USED                  PIC 9(3)    VALUE 1.
010900 77  WS-POINT-VALUE              PIC 9V9(4)  VALUE 0.0100.
011000 77  WS-TODAY-CCYYMMDD           PIC 9(8)    VALUE ZERO.
011100 77  WS-NET-PTS                  PIC S9(9)   VALUE ZERO.
011200 77  WS-ACCRUAL-AMT              PIC S9(9)V99    VALUE ZERO.
011300 77  WS-MSTR-READ                PIC 9(7)    VALUE ZERO.
011400 77  WS-LEDGERS-READ             PIC 9(7)    VALUE ZERO.
011500 77  WS-LEDGERS-ROLLED           PIC 9(7)    VALUE ZERO.
011600 77  WS-ALREADY-ROLLED           PIC 9(7)    VALUE ZERO.
011700 77  WS-LEDGERS-DROPPED          PIC 9(7)    VALUE ZERO.
011800 77  WS-ORPHANS                  PIC 9(7)    VALUE ZERO.
011900 77  WS-JRNL-WRITTEN             PIC 9(7)    VALUE ZERO.
012000 77  WS-OUTSTANDING-PTS          PIC S9(11)  VALUE ZERO.
012100 77  WS-LIABILITY-AMT            PIC S9(11)V99   VALUE ZERO.
012200 77  WS-PTS-ED                   PIC -ZZZ,ZZZ,ZZ9.
012300 77  WS-TOT-ED                   PIC -ZZZ,ZZZ,ZZ9.99.
012400 77  WS-COUNT-ED                 PIC ZZZ,ZZ9.
012500*
012600*  NET POINTS ACCRUED BY CREDIT CODE FOR THE 'RW' DETAILS.
012700*
012800 01  WS-CC-TABLE.
012900     05  WS-CC-ENTRY OCCURS 20 TIMES.
013000         10  WS-CC-CODE          PIC X.
013100         10  WS-CC-NET-PTS       PIC S9(11).
013200*
013300 01  HDG-LINE-1.
013400     05  FILLER                  PIC X(50)
013500         VALUE 'REWARDS POINTS CYCLE ROLL AND LIABILITY'.
013600 01  HDG-LINE-2.
013700     05  FILLER                  PIC X(7)  VALUE 'ACCT'.
013800     05  FILLER                  PIC X(15) VALUE '     BALANCE'.
013900     05  FILLER                  PIC X(40) VALUE 'EXCEPTION'.
014000*
014100 01  DTL-LINE.
014200     05  DTL-ACCT                PIC X(5).
014300     05  FILLER                  PIC X(2)  VALUE SPACES.
014400     05  DTL-BALANCE             PIC X(13).
014500     05  FILLER                  PIC X(2)  VALUE SPACES.
014600     05  DTL-RESULT              PIC X(40).
014700*
014800 01  CC-HDG-LINE.
014900     05  FILLER                  PIC X(7)  VALUE 'CCODE'.
015000     05  FILLER                  PIC X(15) VALUE '  NET POINTS'.
015100     05  FILLER                  PIC X(16) VALUE '   ACCRUAL'.
015200*
015300 01  CC-LINE.
015400     05  CC-CODE-OUT             PIC X.
015500     05  FILLER                  PIC X(6)  VALUE SPACES.
015600     05  CC-PTS-OUT              PIC X(13).
015700     05  FILLER                  PIC X(2)  VALUE SPACES.
015800     05  CC-AMT-OUT              PIC X(16).
015900*
016000 01  TOT-LINE.
016100     05  TOT-CAPTION             PIC X(24).
016200     05  TOT-VALUE               PIC X(16).
016300*
016400 01  WS-BLANK-LINE               PIC X(132)  VALUE SPACES.
016500*
016600 PROCEDURE DIVISION.
016700*
016800 0000-MAINLINE.
016900     PERFORM 1000-INITIALIZE
017000             THRU 1000-EXIT.
017100     PERFORM 2000-PROCESS-RECORDS
017200             THRU 2000-EXIT
017300             UNTIL WS-MSTR-KEY = HIGH-VALUES
017400             AND WS-RWD-KEY = HIGH-VALUES.
017500     PERFORM 8000-WRITE-JOURNAL
017600             THRU 8000-EXIT.
017700     PERFORM 3000-PRINT-CONTROL-TOTALS
017800             THRU 3000-EXIT.
017900     PERFORM 9000-TERMINATE
018000             THRU 9000-EXIT.
018100     STOP RUN.
018200*
018300 1000-INITIALIZE.
018400     OPEN INPUT PARM-FILE.
018500     READ PARM-FILE
018600         AT END
018700             MOVE SPACE TO PARM-CYCLE-GROUP
018800     END-READ.
018900     MOVE PARM-CYCLE-GROUP TO WS-CYCLE-GROUP.
019000     CLOSE PARM-FILE.
019100     OPEN INPUT  ACCT-FILE
019200          OUTPUT JRNL-FILE
019300                 RPT-FILE.
019400     OPEN I-O    RWD-FILE.
019500     IF WS-RWD-STATUS NOT = '00'
019600         DISPLAY 'RWDCYC - CANNOT OPEN POINTS LEDGER - '
019700                 'STATUS ' WS-RWD-STATUS
019800         MOVE 16 TO RETURN-CODE
019900         STOP RUN
020000     END-IF.
020100     WRITE RPT-LINE FROM HDG-LINE-1.
020200     WRITE RPT-LINE FROM WS-BLANK-LINE.
020300     WRITE RPT-LINE FROM HDG-LINE-2.
020400     ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD.
020500     MOVE LOW-VALUES TO RW-ACCTDO.
020600     START RWD-FILE KEY IS NOT LESS THAN RW-ACCTDO
020700         INVALID KEY
020800             SET RWD-EOF-REACHED TO TRUE
020900             MOVE HIGH-VALUES TO WS-RWD-KEY
021000     END-START.
021100     PERFORM 2810-READ-MASTER
021200             THRU 2810-EXIT.
021300     IF NOT RWD-EOF-REACHED
021400         PERFORM 2820-READ-LEDGER
021500                 THRU 2820-EXIT
021600     END-IF.
021700 1000-EXIT.
021800     EXIT.
021900*
022000*  AN ACCOUNT WITH NO LEDGER HAS NEVER EARNED A POINT
022100*  AND NEEDS NOTHING.
022200*
022300 2000-PROCESS-RECORDS.
022400     EVALUATE TRUE
022500         WHEN WS-MSTR-KEY < WS-RWD-KEY
022600             PERFORM 2810-READ-MASTER
022700                     THRU 2810-EXIT
022800         WHEN WS-MSTR-KEY = WS-RWD-KEY
022900             IF ALL-GROUPS-SELECTED
023000                 OR CYCGRPDO OF ACCT-RECORD = WS-CYCLE-GROUP
023100                 PERFORM 2200-ROLL-LEDGER
023200                         THRU 2200-EXIT
023300             END-IF
023400             ADD RW-BAL-PTS TO WS-OUTSTANDING-PTS
023500             PERFORM 2810-READ-MASTER
023600                     THRU 2810-EXIT
023700             PERFORM 2820-READ-LEDGER
023800                     THRU 2820-EXIT
023900         WHEN OTHER
024000             PERFORM 2300-HANDLE-NO-MASTER
024100                     THRU 2300-EXIT
024200             PERFORM 2820-READ-LEDGER
024300                     THRU 2820-EXIT
024400     END-EVALUATE.
024500 2000-EXIT.
024600     EXIT.
024700*
024800 2200-ROLL-LEDGER.
024900     IF RW-LAST-ROLL-DATE = WS-TODAY-CCYYMMDD
025000         ADD 1 TO WS-ALREADY-ROLLED
025100         GO TO 2200-EXIT
025200     END-IF.
025300     MOVE CCODEDO OF ACCT-RECORD TO RW-CCODE.
025400     PERFORM 2400-ACCRUE-NET-POINTS
025500             THRU 2400-EXIT.
025600     MOVE RW-BAL-PTS        TO RW-OPEN-PTS.
025700     MOVE ZERO              TO RW-CYC-EARNED
025800                               RW-CYC-RETURNED
025900                               RW-CYC-REDEEMED
026000                               RW-CYC-FORFEITED.
026100     MOVE WS-TODAY-CCYYMMDD TO RW-LAST-ROLL-DATE.
026200     REWRITE RW-RECORD
026300         INVALID KEY
026400             DISPLAY 'RWDCYC - POINTS LEDGER REWRITE FAILED '
026500                     RW-ACCTDO
026600         NOT INVALID KEY
026700             ADD 1 TO WS-LEDGERS-ROLLED
026800     END-REWRITE.
026900 2200-EXIT.
027000     EXIT.
027100*
027200*  AN ARCHIVED ACCOUNT'S LEDGER HAS ALREADY HAD ITS
027300*  BALANCE FORFEITED, SO JOURNALING ITS CYCLE ACCRUAL
027400*  TAKES ITS LAST POINTS OFF THE LIABILITY AND THE
027500*  RECORD CAN GO.
027600*
027700 2300-HANDLE-NO-MASTER.
027800     MOVE SPACES      TO DTL-LINE.
027900     MOVE RW-ACCTDO   TO DTL-ACCT.
028000     MOVE RW-BAL-PTS  TO WS-PTS-ED.
028100     MOVE WS-PTS-ED   TO DTL-BALANCE.
028200     IF RW-IS-FORFEITED
028300         AND RW-FORFEIT-RSN = 'A'
028400         PERFORM 2400-ACCRUE-NET-POINTS
028500                 THRU 2400-EXIT
028600         DELETE RWD-FILE RECORD
028700             INVALID KEY
028800                 DISPLAY 'RWDCYC - POINTS LEDGER DELETE FAILED '
028900                         RW-ACCTDO
029000             NOT INVALID KEY
029100                 ADD 1 TO WS-LEDGERS-DROPPED
029200         END-DELETE
029300         GO TO 2300-EXIT
029400     END-IF.
029500     ADD RW-BAL-PTS TO WS-OUTSTANDING-PTS.
029600     MOVE 'NO ACCOUNT MASTER - LEDGER NOT ROLLED' TO DTL-RESULT.
029700     WRITE RPT-LINE FROM DTL-LINE.
029800     ADD 1 TO WS-ORPHANS.
029900 2300-EXIT.
030000     EXIT.
030100*
030200 2400-ACCRUE-NET-POINTS.
030300     COMPUTE WS-NET-PTS = RW-CYC-EARNED
030400                        - RW-CYC-RETURNED
030500                        - RW-CYC-FORFEITED.
030600     IF WS-NET-PTS = ZERO
030700         GO TO 2400-EXIT
030800     END-IF.
030900     PERFORM 2600-FIND-CC-ENTRY
031000             THRU 2600-EXIT.
031100     ADD WS-NET-PTS TO WS-CC-NET-PTS (WS-CC-USED).
031200 2400-EXIT.
031300     EXIT.
031400*
031500 2600-FIND-CC-ENTRY.
031600     MOVE 'N' TO WS-CC-FOUND-SWITCH.
031700     PERFORM 2610-SCAN-CC-TABLE
031800             THRU 2610-EXIT
031900             VARYING CC-SUB FROM 1 BY 1
032000             UNTIL CC-SUB > WS-CC-ENTRIES
032100             OR CC-FOUND.
032200     IF NOT CC-FOUND
032300         IF WS-CC-ENTRIES = 20
032400             DISPLAY 'RWDCYC - CCODE TABLE FULL AT 20 '
032500                     'ENTRIES - INCREASE WS-CC-TABLE SIZE'
032600             MOVE 16 TO RETURN-CODE
032700             PERFORM 9000-TERMINATE
032800                     THRU 9000-EXIT
032900             STOP RUN
033000         END-IF
033100         ADD 1 TO WS-CC-ENTRIES
033200         MOVE WS-CC-ENTRIES TO WS-CC-USED
033300         MOVE RW-CCODE TO WS-CC-CODE (WS-CC-USED)
033400         MOVE ZERO     TO WS-CC-NET-PTS (WS-CC-USED)
033500     END-IF.
033600 2600-EXIT.
033700     EXIT.
033800*
033900 2610-SCAN-CC-TABLE.
034000     IF WS-CC-CODE (CC-SUB) = RW-CCODE
034100         SET CC-FOUND TO TRUE
034200         MOVE CC-SUB TO WS-CC-USED
034300     END-IF.
034400 2610-EXIT.
034500     EXIT.
034600*
034700 2810-READ-MASTER.
034800     READ ACCT-FILE
034900         AT END
035000             SET MSTR-EOF-REACHED TO TRUE
035100             MOVE HIGH-VALUES TO WS-MSTR-KEY
035200         NOT AT END
035300             ADD 1 TO WS-MSTR-READ
035400             MOVE ACCTDO OF ACCT-RECORD TO WS-MSTR-KEY
035500     END-READ.
035600 2810-EXIT.
035700     EXIT.
035800*
035900 2820-READ-LEDGER.
036000     READ RWD-FILE NEXT
036100         AT END
036200             SET RWD-EOF-REACHED TO TRUE
036300             MOVE HIGH-VALUES TO WS-RWD-KEY
036400         NOT AT END
036500             ADD 1 TO WS-LEDGERS-READ
036600             MOVE RW-ACCTDO TO WS-RWD-KEY
036700     END-READ.
036800 2820-EXIT.
036900     EXIT.
037000*
037100 3000-PRINT-CONTROL-TOTALS.
037200     WRITE RPT-LINE FROM WS-BLANK-LINE.
037300     WRITE RPT-LINE FROM CC-HDG-LINE.
037400     PERFORM 3100-PRINT-ONE-CODE
037500             THRU 3100-EXIT
037600             VARYING CC-SUB FROM 1 BY 1
037700             UNTIL CC-SUB > WS-CC-ENTRIES.
037800     WRITE RPT-LINE FROM WS-BLANK-LINE.
037900     MOVE 'ACCOUNTS READ'          TO TOT-CAPTION.
038000     MOVE WS-MSTR-READ            TO WS-COUNT-ED.
038100     MOVE WS-COUNT-ED             TO TOT-VALUE.
038200     WRITE RPT-LINE FROM TOT-LINE.
038300     MOVE 'LEDGERS READ'           TO TOT-CAPTION.
038400     MOVE WS-LEDGERS-READ         TO WS-COUNT-ED.
038500     MOVE WS-COUNT-ED             TO TOT-VALUE.
038600     WRITE RPT-LINE FROM TOT-LINE.
038700     MOVE 'LEDGERS ROLLED'         TO TOT-CAPTION.
038800     MOVE WS-LEDGERS-ROLLED       TO WS-COUNT-ED.
038900     MOVE WS-COUNT-ED             TO TOT-VALUE.
039000     WRITE RPT-LINE FROM TOT-LINE.
039100     MOVE 'ALREADY ROLLED TODAY'   TO TOT-CAPTION.
039200     MOVE WS-ALREADY-ROLLED       TO WS-COUNT-ED.
039300     MOVE WS-COUNT-ED             TO TOT-VALUE.
039400     WRITE RPT-LINE FROM TOT-LINE.
039500     MOVE 'ARCHIVED LEDGERS DROPPED' TO TOT-CAPTION.
039600     MOVE WS-LEDGERS-DROPPED      TO WS-COUNT-ED.
039700     MOVE WS-COUNT-ED             TO TOT-VALUE.
039800     WRITE RPT-LINE FROM TOT-LINE.
039900     MOVE 'LEDGERS WITH NO MASTER' TO TOT-CAPTION.
040000     MOVE WS-ORPHANS              TO WS-COUNT-ED.
040100     MOVE WS-COUNT-ED             TO TOT-VALUE.
040200     WRITE RPT-LINE FROM TOT-LINE.
040300     MOVE 'POINTS OUTSTANDING'     TO TOT-CAPTION.
040400     MOVE WS-OUTSTANDING-PTS      TO WS-PTS-ED.
040500     MOVE WS-PTS-ED               TO TOT-VALUE.
040600     WRITE RPT-LINE FROM TOT-LINE.
040700     COMPUTE WS-LIABILITY-AMT =
040800             WS-OUTSTANDING-PTS * WS-POINT-VALUE.
040900     MOVE 'POINTS LIABILITY'       TO TOT-CAPTION.
041000     MOVE WS-LIABILITY-AMT        TO WS-TOT-ED.
041100     MOVE WS-TOT-ED               TO TOT-VALUE.
041200     WRITE RPT-LINE FROM TOT-LINE.
041300 3000-EXIT.
041400     EXIT.
041500*
041600 3100-PRINT-ONE-CODE.
041700     MOVE WS-CC-CODE (CC-SUB)     TO CC-CODE-OUT.
041800     MOVE WS-CC-NET-PTS (CC-SUB)  TO WS-PTS-ED.
041900     MOVE WS-PTS-ED               TO CC-PTS-OUT.
042000     COMPUTE WS-ACCRUAL-AMT =
042100             WS-CC-NET-PTS (CC-SUB) * WS-POINT-VALUE.
042200     MOVE WS-ACCRUAL-AMT          TO WS-TOT-ED.
042300     MOVE WS-TOT-ED               TO CC-AMT-OUT.
042400     WRITE RPT-LINE FROM CC-LINE.
042500 3100-EXIT.
042600     EXIT.
042700*
042800*  ONE 'RW' DETAIL PER CREDIT CODE WITH A NET ACCRUAL.
042900*  A NET GAIN IN POINTS DEBITS REWARDS EXPENSE AND
043000*  CREDITS THE POINTS LIABILITY; A NET LOSS REVERSES
043100*  THE PAIR FOR THE SAME AMOUNT.
043200*
043300 8000-WRITE-JOURNAL.
043400     PERFORM 8100-WRITE-ONE-CODE
043500             THRU 8100-EXIT
043600             VARYING CC-SUB FROM 1 BY 1
043700             UNTIL CC-SUB > WS-CC-ENTRIES.
043800 8000-EXIT.
043900     EXIT.
044000*
044100 8100-WRITE-ONE-CODE.
044200     IF WS-CC-NET-PTS (CC-SUB) = ZERO
044300         GO TO 8100-EXIT
044400     END-IF.
044500     COMPUTE WS-ACCRUAL-AMT =
044600             WS-CC-NET-PTS (CC-SUB) * WS-POINT-VALUE.
044700     MOVE SPACES     TO GL-RECORD.
044800     MOVE 'D'        TO GL-REC-TYPE.
044900     MOVE 'RWDCYC  ' TO GL-SOURCE.
045000     MOVE 'RW'       TO GL-ENTRY-TYPE.
045100     MOVE WS-CC-CODE (CC-SUB) TO GL-CCODE.
045200     IF WS-ACCRUAL-AMT > ZERO
045300         MOVE '6200' TO GL-DR-ACCT
045400         MOVE '2400' TO GL-CR-ACCT
045500         MOVE WS-ACCRUAL-AMT TO GL-AMOUNT
045600     ELSE
045700         MOVE '2400' TO GL-DR-ACCT
045800         MOVE '6200' TO GL-CR-ACCT
045900         COMPUTE GL-AMOUNT = ZERO - WS-ACCRUAL-AMT
046000     END-IF.
046100     MOVE WS-TODAY-CCYYMMDD TO GL-POST-DATE.
046200     WRITE GL-RECORD.
046300     ADD 1 TO WS-JRNL-WRITTEN.
046400 8100-EXIT.
046500     EXIT.
046600*
046700 9000-TERMINATE.
046800     CLOSE ACCT-FILE
046900           RWD-FILE
047000           JRNL-FILE
047100           RPT-FILE.
047200     DISPLAY 'RWDCYC - LEDGERS ROLLED:     ' WS-LEDGERS-ROLLED.
047300     DISPLAY 'RWDCYC - LEDGERS DROPPED:    ' WS-LEDGERS-DROPPED.
047400     DISPLAY 'RWDCYC - NO MASTER:          ' WS-ORPHANS.
047500     DISPLAY 'RWDCYC - POINTS OUTSTANDING: ' WS-OUTSTANDING-PTS.
047600     DISPLAY 'RWDCYC - JOURNAL DETAILS:    ' WS-JRNL-WRITTEN.
047700 9000-EXIT.
047800     EXIT.
047900*
