000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CHGORPT.
000300 AUTHOR.        D. HALVORSEN.
000400 INSTALLATION.  CARD SERVICES DATA CENTER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*
000800*****************************************************
000900*  MODIFICATION HISTORY                              *
001000*  DATE       INIT  DESCRIPTION                      *
001100*  10/15/26   DJH   ORIGINAL PROGRAM - MONTH-END      *
001200*                   CHARGE-OFF AND RECOVERY REGISTER  *
001300*                   BY CREDIT CODE.                   *
001400*****************************************************
001500*
001600*  RUNS AT MONTH END AND READS THE CHARGE-OFF FILE IN
001700*  KEY ORDER.  AN ACCOUNT CHARGED OFF BY CHGOFF DURING
001800*  THE RUN MONTH, OR WITH RECOVERIES POSTED BY DLYPOST
001900*  DURING IT, IS LISTED WITH THE MONTH'S CHARGE-OFF,
002000*  THE MONTH'S RECOVERIES, THE RECOVERIES TO DATE AND
002100*  THE BALANCE STILL UNRECOVERED.  EVERY ACCOUNT ON
002200*  THE FILE IS ALSO TOTALED BY CREDIT CODE - THE
002300*  MONTH'S CHARGE-OFFS AND RECOVERIES AND THE
002400*  UNRECOVERED BALANCE OUTSTANDING - WITH GRAND TOTALS
002500*  THAT TIE TO THE MONTH'S 'CO' AND 'RC' JOURNALS.
002600*
002700*  CO-RECOV-MTD ONLY COUNTS WHILE CO-RECOV-MONTH IS THE
002800*  RUN MONTH - AN ACCOUNT WITH NO RECOVERY THIS MONTH
002900*  STILL CARRIES THE FIGURE FOR ITS LAST RECOVERY MONTH.
003000*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.   IBM-370.
003400 OBJECT-COMPUTER.   IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT CHGOFF-FILE ASSIGN TO COFFILE
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE  IS SEQUENTIAL
004000         RECORD KEY   IS CO-ACCTDO
004100         FILE STATUS  IS WS-COFF-STATUS.
004200     SELECT RPT-FILE    ASSIGN TO CHGORPT
004300         ORGANIZATION IS SEQUENTIAL.
004400*
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  CHGOFF-FILE.
004800 01  CO-RECORD.
004900     COPY COFFREC.
005000*
005100 FD  RPT-FILE
005200     RECORDING MODE IS F.
005300 01  RPT-LINE                    PIC X(132).
005400*
005500 WORKING-STORAGE SECTION.
005600 77  WS-COFF-EOF-SWITCH          PIC X       VALUE 'N'.
005700     88  COFF-EOF-REACHED                    VALUE 'Y'.
005800 77  WS-COFF-STATUS              PIC X(2)    VALUE SPACES.
005900 77  WS-CC-FOUND-SWITCH          PIC X       VALUE 'N'.
006000     88  CC-FOUND                            VALUE 'Y'.
006100 77  WS-LIST-SWITCH              PIC X       VALUE 'N'.
006200     88  LIST-ACCOUNT                        VALUE 'Y'.
006300 77  WS-CC-ENTRIES               PIC 9(3)    VALUE ZERO.
006400 77  CC-SUB                      PIC 9(3)    VALUE ZERO.
006500 77  WS-CC-USED                  PIC 9(3)    VALUE 1.
006600 77  WS-TODAY-CCYYMMDD           PIC 9(8)    VALUE ZERO.
006700 77  WS-RUN-CCYYMM               PIC 9(6)    VALUE ZERO.
006800 77  WS-CO-CCYYMM                PIC 9(6)    VALUE ZERO.
006900 77  WS-MONTH-CO-AMT             PIC 9(7)V99 VALUE ZERO.
007000 77  WS-MONTH-RECOV              PIC 9(7)V99 VALUE ZERO.
007100 77  WS-UNRECOV                  PIC S9(9)V99 VALUE ZERO.
007200 77  WS-RECS-READ                PIC 9(7)    VALUE ZERO.
007300 77  WS-RECS-LISTED              PIC 9(7)    VALUE ZERO.
007400 77  WS-GT-CO-COUNT              PIC 9(7)    VALUE ZERO.
007500 77  WS-GT-CO-AMT                PIC 9(11)V99    VALUE ZERO.
007600 77  WS-GT-RCV-COUNT             PIC 9(7)    VALUE ZERO.
007700 77  WS-GT-RCV-AMT               PIC 9(11)V99    VALUE ZERO.
007800 77  WS-GT-ACCTS                 PIC 9(7)    VALUE ZERO.
007900 77  WS-GT-UNRECOV               PIC 9(11)V99    VALUE ZERO.
008000 77  WS-AMT-ED                   PIC ZZZ,ZZ9.99.
008100 77  WS-TOT-ED                   PIC ZZZ,ZZZ,ZZ9.99.
008200 77  WS-COUNT-ED                 PIC ZZZ,ZZ9.
008300 77  WS-DATE-ED                  PIC 9999/99/99.
008400 77  WS-MONTH-ED                 PIC 9999/99.
008500*
008600*  ONE ENTRY PER CREDIT CODE FOUND ON THE FILE.
008700*
008800 01  WS-CC-TABLE.
008900     05  WS-CC-ENTRY OCCURS 20 TIMES.
009000         10  WS-CC-CODE          PIC X.
009100         10  WS-CC-CO-COUNT      PIC 9(7).
009200         10  WS-CC-CO-AMT        PIC 9(11)V99.
009300         10  WS-CC-RCV-COUNT     PIC 9(7).
009400         10  WS-CC-RCV-AMT       PIC 9(11)V99.
009500         10  WS-CC-ACCTS         PIC 9(7).
009600         10  WS-CC-UNRECOV       PIC 9(11)V99.
009700*
009800 01  HDG-LINE-1.
009900     05  FILLER                  PIC X(40)
010000         VALUE 'CHARGE-OFF AND RECOVERY REGISTER'.
010100     05  FILLER                  PIC X(7)  VALUE 'MONTH '.
010200     05  HDG-MONTH               PIC X(7).
010300     05  FILLER                  PIC X(4)  VALUE SPACES.
010400     05  FILLER                  PIC X(10) VALUE 'RUN DATE '.
010500     05  HDG-RUN-DATE            PIC X(10).
010600 01  HDG-LINE-2.
010700     05  FILLER                  PIC X(7)  VALUE 'ACCT'.
010800     05  FILLER                  PIC X(4)  VALUE 'CC'.
010900     05  FILLER                  PIC X(12) VALUE 'CHGOFF DATE'.
011000     05  FILLER                  PIC X(4)  VALUE 'CYC'.
011100     05  FILLER                  PIC X(12) VALUE ' CHARGED OFF'.
011200     05  FILLER                  PIC X(12) VALUE '  MONTH CO'.
011300     05  FILLER                  PIC X(12) VALUE ' MONTH RECOV'.
011400     05  FILLER                  PIC X(16) VALUE
011500         '   RECOV TO DATE'.
011600     05  FILLER                  PIC X(12) VALUE
011700         ' UNRECOVERED'.
011800*
011900 01  DTL-LINE.
012000     05  DTL-ACCT                PIC X(5).
012100     05  FILLER                  PIC X(2)  VALUE SPACES.
012200     05  DTL-CC                  PIC X.
012300     05  FILLER                  PIC X(3)  VALUE SPACES.
012400     05  DTL-CO-DATE             PIC X(10).
012500     05  FILLER                  PIC X(2)  VALUE SPACES.
012600     05  DTL-CYCLES              PIC X(2).
012700     05  FILLER                  PIC X(2)  VALUE SPACES.
012800     05  DTL-CO-AMT              PIC X(10).
012900     05  FILLER                  PIC X(2)  VALUE SPACES.
013000     05  DTL-MONTH-CO            PIC X(10).
013100     05  FILLER                  PIC X(2)  VALUE SPACES.
013200     05  DTL-MONTH-RCV           PIC X(10).
013300     05  FILLER                  PIC X(2)  VALUE SPACES.
013400     05  DTL-RECOV-TOT           PIC X(14).
013500     05  FILLER                  PIC X(2)  VALUE SPACES.
013600     05  DTL-UNRECOV             PIC X(10).
013700*
013800 01  CC-HDG-LINE.
013900     05  FILLER                  PIC X(6)  VALUE 'CC'.
014000     05  FILLER                  PIC X(9)  VALUE '  CO CNT'.
014100     05  FILLER                  PIC X(16) VALUE
014200         '  CHARGED OFF'.
014300     05  FILLER                  PIC X(9)  VALUE ' RCV CNT'.
014400     05  FILLER                  PIC X(16) VALUE
014500         '    RECOVERED'.
014600     05  FILLER                  PIC X(9)  VALUE '   ACCTS'.
014700     05  FILLER                  PIC X(16) VALUE
014800         '  UNRECOVERED'.
014900*
015000 01  CC-LINE.
015100     05  CCL-CODE                PIC X(5).
015200     05  FILLER                  PIC X(1)  VALUE SPACES.
015300     05  CCL-CO-COUNT            PIC X(7).
015400     05  FILLER                  PIC X(2)  VALUE SPACES.
015500     05  CCL-CO-AMT              PIC X(14).
015600     05  FILLER                  PIC X(2)  VALUE SPACES.
015700     05  CCL-RCV-COUNT           PIC X(7).
015800     05  FILLER                  PIC X(2)  VALUE SPACES.
015900     05  CCL-RCV-AMT             PIC X(14).
016000     05  FILLER                  PIC X(2)  VALUE SPACES.
016100     05  CCL-ACCTS               PIC X(7).
016200     05  FILLER                  PIC X(2)  VALUE SPACES.
016300     05  CCL-UNRECOV             PIC X(14).
016400*
016500 01  TOT-LINE.
016600     05  TOT-CAPTION             PIC X(24).
016700     05  TOT-VALUE               PIC X(16).
016800*
016900 01  WS-BLANK-LINE               PIC X(132)  VALUE SPACES.
017000*
017100 PROCEDURE DIVISION.
017200*
017300 0000-MAINLINE.
017400     PERFORM 1000-INITIALIZE
017500             THRU 1000-EXIT.
017600     PERFORM 2000-REGISTER-ONE-ACCOUNT
017700             THRU 2000-EXIT
017800             UNTIL COFF-EOF-REACHED.
017900     PERFORM 3000-PRINT-CONTROL-TOTALS
018000             THRU 3000-EXIT.
018100     PERFORM 9000-TERMINATE
018200             THRU 9000-EXIT.
018300     STOP RUN.
018400*
018500 1000-INITIALIZE.
018600     OPEN INPUT  CHGOFF-FILE
018700          OUTPUT RPT-FILE.
018800     IF WS-COFF-STATUS NOT = '00'
018900         DISPLAY 'CHGORPT - CANNOT OPEN CHARGE-OFF FILE - '
019000                 'STATUS ' WS-COFF-STATUS
019100         MOVE 16 TO RETURN-CODE
019200         STOP RUN
019300     END-IF.
019400     ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD.
019500     DIVIDE WS-TODAY-CCYYMMDD BY 100 GIVING WS-RUN-CCYYMM.
019600     MOVE WS-RUN-CCYYMM TO WS-MONTH-ED.
019700     MOVE WS-MONTH-ED TO HDG-MONTH.
019800     MOVE WS-TODAY-CCYYMMDD TO WS-DATE-ED.
019900     MOVE WS-DATE-ED TO HDG-RUN-DATE.
020000     WRITE RPT-LINE FROM HDG-LINE-1.
020100     WRITE RPT-LINE FROM WS-BLANK-LINE.
020200     WRITE RPT-LINE FROM HDG-LINE-2.
020300     PERFORM 2900-READ-CHGOFF
020400             THRU 2900-EXIT.
020500 1000-EXIT.
020600     EXIT.
020700*
020800 2000-REGISTER-ONE-ACCOUNT.
020900     MOVE 'N' TO WS-LIST-SWITCH.
021000     MOVE ZERO TO WS-MONTH-CO-AMT.
021100     MOVE ZERO TO WS-MONTH-RECOV.
021200     PERFORM 2100-FIND-CC-ENTRY
021300             THRU 2100-EXIT.
021400     DIVIDE CO-CHGOFF-DATE BY 100 GIVING WS-CO-CCYYMM.
021500     IF WS-CO-CCYYMM = WS-RUN-CCYYMM
021600         SET LIST-ACCOUNT TO TRUE
021700         MOVE CO-CHGOFF-AMT-N TO WS-MONTH-CO-AMT
021800         ADD 1 TO WS-CC-CO-COUNT (WS-CC-USED)
021900         ADD WS-MONTH-CO-AMT TO WS-CC-CO-AMT (WS-CC-USED)
022000     END-IF.
022100     IF CO-RECOV-MONTH = WS-RUN-CCYYMM
022200         AND CO-RECOV-MTD > ZERO
022300         SET LIST-ACCOUNT TO TRUE
022400         MOVE CO-RECOV-MTD TO WS-MONTH-RECOV
022500         ADD 1 TO WS-CC-RCV-COUNT (WS-CC-USED)
022600         ADD WS-MONTH-RECOV TO WS-CC-RCV-AMT (WS-CC-USED)
022700     END-IF.
022800     COMPUTE WS-UNRECOV = CO-CHGOFF-AMT-N - CO-RECOV-TOT.
022900     IF WS-UNRECOV < ZERO
023000         MOVE ZERO TO WS-UNRECOV
023100     END-IF.
023200     ADD 1 TO WS-CC-ACCTS (WS-CC-USED).
023300     ADD WS-UNRECOV TO WS-CC-UNRECOV (WS-CC-USED).
023400     IF NOT LIST-ACCOUNT
023500         GO TO 2000-READ-NEXT
023600     END-IF.
023700     MOVE SPACES TO DTL-LINE.
023800     MOVE CO-ACCTDO TO DTL-ACCT.
023900     MOVE CO-CCODE TO DTL-CC.
024000     MOVE CO-CHGOFF-DATE TO WS-DATE-ED.
024100     MOVE WS-DATE-ED TO DTL-CO-DATE.
024200     MOVE CO-DELQ-CYCLES TO DTL-CYCLES.
024300     MOVE CO-CHGOFF-AMT-N TO WS-AMT-ED.
024400     MOVE WS-AMT-ED TO DTL-CO-AMT.
024500     IF WS-MONTH-CO-AMT > ZERO
024600         MOVE WS-MONTH-CO-AMT TO WS-AMT-ED
024700         MOVE WS-AMT-ED TO DTL-MONTH-CO
024800     END-IF.
024900     IF WS-MONTH-RECOV > ZERO
025000         MOVE WS-MONTH-RECOV TO WS-AMT-ED
025100         MOVE WS-AMT-ED TO DTL-MONTH-RCV
025200     END-IF.
025300     MOVE CO-RECOV-TOT TO WS-TOT-ED.
025400     MOVE WS-TOT-ED TO DTL-RECOV-TOT.
025500     MOVE WS-UNRECOV TO WS-AMT-ED.
025600     MOVE WS-AMT-ED TO DTL-UNRECOV.
025700     WRITE RPT-LINE FROM DTL-LINE.
025800     ADD 1 TO WS-RECS-LISTED.
025900 2000-READ-NEXT.
026000     PERFORM 2900-READ-CHGOFF
026100             THRU 2900-EXIT.
026200 2000-EXIT.
026300     EXIT.
026400*
026500 2100-FIND-CC-ENTRY.
026600     MOVE 'N' TO WS-CC-FOUND-SWITCH.
026700     PERFORM 2110-SCAN-CC-TABLE
026800             THRU 2110-EXIT
026900             VARYING CC-SUB FROM 1 BY 1
027000             UNTIL CC-SUB > WS-CC-ENTRIES
027100             OR CC-FOUND.
027200     IF NOT CC-FOUND
027300         IF WS-CC-ENTRIES = 20
027400             DISPLAY 'CHGORPT - CCODE TABLE FULL AT 20 '
027500                     'ENTRIES - INCREASE WS-CC-TABLE SIZE'
027600             MOVE 16 TO RETURN-CODE
027700             PERFORM 9000-TERMINATE
027800                     THRU 9000-EXIT
027900             STOP RUN
028000         END-IF
028100         ADD 1 TO WS-CC-ENTRIES
028200         MOVE WS-CC-ENTRIES TO WS-CC-USED
028300         MOVE CO-CCODE TO WS-CC-CODE (WS-CC-USED)
028400         MOVE ZERO TO WS-CC-CO-COUNT (WS-CC-USED)
028500         MOVE ZERO TO WS-CC-CO-AMT (WS-CC-USED)
028600         MOVE ZERO TO WS-CC-RCV-COUNT (WS-CC-USED)
028700         MOVE ZERO TO WS-CC-RCV-AMT (WS-CC-USED)
028800         MOVE ZERO TO WS-CC-ACCTS (WS-CC-USED)
028900         MOVE ZERO TO WS-CC-UNRECOV (WS-CC-USED)
029000     END-IF.
029100 2100-EXIT.
029200     EXIT.
029300*
029400 2110-SCAN-CC-TABLE.
029500     IF WS-CC-CODE (CC-SUB) = CO-CCODE
029600         SET CC-FOUND TO TRUE
029700         MOVE CC-SUB TO WS-CC-USED
029800     END-IF.
029900 2110-EXIT.
030000     EXIT.
030100*
030200 2900-READ-CHGOFF.
030300     READ CHGOFF-FILE NEXT RECORD
030400         AT END
030500             SET COFF-EOF-REACHED TO TRUE
030600         NOT AT END
030700             ADD 1 TO WS-RECS-READ
030800     END-READ.
030900 2900-EXIT.
031000     EXIT.
031100*
031200 3000-PRINT-CONTROL-TOTALS.
031300     WRITE RPT-LINE FROM WS-BLANK-LINE.
031400     WRITE RPT-LINE FROM CC-HDG-LINE.
031500     PERFORM 3100-PRINT-ONE-CCODE
031600             THRU 3100-EXIT
031700             VARYING CC-SUB FROM 1 BY 1
031800             UNTIL CC-SUB > WS-CC-ENTRIES.
031900     MOVE SPACES TO CC-LINE.
032000     MOVE 'TOTAL' TO CCL-CODE.
032100     MOVE WS-GT-CO-COUNT TO WS-COUNT-ED.
032200     MOVE WS-COUNT-ED TO CCL-CO-COUNT.
032300     MOVE WS-GT-CO-AMT TO WS-TOT-ED.
032400     MOVE WS-TOT-ED TO CCL-CO-AMT.
032500     MOVE WS-GT-RCV-COUNT TO WS-COUNT-ED.
032600     MOVE WS-COUNT-ED TO CCL-RCV-COUNT.
032700     MOVE WS-GT-RCV-AMT TO WS-TOT-ED.
032800     MOVE WS-TOT-ED TO CCL-RCV-AMT.
032900     MOVE WS-GT-ACCTS TO WS-COUNT-ED.
033000     MOVE WS-COUNT-ED TO CCL-ACCTS.
033100     MOVE WS-GT-UNRECOV TO WS-TOT-ED.
033200     MOVE WS-TOT-ED TO CCL-UNRECOV.
033300     WRITE RPT-LINE FROM CC-LINE.
033400     WRITE RPT-LINE FROM WS-BLANK-LINE.
033500     MOVE 'ACCOUNTS READ'          TO TOT-CAPTION.
033600     MOVE WS-RECS-READ            TO WS-COUNT-ED.
033700     MOVE WS-COUNT-ED             TO TOT-VALUE.
033800     WRITE RPT-LINE FROM TOT-LINE.
033900     MOVE 'ACCOUNTS LISTED'        TO TOT-CAPTION.
034000     MOVE WS-RECS-LISTED          TO WS-COUNT-ED.
034100     MOVE WS-COUNT-ED             TO TOT-VALUE.
034200     WRITE RPT-LINE FROM TOT-LINE.
034300 3000-EXIT.
034400     EXIT.
034500*
034600 3100-PRINT-ONE-CCODE.
034700     MOVE SPACES TO CC-LINE.
034800     MOVE WS-CC-CODE (CC-SUB) TO CCL-CODE.
034900     MOVE WS-CC-CO-COUNT (CC-SUB) TO WS-COUNT-ED.
035000     MOVE WS-COUNT-ED TO CCL-CO-COUNT.
035100     MOVE WS-CC-CO-AMT (CC-SUB) TO WS-TOT-ED.
035200     MOVE WS-TOT-ED TO CCL-CO-AMT.
035300     MOVE WS-CC-RCV-COUNT (CC-SUB) TO WS-COUNT-ED.
035400     MOVE WS-COUNT-ED TO CCL-RCV-COUNT.
035500     MOVE WS-CC-RCV-AMT (CC-SUB) TO WS-TOT-ED.
035600     MOVE WS-TOT-ED TO CCL-RCV-AMT.
035700     MOVE WS-CC-ACCTS (CC-SUB) TO WS-COUNT-ED.
035800     MOVE WS-COUNT-ED TO CCL-ACCTS.
035900     MOVE WS-CC-UNRECOV (CC-SUB) TO WS-TOT-ED.
036000     MOVE WS-TOT-ED TO CCL-UNRECOV.
036100     WRITE RPT-LINE FROM CC-LINE.
036200     ADD WS-CC-CO-COUNT (CC-SUB) TO WS-GT-CO-COUNT.
036300     ADD WS-CC-CO-AMT (CC-SUB) TO WS-GT-CO-AMT.
036400     ADD WS-CC-RCV-COUNT (CC-SUB) TO WS-GT-RCV-COUNT.
036500     ADD WS-CC-RCV-AMT (CC-SUB) TO WS-GT-RCV-AMT.
036600     ADD WS-CC-ACCTS (CC-SUB) TO WS-GT-ACCTS.
036700     ADD WS-CC-UNRECOV (CC-SUB) TO WS-GT-UNRECOV.
036800 3100-EXIT.
036900     EXIT.
037000*
037100 9000-TERMINATE.
037200     CLOSE CHGOFF-FILE
037300           RPT-FILE.
037400     DISPLAY 'CHGORPT - ACCOUNTS READ:     ' WS-RECS-READ.
037500     DISPLAY 'CHGORPT - ACCOUNTS LISTED:   ' WS-RECS-LISTED.
037600     DISPLAY 'CHGORPT - CHARGED OFF:       ' WS-GT-CO-AMT.
037700     DISPLAY 'CHGORPT - RECOVERED:         ' WS-GT-RCV-AMT.
037800 9000-EXIT.
037900     EXIT.
038000*
