001200*                   OF PURCHASE, CREDIT AND PAYMENT   *
001300*                   ITEMS TO THE CYCLE-TO-DATE FILE   *
001400*                   WITH OVER-LIMIT DECLINES.         *
001410*  10/15/26   DJH   SETTLE PURCHASES AGAINST PURAUTH  *
001420*                   HOLDS - RELEASE THE MATCHED HOLD, *
001430*                   AGE OFF HOLDS THAT NEVER SETTLE,  *
001440*                   AND REPORT SETTLEMENTS WITH NO    *
001450*                   AUTHORIZATION ON HOLDRPT.         *
001460*  10/15/26   DJH   KEEP EVERY POSTED ITEM ON THE     *
001470*                   POSTDTL DETAIL FILE FOR DISPUTES; *
001480*                   POST 'D' DISPUTE REBILLS.         *
001482*  10/15/26   DJH   PAYMENTS ON CHARGED-OFF ACCOUNTS  *
001484*                   POST AS RECOVERIES TO COFFILE     *
001486*                   AND THE RCVJRNL 'RC' FEED; OTHER  *
001488*                   ITEMS ON THEM ARE REJECTED.       *
001490*  10/15/26   DJH   REWARDS POINTS - EARN ON POSTED   *
001492*                   PURCHASES AND REBILLS AT THE      *
001494*                   RATETBL EARN RATE, TAKE BACK ON   *
001496*                   RETURNS, KEEP THE RWDPTS LEDGER.  *
001500*****************************************************
001600*
001700*  THIS IS THE DAILY POSTING RUN THAT BUILDS THE CYCLE
002900*  ON SOMEONE'S DESK EVERY MORNING.  AT CYCLE TIME
003000*  CYCEXTR TURNS THE ACCUMULATED FILE INTO BILLTRAN.
003100*  THE MASTER IS READ ONLY - NOTHING HERE UPDATES IT.
003105*
003110*  PURCHASES ARE AUTHORIZED UP FRONT BY PURAUTH, WHICH
003115*  LEAVES A HOLD ON THE HOLD FILE FOR EACH APPROVAL.  A
003120*  SETTLED PURCHASE CARRYING THE AUTHORIZATION CODE OF
003125*  ONE OF THE ACCOUNT'S HOLDS (OR, WITH NO CODE, THE
003130*  SAME AMOUNT AS ONE) RELEASES THAT HOLD AND POSTS
003135*  WITHOUT A SECOND LIMIT TEST - THE LIMIT WAS TESTED
003140*  WHEN IT WAS AUTHORIZED.  A PURCHASE WITH NO HOLD IS
003145*  STILL LIMIT-TESTED, NOW AGAINST THE OUTSTANDING HOLDS
003150*  AS WELL, AND IS LISTED ON THE HOLD REPORT EITHER WAY.
003155*  A HOLD STILL UNSETTLED AFTER WS-HOLD-AGE-DAYS IS
003160*  DROPPED AND LISTED; THE REST GO TO THE NEW HOLD FILE.
003200*
003300*  TRANSACTION CODES:
003400*    P - PURCHASE
003500*    C - CREDIT / RETURN
003600*    M - PAYMENT RECEIVED
003610*    D - DISPUTE REBILL - A PROVISIONAL DISPUTE CREDIT
003620*        REVERSED BY DISPMNT WHEN THE CASE IS LOST.
003630*        POSTS AS A PURCHASE WITH NO HOLD AND NO LIMIT
003640*        TEST - THE ORIGINAL PURCHASE WAS ALREADY TESTED.
003650*
003660*  EVERY ITEM THAT POSTS IS ALSO WRITTEN TO THE POSTDTL
003670*  DETAIL FILE, KEYED BY ACCOUNT, POST DATE AND A
003680*  SEQUENCE NUMBER THAT CONTINUES FROM THE LAST ITEM
003690*  ALREADY ON FILE FOR THE ACCOUNT AND DATE.
003700*
003710*  AN ACCOUNT CHARGED OFF BY CHGOFF (STATUS 'CO') NO
003720*  LONGER TAKES CYCLE ACTIVITY.  A PAYMENT ON IT IS A
003730*  RECOVERY: IT STAYS OUT OF THE CYCLE-TO-DATE TOTALS,
003740*  IS ADDED TO THE ACCOUNT'S RECOVERIES ON THE COFFILE
003750*  CHARGE-OFF FILE, AND IS JOURNALED AS AN 'RC' DETAIL
003760*  PER CREDIT CODE ON THE RCVJRNL FEED FOR GLBATCH.  ANY
003770*  OTHER ITEM ON A CHARGED-OFF ACCOUNT IS REJECTED TO
003780*  THE EXCEPTION REPORT.
003790*
003791*  EACH POSTED PURCHASE OR DISPUTE REBILL EARNS REWARDS
003792*  POINTS AT THE RATETBL EARN RATE FOR THE ACCOUNT'S
003793*  CREDIT CODE (POINTS PER DOLLAR, FRACTIONS DROPPED)
003794*  AND EACH CREDIT TAKES THEM BACK, EXCEPT THE REDEMPTION
003795*  CREDITS RWDREDM POSTS.  ONLY 'NW' AND 'AC' ACCOUNTS
003796*  EARN.  THE ACCOUNT'S NET FOR THE NIGHT GOES TO ITS
003797*  RWDPTS LEDGER RECORD, WHICH IS STARTED IF MISSING.
003798*
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.   IBM-370.
005100         ORGANIZATION IS SEQUENTIAL.
005200     SELECT RPT-FILE    ASSIGN TO DECLRPT
005300         ORGANIZATION IS SEQUENTIAL.
005301     SELECT RATE-FILE   ASSIGN TO RATETBL
005302         ORGANIZATION IS SEQUENTIAL.
005303     SELECT RWD-FILE    ASSIGN TO RWDPTS
005304         ORGANIZATION IS INDEXED
005305         ACCESS MODE  IS DYNAMIC
005306         RECORD KEY   IS RW-ACCTDO
005307         FILE STATUS  IS WS-RWD-STATUS.
005310     SELECT HOLD-IN     ASSIGN TO HOLDIN
005320         ORGANIZATION IS SEQUENTIAL.
005330     SELECT HOLD-OUT    ASSIGN TO HOLDOUT
005340         ORGANIZATION IS SEQUENTIAL.
005350     SELECT HOLD-RPT    ASSIGN TO HOLDRPT
005360         ORGANIZATION IS SEQUENTIAL.
005365     SELECT POST-DTL    ASSIGN TO POSTDTL
005370         ORGANIZATION IS INDEXED
005375         ACCESS MODE  IS DYNAMIC
005380         RECORD KEY   IS PI-KEY
005385         FILE STATUS  IS WS-PDTL-STATUS.
005387     SELECT CHGOFF-FILE ASSIGN TO COFFILE
005389         ORGANIZATION IS INDEXED
005391         ACCESS MODE  IS DYNAMIC
005393         RECORD KEY   IS CO-ACCTDO
005395         FILE STATUS  IS WS-COFF-STATUS.
005397     SELECT RCV-JRNL    ASSIGN TO RCVJRNL
005399         ORGANIZATION IS SEQUENTIAL.
005400*
005500 DATA DIVISION.
005600 FILE SECTION.
006200         88  DT-IS-PURCHASE                 VALUE 'P'.
006300         88  DT-IS-CREDIT                   VALUE 'C'.
006400         88  DT-IS-PAYMENT                  VALUE 'M'.
006410         88  DT-IS-REBILL                   VALUE 'D'.
006500     05  DT-AMT                  PIC X(8).
006600     05  DT-AMT-N REDEFINES DT-AMT
006700                                 PIC 9(6)V99.
006800     05  DT-MO                   PIC 9(2).
006900     05  DT-DAY                  PIC 9(2).
007000     05  DT-YR                   PIC 9(2).
007100     05  DT-AUTH-CODE            PIC X(6).
007110     05  FILLER                  PIC X(54).
007200*
007300 FD  CYCTD-IN
007400     RECORDING MODE IS F.
008600 FD  RPT-FILE
008700     RECORDING MODE IS F.
008800 01  RPT-LINE                    PIC X(132).
008805*
008810 FD  HOLD-IN
008815     RECORDING MODE IS F.
008820 01  HOLD-IN-RECORD.
008825     COPY AUTHHOLD.
008830*
008835 FD  HOLD-OUT
008840     RECORDING MODE IS F.
008845 01  HOLD-OUT-RECORD             PIC X(40).
008850*
008855 FD  HOLD-RPT
008860     RECORDING MODE IS F.
008865 01  HOLD-RPT-LINE               PIC X(132).
008900*
008910 FD  POST-DTL.
008920 01  PI-RECORD.
008930     COPY POSTITEM.
008940*
008945 FD  CHGOFF-FILE.
008950 01  CO-RECORD.
008955     COPY COFFREC.
008960*
008965 FD  RCV-JRNL
008970     RECORDING MODE IS F.
008975 01  GL-RECORD.
008980     COPY GLJRNL.
008985*
008986 FD  RATE-FILE
008987     RECORDING MODE IS F.
008988 01  RATE-RECORD.
008989     05  RT-CCODE                PIC X.
008990     05  RT-APR                  PIC 9(2)V9(2).
008991     05  RT-LATE-FEE             PIC 9(4)V9(2).
008992     05  RT-RET-FEE              PIC 9(4)V9(2).
008993     05  RT-EARN-RATE            PIC 9(2)V9(2).
008994     05  FILLER                  PIC X(59).
008995*
008996 FD  RWD-FILE.
008997 01  RW-RECORD.
008998     COPY RWDPTS.
008999*
009000 WORKING-STORAGE SECTION.
009005 77  WS-COFF-STATUS              PIC X(2)    VALUE SPACES.
009010 77  WS-CC-FOUND-SWITCH          PIC X       VALUE 'N'.
009015     88  CC-FOUND                            VALUE 'Y'.
009020 77  WS-CC-ENTRIES               PIC 9(3)    VALUE ZERO.
009025 77  CC-SUB                      PIC 9(3)    VALUE ZERO.
009030 77  WS-CC-USED                  PIC 9(3)    VALUE 1.
009035 77  WS-TODAY-CCYYMM             PIC 9(6)    VALUE ZERO.
009040 77  WS-RECOVERIES               PIC 9(7)    VALUE ZERO.
009045 77  WS-TOTAL-RECOVERED          PIC 9(11)V99    VALUE ZERO.
009050 77  WS-JRNL-WRITTEN             PIC 9(7)    VALUE ZERO.
009052 77  WS-RWD-STATUS               PIC X(2)    VALUE SPACES.
009054 77  WS-RWD-NEW-SWITCH           PIC X       VALUE 'N'.
009056     88  RWD-IS-NEW                          VALUE 'Y'.
009058 77  WS-RATE-EOF-SWITCH          PIC X       VALUE 'N'.
009060     88  RATE-EOF-REACHED                    VALUE 'Y'.
009062 77  WS-RATE-FOUND-SWITCH        PIC X       VALUE 'N'.
009064     88  RATE-FOUND                          VALUE 'Y'.
009066 77  RT-SUB                      PIC 9(2)    VALUE 1.
009068 77  WS-RATE-USED                PIC 9(2)    VALUE 1.
009070 77  WS-RATE-COUNT               PIC 9(2)  COMP  VALUE ZERO.
009072 77  WS-REDEEM-CODE              PIC X(6)    VALUE 'REDEEM'.
009074 77  WS-PTS-EARN-AMT             PIC 9(7)V99     VALUE ZERO.
009076 77  WS-PTS-RETURN-AMT           PIC 9(7)V99     VALUE ZERO.
009078 77  WS-PTS-EARNED               PIC 9(9)    VALUE ZERO.
009080 77  WS-PTS-RETURNED             PIC 9(9)    VALUE ZERO.
009082 77  WS-TOTAL-PTS-EARNED         PIC 9(11)   VALUE ZERO.
009084 77  WS-TOTAL-PTS-RETURNED       PIC 9(11)   VALUE ZERO.
009086 77  WS-LEDGERS-STARTED          PIC 9(7)    VALUE ZERO.
009088 77  WS-LEDGERS-UPDATED          PIC 9(7)    VALUE ZERO.
009100 77  WS-MSTR-EOF-SWITCH          PIC X       VALUE 'N'.
009200     88  MSTR-EOF-REACHED                    VALUE 'Y'.
009300 77  WS-TRAN-EOF-SWITCH          PIC X       VALUE 'N'.
010600 77  WS-TRANS-DECLINED           PIC 9(7)    VALUE ZERO.
010700 77  WS-TRANS-REJECTED           PIC 9(7)    VALUE ZERO.
010800 77  WS-RECS-WRITTEN             PIC 9(7)    VALUE ZERO.
010810 77  WS-PDTL-STATUS              PIC X(2)    VALUE SPACES.
010820 77  WS-SEQNO-KNOWN-SWITCH       PIC X       VALUE 'N'.
010830     88  SEQNO-KNOWN                         VALUE 'Y'.
010840 77  WS-BROWSE-DONE-SWITCH       PIC X       VALUE 'N'.
010850     88  BROWSE-DONE                         VALUE 'Y'.
010860 77  WS-ITEM-SEQNO               PIC 9(5)    VALUE ZERO.
010870 77  WS-ITEMS-DETAILED           PIC 9(7)    VALUE ZERO.
010900 77  WS-AMT-ED                   PIC ZZZ,ZZ9.99.
010902 77  WS-HOLD-EOF-SWITCH          PIC X       VALUE 'N'.
010904     88  HOLD-EOF-REACHED                    VALUE 'Y'.
010906 77  WS-HOLD-MATCH-SWITCH        PIC X       VALUE 'N'.
010908     88  HOLD-MATCHED                        VALUE 'Y'.
010910 77  WS-HOLD-KEY                 PIC X(5)    VALUE SPACES.
010912 77  WS-HOLD-AGE-DAYS            PIC 9(3)    VALUE 010.
010914 77  WS-HOLD-TOT                 PIC S9(7)V99    VALUE ZERO.
010916 77  HT-SUB                      PIC 9(3)  COMP  VALUE ZERO.
010918 77  WS-HOLD-COUNT               PIC 9(3)  COMP  VALUE ZERO.
010920 77  WS-TODAY-CCYYMMDD           PIC 9(8)    VALUE ZERO.
010922 77  WS-TODAY-DAYCT              PIC 9(7)    VALUE ZERO.
010924 77  WS-HOLD-DATE                PIC 9(8)    VALUE ZERO.
010926 77  WS-HOLD-DAYCT               PIC 9(7)    VALUE ZERO.
010928 77  WS-HOLD-DAYS-OUT            PIC S9(7)   VALUE ZERO.
010930 77  WS-HOLDS-READ               PIC 9(7)    VALUE ZERO.
010932 77  WS-HOLDS-RELEASED           PIC 9(7)    VALUE ZERO.
010934 77  WS-HOLDS-AGED               PIC 9(7)    VALUE ZERO.
010936 77  WS-HOLDS-CARRIED            PIC 9(7)    VALUE ZERO.
010938 77  WS-TRANS-UNAUTH             PIC 9(7)    VALUE ZERO.
010940 77  WS-COUNT-ED                 PIC ZZZ,ZZ9.
010942 77  WS-DATE-ED                  PIC 9999/99/99.
010944*
010946*  ONE ENTRY PER OUTSTANDING HOLD ON THE CURRENT ACCOUNT,
010948*  LOADED BEFORE ITS ITEMS ARE APPLIED.  HOLDS PAST THE
010950*  TABLE SIZE ARE CARRIED FORWARD UNTOUCHED.
010952*
010954 01  WS-HOLD-TABLE.
010956     05  WS-HOLD-ENTRY           OCCURS 50.
010958         10  HT-HOLD-RECORD      PIC X(40).
010960         10  HT-HOLD-FIELDS REDEFINES HT-HOLD-RECORD.
010962             15  HT-ACCTDO       PIC X(5).
010964             15  HT-AUTH-CODE    PIC X(6).
010966             15  HT-AMT          PIC X(8).
010968             15  HT-AMT-N REDEFINES HT-AMT
010970                                 PIC 9(6)V99.
010972             15  HT-AUTH-DATE    PIC 9(8).
010974             15  FILLER          PIC X(13).
010976         10  HT-MATCHED          PIC X.
010978*
010980*  REWARDS EARN RATES BY CREDIT CODE FROM RATETBL.
010982*
010984 01  WS-RATE-TABLE.
010986     05  WS-RATE-ENTRY           OCCURS 20.
010988         10  WS-RT-CCODE         PIC X.
010990         10  WS-RT-EARN-RATE     PIC 9(2)V9(2).
011000*
011100 01  WS-CT-RECORD.
011200     COPY CYCTDREC.
012900     05  FILLER                  PIC X(2)  VALUE SPACES.
013000     05  DTL-REASON              PIC X(30).
013100*
013102 01  HLD-HDG-LINE-1.
013104     05  FILLER                  PIC X(50)
013106         VALUE 'AUTHORIZATION HOLD SETTLEMENT REPORT'.
013108 01  HLD-HDG-LINE-2.
013110     05  FILLER                  PIC X(7)  VALUE 'ACCT  '.
013112     05  FILLER                  PIC X(8)  VALUE 'AUTH  '.
013114     05  FILLER                  PIC X(12) VALUE '   AMOUNT   '.
013116     05  FILLER                  PIC X(12) VALUE 'DATE'.
013118     05  FILLER                  PIC X(30) VALUE 'ACTION'.
013120*
013122 01  HLD-DTL-LINE.
013124     05  HLD-ACCT                PIC X(5).
013126     05  FILLER                  PIC X(2)  VALUE SPACES.
013128     05  HLD-AUTH-CODE           PIC X(6).
013130     05  FILLER                  PIC X(2)  VALUE SPACES.
013132     05  HLD-AMT                 PIC X(10).
013134     05  FILLER                  PIC X(2)  VALUE SPACES.
013136     05  HLD-DATE                PIC X(10).
013138     05  FILLER                  PIC X(2)  VALUE SPACES.
013140     05  HLD-ACTION              PIC X(30).
013142*
013144 01  TOT-LINE.
013146     05  TOT-CAPTION             PIC X(24).
013148     05  TOT-VALUE               PIC X(16).
013150*
013152 01  WS-DATE-PARTS.
013154     05  WS-DP-CCYY              PIC 9(4).
013156     05  WS-DP-MM                PIC 9(2).
013158     05  WS-DP-DD                PIC 9(2).
013160*
013165*  RECOVERY TOTALS BY CREDIT CODE FOR THE 'RC' DETAILS.
013170*
013175 01  WS-CC-TABLE.
013180     05  WS-CC-ENTRY OCCURS 20 TIMES.
013185         10  WS-CC-CODE          PIC X.
013190         10  WS-CC-RECOV-TOT     PIC 9(9)V9(2).
013195*
013200 01  WS-BLANK-LINE               PIC X(132)  VALUE SPACES.
013300*
013400 PROCEDURE DIVISION.
013800             THRU 1000-EXIT.
013900     PERFORM 2000-PROCESS-ACCOUNT
014000             THRU 2000-EXIT
014100             UNTIL TRAN-EOF-REACHED AND CTD-EOF-REACHED
014110             AND HOLD-EOF-REACHED.
014120     PERFORM 3000-PRINT-HOLD-TOTALS
014130             THRU 3000-EXIT.
014200     PERFORM 9000-TERMINATE
014300             THRU 9000-EXIT.
014400     STOP RUN.
014700     OPEN INPUT  TRANS-FILE
014800                 CYCTD-IN
014900                 ACCT-FILE
014910                 HOLD-IN
015000          OUTPUT CYCTD-OUT
015010                 HOLD-OUT
015020                 HOLD-RPT
015100                 RPT-FILE.
015200     WRITE RPT-LINE FROM HDG-LINE-1.
015300     WRITE RPT-LINE FROM WS-BLANK-LINE.
015400     WRITE RPT-LINE FROM HDG-LINE-2.
015410     WRITE HOLD-RPT-LINE FROM HLD-HDG-LINE-1.
015420     WRITE HOLD-RPT-LINE FROM WS-BLANK-LINE.
015430     WRITE HOLD-RPT-LINE FROM HLD-HDG-LINE-2.
015440     ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD.
015450     MOVE WS-TODAY-CCYYMMDD TO WS-DATE-PARTS.
015460     COMPUTE WS-TODAY-DAYCT =
015470             (WS-DP-CCYY * 360)
015480             + (WS-DP-MM * 30)
015490             + WS-DP-DD.
015492     DIVIDE WS-TODAY-CCYYMMDD BY 100
015494         GIVING WS-TODAY-CCYYMM.
015495     OPEN INPUT  RATE-FILE.
015496     PERFORM 1100-LOAD-RATE-ENTRY
015497             THRU 1100-EXIT
015498             UNTIL RATE-EOF-REACHED.
015499     CLOSE RATE-FILE.
015500     PERFORM 2810-READ-MASTER
015600             THRU 2810-EXIT.
015700     PERFORM 2820-READ-TRANS
015800             THRU 2820-EXIT.
015900     PERFORM 2830-READ-CYCTD
016000             THRU 2830-EXIT.
016010     PERFORM 2840-READ-HOLD
016020             THRU 2840-EXIT.
016021     OPEN I-O    RWD-FILE.
016022     IF WS-RWD-STATUS = '35'
016023         CLOSE RWD-FILE
016024         OPEN OUTPUT RWD-FILE
016025         CLOSE RWD-FILE
016026         OPEN I-O RWD-FILE
016027     END-IF.
016030     OPEN I-O    POST-DTL.
016040     IF WS-PDTL-STATUS = '35'
016050         CLOSE POST-DTL
016060         OPEN OUTPUT POST-DTL
016070         CLOSE POST-DTL
016080         OPEN I-O POST-DTL
016090     END-IF.
016091     OPEN I-O    CHGOFF-FILE.
016092     IF WS-COFF-STATUS = '35'
016093         CLOSE CHGOFF-FILE
016094         OPEN OUTPUT CHGOFF-FILE
016095         CLOSE CHGOFF-FILE
016096         OPEN I-O CHGOFF-FILE
016097     END-IF.
016098     OPEN OUTPUT RCV-JRNL.
016100 1000-EXIT.
016200     EXIT.
016300*
016302*  AN ENTRY WHOSE EARN RATE IS BLANK OR NOT NUMERIC
016304*  EARNS NOTHING.
016306*
016308 1100-LOAD-RATE-ENTRY.
016310     READ RATE-FILE
016312         AT END
016314             SET RATE-EOF-REACHED TO TRUE
016316         NOT AT END
016318             IF WS-RATE-COUNT < 20
016320                 ADD 1 TO WS-RATE-COUNT
016322                 MOVE RT-CCODE    TO WS-RT-CCODE (WS-RATE-COUNT)
016324                 IF RT-EARN-RATE IS NUMERIC
016326                     MOVE RT-EARN-RATE
016328                         TO WS-RT-EARN-RATE (WS-RATE-COUNT)
016330                 ELSE
016332                     MOVE ZERO TO WS-RT-EARN-RATE (WS-RATE-COUNT)
016334                 END-IF
016336             ELSE
016338                 DISPLAY 'DLYPOST - RATE TABLE FULL AT 20 '
016340                         'ENTRIES - ENTRY DROPPED ' RT-CCODE
016342             END-IF
016344     END-READ.
016346 1100-EXIT.
016348     EXIT.
016350*
016400*  ONE PASS OF THIS PARAGRAPH HANDLES ONE ACCOUNT - THE
016500*  LOWEST OF THE NEXT TRANSACTION KEY, THE NEXT
016600*  CYCLE-TO-DATE KEY AND THE NEXT HOLD KEY.  THE CARRIED
016700*  CYCLE-TO-DATE RECORD (OR A FRESH ONE) IS BUILT AND
016800*  THE ACCOUNT'S HOLDS LOADED FIRST, THE DAY'S ITEMS FOR
016900*  THE ACCOUNT ARE APPLIED AGAINST THEM, AND THE RESULT
016910*  GOES TO THE OUTPUT FILES.
017000*
017100 2000-PROCESS-ACCOUNT.
017200     IF WS-TRAN-KEY < WS-CTD-KEY
017400     ELSE
017500         MOVE WS-CTD-KEY TO WS-CURR-ACCT
017600     END-IF.
017610     IF WS-HOLD-KEY < WS-CURR-ACCT
017620         MOVE WS-HOLD-KEY TO WS-CURR-ACCT
017630     END-IF.
017700     PERFORM 2100-POSITION-MASTER
017800             THRU 2100-EXIT.
017900     PERFORM 2200-START-CYCLE-TO-DATE
018000             THRU 2200-EXIT.
018010     PERFORM 2250-LOAD-HOLDS
018020             THRU 2250-EXIT.
018030     MOVE 'N' TO WS-SEQNO-KNOWN-SWITCH.
018040     MOVE ZERO TO WS-PTS-EARN-AMT
018050                  WS-PTS-RETURN-AMT.
018100     IF WS-MSTR-KEY = WS-CURR-ACCT
018200         PERFORM 2300-APPLY-ONE-TRAN
018300                 THRU 2300-EXIT
018400                 UNTIL WS-TRAN-KEY NOT = WS-CURR-ACCT
018500         PERFORM 2500-WRITE-CYCLE-TO-DATE
018600                 THRU 2500-EXIT
018610         PERFORM 2520-UPDATE-POINTS-LEDGER
018620                 THRU 2520-EXIT
018700     ELSE
018800         IF CT-CARRIED-FORWARD
018900             DISPLAY 'DLYPOST - CYCLE-TO-DATE DROPPED - NO '
019300                 THRU 2400-EXIT
019400                 UNTIL WS-TRAN-KEY NOT = WS-CURR-ACCT
019500     END-IF.
019510     PERFORM 2700-CARRY-HOLDS
019520             THRU 2700-EXIT.
019600 2000-EXIT.
019700     EXIT.
019800*
022400 2200-EXIT.
022500     EXIT.
022600*
022602 2250-LOAD-HOLDS.
022604     MOVE ZERO TO WS-HOLD-COUNT
022606                  WS-HOLD-TOT.
022608     PERFORM 2260-LOAD-ONE-HOLD
022610             THRU 2260-EXIT
022612             UNTIL WS-HOLD-KEY NOT = WS-CURR-ACCT.
022614 2250-EXIT.
022616     EXIT.
022618*
022620 2260-LOAD-ONE-HOLD.
022622     IF WS-HOLD-COUNT < 50
022624         ADD 1 TO WS-HOLD-COUNT
022626         MOVE HOLD-IN-RECORD TO HT-HOLD-RECORD (WS-HOLD-COUNT)
022628         MOVE 'N' TO HT-MATCHED (WS-HOLD-COUNT)
022630         IF AH-AMT IS NUMERIC
022632             ADD AH-AMT-N TO WS-HOLD-TOT
022634         END-IF
022636     ELSE
022638         DISPLAY 'DLYPOST - HOLD TABLE FULL - HOLD CARRIED '
022640                 'FOR ACCOUNT ' AH-ACCTDO
022642         WRITE HOLD-OUT-RECORD FROM HOLD-IN-RECORD
022644         ADD 1 TO WS-HOLDS-CARRIED
022646     END-IF.
022648     PERFORM 2840-READ-HOLD
022650             THRU 2840-EXIT.
022652 2260-EXIT.
022654     EXIT.
022656*
022700*  THE RUNNING BALANCE IS RECOMPUTED BEFORE EACH
022800*  PURCHASE SO EARLIER ITEMS POSTED TONIGHT COUNT
022900*  AGAINST THE LIMIT FOR LATER ONES.  A PURCHASE THAT
022910*  SETTLES AN AUTHORIZATION HOLD IS NOT LIMIT-TESTED
022920*  AGAIN; ONE WITH NO HOLD IS TESTED AGAINST THE LIMIT
022930*  LESS THE HOLDS STILL OUTSTANDING.
023000*
023100 2300-APPLY-ONE-TRAN.
023200     IF DT-AMT IS NOT NUMERIC
023600         ADD 1 TO WS-TRANS-REJECTED
023700         GO TO 2300-READ-NEXT
023800     END-IF.
023810     IF STATDO OF ACCT-RECORD = 'CO'
023820         PERFORM 2450-POST-CHARGED-OFF
023830                 THRU 2450-EXIT
023840         GO TO 2300-READ-NEXT
023850     END-IF.
023900     EVALUATE TRUE
024000         WHEN DT-IS-PURCHASE
024010             PERFORM 2320-MATCH-HOLD
024020                     THRU 2320-EXIT
024030             IF HOLD-MATCHED
024040                 ADD DT-AMT-N TO CT-PURCH-TOT-N
024050                 ADD 1 TO CT-ITEM-COUNT
024055                 ADD DT-AMT-N TO WS-PTS-EARN-AMT
024060                 ADD 1 TO WS-TRANS-POSTED
024062                 PERFORM 2350-WRITE-POSTED-ITEM
024064                         THRU 2350-EXIT
024070                 GO TO 2300-READ-NEXT
024080             END-IF
024090             ADD 1 TO WS-TRANS-UNAUTH
024100             COMPUTE WS-RUN-BAL =
024200                     BAL-N (3)
024300                     + CT-PURCH-TOT-N
024400                     - CT-CRED-TOT-N
024500                     - CT-PAY-TOT-N
024600             IF WS-RUN-BAL + WS-HOLD-TOT + DT-AMT-N
024700                     > LIMITDO-N OF ACCT-RECORD
024800                 MOVE 'OVER LIMIT - DECLINED' TO DTL-REASON
024900                 PERFORM 2600-PRINT-EXCEPTION-LINE
025000                         THRU 2600-EXIT
025100                 ADD 1 TO WS-TRANS-DECLINED
025110                 MOVE 'NO AUTHORIZATION - DECLINED'
025120                                   TO HLD-ACTION
025200             ELSE
025300                 ADD DT-AMT-N TO CT-PURCH-TOT-N
025400                 ADD 1 TO CT-ITEM-COUNT
025410                 ADD DT-AMT-N TO WS-PTS-EARN-AMT
025500                 ADD 1 TO WS-TRANS-POSTED
025502                 PERFORM 2350-WRITE-POSTED-ITEM
025504                         THRU 2350-EXIT
025510                 MOVE 'NO AUTHORIZATION - POSTED'
025520                                   TO HLD-ACTION
025600             END-IF
025610             PERFORM 2610-PRINT-UNAUTH-LINE
025620                     THRU 2610-EXIT
025700         WHEN DT-IS-CREDIT
025800             ADD DT-AMT-N TO CT-CRED-TOT-N
025900             ADD 1 TO CT-ITEM-COUNT
025910             IF DT-AUTH-CODE NOT = WS-REDEEM-CODE
025920                 ADD DT-AMT-N TO WS-PTS-RETURN-AMT
025930             END-IF
026000             ADD 1 TO WS-TRANS-POSTED
026010             PERFORM 2350-WRITE-POSTED-ITEM
026020                     THRU 2350-EXIT
026100         WHEN DT-IS-PAYMENT
026200             ADD DT-AMT-N TO CT-PAY-TOT-N
026300             MOVE DT-MO  TO CT-PMO
026500             MOVE DT-YR  TO CT-PYR
026600             ADD 1 TO CT-ITEM-COUNT
026700             ADD 1 TO WS-TRANS-POSTED
026710             PERFORM 2350-WRITE-POSTED-ITEM
026720                     THRU 2350-EXIT
026730         WHEN DT-IS-REBILL
026740             ADD DT-AMT-N TO CT-PURCH-TOT-N
026750             ADD 1 TO CT-ITEM-COUNT
026755             ADD DT-AMT-N TO WS-PTS-EARN-AMT
026760             ADD 1 TO WS-TRANS-POSTED
026770             PERFORM 2350-WRITE-POSTED-ITEM
026780                     THRU 2350-EXIT
026800         WHEN OTHER
026900             MOVE 'INVALID TRAN CODE' TO DTL-REASON
027000             PERFORM 2600-PRINT-EXCEPTION-LINE
027600             THRU 2820-EXIT.
027700 2300-EXIT.
027800     EXIT.
027802*
027804*  A SETTLEMENT CARRYING AN AUTHORIZATION CODE MUST MATCH
027806*  THE HOLD WITH THAT CODE.  ONE WITH NO CODE TAKES THE
027808*  FIRST OUTSTANDING HOLD FOR THE SAME AMOUNT.
027810*
027812 2320-MATCH-HOLD.
027814     MOVE 'N' TO WS-HOLD-MATCH-SWITCH.
027816     PERFORM 2330-TEST-ONE-HOLD
027818             THRU 2330-EXIT
027820             VARYING HT-SUB FROM 1 BY 1
027822             UNTIL HT-SUB > WS-HOLD-COUNT
027824             OR HOLD-MATCHED.
027826 2320-EXIT.
027828     EXIT.
027830*
027832 2330-TEST-ONE-HOLD.
027834     IF HT-MATCHED (HT-SUB) = 'Y'
027836         GO TO 2330-EXIT
027838     END-IF.
027840     IF DT-AUTH-CODE NOT = SPACES
027842         IF HT-AUTH-CODE (HT-SUB) = DT-AUTH-CODE
027844             SET HOLD-MATCHED TO TRUE
027846         END-IF
027848     ELSE
027850         IF HT-AMT (HT-SUB) = DT-AMT
027852             SET HOLD-MATCHED TO TRUE
027854         END-IF
027856     END-IF.
027858     IF HOLD-MATCHED
027860         MOVE 'Y' TO HT-MATCHED (HT-SUB)
027862         IF HT-AMT (HT-SUB) IS NUMERIC
027864             SUBTRACT HT-AMT-N (HT-SUB) FROM WS-HOLD-TOT
027866         END-IF
027868         ADD 1 TO WS-HOLDS-RELEASED
027870     END-IF.
027872 2330-EXIT.
027874     EXIT.
027900*
027901 2350-WRITE-POSTED-ITEM.
027902     IF NOT SEQNO-KNOWN
027903         PERFORM 2360-FIND-NEXT-SEQNO
027904                 THRU 2360-EXIT
027905     END-IF.
027906     ADD 1 TO WS-ITEM-SEQNO.
027907     MOVE SPACES            TO PI-RECORD.
027908     MOVE DT-ACCTDO         TO PI-ACCTDO.
027909     MOVE WS-TODAY-CCYYMMDD TO PI-POST-DATE.
027910     MOVE WS-ITEM-SEQNO     TO PI-SEQNO.
027911     MOVE DT-TRAN-CODE      TO PI-TRAN-CODE.
027912     MOVE DT-AMT            TO PI-AMT.
027913     MOVE DT-MO             TO PI-TRAN-MO.
027914     MOVE DT-DAY            TO PI-TRAN-DAY.
027915     MOVE DT-YR             TO PI-TRAN-YR.
027916     MOVE DT-AUTH-CODE      TO PI-AUTH-CODE.
027917     WRITE PI-RECORD
027918         INVALID KEY
027919             DISPLAY 'DLYPOST - DUPLICATE POSTED ITEM KEY '
027920                     PI-KEY
027921         NOT INVALID KEY
027922             ADD 1 TO WS-ITEMS-DETAILED
027923     END-WRITE.
027924 2350-EXIT.
027925     EXIT.
027926*
027927*  THE FIRST ITEM POSTED FOR AN ACCOUNT PICKS UP THE
027928*  HIGHEST SEQUENCE NUMBER ALREADY ON FILE FOR THE
027929*  ACCOUNT AND TODAY'S DATE, SO A RERUN OR A SECOND
027930*  POSTING PASS IN ONE DAY DOES NOT COLLIDE.
027931*
027932 2360-FIND-NEXT-SEQNO.
027933     MOVE ZERO              TO WS-ITEM-SEQNO.
027934     MOVE 'N'               TO WS-BROWSE-DONE-SWITCH.
027935     MOVE WS-CURR-ACCT      TO PI-ACCTDO.
027936     MOVE WS-TODAY-CCYYMMDD TO PI-POST-DATE.
027937     MOVE ZERO              TO PI-SEQNO.
027938     START POST-DTL KEY IS NOT LESS THAN PI-KEY
027939         INVALID KEY
027940             SET BROWSE-DONE TO TRUE
027941     END-START.
027942     PERFORM 2370-SCAN-ONE-ITEM
027943             THRU 2370-EXIT
027944             UNTIL BROWSE-DONE.
027945     SET SEQNO-KNOWN TO TRUE.
027946 2360-EXIT.
027947     EXIT.
027948*
027949 2370-SCAN-ONE-ITEM.
027950     READ POST-DTL NEXT
027951         AT END
027952             SET BROWSE-DONE TO TRUE
027953     END-READ.
027954     IF NOT BROWSE-DONE
027955         IF PI-ACCTDO = WS-CURR-ACCT
027956             AND PI-POST-DATE = WS-TODAY-CCYYMMDD
027957             MOVE PI-SEQNO TO WS-ITEM-SEQNO
027958         ELSE
027959             SET BROWSE-DONE TO TRUE
027960         END-IF
027961     END-IF.
027962 2370-EXIT.
027963     EXIT.
027964*
028000 2400-REJECT-NO-MASTER.
028100     MOVE 'NO MASTER FOR ACCOUNT' TO DTL-REASON.
028200     PERFORM 2600-PRINT-EXCEPTION-LINE
028700 2400-EXIT.
028800     EXIT.
028900*
028901 2450-POST-CHARGED-OFF.
028902     IF NOT DT-IS-PAYMENT
028903         MOVE 'ACCOUNT CHARGED OFF' TO DTL-REASON
028904         PERFORM 2600-PRINT-EXCEPTION-LINE
028905                 THRU 2600-EXIT
028906         ADD 1 TO WS-TRANS-REJECTED
028907         GO TO 2450-EXIT
028908     END-IF.
028909     PERFORM 2460-APPLY-RECOVERY
028910             THRU 2460-EXIT.
028911     PERFORM 2470-FIND-CC-ENTRY
028912             THRU 2470-EXIT.
028913     ADD DT-AMT-N TO WS-CC-RECOV-TOT (WS-CC-USED).
028914     ADD DT-AMT-N TO WS-TOTAL-RECOVERED.
028915     ADD 1 TO WS-RECOVERIES.
028916     ADD 1 TO WS-TRANS-POSTED.
028917     PERFORM 2350-WRITE-POSTED-ITEM
028918             THRU 2350-EXIT.
028919     MOVE 'RECOVERY - ACCOUNT CHARGED OFF' TO DTL-REASON.
028920     PERFORM 2600-PRINT-EXCEPTION-LINE
028921             THRU 2600-EXIT.
028922 2450-EXIT.
028923     EXIT.
028924*
028925*  THE MONTH-TO-DATE RECOVERY FIGURE RESTARTS WITH THE
028926*  FIRST RECOVERY OF A NEW MONTH.  A CHARGED-OFF ACCOUNT
028927*  MISSING FROM COFFILE STILL HAS ITS RECOVERY JOURNALED.
028928*
028929 2460-APPLY-RECOVERY.
028930     MOVE DT-ACCTDO TO CO-ACCTDO.
028931     READ CHGOFF-FILE
028932         INVALID KEY
028933             DISPLAY 'DLYPOST - NO CHARGE-OFF RECORD FOR '
028934                     'ACCOUNT ' DT-ACCTDO
028935             GO TO 2460-EXIT
028936     END-READ.
028937     IF CO-RECOV-MONTH NOT = WS-TODAY-CCYYMM
028938         MOVE WS-TODAY-CCYYMM TO CO-RECOV-MONTH
028939         MOVE ZERO TO CO-RECOV-MTD
028940     END-IF.
028941     ADD DT-AMT-N TO CO-RECOV-TOT
028942                     CO-RECOV-MTD.
028943     ADD 1 TO CO-RECOV-COUNT.
028944     MOVE WS-TODAY-CCYYMMDD TO CO-LAST-RECOV-DATE.
028945     REWRITE CO-RECORD
028946         INVALID KEY
028947             DISPLAY 'DLYPOST - CHARGE-OFF REWRITE FAILED '
028948                     CO-ACCTDO
028949     END-REWRITE.
028950 2460-EXIT.
028951     EXIT.
028952*
028953 2470-FIND-CC-ENTRY.
028954     MOVE 'N' TO WS-CC-FOUND-SWITCH.
028955     PERFORM 2480-SCAN-CC-TABLE
028956             THRU 2480-EXIT
028957             VARYING CC-SUB FROM 1 BY 1
028958             UNTIL CC-SUB > WS-CC-ENTRIES
028959             OR CC-FOUND.
028960     IF NOT CC-FOUND
028961         IF WS-CC-ENTRIES = 20
028962             DISPLAY 'DLYPOST - CCODE TABLE FULL AT 20 '
028963                     'ENTRIES - INCREASE WS-CC-TABLE SIZE'
028964             MOVE 16 TO RETURN-CODE
028965             PERFORM 9000-TERMINATE
028966                     THRU 9000-EXIT
028967             STOP RUN
028968         END-IF
028969         ADD 1 TO WS-CC-ENTRIES
028970         MOVE WS-CC-ENTRIES TO WS-CC-USED
028971         MOVE CCODEDO OF ACCT-RECORD
028972             TO WS-CC-CODE (WS-CC-USED)
028973         MOVE ZERO TO WS-CC-RECOV-TOT (WS-CC-USED)
028974     END-IF.
028975 2470-EXIT.
028976     EXIT.
028977*
028978 2480-SCAN-CC-TABLE.
028979     IF WS-CC-CODE (CC-SUB) = CCODEDO OF ACCT-RECORD
028980         SET CC-FOUND TO TRUE
028981         MOVE CC-SUB TO WS-CC-USED
028982     END-IF.
028983 2480-EXIT.
028984     EXIT.
028985*
029000*  A FRESH RECORD WITH NOTHING POSTED - EVERY ITEM
029100*  DECLINED OR REJECTED - IS NOT WORTH CARRYING.
029200*
029700     END-IF.
029800 2500-EXIT.
029900     EXIT.
029901*
029902*  THE NIGHT'S POINTS FOR THE ACCOUNT GO TO ITS LEDGER
029903*  RECORD.  A SUSPENDED OR CLOSED ACCOUNT EARNS NOTHING -
029904*  ITS POINTS WERE FORFEITED WHEN THE STATUS WAS SET.
029905*  A FORFEITED LEDGER COMES BACK TO LIFE ONLY WHEN THE
029906*  ACCOUNT, ACTIVE AGAIN, EARNS POINTS, AND IT THEN
029907*  TAKES THE POINTS EARNED ONLY - RETURNS ARE NOT TAKEN
029908*  OFF IT, SINCE THEIR POINTS WENT WITH THE FORFEIT.  A
029909*  NIGHT OF RETURNS ONLY LEAVES A FORFEITED LEDGER AS IT
029910*  IS.  A LEDGER IS STARTED ONLY BY POINTS EARNED; A
029911*  RETURN ON AN ACCOUNT WITH NO LEDGER IS FOR A PURCHASE
029912*  THAT NEVER EARNED ANYTHING.
029913*
029914 2520-UPDATE-POINTS-LEDGER.
029915     IF STATDO OF ACCT-RECORD NOT = 'NW'
029916         AND STATDO OF ACCT-RECORD NOT = 'AC'
029917         GO TO 2520-EXIT
029918     END-IF.
029919     IF WS-PTS-EARN-AMT = ZERO
029920         AND WS-PTS-RETURN-AMT = ZERO
029921         GO TO 2520-EXIT
029922     END-IF.
029923     PERFORM 2570-FIND-EARN-RATE
029924             THRU 2570-EXIT.
029925     IF NOT RATE-FOUND
029926         DISPLAY 'DLYPOST - NO RATE ENTRY FOR CREDIT CODE '
029927                 CCODEDO OF ACCT-RECORD
029928                 ' ACCOUNT ' WS-CURR-ACCT ' - NO POINTS'
029929         GO TO 2520-EXIT
029930     END-IF.
029931     COMPUTE WS-PTS-EARNED =
029932             WS-PTS-EARN-AMT * WS-RT-EARN-RATE (WS-RATE-USED).
029933     COMPUTE WS-PTS-RETURNED =
029934             WS-PTS-RETURN-AMT * WS-RT-EARN-RATE (WS-RATE-USED).
029935     IF WS-PTS-EARNED = ZERO
029936         AND WS-PTS-RETURNED = ZERO
029937         GO TO 2520-EXIT
029938     END-IF.
029939     MOVE 'N' TO WS-RWD-NEW-SWITCH.
029940     MOVE WS-CURR-ACCT TO RW-ACCTDO.
029941     READ RWD-FILE
029942         INVALID KEY
029943             SET RWD-IS-NEW TO TRUE
029944     END-READ.
029945     IF RWD-IS-NEW
029946         IF WS-PTS-EARNED = ZERO
029947             GO TO 2520-EXIT
029948         END-IF
029949         PERFORM 2580-START-LEDGER
029950                 THRU 2580-EXIT
029951     END-IF.
029952     IF NOT RW-IS-ACTIVE
029953         IF WS-PTS-EARNED = ZERO
029954             GO TO 2520-EXIT
029955         END-IF
029956         MOVE ZERO TO WS-PTS-RETURNED
029957     END-IF.
029958     MOVE 'A'                     TO RW-STATUS.
029959     MOVE CCODEDO OF ACCT-RECORD
029960                                  TO RW-CCODE.
029961     ADD WS-PTS-EARNED   TO RW-CYC-EARNED
029962                            RW-LIFE-EARNED
029963                            RW-BAL-PTS.
029964     ADD WS-PTS-RETURNED TO RW-CYC-RETURNED.
029965     SUBTRACT WS-PTS-RETURNED FROM RW-BAL-PTS.
029966     IF WS-PTS-EARNED > ZERO
029967         MOVE WS-TODAY-CCYYMMDD TO RW-LAST-EARN-DATE
029968     END-IF.
029969     ADD WS-PTS-EARNED   TO WS-TOTAL-PTS-EARNED.
029970     ADD WS-PTS-RETURNED TO WS-TOTAL-PTS-RETURNED.
029971     IF RWD-IS-NEW
029972         WRITE RW-RECORD
029973             INVALID KEY
029974                 DISPLAY 'DLYPOST - DUPLICATE POINTS LEDGER KEY '
029975                         RW-ACCTDO
029976             NOT INVALID KEY
029977                 ADD 1 TO WS-LEDGERS-STARTED
029978         END-WRITE
029979     ELSE
029980         REWRITE RW-RECORD
029981             INVALID KEY
029982                 DISPLAY 'DLYPOST - POINTS LEDGER REWRITE FAILED '
029983                         RW-ACCTDO
029984             NOT INVALID KEY
029985                 ADD 1 TO WS-LEDGERS-UPDATED
029986         END-REWRITE
029987     END-IF.
029988 2520-EXIT.
029989     EXIT.
030000*
030002*  ONE 'RC' DETAIL PER CREDIT CODE - CASH DEBITED, THE
030004*  CREDIT-LOSS ALLOWANCE THE CHARGE-OFF WAS WRITTEN
030006*  AGAINST CREDITED.
030008*
030010 2550-WRITE-RECOVERY-JOURNAL.
030012     PERFORM 2560-WRITE-ONE-CODE
030014             THRU 2560-EXIT
030016             VARYING CC-SUB FROM 1 BY 1
030018             UNTIL CC-SUB > WS-CC-ENTRIES.
030020 2550-EXIT.
030022     EXIT.
030024*
030026 2560-WRITE-ONE-CODE.
030028     IF WS-CC-RECOV-TOT (CC-SUB) > ZERO
030030         MOVE 'D'        TO GL-REC-TYPE
030032         MOVE 'DLYPOST ' TO GL-SOURCE
030034         MOVE 'RC'       TO GL-ENTRY-TYPE
030036         MOVE WS-CC-CODE (CC-SUB) TO GL-CCODE
030038         MOVE '1000'     TO GL-DR-ACCT
030040         MOVE '1250'     TO GL-CR-ACCT
030042         MOVE WS-CC-CODE (CC-SUB) TO GL-CR-ACCT (5:1)
030044         MOVE WS-CC-RECOV-TOT (CC-SUB) TO GL-AMOUNT
030046         MOVE WS-TODAY-CCYYMMDD TO GL-POST-DATE
030048         WRITE GL-RECORD
030050         ADD 1 TO WS-JRNL-WRITTEN
030052     END-IF.
030054 2560-EXIT.
030056     EXIT.
030058*
030059 2570-FIND-EARN-RATE.
030060     MOVE 'N' TO WS-RATE-FOUND-SWITCH.
030061     PERFORM 2575-CHECK-RATE-ENTRY
030062             THRU 2575-EXIT
030063             VARYING RT-SUB FROM 1 BY 1
030064             UNTIL RT-SUB > WS-RATE-COUNT
030065             OR RATE-FOUND.
030066 2570-EXIT.
030067     EXIT.
030068*
030069 2575-CHECK-RATE-ENTRY.
030070     IF WS-RT-CCODE (RT-SUB) = CCODEDO OF ACCT-RECORD
030071         SET RATE-FOUND TO TRUE
030072         MOVE RT-SUB TO WS-RATE-USED
030073     END-IF.
030074 2575-EXIT.
030075     EXIT.
030076*
030077 2580-START-LEDGER.
030078     MOVE SPACES       TO RW-RECORD.
030079     MOVE WS-CURR-ACCT TO RW-ACCTDO.
030080     MOVE 'A'          TO RW-STATUS.
030081     MOVE ZERO         TO RW-OPEN-PTS
030082                          RW-CYC-EARNED
030083                          RW-CYC-RETURNED
030084                          RW-CYC-REDEEMED
030085                          RW-CYC-FORFEITED
030086                          RW-BAL-PTS
030087                          RW-LIFE-EARNED
030088                          RW-LAST-EARN-DATE
030089                          RW-FORFEIT-DATE
030090                          RW-LAST-ROLL-DATE.
030091 2580-EXIT.
030092     EXIT.
030093*
030100 2600-PRINT-EXCEPTION-LINE.
030200     MOVE DT-ACCTDO    TO DTL-ACCT.
030300     MOVE DT-TRAN-CODE TO DTL-CODE.
031100 2600-EXIT.
031200     EXIT.
031300*
031301 2610-PRINT-UNAUTH-LINE.
031302     MOVE DT-ACCTDO    TO HLD-ACCT.
031303     MOVE DT-AUTH-CODE TO HLD-AUTH-CODE.
031304     MOVE DT-AMT-N     TO WS-AMT-ED.
031305     MOVE WS-AMT-ED    TO HLD-AMT.
031306     COMPUTE WS-HOLD-DATE =
031307             ((2000 + DT-YR) * 10000)
031308             + (DT-MO * 100)
031309             + DT-DAY.
031310     MOVE WS-HOLD-DATE TO WS-DATE-ED.
031311     MOVE WS-DATE-ED   TO HLD-DATE.
031312     WRITE HOLD-RPT-LINE FROM HLD-DTL-LINE.
031313 2610-EXIT.
031314     EXIT.
031315*
031316*  AFTER THE ACCOUNT'S ITEMS ARE APPLIED, EVERY HOLD NOT
031317*  RELEASED TONIGHT IS EITHER AGED OFF OR CARRIED TO THE
031318*  NEW HOLD FILE.  A HOLD WITH AN UNREADABLE DATE CANNOT
031319*  BE AGED AND IS DROPPED AS IF IT HAD EXPIRED.
031320*
031321 2700-CARRY-HOLDS.
031322     PERFORM 2710-CARRY-ONE-HOLD
031323             THRU 2710-EXIT
031324             VARYING HT-SUB FROM 1 BY 1
031325             UNTIL HT-SUB > WS-HOLD-COUNT.
031326 2700-EXIT.
031327     EXIT.
031328*
031329 2710-CARRY-ONE-HOLD.
031330     IF HT-MATCHED (HT-SUB) = 'Y'
031331         GO TO 2710-EXIT
031332     END-IF.
031333     IF HT-AUTH-DATE (HT-SUB) IS NUMERIC
031334         MOVE HT-AUTH-DATE (HT-SUB) TO WS-DATE-PARTS
031335         COMPUTE WS-HOLD-DAYCT =
031336                 (WS-DP-CCYY * 360)
031337                 + (WS-DP-MM * 30)
031338                 + WS-DP-DD
031339         COMPUTE WS-HOLD-DAYS-OUT =
031340                 WS-TODAY-DAYCT - WS-HOLD-DAYCT
031341     ELSE
031342         MOVE 999 TO WS-HOLD-DAYS-OUT
031343     END-IF.
031344     IF WS-HOLD-DAYS-OUT NOT > WS-HOLD-AGE-DAYS
031345         WRITE HOLD-OUT-RECORD FROM HT-HOLD-RECORD (HT-SUB)
031346         ADD 1 TO WS-HOLDS-CARRIED
031347         GO TO 2710-EXIT
031348     END-IF.
031349     ADD 1 TO WS-HOLDS-AGED.
031350     MOVE HT-ACCTDO (HT-SUB)    TO HLD-ACCT.
031351     MOVE HT-AUTH-CODE (HT-SUB) TO HLD-AUTH-CODE.
031352     IF HT-AMT (HT-SUB) IS NUMERIC
031353         MOVE HT-AMT-N (HT-SUB) TO WS-AMT-ED
031354         MOVE WS-AMT-ED TO HLD-AMT
031355     ELSE
031356         MOVE HT-AMT (HT-SUB)   TO HLD-AMT
031357     END-IF.
031358     IF HT-AUTH-DATE (HT-SUB) IS NUMERIC
031359         MOVE HT-AUTH-DATE (HT-SUB) TO WS-DATE-ED
031360         MOVE WS-DATE-ED TO HLD-DATE
031361     ELSE
031362         MOVE SPACES TO HLD-DATE
031363     END-IF.
031364     MOVE 'HOLD AGED OFF - NOT SETTLED' TO HLD-ACTION.
031365     WRITE HOLD-RPT-LINE FROM HLD-DTL-LINE.
031366 2710-EXIT.
031367     EXIT.
031368*
031400 2810-READ-MASTER.
031500     READ ACCT-FILE
031600         AT END
034500 2830-EXIT.
034600     EXIT.
034700*
034702 2840-READ-HOLD.
034704     READ HOLD-IN
034706         AT END
034708             SET HOLD-EOF-REACHED TO TRUE
034710             MOVE HIGH-VALUES TO WS-HOLD-KEY
034712         NOT AT END
034714             ADD 1 TO WS-HOLDS-READ
034716             MOVE AH-ACCTDO TO WS-HOLD-KEY
034718     END-READ.
034720 2840-EXIT.
034722     EXIT.
034724*
034726 3000-PRINT-HOLD-TOTALS.
034728     WRITE HOLD-RPT-LINE FROM WS-BLANK-LINE.
034730     MOVE 'HOLDS READ'             TO TOT-CAPTION.
034732     MOVE WS-HOLDS-READ           TO WS-COUNT-ED.
034734     MOVE WS-COUNT-ED             TO TOT-VALUE.
034736     WRITE HOLD-RPT-LINE FROM TOT-LINE.
034738     MOVE 'HOLDS RELEASED'         TO TOT-CAPTION.
034740     MOVE WS-HOLDS-RELEASED       TO WS-COUNT-ED.
034742     MOVE WS-COUNT-ED             TO TOT-VALUE.
034744     WRITE HOLD-RPT-LINE FROM TOT-LINE.
034746     MOVE 'HOLDS AGED OFF'         TO TOT-CAPTION.
034748     MOVE WS-HOLDS-AGED           TO WS-COUNT-ED.
034750     MOVE WS-COUNT-ED             TO TOT-VALUE.
034752     WRITE HOLD-RPT-LINE FROM TOT-LINE.
034754     MOVE 'HOLDS CARRIED FORWARD'  TO TOT-CAPTION.
034756     MOVE WS-HOLDS-CARRIED        TO WS-COUNT-ED.
034758     MOVE WS-COUNT-ED             TO TOT-VALUE.
034760     WRITE HOLD-RPT-LINE FROM TOT-LINE.
034762     MOVE 'SETTLED WITHOUT AUTH'   TO TOT-CAPTION.
034764     MOVE WS-TRANS-UNAUTH         TO WS-COUNT-ED.
034766     MOVE WS-COUNT-ED             TO TOT-VALUE.
034768     WRITE HOLD-RPT-LINE FROM TOT-LINE.
034770 3000-EXIT.
034772     EXIT.
034774*
034800 9000-TERMINATE.
034810     PERFORM 2550-WRITE-RECOVERY-JOURNAL
034820             THRU 2550-EXIT.
034900     CLOSE TRANS-FILE
035000           CYCTD-IN
035100           ACCT-FILE
035200           CYCTD-OUT
035300           RPT-FILE
035310           HOLD-IN
035320           HOLD-OUT
035330           HOLD-RPT
035340           POST-DTL
035350           CHGOFF-FILE
035360           RCV-JRNL
035370           RWD-FILE.
035400     DISPLAY 'DLYPOST - ITEMS READ:        ' WS-TRANS-READ.
035500     DISPLAY 'DLYPOST - ITEMS POSTED:      ' WS-TRANS-POSTED.
035600     DISPLAY 'DLYPOST - ITEMS DECLINED:    ' WS-TRANS-DECLINED.
035700     DISPLAY 'DLYPOST - ITEMS REJECTED:    ' WS-TRANS-REJECTED.
035800     DISPLAY 'DLYPOST - CYCLE RECS WRITTEN: ' WS-RECS-WRITTEN.
035810     DISPLAY 'DLYPOST - HOLDS RELEASED:    ' WS-HOLDS-RELEASED.
035820     DISPLAY 'DLYPOST - HOLDS AGED OFF:    ' WS-HOLDS-AGED.
035830     DISPLAY 'DLYPOST - SETTLED NO AUTH:   ' WS-TRANS-UNAUTH.
035840     DISPLAY 'DLYPOST - ITEMS DETAILED:    ' WS-ITEMS-DETAILED.
035850     DISPLAY 'DLYPOST - RECOVERIES POSTED: ' WS-RECOVERIES.
035860     DISPLAY 'DLYPOST - AMOUNT RECOVERED:  ' WS-TOTAL-RECOVERED.
035870     DISPLAY 'DLYPOST - RECOVERY JOURNAL:  ' WS-JRNL-WRITTEN.
035875     DISPLAY 'DLYPOST - POINTS EARNED:     ' WS-TOTAL-PTS-EARNED.
035880     DISPLAY 'DLYPOST - POINTS RETURNED:   '
035885             WS-TOTAL-PTS-RETURNED.
035890     DISPLAY 'DLYPOST - LEDGERS STARTED:   ' WS-LEDGERS-STARTED.
035895     DISPLAY 'DLYPOST - LEDGERS UPDATED:   ' WS-LEDGERS-UPDATED.
035900 9000-EXIT.
036000     EXIT.
036100*
