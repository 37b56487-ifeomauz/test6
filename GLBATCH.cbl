001300*                   CYCROLL INTO ONE JOURNAL FILE     *
001400*                   WITH A VERIFIABLE HEADER AND      *
001500*                   TRAILER.                          *
001510*  10/15/26   DJH   ADD THE RETPAY RETURNED-PAYMENT   *
001520*                   FEED (RETJRNL).                   *
001530*  10/15/26   DJH   ADD THE CHGOFF CHARGE-OFF FEED    *
001540*                   (COJRNL) AND THE DLYPOST          *
001550*                   RECOVERY FEED (RCVJRNL).          *
001560*  10/15/26   DJH   ADD THE LOCKBOX UNAPPLIED-CASH    *
001570*                   FEED (LBXJRNL) AND THE UCAPPLY    *
001580*                   APPLIED-CASH FEED (UCAJRNL).      *
001585*  10/15/26   DJH   ADD THE RWDREDM POINTS-REDEEMED   *
001590*                   FEED (RWDJRNL) AND THE RWDCYC     *
001595*                   POINTS-LIABILITY FEED (RWCJRNL).  *
001600*****************************************************
001700*
001800*  THIS PROGRAM RUNS AT THE END OF THE NIGHTLY STREAM,
001900*  AFTER FINCHRG, CYCROLL, RETPAY, CHGOFF, DLYPOST,
001950*  LOCKBOX, UCAPPLY, RWDREDM AND RWDCYC, AND COMBINES THEIR
002000*  JOURNAL FEED FILES INTO THE MACHINE-READABLE GL
002100*  JOURNAL THE LEDGER SIDE LOADS.  THE BATCH HEADER
002200*  CARRIES THE RUN DATE AND TIME; EVERY DETAIL IS
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT CYC-JRNL    ASSIGN TO CYCJRNL
004000         ORGANIZATION IS SEQUENTIAL.
004010     SELECT RET-JRNL    ASSIGN TO RETJRNL
004020         ORGANIZATION IS SEQUENTIAL.
004030     SELECT CO-JRNL     ASSIGN TO COJRNL
004040         ORGANIZATION IS SEQUENTIAL.
004050     SELECT RCV-JRNL    ASSIGN TO RCVJRNL
004060         ORGANIZATION IS SEQUENTIAL.
004070     SELECT LBX-JRNL    ASSIGN TO LBXJRNL
004080         ORGANIZATION IS SEQUENTIAL.
004090     SELECT UCA-JRNL    ASSIGN TO UCAJRNL
004095         ORGANIZATION IS SEQUENTIAL.
004096     SELECT RWR-JRNL    ASSIGN TO RWDJRNL
004097         ORGANIZATION IS SEQUENTIAL.
004098     SELECT RWC-JRNL    ASSIGN TO RWCJRNL
004099         ORGANIZATION IS SEQUENTIAL.
004100     SELECT GL-JRNL-OUT ASSIGN TO GLJRNL
004200         ORGANIZATION IS SEQUENTIAL.
004300*
005200     RECORDING MODE IS F.
005300 01  CJ-RECORD                   PIC X(80).
005400*
005410 FD  RET-JRNL
005420     RECORDING MODE IS F.
005430 01  RJ-RECORD                   PIC X(80).
005440*
005445 FD  CO-JRNL
005450     RECORDING MODE IS F.
005455 01  OJ-RECORD                   PIC X(80).
005460*
005465 FD  RCV-JRNL
005470     RECORDING MODE IS F.
005475 01  VJ-RECORD                   PIC X(80).
005480*
005482 FD  LBX-JRNL
005484     RECORDING MODE IS F.
005486 01  LJ-RECORD                   PIC X(80).
005488*
005490 FD  UCA-JRNL
005492     RECORDING MODE IS F.
005494 01  UJ-RECORD                   PIC X(80).
005496*
005500 FD  GL-JRNL-OUT
005600     RECORDING MODE IS F.
005700 01  GLOUT-RECORD                PIC X(80).
005800*
005810 FD  RWR-JRNL
005820     RECORDING MODE IS F.
005830 01  WJ-RECORD                   PIC X(80).
005840*
005850 FD  RWC-JRNL
005860     RECORDING MODE IS F.
005870 01  XJ-RECORD                   PIC X(80).
005880*
005900 WORKING-STORAGE SECTION.
006000 77  WS-FIN-EOF-SWITCH           PIC X       VALUE 'N'.
006100     88  FIN-EOF-REACHED                     VALUE 'Y'.
006200 77  WS-CYC-EOF-SWITCH           PIC X       VALUE 'N'.
006300     88  CYC-EOF-REACHED                     VALUE 'Y'.
006310 77  WS-RET-EOF-SWITCH           PIC X       VALUE 'N'.
006320     88  RET-EOF-REACHED                     VALUE 'Y'.
006330 77  WS-CO-EOF-SWITCH            PIC X       VALUE 'N'.
006340     88  CO-EOF-REACHED                      VALUE 'Y'.
006350 77  WS-RCV-EOF-SWITCH           PIC X       VALUE 'N'.
006360     88  RCV-EOF-REACHED                     VALUE 'Y'.
006370 77  WS-LBX-EOF-SWITCH           PIC X       VALUE 'N'.
006380     88  LBX-EOF-REACHED                     VALUE 'Y'.
006385 77  WS-UCA-EOF-SWITCH           PIC X       VALUE 'N'.
006390     88  UCA-EOF-REACHED                     VALUE 'Y'.
006392 77  WS-RWR-EOF-SWITCH           PIC X       VALUE 'N'.
006394     88  RWR-EOF-REACHED                     VALUE 'Y'.
006396 77  WS-RWC-EOF-SWITCH           PIC X       VALUE 'N'.
006398     88  RWC-EOF-REACHED                     VALUE 'Y'.
006400 77  WS-DETAIL-COUNT             PIC 9(7)    VALUE ZERO.
006500 77  WS-AMOUNT-HASH              PIC 9(13)V9(2)  VALUE ZERO.
006600 77  WS-RUN-DATE                 PIC 9(8)    VALUE ZERO.
008900     PERFORM 3000-COPY-CYC-DETAIL
009000             THRU 3000-EXIT
009100             UNTIL CYC-EOF-REACHED.
009104     PERFORM 4000-COPY-RET-DETAIL
009108             THRU 4000-EXIT
009112             UNTIL RET-EOF-REACHED.
009116     PERFORM 5000-COPY-CO-DETAIL
009120             THRU 5000-EXIT
009124             UNTIL CO-EOF-REACHED.
009128     PERFORM 6000-COPY-RCV-DETAIL
009132             THRU 6000-EXIT
009136             UNTIL RCV-EOF-REACHED.
009140     PERFORM 7000-COPY-LBX-DETAIL
009144             THRU 7000-EXIT
009148             UNTIL LBX-EOF-REACHED.
009152     PERFORM 8000-COPY-UCA-DETAIL
009156             THRU 8000-EXIT
009160             UNTIL UCA-EOF-REACHED.
009164     PERFORM 8100-COPY-RWR-DETAIL
009168             THRU 8100-EXIT
009172             UNTIL RWR-EOF-REACHED.
009176     PERFORM 8200-COPY-RWC-DETAIL
009180             THRU 8200-EXIT
009184             UNTIL RWC-EOF-REACHED.
009200     PERFORM 9000-TERMINATE
009300             THRU 9000-EXIT.
009400     STOP RUN.
009600 1000-INITIALIZE.
009700     OPEN INPUT  FIN-JRNL
009800                 CYC-JRNL
009810                 RET-JRNL
009820                 CO-JRNL
009830                 RCV-JRNL
009840                 LBX-JRNL
009850                 UCA-JRNL
009860                 RWR-JRNL
009870                 RWC-JRNL
009900          OUTPUT GL-JRNL-OUT.
010000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
010100     ACCEPT WS-RUN-TIME FROM TIME.
011600 2000-EXIT.
011700     EXIT.
011800*
011900*  EVERY FEED COMES THROUGH HERE - 3000 ONWARD MOVE
012000*  THEIR RECORD INTO THE FINCHRG FEED AREA FIRST SO
012100*  ONE EDIT AND ONE SET OF TOTALS COVERS THEM ALL.
012200*
012300 2100-EDIT-AND-COPY.
012400     IF NOT GL-IS-DETAIL
015500 3000-EXIT.
015600     EXIT.
015700*
015701 4000-COPY-RET-DETAIL.
015702     READ RET-JRNL
015703         AT END
015704             SET RET-EOF-REACHED TO TRUE
015705         NOT AT END
015706             MOVE RJ-RECORD TO FJ-RECORD
015707             PERFORM 2100-EDIT-AND-COPY
015708                     THRU 2100-EXIT
015709     END-READ.
015710 4000-EXIT.
015711     EXIT.
015712*
015713 5000-COPY-CO-DETAIL.
015714     READ CO-JRNL
015715         AT END
015716             SET CO-EOF-REACHED TO TRUE
015717         NOT AT END
015718             MOVE OJ-RECORD TO FJ-RECORD
015719             PERFORM 2100-EDIT-AND-COPY
015720                     THRU 2100-EXIT
015721     END-READ.
015722 5000-EXIT.
015723     EXIT.
015724*
015725 6000-COPY-RCV-DETAIL.
015726     READ RCV-JRNL
015727         AT END
015728             SET RCV-EOF-REACHED TO TRUE
015729         NOT AT END
015730             MOVE VJ-RECORD TO FJ-RECORD
015731             PERFORM 2100-EDIT-AND-COPY
015732                     THRU 2100-EXIT
015733     END-READ.
015734 6000-EXIT.
015735     EXIT.
015736*
015737 7000-COPY-LBX-DETAIL.
015738     READ LBX-JRNL
015739         AT END
015740             SET LBX-EOF-REACHED TO TRUE
015741         NOT AT END
015742             MOVE LJ-RECORD TO FJ-RECORD
015743             PERFORM 2100-EDIT-AND-COPY
015744                     THRU 2100-EXIT
015745     END-READ.
015746 7000-EXIT.
015747     EXIT.
015748*
015749 8000-COPY-UCA-DETAIL.
015750     READ UCA-JRNL
015751         AT END
015752             SET UCA-EOF-REACHED TO TRUE
015753         NOT AT END
015754             MOVE UJ-RECORD TO FJ-RECORD
015755             PERFORM 2100-EDIT-AND-COPY
015756                     THRU 2100-EXIT
015757     END-READ.
015758 8000-EXIT.
015759     EXIT.
015760*
015761 8100-COPY-RWR-DETAIL.
015762     READ RWR-JRNL
015763         AT END
015764             SET RWR-EOF-REACHED TO TRUE
015765         NOT AT END
015766             MOVE WJ-RECORD TO FJ-RECORD
015767             PERFORM 2100-EDIT-AND-COPY
015768                     THRU 2100-EXIT
015769     END-READ.
015770 8100-EXIT.
015771     EXIT.
015772*
015773 8200-COPY-RWC-DETAIL.
015774     READ RWC-JRNL
015775         AT END
015776             SET RWC-EOF-REACHED TO TRUE
015777         NOT AT END
015778             MOVE XJ-RECORD TO FJ-RECORD
015779             PERFORM 2100-EDIT-AND-COPY
015780                     THRU 2100-EXIT
015781     END-READ.
015782 8200-EXIT.
015783     EXIT.
015784*
015800 9000-TERMINATE.
015900     MOVE WS-DETAIL-COUNT TO GT-DETAIL-COUNT.
016000     MOVE WS-AMOUNT-HASH  TO GT-AMOUNT-HASH.
016100     WRITE GLOUT-RECORD FROM WS-TRL-RECORD.
016200     CLOSE FIN-JRNL
016300           CYC-JRNL
016310           RET-JRNL
016320           CO-JRNL
016330           RCV-JRNL
016340           LBX-JRNL
016350           UCA-JRNL
016360           RWR-JRNL
016370           RWC-JRNL
016400           GL-JRNL-OUT.
016500     DISPLAY 'GLBATCH - JOURNAL DETAILS:  ' WS-DETAIL-COUNT.
016600     DISPLAY 'GLBATCH - AMOUNT HASH:      ' WS-AMOUNT-HASH.
