      *
      *  AUTHHOLD - OPEN-TO-BUY AUTHORIZATION HOLD RECORD.
      *  ONE ENTRY PER APPROVED PURCHASE AUTHORIZATION NOT YET
      *  SETTLED.  PURAUTH WRITES THE HOLD WHEN IT APPROVES A
      *  REQUEST AND COUNTS EVERY OUTSTANDING HOLD AGAINST THE
      *  ACCOUNT'S OPEN-TO-BUY; DLYPOST RELEASES THE HOLD WHEN
      *  THE PURCHASE SETTLES ON DAYTRAN (MATCHED ON THE
      *  AUTHORIZATION CODE) OR AGES IT OFF WHEN IT NEVER
      *  SETTLES.  THE FILE IS KEPT IN ACCTDO SEQUENCE.
      *
           02  AH-ACCTDO                PIC X(5).
           02  AH-AUTH-CODE             PIC X(6).
           02  AH-AMT                   PIC X(8).
           02  AH-AMT-N REDEFINES AH-AMT
                                        PIC 9(6)V99.
           02  AH-AUTH-DATE             PIC 9(8).
           02  AH-AUTH-TIME             PIC 9(8).
           02  FILLER                   PIC X(5).
