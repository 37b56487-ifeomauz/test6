      *
      *  POSTITEM - POSTED ITEM DETAIL RECORD.
      *  ONE ENTRY FOR EVERY PURCHASE, CREDIT, PAYMENT AND
      *  DISPUTE REBILL THAT DLYPOST POSTS TO THE CYCLE-TO-DATE
      *  FILE, SO THE CYCLE TOTALS CAN BE TRACED BACK TO THE
      *  INDIVIDUAL ITEMS AND A CARDHOLDER DISPUTE HAS A
      *  SPECIFIC ITEM TO POINT AT.  KEYED BY ACCOUNT NUMBER,
      *  POST DATE AND A SEQUENCE NUMBER WITHIN THE ACCOUNT
      *  AND DATE.  DECLINED AND REJECTED ITEMS ARE NOT KEPT.
      *
           02  PI-KEY.
               04  PI-ACCTDO            PIC X(5).
               04  PI-POST-DATE         PIC 9(8).
               04  PI-SEQNO             PIC 9(5).
           02  PI-TRAN-CODE             PIC X.
           02  PI-AMT                   PIC X(8).
           02  PI-AMT-N REDEFINES PI-AMT
                                        PIC 9(6)V99.
           02  PI-TRAN-MO               PIC 9(2).
           02  PI-TRAN-DAY              PIC 9(2).
           02  PI-TRAN-YR               PIC 9(2).
           02  PI-AUTH-CODE             PIC X(6).
           02  FILLER                   PIC X(11).
