      *
      *  COFFREC - CHARGE-OFF RECORD.
      *  ONE ENTRY PER CHARGED-OFF ACCOUNT, WRITTEN BY CHGOFF
      *  WHEN THE BALANCE IS WRITTEN OFF AND KEYED BY ACCOUNT.
      *  CO-CHGOFF-AMT IS THE BALANCE TAKEN OFF RECEIVABLES;
      *  THE MASTER CARRIES A ZERO BALANCE FROM THEN ON.
      *  DLYPOST ADDS EVERY PAYMENT THAT LATER ARRIVES ON THE
      *  ACCOUNT TO THE RECOVERY FIELDS - CO-RECOV-MTD HOLDS
      *  THE RECOVERIES FOR THE MONTH IN CO-RECOV-MONTH ONLY
      *  AND IS RESTARTED BY THE FIRST RECOVERY OF A NEW
      *  MONTH.  CHGORPT READS THE FILE FOR THE MONTH-END
      *  CHARGE-OFF AND RECOVERY REGISTER.
      *
           02  CO-ACCTDO                PIC X(5).
           02  CO-CHGOFF-DATE           PIC 9(8).
           02  CO-CCODE                 PIC X.
           02  CO-PRIOR-STATDO          PIC X(2).
           02  CO-PRIOR-RSNDO           PIC X.
           02  CO-DELQ-CYCLES           PIC 9(2).
           02  CO-CHGOFF-AMT            PIC X(8).
           02  CO-CHGOFF-AMT-N REDEFINES CO-CHGOFF-AMT
                                        PIC 9(6)V99.
           02  CO-RECOV-TOT             PIC 9(7)V99.
           02  CO-RECOV-COUNT           PIC 9(5).
           02  CO-LAST-RECOV-DATE       PIC 9(8).
           02  CO-RECOV-MONTH           PIC 9(6).
           02  CO-RECOV-MTD             PIC 9(7)V99.
           02  FILLER                   PIC X(16).
