      *
      *  RETHIST - RETURNED PAYMENT HISTORY RECORD.
      *  ONE ENTRY PER RETURNED PAYMENT REVERSED BY RETPAY,
      *  KEYED BY ACCOUNT, THE DATE THE RETURN WAS PROCESSED
      *  AND A SEQUENCE NUMBER WITHIN THE DAY.  RETPAY COUNTS
      *  AN ACCOUNT'S ENTRIES INSIDE THE REPEAT-RETURN WINDOW
      *  TO DECIDE WHETHER THE ACCOUNT IS SUSPENDED.
      *
      *  WHERE THE PAYMENT WAS FOUND:
      *    T - CYCLE-TO-DATE TOTALS (CT-PAY-TOT)
      *    H - PAY-HIST, OCCURRENCE IN RH-PHIST-OCC
      *    R - COFFILE RECOVERIES, CHARGED-OFF ACCOUNT (NO FEE)
      *
           02  RH-KEY.
               04  RH-ACCTDO            PIC X(5).
               04  RH-RETURN-DATE       PIC 9(8).
               04  RH-SEQNO             PIC 9(3).
           02  RH-AMT                   PIC X(8).
           02  RH-AMT-N REDEFINES RH-AMT
                                        PIC 9(6)V99.
           02  RH-PAY-MO                PIC 9(2).
           02  RH-PAY-DAY               PIC 9(2).
           02  RH-PAY-YR                PIC 9(2).
           02  RH-REASON                PIC X(2).
           02  RH-LOCATION              PIC X.
               88  RH-IN-CYCLE-TO-DATE            VALUE 'T'.
               88  RH-IN-PAY-HIST                 VALUE 'H'.
               88  RH-IN-RECOVERIES               VALUE 'R'.
           02  RH-PHIST-OCC             PIC 9.
           02  RH-FEE                   PIC 9(4)V99.
           02  RH-BANK-REF              PIC X(10).
           02  FILLER                   PIC X(10).
