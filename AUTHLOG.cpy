      *
      *  AUTHLOG - PURCHASE AUTHORIZATION DECISION LOG RECORD.
      *  ONE ENTRY IS WRITTEN BY PURAUTH FOR EVERY
      *  AUTHORIZATION REQUEST, APPROVED OR DECLINED, WITH THE
      *  OPEN-TO-BUY THE DECISION WAS MADE AGAINST, SO ANY
      *  DECISION CAN BE EXPLAINED AFTER THE FACT.
      *
      *  DECLINE REASONS:
      *    S - ACCOUNT STATUS NOT OPEN FOR PURCHASES
      *    E - CARD EXPIRED
      *    O - INSUFFICIENT OPEN-TO-BUY
      *    N - NO MASTER FOR ACCOUNT
      *    A - AMOUNT NOT NUMERIC OR ZERO
      *
           02  AL-ACCTDO                PIC X(5).
           02  AL-AUTH-CODE             PIC X(6).
           02  AL-AMT                   PIC X(8).
           02  AL-DECISION              PIC X.
               88  AL-APPROVED                    VALUE 'A'.
               88  AL-DECLINED                    VALUE 'D'.
           02  AL-DECL-RSN              PIC X.
           02  AL-OPEN-TO-BUY           PIC S9(7)V99.
           02  AL-AUTH-DATE             PIC 9(8).
           02  AL-AUTH-TIME             PIC 9(8).
           02  FILLER                   PIC X(14).
