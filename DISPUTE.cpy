      *
      *  DISPUTE - CARDHOLDER DISPUTE / CHARGEBACK CASE RECORD.
      *  ONE ENTRY PER DISPUTED POSTED ITEM, KEYED BY THE SAME
      *  ACCOUNT / POST DATE / SEQUENCE KEY AS THE POSTITEM
      *  DETAIL RECORD IT DISPUTES.  DISPMNT OPENS AND CLOSES
      *  THE CASE; FINCHRG AND DELQRPT READ THE OPEN CASES TO
      *  KEEP THE DISPUTED AMOUNT OUT OF THE FINANCE-CHARGE
      *  BASE AND THE DELINQUENCY GRADING; DISPAGE AGES THE
      *  OPEN CASES AGAINST THE RESPONSE DEADLINE.
      *
      *  CASE STATUS:
      *    O - OPEN, PROVISIONAL CREDIT POSTED
      *    W - CLOSED IN THE CARDHOLDER'S FAVOR, CREDIT STANDS
      *    L - CLOSED AGAINST THE CARDHOLDER, CREDIT REVERSED
      *
           02  DP-KEY.
               04  DP-ACCTDO            PIC X(5).
               04  DP-POST-DATE         PIC 9(8).
               04  DP-SEQNO             PIC 9(5).
           02  DP-AMT                   PIC X(8).
           02  DP-AMT-N REDEFINES DP-AMT
                                        PIC 9(6)V99.
           02  DP-STATUS                PIC X.
               88  DP-IS-OPEN                     VALUE 'O'.
               88  DP-IS-WON                      VALUE 'W'.
               88  DP-IS-LOST                     VALUE 'L'.
           02  DP-REASON                PIC X(2).
           02  DP-OPEN-DATE             PIC 9(8).
           02  DP-DUE-DATE              PIC 9(8).
           02  DP-CLOSE-DATE            PIC 9(8).
           02  DP-OPEN-USERID           PIC X(8).
           02  DP-CLOSE-USERID          PIC X(8).
           02  FILLER                   PIC X(11).
