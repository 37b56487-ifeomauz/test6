      *
      *  RWDPTS - REWARDS POINTS LEDGER RECORD.
      *  ONE ENTRY PER ACCOUNT, KEYED BY ACCOUNT.  DLYPOST
      *  ADDS THE POINTS EARNED ON EACH NIGHT'S POSTED
      *  PURCHASES AT THE RATETBL EARN RATE FOR THE ACCOUNT'S
      *  CREDIT CODE AND TAKES BACK THE POINTS ON RETURNS;
      *  RWDREDM TAKES OFF THE POINTS CONVERTED TO STATEMENT
      *  CREDITS.  STATCHG AND ACCTUPD FORFEIT THE BALANCE
      *  WHEN THE ACCOUNT GOES TO 'SU' OR 'CL', ARCHPURG WHEN
      *  THE ACCOUNT IS ARCHIVED.  CYCSTMT PRINTS THE CYCLE
      *  FIGURES AND RWDCYC ROLLS THEM AT CYCLE END, SO AT ANY
      *  TIME
      *    RW-BAL-PTS = RW-OPEN-PTS + RW-CYC-EARNED
      *               - RW-CYC-RETURNED - RW-CYC-REDEEMED
      *               - RW-CYC-FORFEITED.
      *  THE BALANCE CAN GO BELOW ZERO WHEN A RETURN COMES
      *  IN AFTER THE POINTS FOR THE PURCHASE WERE REDEEMED.
      *
      *  RW-CCODE IS THE ACCOUNT'S CREDIT CODE AS OF THE LAST
      *  POSTING OR ARCHIVE, SO THE LIABILITY FOR A LEDGER CAN
      *  BE JOURNALED AFTER ITS MASTER RECORD IS GONE.
      *
      *  LEDGER STATUS:
      *    A - ACTIVE
      *    F - FORFEITED - NOTHING EARNS UNTIL THE ACCOUNT
      *        IS ACTIVE AGAIN
      *
      *  FORFEIT REASONS:
      *    S - ACCOUNT SUSPENDED
      *    C - ACCOUNT CLOSED
      *    A - ACCOUNT ARCHIVED BY ARCHPURG
      *
           02  RW-ACCTDO                PIC X(5).
           02  RW-STATUS                PIC X.
               88  RW-IS-ACTIVE                   VALUE 'A'.
               88  RW-IS-FORFEITED                VALUE 'F'.
           02  RW-OPEN-PTS              PIC S9(9).
           02  RW-CYC-EARNED            PIC 9(9).
           02  RW-CYC-RETURNED          PIC 9(9).
           02  RW-CYC-REDEEMED          PIC 9(9).
           02  RW-CYC-FORFEITED         PIC S9(9).
           02  RW-BAL-PTS               PIC S9(9).
           02  RW-LIFE-EARNED           PIC 9(9).
           02  RW-LAST-EARN-DATE        PIC 9(8).
           02  RW-FORFEIT-DATE          PIC 9(8).
           02  RW-FORFEIT-RSN           PIC X.
           02  RW-LAST-ROLL-DATE        PIC 9(8).
           02  RW-CCODE                 PIC X.
           02  FILLER                   PIC X(5).
