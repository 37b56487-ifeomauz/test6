      *
      *  REISSLOG - CARD REISSUE LOG RECORD.
      *  ONE ENTRY IS WRITTEN BY REISSUE FOR EVERY CARD SENT
      *  TO THE EMBOSSING VENDOR, CAPTURING THE ACCOUNT, THE
      *  NUMBER OF CARDS, THE NEW EXPIRATION DATE (CCYYMMDD),
      *  THE JOB THAT ISSUED THEM, AND WHEN.  THE AUDIT AND
      *  FRAUD RUNS READ IT TO SEE WHICH ACCOUNTS HAVE NEW
      *  PLASTIC IN THE MAIL.
      *
           02  RL-ACCTDO                PIC X(5).
           02  RL-CARDS                 PIC X.
           02  RL-NEW-EXP               PIC 9(8).
           02  RL-USERID                PIC X(8).
           02  RL-REISS-DATE            PIC 9(8).
           02  RL-REISS-TIME            PIC 9(8).
