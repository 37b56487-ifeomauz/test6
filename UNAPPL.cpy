      *
      *  UNAPPL - UNAPPLIED CASH RECORD.
      *  ONE ENTRY PER LOCKBOX REMITTANCE THAT LOCKBOX COULD
      *  NOT MATCH TO A LIVE ACCOUNT, KEYED BY THE DEPOSIT
      *  DATE AND LOCKBOX NUMBER FROM THE BANK FILE HEADER AND
      *  THE ITEM'S SEQUENCE NUMBER WITHIN THE FILE.  THE
      *  MONEY IS IN THE BANK AND IS CARRIED ON THE UNAPPLIED
      *  CASH GL ACCOUNT UNTIL UCAPPLY APPLIES IT TO THE RIGHT
      *  ACCOUNT.  UCAGE AGES THE ITEMS STILL OPEN.
      *
      *  REASON CODES:
      *    N - NO SUCH ACCOUNT (OR NO ACCOUNT ON THE REMITTANCE)
      *    C - ACCOUNT CLOSED, NOT TRANSFERRED
      *    X - ACCTXREF CHAIN ENDS AT A MISSING OR CLOSED
      *        ACCOUNT
      *
      *  ITEM STATUS:
      *    O - OPEN
      *    A - APPLIED BY UCAPPLY
      *
           02  UA-KEY.
               04  UA-DEPOSIT-DATE      PIC 9(8).
               04  UA-LOCKBOX-ID        PIC X(6).
               04  UA-ITEM-SEQ          PIC 9(5).
           02  UA-REMIT-ACCTDO          PIC X(5).
           02  UA-AMT                   PIC X(8).
           02  UA-AMT-N REDEFINES UA-AMT
                                        PIC 9(6)V99.
           02  UA-CHECK-NO              PIC X(10).
           02  UA-REMITTER              PIC X(24).
           02  UA-REASON                PIC X.
           02  UA-STATUS                PIC X.
               88  UA-IS-OPEN                     VALUE 'O'.
               88  UA-IS-APPLIED                  VALUE 'A'.
           02  UA-APPLIED-ACCTDO        PIC X(5).
           02  UA-APPLIED-DATE          PIC 9(8).
           02  UA-APPLIED-USERID        PIC X(8).
           02  FILLER                   PIC X(11).
