      *  RUNS MORE THAN ONCE A NIGHT - TRANEDIT PUTS ITS PARM
      *  ('UPDTRAN ', 'LIMTRAN ', ...) THERE.  BLANK FOR
      *  SINGLE-RUN PROGRAMS.
      *
      *  LOCKBOX RUNS ONCE PER DEPOSIT: IT PUTS THE LOCKBOX
      *  NUMBER IN RC-QUALIFIER AND THE DEPOSIT DATE IN
      *  RC-RUN-DATE, AND REFUSES A DEPOSIT THAT ALREADY HAS
      *  AN 'E' RECORD.
      *
           02  RC-PROGRAM               PIC X(8).
           02  RC-QUALIFIER             PIC X(8).
