      *    LF - LATE FEES ASSESSED       (FINCHRG)
      *    PY - PAYMENTS POSTED          (CYCROLL)
      *    BL - NEW BILLED AMOUNTS       (CYCROLL)
      *    RP - RETURNED PAYMENTS REVERSED (RETPAY)
      *    RF - RETURNED-PAYMENT FEES    (RETPAY)
      *    CO - BALANCES CHARGED OFF     (CHGOFF)
      *    RC - RECOVERIES ON CHARGED-OFF ACCOUNTS (DLYPOST)
      *         (REVERSED BY RETPAY WHEN THE PAYMENT RETURNS)
      *    UC - UNAPPLIED CASH RECEIVED  (LOCKBOX)
      *    UA - UNAPPLIED CASH APPLIED   (UCAPPLY)
      *    RD - REWARDS POINTS REDEEMED  (RWDREDM)
      *    RW - REWARDS POINTS LIABILITY ACCRUED (RWDCYC)
      *
           02  GL-REC-TYPE              PIC X.
               88  GL-IS-DETAIL                   VALUE 'D'.
