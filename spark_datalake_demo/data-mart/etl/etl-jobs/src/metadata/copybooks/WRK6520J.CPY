      *    day's loaded Super Sheet activity.  'J' records are the
      *    journal lines: per MGMT-CODE, one debit or credit line per
      *    account class (AMT = AMOUNT-DATA, RPT = MTD-REPEAT-AMT,
      *    ROP = MTD-REOPEN-AMT) built from the C/D codes, FEE for
      *    the servicing fee accrual NRS-WRK6545 passes on FEEPOST
      *    (debit for an increase, credit for a reduction), plus one
      *    CLR clearing-account line so every company's journal
      *    balances.  The single trailing 'C' record is the batch
      *    control the GL side proves in against: journal line count
