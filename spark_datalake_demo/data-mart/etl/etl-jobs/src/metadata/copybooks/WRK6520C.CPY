      *================================================================
      *    WRK6520C.CPY
      *    Servicing fee schedule record.  Keyed KSDS (FEESCHD)
      *    maintained by NRS-WRK6544 the same way NRS-WRK6523
      *    maintains MGMTMST.  A row with FEE-FUND-CODE zero is the
      *    management company's standard rate; a row carrying a real
      *    fund code overrides it for that fund alone.  Rates are in
      *    basis points and are effective-dated: NRS-WRK6545 uses,
      *    for each fund, the active row with the latest
      *    FEE-EFF-DATE on or before the end of the month it
      *    accrues, so a rate change is a new row, not an overwrite.
      *        FEE-BALANCE-BP  annual rate on HIST-AMOUNT-DATA,
      *                        accrued one twelfth per month
      *        FEE-REPEAT-BP   rate on the month's HIST-MTD-REPEAT-AMT
      *        FEE-REOPEN-BP   rate on the month's HIST-MTD-REOPEN-AMT
      *================================================================
       01  NRS-WRK6520-FEE.
           05  FEE-KEY.
               10  FEE-MGMT-CODE                 PIC X(2).
               10  FEE-FUND-CODE                 PIC 9(7).
               10  FEE-EFF-DATE                  PIC 9(8).
           05  FEE-BALANCE-BP                    PIC 9(4)V9(2).
           05  FEE-REPEAT-BP                     PIC 9(4)V9(2).
           05  FEE-REOPEN-BP                     PIC 9(4)V9(2).
           05  FEE-STATUS                        PIC X(1).
               88  FEE-ACTIVE                     VALUE 'A'.
               88  FEE-INACTIVE                   VALUE 'I'.
           05  FEE-LAST-MAINT-DATE               PIC 9(8).
           05  FILLER                            PIC X(10).
