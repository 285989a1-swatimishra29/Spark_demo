      *================================================================
      *    WRK6520E.CPY
      *    Blue-sky registration master record.  Keyed KSDS (REGMST)
      *    maintained by NRS-WRK6542 the same way NRS-WRK6532
      *    maintains FUNDMST.  One record per fund and STATE-CODE
      *    (the FIPS codes in WRK6520S.CPY) records whether the fund
      *    may be sold in that state: the registration status, the
      *    notice-filing type, the permit dollar limit and the date
      *    the registration must be renewed by.  A zero permit amount
      *    means the state sets no dollar limit; a zero expiration
      *    date means the registration does not lapse.
      *    NRS-WRK6543 reads it for the sales-versus-permit
      *    compliance report.
      *================================================================
       01  NRS-WRK6520-REG.
           05  REG-KEY.
               10  REG-FUND-CODE                 PIC 9(7).
               10  REG-STATE-CODE                PIC 9(3).
           05  REG-STATUS                        PIC X(1).
               88  REG-ACTIVE                     VALUE 'A'.
               88  REG-PENDING                    VALUE 'P'.
               88  REG-WITHDRAWN                  VALUE 'W'.
           05  REG-FILING-TYPE                   PIC X(1).
               88  REG-FILING-REGISTRATION        VALUE 'R'.
               88  REG-FILING-NOTICE              VALUE 'N'.
               88  REG-FILING-EXEMPT              VALUE 'E'.
           05  REG-PERMIT-AMOUNT                 PIC S9(15)V9(2).
           05  REG-EFFECTIVE-DATE                PIC 9(8).
           05  REG-EXPIRE-DATE                   PIC 9(8).
           05  REG-LAST-MAINT-DATE               PIC 9(8).
           05  FILLER                            PIC X(10).
