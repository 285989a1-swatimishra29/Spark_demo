      *================================================================
      *    WRK6520I.CPY
      *    Fee accrual history record (ACCRHST KSDS).  NRS-WRK6545
      *    writes one record per HISTFILE fund/state record it
      *    accrues, keyed the same way (close month, fund, state),
      *    carrying the schedule row and rates it applied, the three
      *    bases from the history record and the fee on each.  A
      *    rerun of the month replaces the month's records, so the
      *    accrual is repeatable the same way the NRS-WRK6524 close
      *    is.
      *================================================================
       01  NRS-WRK6520-ACCR.
           05  ACCR-KEY.
               10  ACCR-CLOSE-MONTH              PIC 9(6).
               10  ACCR-FUND-CODE                PIC 9(7).
               10  ACCR-STATE-CODE               PIC 9(3).
           05  ACCR-MGMT-CODE                    PIC X(2).
           05  ACCR-RATE-FUND-CODE               PIC 9(7).
           05  ACCR-RATE-EFF-DATE                PIC 9(8).
           05  ACCR-BALANCE-BP                   PIC 9(4)V9(2).
           05  ACCR-REPEAT-BP                    PIC 9(4)V9(2).
           05  ACCR-REOPEN-BP                    PIC 9(4)V9(2).
           05  ACCR-BASE-AMOUNT                  PIC S9(15)V9(2).
           05  ACCR-BASE-REPEAT-AMT              PIC S9(15)V9(2).
           05  ACCR-BASE-REOPEN-AMT              PIC S9(15)V9(2).
           05  ACCR-FEE-BALANCE                  PIC S9(15)V9(2).
           05  ACCR-FEE-REPEAT                   PIC S9(15)V9(2).
           05  ACCR-FEE-REOPEN                   PIC S9(15)V9(2).
           05  ACCR-FEE-TOTAL                    PIC S9(15)V9(2).
           05  ACCR-RUN-DATE                     PIC 9(8).
           05  FILLER                            PIC X(10).
