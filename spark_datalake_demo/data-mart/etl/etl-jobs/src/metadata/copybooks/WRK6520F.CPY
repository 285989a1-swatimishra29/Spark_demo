      *    to print fund names instead of bare fund numbers.
      *    Onboarding or closing a fund is a data change through
      *    NRS-WRK6532, not a program change.
      *    A fund merged away by the NRS-WRK6549 reorganization is
      *    closed with FUND-MST-CLOSE-DATE as the merger's effective
      *    date and FUND-MST-SUCCESSOR-CODE naming the fund that took
      *    it over; the load edit redirects details and adjustments
      *    still sent under the old code to the successor from that
      *    date on.  The successor is only meaningful when numeric
      *    and non-zero - funds closed outright carry zero, and
      *    records written before the field existed may carry
      *    anything.
      *================================================================
       01  NRS-WRK6520-FUND.
           05  FUND-MST-CODE                     PIC 9(7).
               88  FUND-MST-CLOSED                VALUE 'C'.
           05  FUND-MST-INCEPT-DATE              PIC 9(8).
           05  FUND-MST-CLOSE-DATE               PIC 9(8).
           05  FUND-MST-SUCCESSOR-CODE           PIC X(7).
           05  FILLER                            PIC X(7).
