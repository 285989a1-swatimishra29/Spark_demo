      *================================================================
      *    WRK6520Z.CPY
      *    Transfer agent daily position record (TAPOSN), one per
      *    fund per position date, carrying the transfer agent's
      *    official shares outstanding - the figure clients see.
      *    Read by NRS-WRK6552, which totals each fund's SHARE-DATA
      *    across every state on the Super Sheet KSDS and ties it to
      *    TAP-SHARES-OUTSTANDING within a parameter-card share
      *    tolerance.  A fund sent more than once keeps the latest
      *    TAP-POSITION-DATE.
      *================================================================
       01  WRK6520-TAPOSN-RECORD.
           05  TAP-FUND-CODE                     PIC 9(7).
           05  TAP-POSITION-DATE                 PIC 9(8).
           05  TAP-SHARES-OUTSTANDING            PIC 9(13)V9(4).
           05  FILLER                            PIC X(18).
