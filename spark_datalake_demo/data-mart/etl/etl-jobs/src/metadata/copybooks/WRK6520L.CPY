      *================================================================
      *    WRK6520L.CPY
      *    Fee accrual GL feed (FEEPOST).  NRS-WRK6545 appends one
      *    'A' record per management company each time it accrues a
      *    month, carrying the CHANGE in that company's accrual for
      *    the month since the 'A' records already on the file - the
      *    first run carries the whole accrual, a rerun only the
      *    correction - so the 'A' amounts for a month always sum to
      *    the current accrual.  NRS-WRK6533 books the 'A' records to
      *    its FEE account class and appends a 'P' marker stamped
      *    with its run date once the GL file is cut; records ahead
      *    of a 'P' marker from an earlier day are already booked.
      *    A same-day rerun of NRS-WRK6533 recuts the whole GL file
      *    and so books that day's records again, as it must.
      *================================================================
       01  WRK6520-FGL-RECORD.
           05  FGL-RECORD-TYPE                   PIC X(1).
               88  FGL-ACCRUAL-REC                VALUE 'A'.
               88  FGL-POSTED-MARKER              VALUE 'P'.
           05  FGL-RUN-DATE                      PIC 9(8).
           05  FGL-RUN-TIME                      PIC 9(6).
           05  FGL-CLOSE-MONTH                   PIC 9(6).
           05  FGL-MGMT-CODE                     PIC X(2).
           05  FGL-ACCRUAL-AMOUNT                PIC S9(15)V9(2).
           05  FILLER                            PIC X(10).
