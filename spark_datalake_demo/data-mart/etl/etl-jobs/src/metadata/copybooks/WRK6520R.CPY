      *================================================================
      *    WRK6520R.CPY
      *    Prior-period restatement log (RSTMFILE).  When an
      *    adjustment's ADJ-ORIGINAL-SS-DATE falls in a month
      *    NRS-WRK6524 has already closed into HISTFILE, NRS-WRK6520
      *    (and the NRS-WRK6527 resubmit pass) post it to today's
      *    fund detail as always and also restate that month's
      *    HIST-KEY record (close month, fund, state).  One record
      *    per restatement is appended here with the history values
      *    before and after, the adjustment's fund and sequence
      *    number, the feed it arrived on and the run date.  When
      *    the closed month has no record for the fund/state one is
      *    added, and its row carries zero before-values.
      *    Partitioned load instances each log to their own file,
      *    which the NRS-WRK6531 merge appends here.
      *    NRS-WRK6525 reads it to mark restated months on the trend
      *    report; NRS-WRK6541 reads it to take a backed-out feed's
      *    restatements back out (its own reversing rows carry
      *    RSTM-PROGRAM-ID 'NRS-WRK6541').
      *    The NRS-WRK6549 fund reorganization logs its restatements
      *    here too (RSTM-PROGRAM-ID 'NRS-WRK6549', no adjustment or
      *    feed): a record moved to a successor fund or a new manager
      *    is logged twice, once under the old key and MGMT-CODE
      *    going to zero and once under the new going to its new
      *    values.  No feed backout ever matches these rows.
      *================================================================
       01  WRK6520-RSTM-RECORD.
           05  RSTM-RUN-DATE                     PIC 9(8).
           05  RSTM-RUN-TIME                     PIC 9(6).
           05  RSTM-PROGRAM-ID                   PIC X(11).
           05  RSTM-HIST-KEY.
               10  RSTM-CLOSE-MONTH              PIC 9(6).
               10  RSTM-FUND-CODE                PIC 9(7).
               10  RSTM-STATE-CODE               PIC 9(3).
           05  RSTM-MGMT-CODE                    PIC X(2).
           05  RSTM-ADJ-SEQUENCE-NO              PIC 9(3).
           05  RSTM-ADJ-ORIGINAL-SS-DATE         PIC 9(8).
           05  RSTM-FEED-MGMT-NAME               PIC X(10).
           05  RSTM-FEED-SS-DATE                 PIC 9(8).
           05  RSTM-FEED-SOURCE-CODE             PIC X(1).
           05  RSTM-BEFORE-VALUES.
               10  RSTM-BEFORE-AMOUNT            PIC S9(15)V9(2).
               10  RSTM-BEFORE-SHARE             PIC S9(13)V9(4).
               10  RSTM-BEFORE-REPEAT-AMT        PIC S9(15)V9(2).
               10  RSTM-BEFORE-REOPEN-AMT        PIC S9(15)V9(2).
           05  RSTM-AFTER-VALUES.
               10  RSTM-AFTER-AMOUNT             PIC S9(15)V9(2).
               10  RSTM-AFTER-SHARE              PIC S9(13)V9(4).
               10  RSTM-AFTER-REPEAT-AMT         PIC S9(15)V9(2).
               10  RSTM-AFTER-REOPEN-AMT         PIC S9(15)V9(2).
           05  FILLER                            PIC X(10).
