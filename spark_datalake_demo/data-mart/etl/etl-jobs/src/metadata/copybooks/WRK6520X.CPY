      *    re-runs the same edits, loads survivors to the KSDS, folds
      *    their amounts into an audit row, and writes records that
      *    still fail to its own suspense output in this same layout.
      *    The identity of the feed the record arrived on rides along
      *    so a resubmitted record is journaled (WRK6520B.CPY) under
      *    its own feed and is backed out with it by NRS-WRK6541;
      *    records suspended before these fields existed read back
      *    as spaces and are journaled under no feed.
      *================================================================
       01  WRK6520-SUSP-RECORD.
           05  SUSP-RECORD-IMAGE                 PIC X(120).
           05  SUSP-REJECT-REASON                PIC X(60).
           05  SUSP-RUN-DATE                     PIC 9(8).
           05  SUSP-MGMT-NAME                    PIC X(10).
           05  SUSP-SUPER-SHEET-DATE             PIC X(8).
           05  SUSP-SYSTEM-CODE                  PIC X(3).
           05  SUSP-SOURCE-CODE                  PIC X(1).
