      *================================================================
      *    WRK6520O.CPY
      *    Pending master-change record.  Keyed KSDS (PENDCHG) shared
      *    by the three master maintenance programs - NRS-WRK6523
      *    (MGMTMST), NRS-WRK6532 (FUNDMST) and NRS-WRK6536 (FEEDSCH).
      *    A maintenance card is never applied in the run that reads
      *    it: the capture run files the 80-byte card image here
      *    under the keying (maker) operator's ID with status
      *    PEND-AWAITING.  A later approval run of the same program
      *    releases or rejects each entry by PEND-KEY under a
      *    different (checker) operator's ID; a released card is
      *    then edited and applied exactly as the card would have
      *    been, and the entry is marked applied, or failed with the
      *    reason if the master refused it.  Decided entries are
      *    kept as the record of who keyed and who approved what;
      *    PEND-MASTER-ID keeps each program to its own entries.
      *    NRS-WRK6549 files its fund reorganization cards here the
      *    same way under PEND-REORG-MASTER, and NRS-WRK6550 its
      *    settlement master (SETLMST) cards under PEND-SETL-MASTER.
      *================================================================
       01  NRS-WRK6520-PEND.
           05  PEND-KEY.
               10  PEND-MASTER-ID                PIC X(1).
                   88  PEND-MGMT-MASTER           VALUE 'G'.
                   88  PEND-FUND-MASTER           VALUE 'F'.
                   88  PEND-SCHED-MASTER          VALUE 'D'.
                   88  PEND-REORG-MASTER          VALUE 'R'.
                   88  PEND-SETL-MASTER           VALUE 'S'.
               10  PEND-KEYED-DATE               PIC 9(8).
               10  PEND-KEYED-TIME               PIC 9(6).
               10  PEND-KEYED-SEQ                PIC 9(4).
           05  PEND-STATUS                       PIC X(1).
               88  PEND-AWAITING                  VALUE 'P'.
               88  PEND-APPLIED                   VALUE 'A'.
               88  PEND-REJECTED                  VALUE 'R'.
               88  PEND-FAILED                    VALUE 'F'.
           05  PEND-MAKER-ID                     PIC X(8).
           05  PEND-TRAN-IMAGE                   PIC X(80).
           05  PEND-CHECKER-ID                   PIC X(8).
           05  PEND-DECIDED-DATE                 PIC 9(8).
           05  PEND-DECIDED-TIME                 PIC 9(6).
           05  PEND-MESSAGE                      PIC X(50).
           05  FILLER                            PIC X(20).
