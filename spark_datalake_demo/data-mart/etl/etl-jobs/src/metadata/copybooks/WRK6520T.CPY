      *================================================================
      *    WRK6520T.CPY
      *    Master change log (CHGLOG).  One record for every change
      *    the NRS-WRK6523, NRS-WRK6532 and NRS-WRK6536 approval runs
      *    apply to MGMTMST (WRK6520G), FUNDMST (WRK6520F) or FEEDSCH
      *    (WRK6520D), carrying the maker and checker operator IDs,
      *    the PENDCHG entry it came from, and the full record image
      *    before and after the change.  An add carries no before
      *    image.  The file is only ever extended - it is the
      *    permanent history of the three masters, long after the
      *    maintenance report has left the spool - and NRS-WRK6547
      *    reports from it by master, key and date range.
      *    The NRS-WRK6549 fund reorganization logs the FUNDMST
      *    change it applies here as well, with CHG-ACTION 'M'
      *    (merger) or 'T' (manager transfer).  The NRS-WRK6550
      *    approval run logs its SETLMST (WRK6520W) changes under
      *    CHG-SETL-MASTER, keyed by MGMT-CODE.
      *    CHG-MASTER-KEY holds the master's own key left-justified:
      *    the MGMT-CODE, the 7-digit FUND-CODE, or MGMT-CODE plus
      *    SOURCE-CODE for a schedule entry.
      *================================================================
       01  NRS-WRK6520-CHGLOG.
           05  CHG-APPLIED-DATE                  PIC 9(8).
           05  CHG-APPLIED-TIME                  PIC 9(6).
           05  CHG-MASTER-ID                     PIC X(1).
               88  CHG-MGMT-MASTER                VALUE 'G'.
               88  CHG-FUND-MASTER                VALUE 'F'.
               88  CHG-SCHED-MASTER               VALUE 'D'.
               88  CHG-SETL-MASTER                VALUE 'S'.
           05  CHG-MASTER-KEY                    PIC X(9).
           05  CHG-ACTION                        PIC X(1).
           05  CHG-PROGRAM-ID                    PIC X(11).
           05  CHG-MAKER-ID                      PIC X(8).
           05  CHG-CHECKER-ID                    PIC X(8).
           05  CHG-PEND-KEY                      PIC X(19).
           05  CHG-BEFORE-IMAGE                  PIC X(80).
           05  CHG-AFTER-IMAGE                   PIC X(80).
           05  FILLER                            PIC X(9).
