      *    (status 'C') so the load edit can tell "fund is closed"
      *    apart from "fund was never on the master".  Entries past
      *    WS-FUND-LOADED are spaces and must not match.
      *    The successor and closure date columns are carried for a
      *    fund merged away (see WRK6520F.CPY) so the load edit can
      *    redirect its records instead of rejecting them.
      *================================================================
       01  WS-FUND-TABLE.
           05  WS-FUND-ENTRY OCCURS 2000 TIMES
               10  WS-FUND-NAME-ENTRY            PIC X(30).
               10  WS-FUND-MGMT-ENTRY            PIC X(2).
               10  WS-FUND-STATUS-ENTRY          PIC X(1).
               10  WS-FUND-SUCCESSOR-ENTRY       PIC X(7).
               10  WS-FUND-CLOSE-DATE-ENTRY      PIC 9(8).
       77  WS-FUND-TABLE-MAX                     PIC 9(4) VALUE 2000.
       77  WS-FUND-LOADED                        PIC 9(4) VALUE 0.
