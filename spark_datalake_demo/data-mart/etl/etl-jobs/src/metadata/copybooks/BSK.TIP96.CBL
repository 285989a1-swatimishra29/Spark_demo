      *    'S') ARE SKIPPED: THEY CARRY THE SAME MGMT-NAME/SOURCE AS
      *    THE MORNING ROW AND THEIR TINY COUNTS WOULD POISON THE
      *    TRAILING AVERAGES AND RAISE FALSE VOLUME ALERTS.
      *    MODIFIED BY AGENT - WITHDRAWAL ROWS (AUD-RUN-MODE 'W')
      *    FROM THE NRS-WRK6541 FEED BACKOUT ARE SKIPPED THE SAME WAY;
      *    THEIR COUNTS ARE RECORDS REMOVED, NOT RECORDS RECEIVED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
      *    RESUBMIT ROWS GROUP HARMLESSLY UNDER 'RESUBMIT'; THE
      *    SUPPLEMENTAL ROWS OF AN INTRADAY RUN WOULD LAND IN THE
      *    MORNING FEED'S GROUP AND DISTORT ITS AVERAGES, SO THEY
      *    ARE SKIPPED.  BACKOUT WITHDRAWAL ROWS ARE NOT RUNS.
           READ WRK6520-AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF NOT AUD-SUPPLEMENTAL-RUN
                       AND NOT AUD-WITHDRAWN-FEED
                       PERFORM 2100-ACCUMULATE-RUN
                   END-IF
           END-READ.
