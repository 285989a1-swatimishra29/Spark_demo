      *    MGMT-CODE AND ITS FEED-HEADER MGMT-NAME; THE JOB RUNS
      *    ONCE PER COMPANY WITH ACKFILE POINTED AT THAT COMPANY'S
      *    RETURN DATASET.
      *    MODIFIED BY AGENT - WITHDRAWAL ROWS (AUD-RUN-MODE 'W')
      *    FROM THE NRS-WRK6541 FEED BACKOUT ARE NOT LOAD RUNS AND
      *    NEVER BECOME THE LATEST RUN ACKNOWLEDGED.
      *    MODIFIED BY AGENT - A COMPANY FEED BACKED OUT BY
      *    NRS-WRK6541 AND RELOADED IS ACKNOWLEDGED FROM THE RELOAD'S
      *    AUDIT ROW (A LOAD ROW FOR THE SAME FEED STAMPED AFTER THE
      *    WITHDRAWAL ROW) INSTEAD OF THE WITHDRAWN MORNING ROW, AND
      *    THE RELOAD NEVER BECOMES THE LATEST RUN FOR THE OTHER
      *    COMPANIES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           05  WS-AUDIT-RUN.
               10  WS-AUDIT-RUN-DATE             PIC 9(8).
               10  WS-AUDIT-RUN-TIME             PIC 9(6).
      *    WITHDRAWAL ROWS SEEN ON PASS 1; A LOAD ROW IS WITHDRAWN IF
      *    ONE OF THESE MATCHES ITS FEED AND WAS STAMPED AFTER IT,
      *    AND IS A RELOAD OF A WITHDRAWN FEED IF ONE OF THESE
      *    MATCHES ITS FEED AND WAS STAMPED BEFORE IT.
       01  WS-WITHDRAWN-FEEDS.
           05  WS-WDR-MAX                        PIC 9(3) VALUE 100.
           05  WS-WDR-LOADED                     PIC 9(3) VALUE 0.
           05  WS-WITHDRAWN-SW                   PIC X(1).
           05  WS-RESENT-SW                      PIC X(1).
           05  WS-WDR-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-WDR-IDX.
               10  WS-WDR-MGMT-NAME              PIC X(10).
               10  WS-WDR-SS-DATE                PIC 9(8).
               10  WS-WDR-SOURCE-CODE            PIC X(1).
               10  WS-WDR-RUN                    PIC X(14).
      *    THE AUDIT ROW ALONE CANNOT SPLIT AUD-REJECT-COUNT BY
      *    RECORD TYPE (THE LOAD FOLDS DETAIL, ADJUSTMENT AND
      *    UNKNOWN-RECORD REJECTS INTO ONE COUNT), SO THE PER-TYPE
      *    A SUPPLEMENTAL TRAILER COVERS ONLY THE LATE CORRECTION
      *    FILE, NOT THE DAY - LETTING AN 'S' ROW BECOME THE LATEST
      *    RUN WOULD REPORT "NO AUDIT ROW" AND ZERO COUNTS TO EVERY
      *    OTHER COMPANY.  A BACKOUT'S WITHDRAWAL ROW IS NOT A RUN;
      *    PASS 1 TABLES IT SO PASS 2 CAN DROP THE FEED IT WITHDREW
      *    AND TAKE THE CORRECTED RELOAD OF THAT FEED, STAMPED AFTER
      *    THE LATEST RUN, IN ITS PLACE.  A RELOAD REPLACES ONE
      *    COMPANY ONLY, SO IT NEVER BECOMES THE LATEST RUN ITSELF.
           READ WRK6520-AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-AUDIT-EOF-SW
                       AND NOT AUD-SUPPLEMENTAL-RUN
                       MOVE AUD-RUN-DATE TO WS-AUDIT-RUN-DATE
                       MOVE AUD-RUN-TIME TO WS-AUDIT-RUN-TIME
                       EVALUATE TRUE
                           WHEN AUD-WITHDRAWN-FEED
                               IF WS-AUDIT-PASS-NO = 1
                                   PERFORM 2300-NOTE-WITHDRAWN-FEED
                               END-IF
                           WHEN WS-AUDIT-PASS-NO = 1
                               PERFORM 2450-CHECK-RESENT-FEED
                               IF WS-RESENT-SW = 'N'
                                   AND WS-AUDIT-RUN > WS-LATEST-RUN
                                   MOVE WS-AUDIT-RUN TO WS-LATEST-RUN
                               END-IF
                           WHEN AUD-MGMT-NAME NOT = PARM-MGMT-NAME
                               CONTINUE
                           WHEN WS-AUDIT-RUN = WS-LATEST-RUN
                               PERFORM 2600-TAKE-COMPANY-ROW
                           WHEN WS-AUDIT-RUN > WS-LATEST-RUN
                               PERFORM 2450-CHECK-RESENT-FEED
                               IF WS-RESENT-SW = 'Y'
                                   PERFORM 2600-TAKE-COMPANY-ROW
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       2300-NOTE-WITHDRAWN-FEED.
           IF WS-WDR-LOADED < WS-WDR-MAX
               ADD 1 TO WS-WDR-LOADED
               SET WS-WDR-IDX TO WS-WDR-LOADED
               MOVE AUD-MGMT-NAME TO WS-WDR-MGMT-NAME(WS-WDR-IDX)
               MOVE AUD-SUPER-SHEET-DATE TO WS-WDR-SS-DATE(WS-WDR-IDX)
               MOVE AUD-SOURCE-CODE TO WS-WDR-SOURCE-CODE(WS-WDR-IDX)
               MOVE WS-AUDIT-RUN TO WS-WDR-RUN(WS-WDR-IDX)
           ELSE
               DISPLAY 'NRS-WRK6534 WITHDRAWN FEED TABLE FULL - '
                   AUD-MGMT-NAME ' NOT EXCLUDED'
           END-IF.

       2400-CHECK-WITHDRAWN-FEED.
           MOVE 'N' TO WS-WITHDRAWN-SW
           SET WS-WDR-IDX TO 1
           SEARCH WS-WDR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-WDR-IDX > WS-WDR-LOADED
                   CONTINUE
               WHEN WS-WDR-MGMT-NAME(WS-WDR-IDX) = AUD-MGMT-NAME
                   AND WS-WDR-SS-DATE(WS-WDR-IDX) = AUD-SUPER-SHEET-DATE
                   AND WS-WDR-SOURCE-CODE(WS-WDR-IDX) = AUD-SOURCE-CODE
                   AND WS-WDR-RUN(WS-WDR-IDX) > WS-AUDIT-RUN
                   MOVE 'Y' TO WS-WITHDRAWN-SW
           END-SEARCH.

       2450-CHECK-RESENT-FEED.
           MOVE 'N' TO WS-RESENT-SW
           SET WS-WDR-IDX TO 1
           SEARCH WS-WDR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-WDR-IDX > WS-WDR-LOADED
                   CONTINUE
               WHEN WS-WDR-MGMT-NAME(WS-WDR-IDX) = AUD-MGMT-NAME
                   AND WS-WDR-SS-DATE(WS-WDR-IDX) = AUD-SUPER-SHEET-DATE
                   AND WS-WDR-SOURCE-CODE(WS-WDR-IDX) = AUD-SOURCE-CODE
                   AND WS-WDR-RUN(WS-WDR-IDX) < WS-AUDIT-RUN
                   MOVE 'Y' TO WS-RESENT-SW
           END-SEARCH.

       2500-COMPUTE-ACCEPTED-COUNTS.
      *    AUD-RECS-COUNTED COUNTS EVERY DETAIL (VALID OR NOT) AND
      *    AUD-ADJUSTMENT-COUNT EVERY ADJUSTMENT, SO ACCEPTED =
               MOVE 0 TO WS-ADJS-ACCEPTED
           END-IF.

       2600-TAKE-COMPANY-ROW.
           PERFORM 2400-CHECK-WITHDRAWN-FEED
           IF WS-WITHDRAWN-SW = 'N'
               MOVE 'Y' TO WS-ROW-SEEN-SW
               ADD AUD-RECS-COUNTED TO WS-DETAILS-COUNTED
               ADD AUD-ADJUSTMENT-COUNT TO WS-ADJS-COUNTED
               MOVE AUD-RECON-STATUS TO WS-RECON-STATUS
           END-IF.

       3000-WRITE-ACK-HEADER.
           MOVE SPACES TO WRK6520-ACK-RECORD
           MOVE 'H' TO ACK-RECORD-TYPE
