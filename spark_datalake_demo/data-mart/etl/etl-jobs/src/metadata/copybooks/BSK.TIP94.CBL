      *    'S') ARE EXCLUDED FROM THE LATEST-RUN TIE-BACK, LIKE
      *    RESUBMIT ROWS: A SUPPLEMENTAL TRAILER COVERS ONLY THE
      *    LATE CORRECTION FILE, NOT THE DAY'S LOAD.
      *    MODIFIED BY AGENT - A FEED BACKED OUT BY NRS-WRK6541 IS
      *    DROPPED FROM THE TIE-BACK: ITS LATEST-RUN ROW IS SKIPPED
      *    WHEN A LATER WITHDRAWAL ROW (AUD-RUN-MODE 'W') CARRIES THE
      *    SAME MGMT-NAME, SUPER-SHEET-DATE AND SOURCE-CODE.
      *    MODIFIED BY AGENT - A CORRECTED FEED RELOADED AFTER ITS
      *    BACKOUT (A LOAD ROW FOR THE SAME FEED STAMPED AFTER THE
      *    WITHDRAWAL ROW) IS TAKEN AS THE COMPANY'S LIVE ROW: IT
      *    DOES NOT BECOME THE LATEST RUN, BUT ITS TRAILER FIGURES
      *    ARE ADDED TO THE LATEST RUN'S IN THE TIE-BACK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           05  WS-TRL-TOTAL-RECS                 PIC 9(7) VALUE 0.
           05  WS-TIE-DIFF                  PIC S9(15)V9(2).
           05  WS-AUDIT-PASS-NO                  PIC 9(1) VALUE 1.
      *    WITHDRAWAL ROWS SEEN ON PASS 1; A LOAD ROW IS WITHDRAWN IF
      *    ONE OF THESE MATCHES ITS FEED AND WAS STAMPED AFTER IT,
      *    AND IS A RELOAD OF A WITHDRAWN FEED IF ONE OF THESE
      *    MATCHES ITS FEED AND WAS STAMPED BEFORE IT.
       01  WS-WITHDRAWN-FEEDS.
           05  WS-WDR-MAX                        PIC 9(3) VALUE 100.
           05  WS-WDR-LOADED                     PIC 9(3) VALUE 0.
           05  WS-WDR-SKIPPED                    PIC 9(5) VALUE 0.
           05  WS-WDR-RESENT                     PIC 9(5) VALUE 0.
           05  WS-WITHDRAWN-SW                   PIC X(1).
           05  WS-RESENT-SW                      PIC X(1).
           05  WS-WDR-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-WDR-IDX.
               10  WS-WDR-MGMT-NAME              PIC X(10).
               10  WS-WDR-SS-DATE                PIC 9(8).
               10  WS-WDR-SOURCE-CODE            PIC X(1).
               10  WS-WDR-RUN                    PIC X(14).
       01  WS-EDIT-FIELDS.
           05  WS-E-AMOUNT                       PIC -(14)9.99.
           05  WS-E-SHARE                        PIC -(12)9.9999.
               WS-TRL-TOTAL-RECS DELIMITED BY SIZE
               INTO WRK6526-RPT-LINE
           WRITE WRK6526-RPT-LINE
           IF WS-WDR-SKIPPED > 0
               MOVE SPACES TO WRK6526-RPT-LINE
               STRING ' WITHDRAWN FEEDS EXCLUDED FROM TIE-BACK '
                   DELIMITED BY SIZE
                   WS-WDR-SKIPPED DELIMITED BY SIZE
                   INTO WRK6526-RPT-LINE
               WRITE WRK6526-RPT-LINE
           END-IF
           IF WS-WDR-RESENT > 0
               MOVE SPACES TO WRK6526-RPT-LINE
               STRING ' RELOADED FEEDS INCLUDED IN TIE-BACK '
                   DELIMITED BY SIZE
                   WS-WDR-RESENT DELIMITED BY SIZE
                   INTO WRK6526-RPT-LINE
               WRITE WRK6526-RPT-LINE
           END-IF
           COMPUTE WS-TIE-DIFF = WS-GR-AMOUNT - WS-TRL-AMOUNT
           MOVE WS-TIE-DIFF TO WS-E-AMOUNT
           MOVE SPACES TO WRK6526-RPT-LINE
      *    OF RESUBMITTED RECORDS INSTEAD OF THE DAY'S TRAILERS.
      *    SUPPLEMENTAL ROWS (AUD-RUN-MODE 'S') ARE EXCLUDED FOR THE
      *    SAME REASON - THEIR TRAILER COVERS ONLY THE LATE FILE.
      *    WITHDRAWAL ROWS (AUD-RUN-MODE 'W') ARE NEVER A LOAD RUN;
      *    PASS 1 TABLES THEM SO PASS 2 CAN DROP THE FEEDS THEY
      *    WITHDREW - THOSE DETAILS ARE NO LONGER ON THE KSDS.
      *    A CORRECTED FEED RELOADED AFTER ITS WITHDRAWAL IS STAMPED
      *    LATER THAN THE MORNING RUN BUT REPLACES ONLY ONE COMPANY,
      *    SO IT NEVER BECOMES THE LATEST RUN; PASS 2 TIES IT IN
      *    ALONGSIDE THE LATEST RUN'S ROWS INSTEAD.
           READ WRK6520-AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-AUDIT-EOF-SW
                       AND NOT AUD-SUPPLEMENTAL-RUN
                       MOVE AUD-RUN-DATE TO WS-AUDIT-RUN-DATE
                       MOVE AUD-RUN-TIME TO WS-AUDIT-RUN-TIME
                       EVALUATE TRUE
                           WHEN AUD-WITHDRAWN-FEED
                               IF WS-AUDIT-PASS-NO = 1
                                   PERFORM 4300-NOTE-WITHDRAWN-FEED
                               END-IF
                           WHEN WS-AUDIT-PASS-NO = 1
                               PERFORM 4450-CHECK-RESENT-FEED
                               IF WS-RESENT-SW NOT = 'Y'
                                   AND WS-AUDIT-RUN > WS-LATEST-RUN
                                   MOVE WS-AUDIT-RUN TO WS-LATEST-RUN
                               END-IF
                           WHEN WS-AUDIT-RUN = WS-LATEST-RUN
                               PERFORM 4500-TIE-LOAD-ROW
                           WHEN WS-AUDIT-RUN > WS-LATEST-RUN
                               PERFORM 4450-CHECK-RESENT-FEED
                               IF WS-RESENT-SW = 'Y'
                                   PERFORM 4500-TIE-LOAD-ROW
                                   IF WS-WITHDRAWN-SW NOT = 'Y'
                                       ADD 1 TO WS-WDR-RESENT
                                   END-IF
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       4300-NOTE-WITHDRAWN-FEED.
           IF WS-WDR-LOADED < WS-WDR-MAX
               ADD 1 TO WS-WDR-LOADED
               SET WS-WDR-IDX TO WS-WDR-LOADED
               MOVE AUD-MGMT-NAME TO WS-WDR-MGMT-NAME(WS-WDR-IDX)
               MOVE AUD-SUPER-SHEET-DATE TO WS-WDR-SS-DATE(WS-WDR-IDX)
               MOVE AUD-SOURCE-CODE TO WS-WDR-SOURCE-CODE(WS-WDR-IDX)
               MOVE WS-AUDIT-RUN TO WS-WDR-RUN(WS-WDR-IDX)
           ELSE
               DISPLAY 'NRS-WRK6526 WITHDRAWN FEED TABLE FULL - '
                   AUD-MGMT-NAME ' NOT EXCLUDED'
           END-IF.

       4400-CHECK-WITHDRAWN-FEED.
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

       4450-CHECK-RESENT-FEED.
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

       4500-TIE-LOAD-ROW.
           PERFORM 4400-CHECK-WITHDRAWN-FEED
           IF WS-WITHDRAWN-SW = 'Y'
               ADD 1 TO WS-WDR-SKIPPED
           ELSE
               ADD AUD-TRL-AMOUNT TO WS-TRL-AMOUNT
               ADD AUD-TRL-SHARE TO WS-TRL-SHARE
               ADD AUD-TOTAL-RECS TO WS-TRL-TOTAL-RECS
           END-IF.

       5000-PRINT-TOP-MOVERS.
           MOVE SPACES TO WRK6526-RPT-LINE
           STRING ' TOP ' DELIMITED BY SIZE
