      *    NAMING THE MISSING PREREQUISITE.  A 'STATUS' CARD PRINTS
      *    THE SAME CHECKS AS THE SHIFT'S DAILY GO/NO-GO PAGE AND
      *    ALWAYS ENDS RC 0.
      *    MODIFIED BY AGENT - WITHDRAWAL ROWS (AUD-RUN-MODE 'W')
      *    WRITTEN BY THE NRS-WRK6541 FEED BACKOUT ARE NEVER TAKEN AS
      *    THE LATEST RUN, AND A FAILED LATEST-RUN ROW FOR A FEED THAT
      *    HAS SINCE BEEN WITHDRAWN NO LONGER HOLDS THE GATE.
      *    MODIFIED BY AGENT - THE PRIOR-DAY CHECK NOW PROVES THE COPY
      *    HOLDS THE SHEET OF THE PRIOR BUSINESS DAY ON THE BUSCAL
      *    CALENDAR (WRK6520U.CPY): ITS LATEST DETAIL SUPER-SHEET DATE
      *    MUST BE THE BUSINESS DAY BEFORE THE LATEST RUN'S SHEET
      *    DATE, SO THE DAY AFTER A HOLIDAY OR WEEKEND IS JUDGED
      *    AGAINST THE LAST SHEET ACTUALLY LOADED.
      *    MODIFIED BY AGENT - A CORRECTED FEED RELOADED AFTER ITS
      *    BACKOUT (A LOAD ROW FOR THE SAME FEED STAMPED AFTER THE
      *    WITHDRAWAL ROW) IS JUDGED AS THE COMPANY'S LIVE ROW
      *    ALONGSIDE THE LATEST RUN, AND NEVER BECOMES THE LATEST
      *    RUN ITSELF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WRK6520-CAL-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.
           SELECT WRK6540-PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           COPY WRK6520A.
       FD  WRK6520-PART-FILE.
           COPY WRK6520P.
       FD  WRK6520-CAL-FILE.
           COPY WRK6520U.
      *    THE PRIOR-DAY COPY IS CHECKED FOR READABILITY AND DATED BY
      *    ITS DETAIL SUPER-SHEET DATES, SO THE FD CARRIES JUST THE
      *    KEY AND DATE FIELDS (PRV- NAMES, AS IN NRS-WRK6530).
       FD  WRK6540-PRIOR-FILE.
       01  PRV-WRK6520.
           05  PRV-RECORD-CODE                   PIC X(1).
               88  PRV-DETAIL-REC                 VALUE 'D'.
           05  PRV-FUND-CODE                     PIC 9(7).
           05  PRV-WRK6520-KEY REDEFINES PRV-FUND-CODE
                                                  PIC X(10).
           05  PRV-STATE-CODE                    PIC X(3).
           05  PRV-MGMT-CODE                     PIC X(2).
           05  PRV-SUPER-SHEET-DATE              PIC 9(8).
           05  FILLER                            PIC X(96).
       FD  WRK6540-RPT-FILE.
       01  WRK6540-RPT-LINE                      PIC X(132).
       WORKING-STORAGE SECTION.
           05  WS-PART-STATUS                    PIC X(2).
           05  WS-PRIOR-STATUS                   PIC X(2).
           05  WS-RPT-STATUS                     PIC X(2).
           05  WS-CAL-STATUS                     PIC X(2).
       01  WS-SWITCHES.
           05  WS-STATUS-MODE-SW                 PIC X(1) VALUE 'N'.
           05  WS-AUDIT-EOF-SW                   PIC X(1) VALUE 'N'.
           05  WS-PART-EOF-SW                    PIC X(1) VALUE 'N'.
           05  WS-PRIOR-EOF-SW                   PIC X(1) VALUE 'N'.
           05  WS-GATE-PASS-SW                   PIC X(1) VALUE 'Y'.
       01  WS-CHECK-RESULTS.
           05  WS-CKPT-OK-SW                     PIC X(1) VALUE 'N'.
           05  WS-LATEST-RUN.
               10  WS-LATEST-RUN-DATE            PIC 9(8) VALUE 0.
               10  WS-LATEST-RUN-TIME            PIC 9(6) VALUE 0.
           05  WS-LATEST-SHEET-DATE              PIC 9(8) VALUE 0.
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
       01  WS-PRIOR-DATES.
           05  WS-PRIOR-SHEET-DATE               PIC 9(8) VALUE 0.
           05  WS-EXPECTED-PRIOR-DATE            PIC 9(8) VALUE 0.
       01  WS-CALENDAR-WORK.
           05  WS-CAL-OPEN-SW                    PIC X(1) VALUE 'N'.
           05  WS-CAL-WORK-DATE                  PIC 9(8).
           05  WS-CAL-DAY-NUMBER                 PIC 9(9).
           05  WS-CAL-WEEKDAY                    PIC 9(1).
           05  WS-CAL-BUSINESS-SW                PIC X(1).
           05  WS-CAL-STEP-COUNT                 PIC 9(3).
       01  WS-INSTANCE-SEEN-TABLE.
           05  WS-INSTANCE-SEEN-SW               PIC X(1)
                   OCCURS 99 TIMES.

       3000-CHECK-AUDIT-ROWS.
      *    PASS 1 FINDS THE LATEST LOAD-RUN STAMP (RESUBMIT ROWS
      *    EXCLUDED), PASS 2 JUDGES EVERY ROW CARRYING IT AND NOTES
      *    THE LATEST SHEET DATE IT LOADED FOR THE PRIOR-DAY CHECK.
           PERFORM 3100-SCAN-AUDIT-FILE
           MOVE 2 TO WS-AUDIT-PASS-NO
           PERFORM 3100-SCAN-AUDIT-FILE
                   IF AUD-SOURCE-CODE NOT = 'R'
                       MOVE AUD-RUN-DATE TO WS-AUDIT-RUN-DATE
                       MOVE AUD-RUN-TIME TO WS-AUDIT-RUN-TIME
                       EVALUATE TRUE
                           WHEN AUD-WITHDRAWN-FEED
                               IF WS-AUDIT-PASS-NO = 1
                                   PERFORM 3300-NOTE-WITHDRAWN-FEED
                               END-IF
      *    A RELOAD OF A WITHDRAWN FEED REPLACES ONE COMPANY ONLY, SO
      *    IT NEVER BECOMES THE LATEST RUN; PASS 2 JUDGES IT WITH THE
      *    LATEST RUN'S ROWS AS THAT COMPANY'S LIVE FEED.
                           WHEN WS-AUDIT-PASS-NO = 1
                               MOVE 'Y' TO WS-RUN-SEEN-SW
                               PERFORM 3450-CHECK-RESENT-FEED
                               IF WS-RESENT-SW = 'N'
                                   AND WS-AUDIT-RUN > WS-LATEST-RUN
                                   MOVE WS-AUDIT-RUN TO WS-LATEST-RUN
                               END-IF
                           WHEN WS-AUDIT-RUN = WS-LATEST-RUN
                               PERFORM 3500-JUDGE-LATEST-RUN-ROW
                           WHEN WS-AUDIT-RUN > WS-LATEST-RUN
                               PERFORM 3450-CHECK-RESENT-FEED
                               IF WS-RESENT-SW = 'Y'
                                   PERFORM 3500-JUDGE-LATEST-RUN-ROW
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       3300-NOTE-WITHDRAWN-FEED.
           IF WS-WDR-LOADED < WS-WDR-MAX
               ADD 1 TO WS-WDR-LOADED
               SET WS-WDR-IDX TO WS-WDR-LOADED
               MOVE AUD-MGMT-NAME TO WS-WDR-MGMT-NAME(WS-WDR-IDX)
               MOVE AUD-SUPER-SHEET-DATE TO WS-WDR-SS-DATE(WS-WDR-IDX)
               MOVE AUD-SOURCE-CODE TO WS-WDR-SOURCE-CODE(WS-WDR-IDX)
               MOVE WS-AUDIT-RUN TO WS-WDR-RUN(WS-WDR-IDX)
           ELSE
               DISPLAY 'NRS-WRK6540 WITHDRAWN FEED TABLE FULL - '
                   AUD-MGMT-NAME ' NOT EXCLUDED'
           END-IF.

       3400-CHECK-WITHDRAWN-FEED.
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

       3450-CHECK-RESENT-FEED.
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

       3500-JUDGE-LATEST-RUN-ROW.
           PERFORM 3400-CHECK-WITHDRAWN-FEED
           IF WS-WITHDRAWN-SW = 'N'
               IF AUD-RECON-FAIL
                   MOVE 'Y' TO WS-LATEST-FAIL-SW
               END-IF
               IF AUD-SUPER-SHEET-DATE > WS-LATEST-SHEET-DATE
                   MOVE AUD-SUPER-SHEET-DATE TO WS-LATEST-SHEET-DATE
               END-IF
           END-IF.

       4000-CHECK-PARTIALS.
           MOVE SPACES TO WS-INSTANCE-SEEN-TABLE
           OPEN INPUT WRK6520-PART-FILE
       5000-CHECK-PRIOR-DAY.
           OPEN INPUT WRK6540-PRIOR-FILE
           IF WS-PRIOR-STATUS = '00'
               PERFORM 5100-READ-PRIOR-RECORD
                   UNTIL WS-PRIOR-EOF-SW = 'Y'
               CLOSE WRK6540-PRIOR-FILE
               PERFORM 5200-JUDGE-PRIOR-DATE
           ELSE
               MOVE SPACES TO WS-PRIOR-REASON
               STRING 'PRIOR-DAY FILE NOT READABLE, STATUS '
                   INTO WS-PRIOR-REASON
           END-IF.

       5100-READ-PRIOR-RECORD.
           READ WRK6540-PRIOR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PRIOR-EOF-SW
               NOT AT END
                   IF PRV-DETAIL-REC
                       AND PRV-SUPER-SHEET-DATE > WS-PRIOR-SHEET-DATE
                       MOVE PRV-SUPER-SHEET-DATE TO WS-PRIOR-SHEET-DATE
                   END-IF
           END-READ.

       5200-JUDGE-PRIOR-DATE.
      *    THE COPY MUST HOLD THE SHEET OF THE BUSINESS DAY BEFORE
      *    THE ONE THE LATEST RUN LOADED - NOT SIMPLY YESTERDAY'S.
           IF WS-LATEST-SHEET-DATE = 0
               MOVE 'NO LOADED SHEET TO DATE THE PRIOR-DAY COPY BY'
                   TO WS-PRIOR-REASON
           ELSE
               PERFORM 9000-OPEN-CALENDAR
               MOVE WS-LATEST-SHEET-DATE TO WS-CAL-WORK-DATE
               PERFORM 9100-PRIOR-BUSINESS-DAY
               MOVE WS-CAL-WORK-DATE TO WS-EXPECTED-PRIOR-DATE
               PERFORM 9900-CLOSE-CALENDAR
               MOVE SPACES TO WS-PRIOR-REASON
               IF WS-PRIOR-SHEET-DATE = WS-EXPECTED-PRIOR-DATE
                   MOVE 'Y' TO WS-PRIOR-OK-SW
                   STRING 'PRIOR-DAY COPY HOLDS SHEET '
                       DELIMITED BY SIZE
                       WS-PRIOR-SHEET-DATE DELIMITED BY SIZE
                       INTO WS-PRIOR-REASON
               ELSE
                   STRING 'PRIOR-DAY COPY SHEET ' DELIMITED BY SIZE
                       WS-PRIOR-SHEET-DATE DELIMITED BY SIZE
                       ' EXPECTED ' DELIMITED BY SIZE
                       WS-EXPECTED-PRIOR-DATE DELIMITED BY SIZE
                       INTO WS-PRIOR-REASON
               END-IF
           END-IF.

       6000-PRINT-STATUS-PAGE.
           MOVE 'DAILY GO/NO-GO STATUS' TO WRK6540-RPT-LINE
           WRITE WRK6540-RPT-LINE
                   WS-GATE-JOB-NAME ' - SEE REPORT'
               MOVE 8 TO RETURN-CODE
           END-IF.

       9000-OPEN-CALENDAR.
      *    THE CALENDAR IS OPTIONAL - WITHOUT IT EVERY WEEKDAY IS A
      *    BUSINESS DAY.
           MOVE 'N' TO WS-CAL-OPEN-SW
           OPEN INPUT WRK6520-CAL-FILE
           EVALUATE WS-CAL-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-CAL-OPEN-SW
               WHEN '05'
                   CLOSE WRK6520-CAL-FILE
               WHEN OTHER
                   DISPLAY 'NRS-WRK6540 CALENDAR OPEN FAILED, STATUS='
                       WS-CAL-STATUS ' - WEEKDAYS ONLY'
           END-EVALUATE.

       9100-PRIOR-BUSINESS-DAY.
      *    STEPS WS-CAL-WORK-DATE BACK TO THE NEAREST EARLIER
      *    BUSINESS DAY.
           COMPUTE WS-CAL-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-CAL-WORK-DATE)
           MOVE 'N' TO WS-CAL-BUSINESS-SW
           MOVE 0 TO WS-CAL-STEP-COUNT
           PERFORM 9110-STEP-BACK-ONE-DAY
               UNTIL WS-CAL-BUSINESS-SW = 'Y'
                   OR WS-CAL-STEP-COUNT >= 31.

       9110-STEP-BACK-ONE-DAY.
           SUBTRACT 1 FROM WS-CAL-DAY-NUMBER
           ADD 1 TO WS-CAL-STEP-COUNT
           COMPUTE WS-CAL-WORK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CAL-DAY-NUMBER)
           PERFORM 9200-TEST-BUSINESS-DAY.

       9200-TEST-BUSINESS-DAY.
      *    DAY 1 OF INTEGER-OF-DATE IS A MONDAY, SO MOD 7 GIVES
      *    6 FOR SATURDAY AND 0 FOR SUNDAY.  AN ACTIVE CALENDAR ROW
      *    OVERRIDES THE WEEKDAY RULE EITHER WAY.
           COMPUTE WS-CAL-WEEKDAY = FUNCTION MOD(WS-CAL-DAY-NUMBER, 7)
           IF WS-CAL-WEEKDAY = 0 OR WS-CAL-WEEKDAY = 6
               MOVE 'N' TO WS-CAL-BUSINESS-SW
           ELSE
               MOVE 'Y' TO WS-CAL-BUSINESS-SW
           END-IF
           IF WS-CAL-OPEN-SW = 'Y'
               MOVE WS-CAL-WORK-DATE TO CAL-DATE
               READ WRK6520-CAL-FILE
               IF WS-CAL-STATUS = '00' AND CAL-ACTIVE
                   IF CAL-HOLIDAY
                       MOVE 'N' TO WS-CAL-BUSINESS-SW
                   ELSE
                       MOVE 'Y' TO WS-CAL-BUSINESS-SW
                   END-IF
               END-IF
           END-IF.

       9900-CLOSE-CALENDAR.
           IF WS-CAL-OPEN-SW = 'Y'
               CLOSE WRK6520-CAL-FILE
               MOVE 'N' TO WS-CAL-OPEN-SW
           END-IF.
