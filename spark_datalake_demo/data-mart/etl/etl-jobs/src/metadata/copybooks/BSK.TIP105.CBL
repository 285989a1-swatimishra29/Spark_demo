      *    DATE (MATCHED ON FEED NAME, SOURCE-CODE AND FILE-TYPE),
      *    AND REPORTS EVERY EXPECTED COMPANY THAT SENT NOTHING,
      *    ENDING RC 8 SO THE SCHEDULER PAGES THE SHIFT.
      *    MODIFIED BY AGENT - A RUN DATE CARRIED AS A HOLIDAY ON THE
      *    BUSCAL BUSINESS-DAY CALENDAR (WRK6520U.CPY) EXPECTS NO
      *    FEEDS, SO A HOLIDAY NEVER RAISES A MISSING-FEED ALERT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WRK6520-CAL-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.
           SELECT WRK6520-SCHED-FILE ASSIGN TO "FEEDSCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
       FILE SECTION.
       FD  WRK6520-SCHED-FILE.
           COPY WRK6520D.
       FD  WRK6520-CAL-FILE.
           COPY WRK6520U.
       FD  WRK6520-AUDIT-FILE.
           COPY WRK6520A.
       FD  WRK6537-RPT-FILE.
           05  WS-SCHED-STATUS                   PIC X(2).
           05  WS-AUDIT-STATUS                   PIC X(2).
           05  WS-RPT-STATUS                     PIC X(2).
           05  WS-CAL-STATUS                     PIC X(2).
       01  WS-SWITCHES.
           05  WS-SCHED-EOF-SW                   PIC X(1) VALUE 'N'.
           05  WS-AUDIT-EOF-SW                   PIC X(1) VALUE 'N'.
           05  WS-HOLIDAY-SW                     PIC X(1) VALUE 'N'.
               88  WS-RUN-DATE-IS-HOLIDAY          VALUE 'Y'.
       01  WS-HOLIDAY-NAME                       PIC X(30) VALUE SPACES.
       01  WS-RUN-DATE                           PIC 9(8).
       01  WS-DAY-OF-WEEK                        PIC 9(1).
       01  WS-DAY-WORK                           PIC 9(9).
               ' DAY-OF-WEEK ' DELIMITED BY SIZE
               WS-DAY-OF-WEEK DELIMITED BY SIZE
               INTO WRK6537-RPT-LINE
           WRITE WRK6537-RPT-LINE
           PERFORM 1100-CHECK-CALENDAR
           IF WS-RUN-DATE-IS-HOLIDAY
               MOVE SPACES TO WRK6537-RPT-LINE
               STRING 'RUN DATE IS A HOLIDAY (' DELIMITED BY SIZE
                   WS-HOLIDAY-NAME DELIMITED BY SIZE
                   ') - NO FEEDS EXPECTED' DELIMITED BY SIZE
                   INTO WRK6537-RPT-LINE
               WRITE WRK6537-RPT-LINE
           END-IF.

       1100-CHECK-CALENDAR.
      *    NO CALENDAR FILE, OR NO ACTIVE ROW FOR THE DATE, LEAVES
      *    THE SCHEDULE'S OWN DAY-OF-WEEK FLAGS IN CHARGE.
           OPEN INPUT WRK6520-CAL-FILE
           IF WS-CAL-STATUS = '00'
               MOVE WS-RUN-DATE TO CAL-DATE
               READ WRK6520-CAL-FILE
               IF WS-CAL-STATUS = '00'
                   AND CAL-ACTIVE AND CAL-HOLIDAY
                   MOVE 'Y' TO WS-HOLIDAY-SW
                   MOVE CAL-DESCRIPTION TO WS-HOLIDAY-NAME
               END-IF
               CLOSE WRK6520-CAL-FILE
           END-IF.

       2000-LOAD-SCHEDULE.
           OPEN INPUT WRK6520-SCHED-FILE
                   TO WS-SCH-FILE-TYPE(WS-SCH-IDX)
               MOVE SCHED-DAY-FLAG(WS-DAY-OF-WEEK)
                   TO WS-SCH-EXPECTED-SW(WS-SCH-IDX)
               IF WS-RUN-DATE-IS-HOLIDAY
                   MOVE 'N' TO WS-SCH-EXPECTED-SW(WS-SCH-IDX)
               END-IF
               MOVE 'N' TO WS-SCH-RECEIVED-SW(WS-SCH-IDX)
               IF WS-SCH-EXPECTED-SW(WS-SCH-IDX) = 'Y'
                   ADD 1 TO WS-EXPECTED-COUNT
