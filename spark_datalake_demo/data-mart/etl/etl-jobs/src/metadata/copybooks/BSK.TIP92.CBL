      *    'S') NO LONGER BECOME THE LATEST RUN; A CLOSE-DAY
      *    SUPPLEMENTAL THAT FAILED ITS OWN RECONCILIATION NOW
      *    CLOSES THE GATE INSTEAD.
      *    MODIFIED BY AGENT - WITHDRAWAL ROWS (AUD-RUN-MODE 'W')
      *    FROM THE NRS-WRK6541 FEED BACKOUT ARE NOT LOAD RUNS AND
      *    NEVER BECOME THE LATEST RUN.
      *    MODIFIED BY AGENT - THE CLOSE IS ALSO REFUSED UNTIL THE
      *    MONTH'S LAST BUSINESS DAY HAS BEEN LOADED AND ITS LATEST
      *    RUN PASSED RECONCILIATION.  THE LAST BUSINESS DAY IS THE
      *    DATE FLAGGED MONTH-END ON THE BUSCAL CALENDAR
      *    (WRK6520U.CPY), ELSE THE LAST WEEKDAY OF THE MONTH THAT IS
      *    NOT A CALENDAR HOLIDAY.
      *    MODIFIED BY AGENT - FAILED ROWS ARE NOW JUDGED ON THE
      *    SECOND AUDIT PASS, ONCE THE WITHDRAWAL ROWS ARE KNOWN: A
      *    FAILED ROW FOR A FEED NRS-WRK6541 HAS SINCE BACKED OUT NO
      *    LONGER HOLDS THE CLOSE, AND A CORRECTED RELOAD OF THAT FEED
      *    (A LOAD ROW STAMPED AFTER THE WITHDRAWAL ROW) IS JUDGED
      *    WITH THE LATEST RUN INSTEAD OF BECOMING THE LATEST RUN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WRK6520-CAL-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.
           SELECT WRK6524-PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
       01  WRK6524-PARM-RECORD.
           05  PARM-CLOSE-MONTH                  PIC X(6).
           05  FILLER                            PIC X(74).
       FD  WRK6520-CAL-FILE.
           COPY WRK6520U.
       FD  WRK6520-AUDIT-FILE.
           COPY WRK6520A.
       FD  WRK6520-FILE.
           05  WS-WRK6520-STATUS                 PIC X(2).
           05  WS-HIST-STATUS                    PIC X(2).
           05  WS-RPT-STATUS                     PIC X(2).
           05  WS-CAL-STATUS                     PIC X(2).
       01  WS-SWITCHES.
           05  WS-AUDIT-EOF-SW                   PIC X(1) VALUE 'N'.
           05  WS-EOF-SW                         PIC X(1) VALUE 'N'.
           05  WS-AUDIT-RUN-DATE                 PIC 9(8).
           05  WS-AUDIT-RUN-TIME                 PIC 9(6).
       01  WS-LATEST-FAIL-SW                     PIC X(1) VALUE 'N'.
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
       01  WS-SUPPL-FAIL-SW                      PIC X(1) VALUE 'N'.
       01  WS-SUPPL-EOF-SW                       PIC X(1) VALUE 'N'.
      *    THE MONTH'S LAST BUSINESS DAY AND THE LATEST NON-
      *    SUPPLEMENTAL RUN THAT LOADED ITS SHEET.
       01  WS-MONTH-END-CHECK.
           05  WS-MONTH-END-DATE                 PIC 9(8) VALUE 0.
           05  WS-FLAGGED-END-DATE               PIC 9(8) VALUE 0.
           05  WS-MEND-SEEN-SW                   PIC X(1) VALUE 'N'.
           05  WS-MEND-FAIL-SW                   PIC X(1) VALUE 'N'.
           05  WS-MEND-RUN.
               10  WS-MEND-RUN-DATE              PIC 9(8) VALUE 0.
               10  WS-MEND-RUN-TIME              PIC 9(6) VALUE 0.
           05  WS-DAY-OF-MONTH                   PIC 9(2).
       01  WS-CALENDAR-WORK.
           05  WS-CAL-OPEN-SW                    PIC X(1) VALUE 'N'.
           05  WS-CAL-WORK-DATE                  PIC 9(8).
           05  WS-CAL-DAY-NUMBER                 PIC 9(9).
           05  WS-CAL-WEEKDAY                    PIC 9(1).
           05  WS-CAL-BUSINESS-SW                PIC X(1).
           05  WS-CAL-STEP-COUNT                 PIC 9(3).
       01  WS-COUNTS.
           05  WS-ROLLED-COUNT                   PIC 9(9) VALUE 0.
           05  WS-SKIPPED-COUNT                  PIC 9(9) VALUE 0.
           WRITE WRK6524-RPT-LINE.

       2000-CHECK-RECON-GATE.
           PERFORM 2500-FIND-MONTH-END-DAY
           OPEN INPUT WRK6520-AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6524 AUDIT OPEN FAILED, STATUS='
           PERFORM 2100-READ-AUDIT-RECORD
               UNTIL WS-AUDIT-EOF-SW = 'Y'
           CLOSE WRK6520-AUDIT-FILE
           PERFORM 2300-SCAN-FAILED-ROWS
           EVALUATE TRUE
               WHEN WS-MONTH-SEEN-SW NOT = 'Y'
                   MOVE 'NO AUDIT HISTORY FOR THE CLOSE MONTH'
                       TO WRK6524-RPT-LINE
                   WRITE WRK6524-RPT-LINE
               WHEN WS-CURR-DATE < WS-MONTH-END-DATE
                   OR WS-MEND-SEEN-SW NOT = 'Y'
                   MOVE SPACES TO WRK6524-RPT-LINE
                   STRING 'LAST BUSINESS DAY ' DELIMITED BY SIZE
                       WS-MONTH-END-DATE DELIMITED BY SIZE
                       ' NOT YET LOADED - CLOSE SUPPRESSED'
                       DELIMITED BY SIZE
                       INTO WRK6524-RPT-LINE
                   WRITE WRK6524-RPT-LINE
               WHEN WS-MEND-FAIL-SW = 'Y'
                   MOVE SPACES TO WRK6524-RPT-LINE
                   STRING 'LAST BUSINESS DAY ' DELIMITED BY SIZE
                       WS-MONTH-END-DATE DELIMITED BY SIZE
                       ' LOAD FAILED RECONCILIATION - CLOSE '
                       DELIMITED BY SIZE
                       'SUPPRESSED' DELIMITED BY SIZE
                       INTO WRK6524-RPT-LINE
                   WRITE WRK6524-RPT-LINE
               WHEN WS-LATEST-FAIL-SW = 'Y'
                   MOVE SPACES TO WRK6524-RPT-LINE
                   STRING 'LATEST RUN FOR THE MONTH FAILED '
      *    LATEST RUN - A SMALL PASSING SUPPLEMENTAL WOULD SUPERSEDE
      *    A FAILED MORNING RUN'S STAMP AND CLOSE THE MONTH WITH THE
      *    FAILED BALANCES; THEY ARE JUDGED SEPARATELY IN 2300.
      *    A BACKOUT'S WITHDRAWAL ROW IS NOT A RUN AT ALL; IT IS
      *    TABLED SO THE SECOND PASS CAN DROP THE FEED IT WITHDREW.
      *    A CORRECTED RELOAD OF A WITHDRAWN FEED REPLACES ONE
      *    COMPANY ONLY AND NEVER BECOMES THE LATEST RUN EITHER.
      *    THIS PASS ONLY FINDS THE RUNS; 2300 JUDGES THEIR ROWS.
           MOVE AUD-SUPER-SHEET-DATE(1:6) TO WS-AUDIT-SS-MONTH
           IF WS-AUDIT-SS-MONTH = WS-CLOSE-MONTH
               AND NOT AUD-SUPPLEMENTAL-RUN
               MOVE AUD-RUN-DATE TO WS-AUDIT-RUN-DATE
               MOVE AUD-RUN-TIME TO WS-AUDIT-RUN-TIME
               IF AUD-WITHDRAWN-FEED
                   PERFORM 2260-NOTE-WITHDRAWN-FEED
               ELSE
                   PERFORM 2280-CHECK-RESENT-FEED
                   IF WS-RESENT-SW = 'N'
                       MOVE 'Y' TO WS-MONTH-SEEN-SW
                       IF WS-AUDIT-RUN > WS-LATEST-RUN
                           MOVE WS-AUDIT-RUN TO WS-LATEST-RUN
                       END-IF
                       IF AUD-SUPER-SHEET-DATE = WS-MONTH-END-DATE
                           PERFORM 2250-FIND-MONTH-END-RUN
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2250-FIND-MONTH-END-RUN.
      *    THE LAST BUSINESS DAY'S SHEET IS JUDGED ON ITS OWN LATEST
      *    RUN, THE SAME WAY - A LATER RERUN OF AN EARLIER DAY'S
      *    SHEET DOES NOT HIDE A FAILED MONTH-END LOAD.
           MOVE 'Y' TO WS-MEND-SEEN-SW
           IF WS-AUDIT-RUN > WS-MEND-RUN
               MOVE WS-AUDIT-RUN TO WS-MEND-RUN
           END-IF.

       2260-NOTE-WITHDRAWN-FEED.
           IF WS-WDR-LOADED < WS-WDR-MAX
               ADD 1 TO WS-WDR-LOADED
               SET WS-WDR-IDX TO WS-WDR-LOADED
               MOVE AUD-MGMT-NAME TO WS-WDR-MGMT-NAME(WS-WDR-IDX)
               MOVE AUD-SUPER-SHEET-DATE TO WS-WDR-SS-DATE(WS-WDR-IDX)
               MOVE AUD-SOURCE-CODE TO WS-WDR-SOURCE-CODE(WS-WDR-IDX)
               MOVE WS-AUDIT-RUN TO WS-WDR-RUN(WS-WDR-IDX)
           ELSE
               DISPLAY 'NRS-WRK6524 WITHDRAWN FEED TABLE FULL - '
                   AUD-MGMT-NAME ' NOT EXCLUDED'
           END-IF.

       2270-CHECK-WITHDRAWN-FEED.
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

       2280-CHECK-RESENT-FEED.
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

       2300-SCAN-FAILED-ROWS.
      *    SECOND PASS, ONCE THE LATEST RUNS AND THE WITHDRAWALS ARE
      *    KNOWN.  EVERY ROW OF THE LATEST RUN (AND OF THE MONTH-END
      *    SHEET'S LATEST RUN) MUST BE AUD-RECON-PASS UNLESS ITS FEED
      *    HAS SINCE BEEN WITHDRAWN, AND SO MUST A RELOAD OF A
      *    WITHDRAWN FEED STAMPED AFTER THAT RUN.  A SUPPLEMENTAL ROW
      *    IN THE CLOSE MONTH DATED THE SAME DAY AS THE LATEST RUN
      *    THAT FAILED ITS OWN RECONCILIATION ALSO CLOSES THE GATE -
      *    ITS POSTINGS ARE IN THE KSDS BALANCES THE CLOSE ROLLS
      *    FORWARD.
           OPEN INPUT WRK6520-AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6524 AUDIT OPEN FAILED, STATUS='
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2400-READ-FAILED-ROW
               UNTIL WS-SUPPL-EOF-SW = 'Y'
           CLOSE WRK6520-AUDIT-FILE.

       2400-READ-FAILED-ROW.
           READ WRK6520-AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-SUPPL-EOF-SW
               NOT AT END
                   MOVE AUD-SUPER-SHEET-DATE(1:6) TO WS-AUDIT-SS-MONTH
                   MOVE AUD-RUN-DATE TO WS-AUDIT-RUN-DATE
                   MOVE AUD-RUN-TIME TO WS-AUDIT-RUN-TIME
                   EVALUATE TRUE
                       WHEN WS-AUDIT-SS-MONTH NOT = WS-CLOSE-MONTH
                           CONTINUE
                       WHEN NOT AUD-RECON-FAIL
                           CONTINUE
                       WHEN AUD-SUPPLEMENTAL-RUN
                           IF AUD-RUN-DATE = WS-LATEST-RUN-DATE
                               MOVE 'Y' TO WS-SUPPL-FAIL-SW
                           END-IF
                       WHEN AUD-WITHDRAWN-FEED
                           CONTINUE
                       WHEN OTHER
                           PERFORM 2450-JUDGE-FAILED-ROW
                   END-EVALUATE
           END-READ.

       2450-JUDGE-FAILED-ROW.
           PERFORM 2270-CHECK-WITHDRAWN-FEED
           IF WS-WITHDRAWN-SW = 'N'
               PERFORM 2280-CHECK-RESENT-FEED
               IF WS-AUDIT-RUN = WS-LATEST-RUN
                   OR (WS-AUDIT-RUN > WS-LATEST-RUN
                       AND WS-RESENT-SW = 'Y')
                   MOVE 'Y' TO WS-LATEST-FAIL-SW
               END-IF
               IF AUD-SUPER-SHEET-DATE = WS-MONTH-END-DATE
                   AND (WS-AUDIT-RUN = WS-MEND-RUN
                       OR (WS-AUDIT-RUN > WS-MEND-RUN
                           AND WS-RESENT-SW = 'Y'))
                   MOVE 'Y' TO WS-MEND-FAIL-SW
               END-IF
           END-IF.

       2500-FIND-MONTH-END-DAY.
      *    A DATE FLAGGED MONTH-END ON THE CALENDAR WINS; OTHERWISE
      *    STEP BACK FROM THE FIRST OF THE FOLLOWING MONTH TO THE
      *    NEAREST BUSINESS DAY.
           PERFORM 9000-OPEN-CALENDAR
           IF WS-CAL-OPEN-SW = 'Y'
               PERFORM 2510-CHECK-MONTH-END-FLAG
                   VARYING WS-DAY-OF-MONTH FROM 1 BY 1
                   UNTIL WS-DAY-OF-MONTH > 31
           END-IF
           IF WS-FLAGGED-END-DATE > 0
               MOVE WS-FLAGGED-END-DATE TO WS-MONTH-END-DATE
           ELSE
               COMPUTE WS-CAL-WORK-DATE = WS-CLOSE-MONTH * 100 + 1
               IF WS-CLOSE-MONTH(5:2) = '12'
                   ADD 8900 TO WS-CAL-WORK-DATE
               ELSE
                   ADD 100 TO WS-CAL-WORK-DATE
               END-IF
               PERFORM 9100-PRIOR-BUSINESS-DAY
               MOVE WS-CAL-WORK-DATE TO WS-MONTH-END-DATE
           END-IF
           PERFORM 9900-CLOSE-CALENDAR
           MOVE SPACES TO WRK6524-RPT-LINE
           STRING 'LAST BUSINESS DAY OF THE MONTH ' DELIMITED BY SIZE
               WS-MONTH-END-DATE DELIMITED BY SIZE
               INTO WRK6524-RPT-LINE
           WRITE WRK6524-RPT-LINE.

       2510-CHECK-MONTH-END-FLAG.
           COMPUTE CAL-DATE = WS-CLOSE-MONTH * 100 + WS-DAY-OF-MONTH
           READ WRK6520-CAL-FILE
           IF WS-CAL-STATUS = '00' AND CAL-ACTIVE AND CAL-MONTH-END
               AND NOT CAL-HOLIDAY
               MOVE CAL-DATE TO WS-FLAGGED-END-DATE
           END-IF.

       3000-ROLL-DETAILS.
           OPEN INPUT WRK6520-FILE
           IF WS-WRK6520-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6524 CLOSE SUPPRESSED - SEE REPORT'
               MOVE 16 TO RETURN-CODE
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
                   DISPLAY 'NRS-WRK6524 CALENDAR OPEN FAILED, STATUS='
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
