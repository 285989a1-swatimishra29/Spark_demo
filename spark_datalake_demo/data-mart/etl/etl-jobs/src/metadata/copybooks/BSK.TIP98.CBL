      *    SELECT MIRRORS THE PRIMARY AND ALTERNATE KEYS; ITS RECORD
      *    LAYOUT IS DECLARED INLINE WITH PRV- NAMES BECAUSE THE
      *    WRK6520 COPYBOOK CANNOT BE COPIED TWICE IN ONE PROGRAM.
      *    MODIFIED BY AGENT - "PRIOR DAY" NOW MEANS THE PRIOR
      *    BUSINESS DAY ON THE BUSCAL CALENDAR (WRK6520U.CPY).  A
      *    FIRST PASS DATES BOTH FILES BY THEIR LATEST DETAIL
      *    SUPER-SHEET DATE, AND THE COMPARE IS REFUSED (RC 16) IF
      *    THE COPY IS NOT THE SHEET OF THE BUSINESS DAY BEFORE
      *    TODAY'S - SO THE DAY AFTER A HOLIDAY OR WEEKEND COMPARES
      *    WITH THE LAST SHEET ACTUALLY LOADED, AND A STALE OR
      *    SAME-DAY COPY IS NEVER COMPARED AS IF IT WERE YESTERDAY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WRK6520-CAL-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.
           SELECT WRK6530-PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
       01  WRK6530-PARM-RECORD.
           05  PARM-TOLERANCE-PCT                PIC X(3).
           05  FILLER                            PIC X(77).
       FD  WRK6520-CAL-FILE.
           COPY WRK6520U.
       FD  WRK6520-FILE.
           COPY WRK6520.
       FD  WRK6530-PRIOR-FILE.
           05  WS-WRK6520-STATUS                 PIC X(2).
           05  WS-PRIOR-STATUS                   PIC X(2).
           05  WS-RPT-STATUS                     PIC X(2).
           05  WS-CAL-STATUS                     PIC X(2).
       01  WS-SWITCHES.
           05  WS-TODAY-EOF-SW                   PIC X(1) VALUE 'N'.
           05  WS-PRIOR-EOF-SW                   PIC X(1) VALUE 'N'.
       01  WS-TOLERANCE-PCT                      PIC 9(3) VALUE 0.
       01  WS-SHEET-DATES.
           05  WS-TODAY-SHEET-DATE               PIC 9(8) VALUE 0.
           05  WS-PRIOR-SHEET-DATE               PIC 9(8) VALUE 0.
           05  WS-EXPECTED-PRIOR-DATE            PIC 9(8) VALUE 0.
       01  WS-CALENDAR-WORK.
           05  WS-CAL-OPEN-SW                    PIC X(1) VALUE 'N'.
           05  WS-CAL-WORK-DATE                  PIC 9(8).
           05  WS-CAL-DAY-NUMBER                 PIC 9(9).
           05  WS-CAL-WEEKDAY                    PIC 9(1).
           05  WS-CAL-BUSINESS-SW                PIC X(1).
           05  WS-CAL-STEP-COUNT                 PIC 9(3).
       01  WS-TODAY-KEY                          PIC X(10).
       01  WS-PRIOR-KEY                          PIC X(10).
       01  WS-COUNTS.
       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-DATE-THE-FILES
           PERFORM 2100-READ-TODAY-DETAIL
           PERFORM 2200-READ-PRIOR-DETAIL
           PERFORM 2000-COMPARE-FILES
               INTO WRK6530-RPT-LINE
           WRITE WRK6530-RPT-LINE.

       1100-DATE-THE-FILES.
      *    FIRST PASS OVER BOTH FILES FOR THEIR LATEST DETAIL SHEET
      *    DATE; BOTH ARE THEN REOPENED FOR THE KEYED COMPARE.
           PERFORM 2100-READ-TODAY-DETAIL
               UNTIL WS-TODAY-KEY = HIGH-VALUES
           PERFORM 2200-READ-PRIOR-DETAIL
               UNTIL WS-PRIOR-KEY = HIGH-VALUES
           CLOSE WRK6520-FILE
           CLOSE WRK6530-PRIOR-FILE
           OPEN INPUT WRK6520-FILE
           OPEN INPUT WRK6530-PRIOR-FILE
           IF WS-WRK6520-STATUS NOT = '00'
                   OR WS-PRIOR-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6530 REOPEN FAILED, STATUS='
                   WS-WRK6520-STATUS ' ' WS-PRIOR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-TODAY-KEY
           MOVE SPACES TO WS-PRIOR-KEY
      *    AN EMPTY TODAY FILE HAS NOTHING TO DATE THE COPY AGAINST;
      *    THE COMPARE THEN REPORTS EVERY PRIOR FUND AS DROPPED.
           IF WS-TODAY-SHEET-DATE > 0
               PERFORM 9000-OPEN-CALENDAR
               MOVE WS-TODAY-SHEET-DATE TO WS-CAL-WORK-DATE
               PERFORM 9100-PRIOR-BUSINESS-DAY
               MOVE WS-CAL-WORK-DATE TO WS-EXPECTED-PRIOR-DATE
               PERFORM 9900-CLOSE-CALENDAR
               MOVE SPACES TO WRK6530-RPT-LINE
               STRING 'TODAY SHEET DATE ' DELIMITED BY SIZE
                   WS-TODAY-SHEET-DATE DELIMITED BY SIZE
                   ' PRIOR-DAY COPY SHEET DATE ' DELIMITED BY SIZE
                   WS-PRIOR-SHEET-DATE DELIMITED BY SIZE
                   ' PRIOR BUSINESS DAY ' DELIMITED BY SIZE
                   WS-EXPECTED-PRIOR-DATE DELIMITED BY SIZE
                   INTO WRK6530-RPT-LINE
               WRITE WRK6530-RPT-LINE
               IF WS-PRIOR-SHEET-DATE NOT = WS-EXPECTED-PRIOR-DATE
                   MOVE SPACES TO WRK6530-RPT-LINE
                   STRING 'PRIOR-DAY COPY IS NOT THE PRIOR BUSINESS '
                       DELIMITED BY SIZE
                       'DAY''S SHEET - COMPARE SUPPRESSED'
                       DELIMITED BY SIZE
                       INTO WRK6530-RPT-LINE
                   WRITE WRK6530-RPT-LINE
                   CLOSE WRK6520-FILE
                   CLOSE WRK6530-PRIOR-FILE
                   CLOSE WRK6530-RPT-FILE
                   DISPLAY 'NRS-WRK6530 PRIOR-DAY COPY DATED '
                       WS-PRIOR-SHEET-DATE ' EXPECTED '
                       WS-EXPECTED-PRIOR-DATE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       2000-COMPARE-FILES.
           EVALUATE TRUE
               WHEN WS-TODAY-KEY < WS-PRIOR-KEY
                   IF WRK6520-DETAIL-REC
                       MOVE NRS-WRK6520-KEY TO WS-TODAY-KEY
                       MOVE 'Y' TO WS-TODAY-EOF-SW
                       IF SUPER-SHEET-DATE OF DETAIL-DATA-AREA
                               > WS-TODAY-SHEET-DATE
                           MOVE SUPER-SHEET-DATE OF DETAIL-DATA-AREA
                               TO WS-TODAY-SHEET-DATE
                       END-IF
                   END-IF
           END-READ.

                   IF PRV-DETAIL-REC
                       MOVE PRV-WRK6520-KEY TO WS-PRIOR-KEY
                       MOVE 'Y' TO WS-PRIOR-EOF-SW
                       IF PRV-SUPER-SHEET-DATE > WS-PRIOR-SHEET-DATE
                           MOVE PRV-SUPER-SHEET-DATE
                               TO WS-PRIOR-SHEET-DATE
                       END-IF
                   END-IF
           END-READ.

               WS-MGT-SWINGS(WS-MGT-IDX) DELIMITED BY SIZE
               INTO WRK6530-RPT-LINE
           WRITE WRK6530-RPT-LINE.

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
                   DISPLAY 'NRS-WRK6530 CALENDAR OPEN FAILED, STATUS='
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
