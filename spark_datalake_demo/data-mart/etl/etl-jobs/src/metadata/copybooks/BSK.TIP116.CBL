       IDENTIFICATION DIVISION.
       PROGRAM-ID. NRS-WRK6548.
	     AUTHOR. AGENT.
	     DATE WRITTEN. 10/15/2026.
      *    BUSINESS-DAY CALENDAR FILE MAINTENANCE.
      *    APPLIES ADD/CHANGE/DEACTIVATE TRANSACTIONS FROM A CARD
      *    FILE TO THE BUSCAL KSDS (LAYOUT WRK6520U.CPY) SO THAT
      *    HOLIDAYS, EARLY CLOSES AND MONTH-END BUSINESS DAYS ARE
      *    KEPT AS DATA THE DAILY STREAM CAN READ, NOT AS OPERATOR
      *    KNOWLEDGE.  ON A CHANGE, ONLY THE FIELDS PUNCHED ON THE
      *    CARD ARE REPLACED.  A DEACTIVATED DATE STAYS ON FILE BUT
      *    REVERTS TO THE ORDINARY WEEKDAY RULE.  EVERY TRANSACTION
      *    IS ECHOED TO THE MAINTENANCE REPORT WITH ITS DISPOSITION.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WRK6520-CAL-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.
           SELECT WRK6548-TRAN-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT WRK6548-RPT-FILE ASSIGN TO "RPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WRK6520-CAL-FILE.
           COPY WRK6520U.
       FD  WRK6548-TRAN-FILE.
       01  WRK6548-TRAN-RECORD.
           05  TRAN-ACTION                       PIC X(1).
               88  TRAN-ADD                       VALUE 'A'.
               88  TRAN-CHANGE                    VALUE 'C'.
               88  TRAN-DEACTIVATE                VALUE 'D'.
           05  TRAN-CAL-DATE                     PIC X(8).
           05  TRAN-CAL-DATE-N REDEFINES TRAN-CAL-DATE
                                                 PIC 9(8).
           05  TRAN-DAY-TYPE                     PIC X(1).
               88  TRAN-VALID-DAY-TYPE            VALUE 'H' 'E' 'B'.
           05  TRAN-MONTH-END-SW                 PIC X(1).
               88  TRAN-VALID-MONTH-END-SW        VALUE 'Y' 'N' ' '.
           05  TRAN-EARLY-CLOSE-TIME             PIC X(4).
           05  TRAN-EARLY-CLOSE-TIME-N REDEFINES TRAN-EARLY-CLOSE-TIME
                                                 PIC 9(4).
           05  TRAN-DESCRIPTION                  PIC X(30).
           05  FILLER                            PIC X(35).
       FD  WRK6548-RPT-FILE.
       01  WRK6548-RPT-LINE                      PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CAL-STATUS                     PIC X(2).
           05  WS-TRAN-STATUS                    PIC X(2).
           05  WS-RPT-STATUS                     PIC X(2).
       01  WS-SWITCHES.
           05  WS-EOF-SW                         PIC X(1) VALUE 'N'.
               88  WS-EOF                          VALUE 'Y'.
           05  WS-TRAN-OK-SW                     PIC X(1) VALUE 'Y'.
       01  WS-COUNTS.
           05  WS-TRAN-COUNT                     PIC 9(9) VALUE 0.
           05  WS-APPLIED-COUNT                  PIC 9(9) VALUE 0.
           05  WS-REJECTED-COUNT                 PIC 9(9) VALUE 0.
       01  WS-TRAN-MESSAGE                       PIC X(50).
       01  WS-RUN-DATE                           PIC 9(8).
       01  WS-CLOSE-TIME.
           05  WS-CLOSE-HH                       PIC 9(2).
           05  WS-CLOSE-MM                       PIC 9(2).
       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTIONS UNTIL WS-EOF
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT WRK6548-TRAN-FILE
           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6548 TRAN OPEN FAILED, STATUS='
                   WS-TRAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O WRK6520-CAL-FILE
           IF WS-CAL-STATUS NOT = '00' AND WS-CAL-STATUS NOT = '05'
               DISPLAY 'NRS-WRK6548 MASTER OPEN FAILED, STATUS='
                   WS-CAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT WRK6548-RPT-FILE
           MOVE 'BUSINESS-DAY CALENDAR MAINTENANCE'
               TO WRK6548-RPT-LINE
           WRITE WRK6548-RPT-LINE.

       2000-PROCESS-TRANSACTIONS.
           READ WRK6548-TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TRAN-COUNT
                   PERFORM 2100-APPLY-TRANSACTION
           END-READ.

       2100-APPLY-TRANSACTION.
           MOVE 'Y' TO WS-TRAN-OK-SW
           MOVE SPACES TO WS-TRAN-MESSAGE
           PERFORM 2110-VALIDATE-TRANSACTION
           IF WS-TRAN-OK-SW = 'Y'
               EVALUATE TRUE
                   WHEN TRAN-ADD
                       PERFORM 2200-ADD-DATE
                   WHEN TRAN-CHANGE
                       PERFORM 2300-CHANGE-DATE
                   WHEN TRAN-DEACTIVATE
                       PERFORM 2400-DEACTIVATE-DATE
               END-EVALUATE
           END-IF
           IF WS-TRAN-OK-SW = 'Y'
               ADD 1 TO WS-APPLIED-COUNT
               MOVE 'APPLIED' TO WS-TRAN-MESSAGE
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF
           PERFORM 2900-WRITE-TRAN-LINE.

       2110-VALIDATE-TRANSACTION.
           IF NOT TRAN-ADD AND NOT TRAN-CHANGE AND NOT TRAN-DEACTIVATE
               MOVE 'N' TO WS-TRAN-OK-SW
               MOVE 'UNRECOGNIZED ACTION CODE' TO WS-TRAN-MESSAGE
           END-IF
           IF WS-TRAN-OK-SW = 'Y' AND TRAN-CAL-DATE NOT NUMERIC
               MOVE 'N' TO WS-TRAN-OK-SW
               MOVE 'CALENDAR DATE NOT NUMERIC' TO WS-TRAN-MESSAGE
           END-IF
           IF WS-TRAN-OK-SW = 'Y'
               IF FUNCTION TEST-DATE-YYYYMMDD(TRAN-CAL-DATE-N) NOT = 0
                   MOVE 'N' TO WS-TRAN-OK-SW
                   MOVE 'CALENDAR DATE IS NOT A VALID DATE'
                       TO WS-TRAN-MESSAGE
               END-IF
           END-IF
           IF WS-TRAN-OK-SW = 'Y' AND TRAN-ADD
               AND TRAN-DAY-TYPE = SPACES
               MOVE 'N' TO WS-TRAN-OK-SW
               MOVE 'NO DAY TYPE ON ADD' TO WS-TRAN-MESSAGE
           END-IF
           IF WS-TRAN-OK-SW = 'Y' AND TRAN-DAY-TYPE NOT = SPACES
               AND NOT TRAN-VALID-DAY-TYPE
               MOVE 'N' TO WS-TRAN-OK-SW
               MOVE 'DAY TYPE MUST BE H, E OR B' TO WS-TRAN-MESSAGE
           END-IF
           IF WS-TRAN-OK-SW = 'Y' AND NOT TRAN-VALID-MONTH-END-SW
               MOVE 'N' TO WS-TRAN-OK-SW
               MOVE 'MONTH-END FLAG MUST BE Y, N OR BLANK'
                   TO WS-TRAN-MESSAGE
           END-IF
           IF WS-TRAN-OK-SW = 'Y'
               AND TRAN-EARLY-CLOSE-TIME NOT = SPACES
               PERFORM 2120-VALIDATE-CLOSE-TIME
           END-IF.

       2120-VALIDATE-CLOSE-TIME.
           IF TRAN-EARLY-CLOSE-TIME NOT NUMERIC
               MOVE 'N' TO WS-TRAN-OK-SW
               MOVE 'EARLY CLOSE TIME NOT NUMERIC' TO WS-TRAN-MESSAGE
           ELSE
               MOVE TRAN-EARLY-CLOSE-TIME-N TO WS-CLOSE-TIME
               IF WS-CLOSE-HH > 23 OR WS-CLOSE-MM > 59
                   MOVE 'N' TO WS-TRAN-OK-SW
                   MOVE 'EARLY CLOSE TIME MUST BE HHMM'
                       TO WS-TRAN-MESSAGE
               END-IF
           END-IF.

       2150-EDIT-NEW-IMAGE.
      *    CROSS-FIELD EDITS ON THE RECORD AS IT WILL BE WRITTEN, SO
      *    A CHANGE CARD IS JUDGED TOGETHER WITH THE FIELDS IT LEAVES
      *    ALONE.
           IF CAL-HOLIDAY AND CAL-MONTH-END
               MOVE 'N' TO WS-TRAN-OK-SW
               MOVE 'A HOLIDAY CANNOT BE THE MONTH-END BUSINESS DAY'
                   TO WS-TRAN-MESSAGE
           END-IF
           IF WS-TRAN-OK-SW = 'Y' AND CAL-EARLY-CLOSE
               AND CAL-EARLY-CLOSE-TIME = 0
               MOVE 'N' TO WS-TRAN-OK-SW
               MOVE 'EARLY CLOSE NEEDS A CLOSE TIME' TO WS-TRAN-MESSAGE
           END-IF
           IF WS-TRAN-OK-SW = 'Y' AND NOT CAL-EARLY-CLOSE
               MOVE 0 TO CAL-EARLY-CLOSE-TIME
           END-IF.

       2200-ADD-DATE.
           MOVE TRAN-CAL-DATE-N TO CAL-DATE
           READ WRK6520-CAL-FILE
           IF WS-CAL-STATUS = '00'
               MOVE 'N' TO WS-TRAN-OK-SW
               MOVE 'ALREADY ON MASTER - ADD REJECTED'
                   TO WS-TRAN-MESSAGE
           ELSE
               MOVE SPACES TO NRS-WRK6520-CAL
               MOVE TRAN-CAL-DATE-N TO CAL-DATE
               MOVE TRAN-DAY-TYPE TO CAL-DAY-TYPE
               MOVE 'N' TO CAL-MONTH-END-SW
               IF TRAN-MONTH-END-SW NOT = SPACES
                   MOVE TRAN-MONTH-END-SW TO CAL-MONTH-END-SW
               END-IF
               MOVE 0 TO CAL-EARLY-CLOSE-TIME
               IF TRAN-EARLY-CLOSE-TIME NOT = SPACES
                   MOVE TRAN-EARLY-CLOSE-TIME-N TO CAL-EARLY-CLOSE-TIME
               END-IF
               MOVE TRAN-DESCRIPTION TO CAL-DESCRIPTION
               MOVE 'A' TO CAL-STATUS
               MOVE WS-RUN-DATE TO CAL-LAST-MAINT-DATE
               PERFORM 2150-EDIT-NEW-IMAGE
               IF WS-TRAN-OK-SW = 'Y'
                   WRITE NRS-WRK6520-CAL
                       INVALID KEY
                           MOVE 'N' TO WS-TRAN-OK-SW
                           MOVE 'MASTER WRITE FAILED'
                               TO WS-TRAN-MESSAGE
                   END-WRITE
               END-IF
           END-IF.

       2300-CHANGE-DATE.
           MOVE TRAN-CAL-DATE-N TO CAL-DATE
           READ WRK6520-CAL-FILE
           IF WS-CAL-STATUS NOT = '00'
               MOVE 'N' TO WS-TRAN-OK-SW
               MOVE 'NOT ON MASTER - CHANGE REJECTED'
                   TO WS-TRAN-MESSAGE
           ELSE
               IF TRAN-DAY-TYPE NOT = SPACES
                   MOVE TRAN-DAY-TYPE TO CAL-DAY-TYPE
               END-IF
               IF TRAN-MONTH-END-SW NOT = SPACES
                   MOVE TRAN-MONTH-END-SW TO CAL-MONTH-END-SW
               END-IF
               IF TRAN-EARLY-CLOSE-TIME NOT = SPACES
                   MOVE TRAN-EARLY-CLOSE-TIME-N TO CAL-EARLY-CLOSE-TIME
               END-IF
               IF TRAN-DESCRIPTION NOT = SPACES
                   MOVE TRAN-DESCRIPTION TO CAL-DESCRIPTION
               END-IF
               MOVE 'A' TO CAL-STATUS
               MOVE WS-RUN-DATE TO CAL-LAST-MAINT-DATE
               PERFORM 2150-EDIT-NEW-IMAGE
               IF WS-TRAN-OK-SW = 'Y'
                   REWRITE NRS-WRK6520-CAL
                       INVALID KEY
                           MOVE 'N' TO WS-TRAN-OK-SW
                           MOVE 'MASTER REWRITE FAILED'
                               TO WS-TRAN-MESSAGE
                   END-REWRITE
               END-IF
           END-IF.

       2400-DEACTIVATE-DATE.
           MOVE TRAN-CAL-DATE-N TO CAL-DATE
           READ WRK6520-CAL-FILE
           IF WS-CAL-STATUS NOT = '00'
               MOVE 'N' TO WS-TRAN-OK-SW
               MOVE 'NOT ON MASTER - DEACTIVATE REJECTED'
                   TO WS-TRAN-MESSAGE
           ELSE
               IF CAL-INACTIVE
                   MOVE 'N' TO WS-TRAN-OK-SW
                   MOVE 'ALREADY INACTIVE - DEACTIVATE REJECTED'
                       TO WS-TRAN-MESSAGE
               ELSE
                   MOVE 'I' TO CAL-STATUS
                   MOVE WS-RUN-DATE TO CAL-LAST-MAINT-DATE
                   REWRITE NRS-WRK6520-CAL
                       INVALID KEY
                           MOVE 'N' TO WS-TRAN-OK-SW
                           MOVE 'MASTER REWRITE FAILED'
                               TO WS-TRAN-MESSAGE
                   END-REWRITE
               END-IF
           END-IF.

       2900-WRITE-TRAN-LINE.
           MOVE SPACES TO WRK6548-RPT-LINE
           STRING TRAN-ACTION DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TRAN-CAL-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TRAN-DAY-TYPE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TRAN-MONTH-END-SW DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TRAN-EARLY-CLOSE-TIME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TRAN-DESCRIPTION DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-TRAN-MESSAGE DELIMITED BY SIZE
               INTO WRK6548-RPT-LINE
           WRITE WRK6548-RPT-LINE.

       3000-FINALIZE.
           MOVE SPACES TO WRK6548-RPT-LINE
           STRING 'TRANSACTIONS READ ' DELIMITED BY SIZE
               WS-TRAN-COUNT DELIMITED BY SIZE
               ' APPLIED ' DELIMITED BY SIZE
               WS-APPLIED-COUNT DELIMITED BY SIZE
               ' REJECTED ' DELIMITED BY SIZE
               WS-REJECTED-COUNT DELIMITED BY SIZE
               INTO WRK6548-RPT-LINE
           WRITE WRK6548-RPT-LINE
           CLOSE WRK6548-TRAN-FILE
           CLOSE WRK6520-CAL-FILE
           CLOSE WRK6548-RPT-FILE
           IF WS-REJECTED-COUNT > 0
               DISPLAY 'NRS-WRK6548 COMPLETED WITH '
                   WS-REJECTED-COUNT ' REJECTED TRANSACTIONS'
               MOVE 8 TO RETURN-CODE
           END-IF.
