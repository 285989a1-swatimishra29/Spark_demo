      *    MONTH, SO THE "HOW DOES THIS MONTH COMPARE" QUESTION AT
      *    EVERY CLOSE NO LONGER NEEDS SPREADSHEETS BUILT FROM SAVED
      *    PRINTOUTS.
      *    MODIFIED BY AGENT - MONTHS RESTATED BY A PRIOR-PERIOD
      *    ADJUSTMENT (RSTMFILE, WRK6520R.CPY) ARE MARKED '*' ON THE
      *    TREND LINES, AND A CLOSING SECTION LISTS EACH RESTATEMENT
      *    IN THE WINDOW WITH ITS FUND, STATE, ADJUSTMENT SEQUENCE,
      *    RUN DATE AND BEFORE/AFTER VALUES SO FINANCE CAN SEE WHICH
      *    PRIOR-MONTH FIGURES MOVED AND WHY.
      *    MODIFIED BY AGENT - HISTORY MOVED BY THE NRS-WRK6549 FUND
      *    REORGANIZATION IS MARKED '#' ON THE TREND LINES INSTEAD OF
      *    '*', AND ITS ROWS IN THE CLOSING SECTION ARE LABELLED
      *    REORGANIZED, SO A MERGER OR MANAGER TRANSFER IS NOT READ AS
      *    A PRIOR-PERIOD ADJUSTMENT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           SELECT WRK6525-RPT-FILE ASSIGN TO "RPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT OPTIONAL WRK6520-RSTM-FILE ASSIGN TO "RSTMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSTM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WRK6525-PARM-FILE.
           COPY WRK6520H.
       FD  WRK6525-RPT-FILE.
       01  WRK6525-RPT-LINE                      PIC X(132).
       FD  WRK6520-RSTM-FILE.
           COPY WRK6520R.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-PARM-STATUS                    PIC X(2).
           05  WS-HIST-STATUS                    PIC X(2).
           05  WS-RPT-STATUS                     PIC X(2).
           05  WS-RSTM-STATUS                    PIC X(2).
       01  WS-EOF-SW                             PIC X(1) VALUE 'N'.
           88  WS-EOF                              VALUE 'Y'.
       01  WS-END-MONTH                          PIC 9(6) VALUE 0.
               10  WS-TRD-CELL OCCURS 12 TIMES.
                   15  WS-TRD-REPEAT-AMT    PIC S9(15)V9(2).
                   15  WS-TRD-REOPEN-AMT    PIC S9(15)V9(2).
                   15  WS-TRD-RESTATED-SW        PIC X(1).
      *    RESTATEMENT LOG PASSES - 2500 MARKS THE TREND CELLS, 4000
      *    READS THE FILE AGAIN TO LIST THE RESTATEMENTS THEMSELVES.
       01  WS-RESTATE-FIELDS.
           05  WS-RSTM-EOF-SW                    PIC X(1).
           05  WS-RESTATED-COUNT                 PIC 9(5) VALUE 0.
           05  WS-E-RESTATED-MARK                PIC X(1).
       01  WS-WORK-FIELDS.
           05  WS-SLOT-IDX                       PIC 9(2).
           05  WS-SLOT-FOUND                     PIC 9(2).
           05  WS-E-REOPEN-AMT                   PIC -(14)9.99.
           05  WS-E-DELTA-REPEAT                 PIC -(14)9.99.
           05  WS-E-DELTA-REOPEN                 PIC -(14)9.99.
           05  WS-E-BEFORE-REPEAT                PIC -(14)9.99.
           05  WS-E-BEFORE-REOPEN                PIC -(14)9.99.
       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-HISTORY UNTIL WS-EOF
           CLOSE WRK6520-HIST-FILE
           PERFORM 2500-MARK-RESTATED-MONTHS
           PERFORM 3000-PRINT-REPORT
           PERFORM 4000-PRINT-RESTATEMENTS
           CLOSE WRK6525-RPT-FILE
           STOP RUN.

                           WS-TRD-REPEAT-AMT(WS-TRD-IDX, WS-MONTH-IDX)
                       MOVE 0 TO
                           WS-TRD-REOPEN-AMT(WS-TRD-IDX, WS-MONTH-IDX)
                       MOVE 'N' TO
                           WS-TRD-RESTATED-SW(WS-TRD-IDX, WS-MONTH-IDX)
                   END-PERFORM
                   MOVE WS-TREND-COUNT TO WS-ROW-FOUND
               END-IF
           END-IF.

       2500-MARK-RESTATED-MONTHS.
      *    NO RESTATEMENT LOG SIMPLY MEANS NOTHING HAS BEEN RESTATED.
           MOVE 'N' TO WS-RSTM-EOF-SW
           OPEN INPUT WRK6520-RSTM-FILE
           IF WS-RSTM-STATUS NOT = '00'
               MOVE 'Y' TO WS-RSTM-EOF-SW
           END-IF
           PERFORM 2600-READ-RESTATEMENT
               UNTIL WS-RSTM-EOF-SW = 'Y'
           IF WS-RSTM-STATUS = '00' OR WS-RSTM-STATUS = '10'
               CLOSE WRK6520-RSTM-FILE
           END-IF.

       2600-READ-RESTATEMENT.
           READ WRK6520-RSTM-FILE
               AT END
                   MOVE 'Y' TO WS-RSTM-EOF-SW
               NOT AT END
                   PERFORM 2700-MARK-ONE-RESTATEMENT
           END-READ.

       2700-MARK-ONE-RESTATEMENT.
      *    A MONTH MOVED BY BOTH AN ADJUSTMENT AND A REORGANIZATION
      *    KEEPS THE ADJUSTMENT'S '*' - THAT IS THE ONE TO EXPLAIN.
           MOVE 0 TO WS-SLOT-FOUND
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > 12
               IF WS-MONTH-SLOT(WS-SLOT-IDX) = RSTM-CLOSE-MONTH
                   MOVE WS-SLOT-IDX TO WS-SLOT-FOUND
               END-IF
           END-PERFORM
           IF WS-SLOT-FOUND > 0
               ADD 1 TO WS-RESTATED-COUNT
               PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                       UNTIL WS-ROW-IDX > WS-TREND-COUNT
                   SET WS-TRD-IDX TO WS-ROW-IDX
                   IF WS-TRD-MGMT-CODE(WS-TRD-IDX) = RSTM-MGMT-CODE
                       IF RSTM-PROGRAM-ID NOT = 'NRS-WRK6549'
                           MOVE 'Y' TO WS-TRD-RESTATED-SW
                               (WS-TRD-IDX, WS-SLOT-FOUND)
                       END-IF
                       IF RSTM-PROGRAM-ID = 'NRS-WRK6549'
                           AND WS-TRD-RESTATED-SW
                               (WS-TRD-IDX, WS-SLOT-FOUND) NOT = 'Y'
                           MOVE 'R' TO WS-TRD-RESTATED-SW
                               (WS-TRD-IDX, WS-SLOT-FOUND)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       3000-PRINT-REPORT.
           MOVE SPACES TO WRK6525-RPT-LINE
           STRING 'MTD ACTIVITY TREND - ROLLING 12 MONTHS ENDING '
           MOVE WS-TRD-REOPEN-AMT(WS-TRD-IDX, WS-MONTH-IDX)
               TO WS-E-REOPEN-AMT
           MOVE WS-DELTA-REOPEN TO WS-E-DELTA-REOPEN
           EVALUATE WS-TRD-RESTATED-SW(WS-TRD-IDX, WS-MONTH-IDX)
               WHEN 'Y'
                   MOVE '*' TO WS-E-RESTATED-MARK
               WHEN 'R'
                   MOVE '#' TO WS-E-RESTATED-MARK
               WHEN OTHER
                   MOVE ' ' TO WS-E-RESTATED-MARK
           END-EVALUATE
           MOVE SPACES TO WRK6525-RPT-LINE
           STRING ' ' DELIMITED BY SIZE
               WS-MONTH-SLOT(WS-MONTH-IDX) DELIMITED BY SIZE
               WS-E-RESTATED-MARK DELIMITED BY SIZE
               WS-E-REPEAT-AMT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-E-DELTA-REPEAT DELIMITED BY SIZE
               WS-E-DELTA-REOPEN DELIMITED BY SIZE
               INTO WRK6525-RPT-LINE
           WRITE WRK6525-RPT-LINE.

       4000-PRINT-RESTATEMENTS.
           MOVE SPACES TO WRK6525-RPT-LINE
           WRITE WRK6525-RPT-LINE
           IF WS-RESTATED-COUNT = 0
               MOVE 'NO PRIOR-PERIOD RESTATEMENTS IN THE WINDOW'
                   TO WRK6525-RPT-LINE
               WRITE WRK6525-RPT-LINE
           ELSE
               MOVE SPACES TO WRK6525-RPT-LINE
               STRING 'PRIOR-PERIOD RESTATEMENTS IN THE REPORTING '
                   DELIMITED BY SIZE
                   'WINDOW (MARKED * ABOVE, # WHERE REORGANIZED)'
                   DELIMITED BY SIZE
                   INTO WRK6525-RPT-LINE
               WRITE WRK6525-RPT-LINE
               MOVE 'N' TO WS-RSTM-EOF-SW
               OPEN INPUT WRK6520-RSTM-FILE
               IF WS-RSTM-STATUS NOT = '00'
                   MOVE 'Y' TO WS-RSTM-EOF-SW
               END-IF
               PERFORM 4100-READ-RESTATEMENT
                   UNTIL WS-RSTM-EOF-SW = 'Y'
               IF WS-RSTM-STATUS = '00' OR WS-RSTM-STATUS = '10'
                   CLOSE WRK6520-RSTM-FILE
               END-IF
           END-IF.

       4100-READ-RESTATEMENT.
           READ WRK6520-RSTM-FILE
               AT END
                   MOVE 'Y' TO WS-RSTM-EOF-SW
               NOT AT END
                   IF RSTM-CLOSE-MONTH >= WS-MONTH-SLOT(1)
                       AND RSTM-CLOSE-MONTH <= WS-MONTH-SLOT(12)
                       PERFORM 4200-PRINT-ONE-RESTATEMENT
                   END-IF
           END-READ.

       4200-PRINT-ONE-RESTATEMENT.
      *    A BACKOUT'S REVERSING ROW IS LABELLED AS SUCH SO THE PAIR
      *    READS AS A RESTATEMENT AND ITS WITHDRAWAL; A FUND
      *    REORGANIZATION'S ROWS ARE LABELLED SO THEY ARE NOT TAKEN
      *    FOR ADJUSTMENTS.
           MOVE SPACES TO WRK6525-RPT-LINE
           STRING ' ' DELIMITED BY SIZE
               RSTM-CLOSE-MONTH DELIMITED BY SIZE
               ' MGMT ' DELIMITED BY SIZE
               RSTM-MGMT-CODE DELIMITED BY SIZE
               ' FUND ' DELIMITED BY SIZE
               RSTM-FUND-CODE DELIMITED BY SIZE
               ' STATE ' DELIMITED BY SIZE
               RSTM-STATE-CODE DELIMITED BY SIZE
               ' ADJ SEQ ' DELIMITED BY SIZE
               RSTM-ADJ-SEQUENCE-NO DELIMITED BY SIZE
               ' ORIG DATE ' DELIMITED BY SIZE
               RSTM-ADJ-ORIGINAL-SS-DATE DELIMITED BY SIZE
               ' RUN ' DELIMITED BY SIZE
               RSTM-RUN-DATE DELIMITED BY SIZE
               ' FEED ' DELIMITED BY SIZE
               RSTM-FEED-MGMT-NAME DELIMITED BY SIZE
               INTO WRK6525-RPT-LINE
           IF RSTM-PROGRAM-ID = 'NRS-WRK6541'
               MOVE 'BACKED OUT' TO WRK6525-RPT-LINE(120:10)
           END-IF
           IF RSTM-PROGRAM-ID = 'NRS-WRK6549'
               MOVE 'REORGANIZED' TO WRK6525-RPT-LINE(120:11)
           END-IF
           WRITE WRK6525-RPT-LINE
           MOVE RSTM-BEFORE-REPEAT-AMT TO WS-E-BEFORE-REPEAT
           MOVE RSTM-AFTER-REPEAT-AMT TO WS-E-REPEAT-AMT
           MOVE RSTM-BEFORE-REOPEN-AMT TO WS-E-BEFORE-REOPEN
           MOVE RSTM-AFTER-REOPEN-AMT TO WS-E-REOPEN-AMT
           MOVE SPACES TO WRK6525-RPT-LINE
           STRING '    REPEAT-AMT ' DELIMITED BY SIZE
               WS-E-BEFORE-REPEAT DELIMITED BY SIZE
               ' TO ' DELIMITED BY SIZE
               WS-E-REPEAT-AMT DELIMITED BY SIZE
               '  REOPEN-AMT ' DELIMITED BY SIZE
               WS-E-BEFORE-REOPEN DELIMITED BY SIZE
               ' TO ' DELIMITED BY SIZE
               WS-E-REOPEN-AMT DELIMITED BY SIZE
               INTO WRK6525-RPT-LINE
           WRITE WRK6525-RPT-LINE.
