      *    MODIFIED BY AGENT - AUDIT ROWS NOW CARRY AUD-RUN-MODE 'M':
      *    THE MERGE COMPLETES THE MORNING LOAD, AS OPPOSED TO THE
      *    SUPPLEMENTAL 'S' ROWS AN INTRADAY NRS-WRK6520 RUN WRITES.
      *    MODIFIED BY AGENT - EACH INSTANCE NOW KEEPS ITS OWN POSTING
      *    JOURNAL AND RESTATEMENT LOG; THE MERGE FOLDS THEM
      *    (CONCATENATED ON JRNLPART AND RSTMPART) INTO THE DAY'S
      *    SHARED JRNLFILE AND RSTMFILE.  THE JOURNAL STARTS OVER
      *    WITH THE PARTITIONED LOAD UNLESS IT ALREADY HOLDS ENTRIES
      *    WRITTEN SINCE THE LOAD BEGAN; ENTRIES ALREADY FOLDED BY AN
      *    EARLIER RUN OF THE MERGE ARE COUNTED OFF AND NOT COPIED
      *    AGAIN, SO THE MERGE CAN BE RERUN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           SELECT WRK6520-AUDIT-FILE ASSIGN TO "AUDTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPTIONAL WRK6531-JRNL-PART-FILE ASSIGN TO "JRNLPART"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-PART-STATUS.
           SELECT OPTIONAL WRK6531-RSTM-PART-FILE ASSIGN TO "RSTMPART"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSTM-PART-STATUS.
           SELECT OPTIONAL WRK6520-JRNL-FILE ASSIGN TO "JRNLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT OPTIONAL WRK6520-RSTM-FILE ASSIGN TO "RSTMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSTM-STATUS.
           SELECT WRK6531-RPT-FILE ASSIGN TO "RPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY WRK6520P.
       FD  WRK6520-AUDIT-FILE.
           COPY WRK6520A.
      *    THE INSTANCE FILES ARE COPIED WHOLE; ONLY THE RUN DATE
      *    AND TIME THAT LEAD BOTH LAYOUTS ARE LOOKED AT.
       FD  WRK6531-JRNL-PART-FILE.
       01  WRK6531-JRNL-PART-RECORD.
           05  JPART-RUN-STAMP                   PIC X(14).
           05  FILLER                            PIC X(245).
       FD  WRK6531-RSTM-PART-FILE.
       01  WRK6531-RSTM-PART-RECORD.
           05  RPART-RUN-STAMP                   PIC X(14).
           05  FILLER                            PIC X(205).
       FD  WRK6520-JRNL-FILE.
           COPY WRK6520B.
       FD  WRK6520-RSTM-FILE.
           COPY WRK6520R.
       FD  WRK6531-RPT-FILE.
       01  WRK6531-RPT-LINE                      PIC X(132).
       WORKING-STORAGE SECTION.
           05  WS-PART-STATUS                    PIC X(2).
           05  WS-AUDIT-STATUS                   PIC X(2).
           05  WS-RPT-STATUS                     PIC X(2).
           05  WS-JRNL-PART-STATUS               PIC X(2).
           05  WS-RSTM-PART-STATUS               PIC X(2).
           05  WS-JRNL-STATUS                    PIC X(2).
           05  WS-RSTM-STATUS                    PIC X(2).
       01  WS-SWITCHES.
           05  WS-EOF-SW                         PIC X(1) VALUE 'N'.
               88  WS-EOF                          VALUE 'Y'.
           05  WS-RECON-PASS-SW                  PIC X(1) VALUE 'Y'.
           05  WS-FEED-FAIL-SW                   PIC X(1).
           05  WS-FOLD-EOF-SW                    PIC X(1).
           05  WS-KEEP-SHARED-SW                 PIC X(1).
           05  WS-STAMP-FULL-SW                  PIC X(1).
       01  WS-EXPECTED-INSTANCES                 PIC 9(2) VALUE 0.
       01  WS-FEED-TABLE-MAX                     PIC 9(4) VALUE 100.
       01  WS-FEED-COUNT                         PIC 9(4) VALUE 0.
       01  WS-WORK-FIELDS.
           05  WS-ROW-IDX                        PIC 9(4).
           05  WS-ROW-FOUND                      PIC 9(4).
      *    ONE ENTRY PER INSTANCE RUN STAMP FOUND ON JRNLPART OR
      *    RSTMPART (A RESTARTED INSTANCE KEEPS ITS START STAMP), WITH
      *    THE ENTRIES IT HAS THERE AND THOSE ALREADY ON THE SHARED
      *    FILE FROM AN EARLIER RUN OF THE MERGE.
       01  WS-STAMP-TABLE-MAX                    PIC 9(4) VALUE 99.
       01  WS-STAMP-COUNT                        PIC 9(4) VALUE 0.
       01  WS-STAMP-TABLE.
           05  WS-STAMP-ENTRY OCCURS 99 TIMES
                   INDEXED BY WS-ST-IDX.
               10  WS-ST-RUN-STAMP               PIC X(14).
               10  WS-ST-PART-COUNT              PIC 9(9).
               10  WS-ST-SHARED-COUNT            PIC 9(9).
       01  WS-FOLD-FIELDS.
           05  WS-ST-ROW                         PIC 9(4).
           05  WS-ST-FOUND                       PIC 9(4).
           05  WS-FIND-STAMP                     PIC X(14).
           05  WS-MIN-STAMP                      PIC X(14).
           05  WS-FOLD-COUNT                     PIC 9(9).
           05  WS-FOLD-SKIP-COUNT                PIC 9(9).
       01  WS-GRAND-TOTALS.
           05  WS-GT-FEED-COUNT                  PIC 9(3) VALUE 0.
           05  WS-GT-FAIL-COUNT                  PIC 9(3) VALUE 0.
           PERFORM 2000-READ-PARTIALS UNTIL WS-EOF
           CLOSE WRK6520-PART-FILE
           PERFORM 3000-RECONCILE-FEEDS
           PERFORM 3500-FOLD-INSTANCE-FILES
           PERFORM 4000-FINALIZE
           STOP RUN.

           END-IF
           CLOSE WRK6520-AUDIT-FILE.

       3500-FOLD-INSTANCE-FILES.
           PERFORM 3600-FOLD-JOURNALS
           PERFORM 3700-FOLD-RESTATEMENTS.

       3600-FOLD-JOURNALS.
           MOVE 0 TO WS-STAMP-COUNT
           MOVE 'N' TO WS-STAMP-FULL-SW
           MOVE HIGH-VALUES TO WS-MIN-STAMP
           MOVE 0 TO WS-FOLD-COUNT
           MOVE 0 TO WS-FOLD-SKIP-COUNT
           OPEN INPUT WRK6531-JRNL-PART-FILE
           IF WS-JRNL-PART-STATUS NOT = '00'
                   AND WS-JRNL-PART-STATUS NOT = '05'
               DISPLAY 'NRS-WRK6531 JRNLPART OPEN FAILED, STATUS='
                   WS-JRNL-PART-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WS-FOLD-EOF-SW
               PERFORM 3610-COUNT-PART-JOURNAL
                   UNTIL WS-FOLD-EOF-SW = 'Y'
               CLOSE WRK6531-JRNL-PART-FILE
               IF WS-STAMP-FULL-SW = 'Y'
                   DISPLAY 'NRS-WRK6531 MORE THAN 99 INSTANCE RUN '
                       'STAMPS ON JRNLPART - JOURNALS NOT FOLDED'
                   MOVE 16 TO RETURN-CODE
               ELSE
                   IF WS-STAMP-COUNT > 0
                       PERFORM 3620-COPY-PART-JOURNALS
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO WRK6531-RPT-LINE
           STRING 'INSTANCE JOURNAL ENTRIES FOLDED ' DELIMITED BY SIZE
               WS-FOLD-COUNT DELIMITED BY SIZE
               ' ALREADY ON JRNLFILE ' DELIMITED BY SIZE
               WS-FOLD-SKIP-COUNT DELIMITED BY SIZE
               INTO WRK6531-RPT-LINE
           WRITE WRK6531-RPT-LINE.

       3610-COUNT-PART-JOURNAL.
           READ WRK6531-JRNL-PART-FILE
               AT END
                   MOVE 'Y' TO WS-FOLD-EOF-SW
               NOT AT END
                   MOVE JPART-RUN-STAMP TO WS-FIND-STAMP
                   PERFORM 3800-COUNT-PART-STAMP
           END-READ.

       3620-COPY-PART-JOURNALS.
      *    THE SHARED JOURNAL STARTS OVER WITH THE LOAD, AS IT DOES
      *    FOR A FRESH FULL-RANGE RUN, UNLESS IT ALREADY HOLDS THIS
      *    LOAD'S ENTRIES OR ONES WRITTEN SINCE THE LOAD BEGAN.
           MOVE 'N' TO WS-KEEP-SHARED-SW
           OPEN INPUT WRK6520-JRNL-FILE
           IF WS-JRNL-STATUS = '00'
               MOVE 'N' TO WS-FOLD-EOF-SW
               PERFORM 3630-SCAN-SHARED-JOURNAL
                   UNTIL WS-FOLD-EOF-SW = 'Y'
               CLOSE WRK6520-JRNL-FILE
           ELSE
               IF WS-JRNL-STATUS = '05'
                   CLOSE WRK6520-JRNL-FILE
               END-IF
           END-IF
           IF WS-KEEP-SHARED-SW = 'Y'
               OPEN EXTEND WRK6520-JRNL-FILE
               IF WS-JRNL-STATUS NOT = '00'
                   OPEN OUTPUT WRK6520-JRNL-FILE
               END-IF
           ELSE
               OPEN OUTPUT WRK6520-JRNL-FILE
           END-IF
           IF WS-JRNL-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6531 JRNLFILE OPEN FAILED, STATUS='
                   WS-JRNL-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN INPUT WRK6531-JRNL-PART-FILE
               MOVE 'N' TO WS-FOLD-EOF-SW
               PERFORM 3640-COPY-PART-JOURNAL
                   UNTIL WS-FOLD-EOF-SW = 'Y'
               CLOSE WRK6531-JRNL-PART-FILE
               CLOSE WRK6520-JRNL-FILE
           END-IF.

       3630-SCAN-SHARED-JOURNAL.
           READ WRK6520-JRNL-FILE
               AT END
                   MOVE 'Y' TO WS-FOLD-EOF-SW
               NOT AT END
                   MOVE WRK6520-JRNL-RECORD(1:14) TO WS-FIND-STAMP
                   PERFORM 3810-FIND-STAMP
                   IF WS-ST-FOUND > 0
                       SET WS-ST-IDX TO WS-ST-FOUND
                       ADD 1 TO WS-ST-SHARED-COUNT(WS-ST-IDX)
                       MOVE 'Y' TO WS-KEEP-SHARED-SW
                   ELSE
                       IF WS-FIND-STAMP NOT < WS-MIN-STAMP
                           MOVE 'Y' TO WS-KEEP-SHARED-SW
                       END-IF
                   END-IF
           END-READ.

       3640-COPY-PART-JOURNAL.
      *    AN INSTANCE WRITES ITS ENTRIES IN ORDER, SO THE FIRST N OF
      *    A STAMP ARE THE N AN EARLIER MERGE ALREADY FOLDED
           READ WRK6531-JRNL-PART-FILE
               AT END
                   MOVE 'Y' TO WS-FOLD-EOF-SW
               NOT AT END
                   MOVE JPART-RUN-STAMP TO WS-FIND-STAMP
                   PERFORM 3810-FIND-STAMP
                   SET WS-ST-IDX TO WS-ST-FOUND
                   IF WS-ST-SHARED-COUNT(WS-ST-IDX) > 0
                       SUBTRACT 1 FROM WS-ST-SHARED-COUNT(WS-ST-IDX)
                       ADD 1 TO WS-FOLD-SKIP-COUNT
                   ELSE
                       WRITE WRK6520-JRNL-RECORD
                           FROM WRK6531-JRNL-PART-RECORD
                       IF WS-JRNL-STATUS NOT = '00'
                           DISPLAY 'NRS-WRK6531 JRNLFILE WRITE '
                               'FAILED, STATUS=' WS-JRNL-STATUS
                           MOVE 16 TO RETURN-CODE
                       END-IF
                       ADD 1 TO WS-FOLD-COUNT
                   END-IF
           END-READ.

       3700-FOLD-RESTATEMENTS.
      *    THE RESTATEMENT LOG IS KEPT ACROSS DAYS AND IS ONLY EVER
      *    EXTENDED
           MOVE 0 TO WS-STAMP-COUNT
           MOVE 'N' TO WS-STAMP-FULL-SW
           MOVE HIGH-VALUES TO WS-MIN-STAMP
           MOVE 0 TO WS-FOLD-COUNT
           MOVE 0 TO WS-FOLD-SKIP-COUNT
           OPEN INPUT WRK6531-RSTM-PART-FILE
           IF WS-RSTM-PART-STATUS NOT = '00'
                   AND WS-RSTM-PART-STATUS NOT = '05'
               DISPLAY 'NRS-WRK6531 RSTMPART OPEN FAILED, STATUS='
                   WS-RSTM-PART-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WS-FOLD-EOF-SW
               PERFORM 3710-COUNT-PART-RESTATEMENT
                   UNTIL WS-FOLD-EOF-SW = 'Y'
               CLOSE WRK6531-RSTM-PART-FILE
               IF WS-STAMP-FULL-SW = 'Y'
                   DISPLAY 'NRS-WRK6531 MORE THAN 99 INSTANCE RUN '
                       'STAMPS ON RSTMPART - RESTATEMENTS NOT FOLDED'
                   MOVE 16 TO RETURN-CODE
               ELSE
                   IF WS-STAMP-COUNT > 0
                       PERFORM 3720-COPY-PART-RESTATEMENTS
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO WRK6531-RPT-LINE
           STRING 'INSTANCE RESTATEMENTS FOLDED ' DELIMITED BY SIZE
               WS-FOLD-COUNT DELIMITED BY SIZE
               ' ALREADY ON RSTMFILE ' DELIMITED BY SIZE
               WS-FOLD-SKIP-COUNT DELIMITED BY SIZE
               INTO WRK6531-RPT-LINE
           WRITE WRK6531-RPT-LINE.

       3710-COUNT-PART-RESTATEMENT.
           READ WRK6531-RSTM-PART-FILE
               AT END
                   MOVE 'Y' TO WS-FOLD-EOF-SW
               NOT AT END
                   MOVE RPART-RUN-STAMP TO WS-FIND-STAMP
                   PERFORM 3800-COUNT-PART-STAMP
           END-READ.

       3720-COPY-PART-RESTATEMENTS.
           OPEN INPUT WRK6520-RSTM-FILE
           IF WS-RSTM-STATUS = '00'
               MOVE 'N' TO WS-FOLD-EOF-SW
               PERFORM 3730-SCAN-SHARED-RESTATEMENT
                   UNTIL WS-FOLD-EOF-SW = 'Y'
               CLOSE WRK6520-RSTM-FILE
           ELSE
               IF WS-RSTM-STATUS = '05'
                   CLOSE WRK6520-RSTM-FILE
               END-IF
           END-IF
           OPEN EXTEND WRK6520-RSTM-FILE
           IF WS-RSTM-STATUS NOT = '00'
               OPEN OUTPUT WRK6520-RSTM-FILE
           END-IF
           IF WS-RSTM-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6531 RSTMFILE OPEN FAILED, STATUS='
                   WS-RSTM-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN INPUT WRK6531-RSTM-PART-FILE
               MOVE 'N' TO WS-FOLD-EOF-SW
               PERFORM 3740-COPY-PART-RESTATEMENT
                   UNTIL WS-FOLD-EOF-SW = 'Y'
               CLOSE WRK6531-RSTM-PART-FILE
               CLOSE WRK6520-RSTM-FILE
           END-IF.

       3730-SCAN-SHARED-RESTATEMENT.
           READ WRK6520-RSTM-FILE
               AT END
                   MOVE 'Y' TO WS-FOLD-EOF-SW
               NOT AT END
                   MOVE WRK6520-RSTM-RECORD(1:14) TO WS-FIND-STAMP
                   PERFORM 3810-FIND-STAMP
                   IF WS-ST-FOUND > 0
                       SET WS-ST-IDX TO WS-ST-FOUND
                       ADD 1 TO WS-ST-SHARED-COUNT(WS-ST-IDX)
                   END-IF
           END-READ.

       3740-COPY-PART-RESTATEMENT.
           READ WRK6531-RSTM-PART-FILE
               AT END
                   MOVE 'Y' TO WS-FOLD-EOF-SW
               NOT AT END
                   MOVE RPART-RUN-STAMP TO WS-FIND-STAMP
                   PERFORM 3810-FIND-STAMP
                   SET WS-ST-IDX TO WS-ST-FOUND
                   IF WS-ST-SHARED-COUNT(WS-ST-IDX) > 0
                       SUBTRACT 1 FROM WS-ST-SHARED-COUNT(WS-ST-IDX)
                       ADD 1 TO WS-FOLD-SKIP-COUNT
                   ELSE
                       WRITE WRK6520-RSTM-RECORD
                           FROM WRK6531-RSTM-PART-RECORD
                       IF WS-RSTM-STATUS NOT = '00'
                           DISPLAY 'NRS-WRK6531 RSTMFILE WRITE '
                               'FAILED, STATUS=' WS-RSTM-STATUS
                           MOVE 16 TO RETURN-CODE
                       END-IF
                       ADD 1 TO WS-FOLD-COUNT
                   END-IF
           END-READ.

       3800-COUNT-PART-STAMP.
           PERFORM 3810-FIND-STAMP
           IF WS-ST-FOUND = 0
               IF WS-STAMP-COUNT >= WS-STAMP-TABLE-MAX
                   MOVE 'Y' TO WS-STAMP-FULL-SW
               ELSE
                   ADD 1 TO WS-STAMP-COUNT
                   SET WS-ST-IDX TO WS-STAMP-COUNT
                   MOVE WS-FIND-STAMP TO WS-ST-RUN-STAMP(WS-ST-IDX)
                   MOVE 0 TO WS-ST-PART-COUNT(WS-ST-IDX)
                   MOVE 0 TO WS-ST-SHARED-COUNT(WS-ST-IDX)
                   MOVE WS-STAMP-COUNT TO WS-ST-FOUND
                   IF WS-FIND-STAMP < WS-MIN-STAMP
                       MOVE WS-FIND-STAMP TO WS-MIN-STAMP
                   END-IF
               END-IF
           END-IF
           IF WS-ST-FOUND > 0
               SET WS-ST-IDX TO WS-ST-FOUND
               ADD 1 TO WS-ST-PART-COUNT(WS-ST-IDX)
           END-IF.

       3810-FIND-STAMP.
           MOVE 0 TO WS-ST-FOUND
           PERFORM 3820-CHECK-STAMP
               VARYING WS-ST-ROW FROM 1 BY 1
               UNTIL WS-ST-ROW > WS-STAMP-COUNT
                   OR WS-ST-FOUND > 0.

       3820-CHECK-STAMP.
           SET WS-ST-IDX TO WS-ST-ROW
           IF WS-ST-RUN-STAMP(WS-ST-IDX) = WS-FIND-STAMP
               MOVE WS-ST-ROW TO WS-ST-FOUND
           END-IF.

       4000-FINALIZE.
           MOVE WS-GT-AMOUNT TO WS-E-AMOUNT
           MOVE WS-GT-SHARE TO WS-E-SHARE
