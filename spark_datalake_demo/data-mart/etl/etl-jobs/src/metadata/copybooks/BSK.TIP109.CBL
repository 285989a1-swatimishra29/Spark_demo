       IDENTIFICATION DIVISION.
       PROGRAM-ID. NRS-WRK6541.
	     AUTHOR. AGENT.
	     DATE WRITTEN. 10/15/2026.
      *    FEED BACKOUT.  WITHDRAWS ONE MANAGEMENT COMPANY'S LOADED
      *    FEED FROM THE DAY'S SUPER SHEET KSDS WHEN THE COMPANY
      *    REPORTS IT SENT BAD DATA, WITHOUT RERUNNING THE WHOLE
      *    MULTI-FEED LOAD.  THE PARAMETER CARD NAMES THE FEED BY
      *    MGMT-NAME, SUPER-SHEET-DATE AND SOURCE-CODE.  THE POSTING
      *    JOURNAL (JRNLFILE, WRK6520B.CPY) WRITTEN BY NRS-WRK6520
      *    AND THE NRS-WRK6527 RESUBMIT PASS IS READ FOR THAT FEED'S
      *    ENTRIES, WHICH ARE THEN UNDONE NEWEST FIRST: RECORDS THE
      *    FEED ADDED ARE DELETED, RECORDS IT REPLACED ARE PUT BACK
      *    FROM THEIR BEFORE-IMAGES, AND ADJUSTMENTS IT POSTED ARE
      *    SUBTRACTED FROM THE DETAILS THEY WERE POSTED TO.  A 'B'
      *    MARKER GOES TO THE JOURNAL SO A LATER BACKOUT OF THE
      *    CORRECTED RESEND STOPS THERE, AND A WITHDRAWAL ROW
      *    (AUD-RUN-MODE 'W') GOES TO THE AUDIT FILE SO THE
      *    DOWNSTREAM GATES AND TIE-BACKS TREAT THE FEED AS WITHDRAWN
      *    AND THE NRS-WRK6520 DUPLICATE-FEED GUARD LETS THE RESEND
      *    IN.  A FEED WITH NOTHING ON THE JOURNAL AND NO LIVE AUDIT
      *    ROW ENDS RC 8 WITH NOTHING CHANGED.  A RUN THAT ENDS RC 16
      *    PART WAY THROUGH THE UNDO HAS WRITTEN NO 'B' MARKER, AND
      *    A RERUN WOULD SUBTRACT ITS POSTINGS A SECOND TIME - RESTORE
      *    THE KSDS FROM THE PRE-BACKOUT COPY BEFORE RERUNNING.
      *    MODIFIED BY AGENT - PRIOR-PERIOD RESTATEMENTS THE FEED MADE
      *    TO CLOSED HISTFILE MONTHS (RSTMFILE, WRK6520R.CPY) ARE
      *    TAKEN BACK OUT OF HISTORY BEFORE THE KSDS IS TOUCHED, EACH
      *    WITH A REVERSING RESTATEMENT ROW.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRK6541-PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT WRK6520-JRNL-FILE ASSIGN TO "JRNLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT WRK6520-FILE ASSIGN TO "FNAME"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NRS-WRK6520-KEY
               ALTERNATE RECORD KEY IS MGMT-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-WRK6520-STATUS.
           SELECT WRK6520-AUDIT-FILE ASSIGN TO "AUDTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT WRK6520-HIST-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT WRK6520-RSTM-FILE ASSIGN TO "RSTMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSTM-STATUS.
           SELECT WRK6541-RPT-FILE ASSIGN TO "RPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WRK6541-PARM-FILE.
       01  WRK6541-PARM-RECORD.
           05  PARM-MGMT-NAME                    PIC X(10).
           05  FILLER                            PIC X(1).
           05  PARM-SUPER-SHEET-DATE             PIC X(8).
           05  FILLER                            PIC X(1).
           05  PARM-SOURCE-CODE                  PIC X(1).
           05  FILLER                            PIC X(59).
       FD  WRK6520-JRNL-FILE.
           COPY WRK6520B.
       FD  WRK6520-FILE.
           COPY WRK6520.
       FD  WRK6520-AUDIT-FILE.
           COPY WRK6520A.
       FD  WRK6520-HIST-FILE.
           COPY WRK6520H.
       FD  WRK6520-RSTM-FILE.
           COPY WRK6520R.
       FD  WRK6541-RPT-FILE.
       01  WRK6541-RPT-LINE                      PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-PARM-STATUS                    PIC X(2).
           05  WS-JRNL-STATUS                    PIC X(2).
           05  WS-WRK6520-STATUS                 PIC X(2).
           05  WS-AUDIT-STATUS                   PIC X(2).
           05  WS-RPT-STATUS                     PIC X(2).
           05  WS-HIST-STATUS                    PIC X(2).
           05  WS-RSTM-STATUS                    PIC X(2).
       01  WS-SWITCHES.
           05  WS-JRNL-EOF-SW                    PIC X(1) VALUE 'N'.
           05  WS-AUDIT-EOF-SW                   PIC X(1) VALUE 'N'.
           05  WS-LIVE-ROW-SW                    PIC X(1) VALUE 'N'.
           05  WS-UNDO-FULL-SW                   PIC X(1) VALUE 'N'.
           05  WS-RECORD-FOUND-SW                PIC X(1).
           05  WS-RSTM-EOF-SW                    PIC X(1) VALUE 'N'.
       01  WS-BACKOUT-FEED.
           05  WS-BKO-MGMT-NAME                  PIC X(10).
           05  WS-BKO-SS-DATE                    PIC 9(8).
           05  WS-BKO-SOURCE-CODE                PIC X(1).
           05  WS-BKO-SYSTEM-CODE                PIC X(3) VALUE SPACES.
           05  WS-BKO-FILE-TYPE                  PIC X(1) VALUE SPACES.
      *    THE FEED'S JOURNAL ENTRIES SINCE ITS LAST BACKOUT MARKER,
      *    IN JOURNAL ORDER; 4000 WALKS THE TABLE FROM THE BOTTOM UP.
      *    NOTHING IS TOUCHED IF THE TABLE OVERFLOWS - A PARTIAL
      *    BACKOUT WOULD BE WORSE THAN NONE.
       01  WS-UNDO-TABLE-MAX                     PIC 9(4) VALUE 3000.
       01  WS-UNDO-COUNT                         PIC 9(4) VALUE 0.
       01  WS-UNDO-IDX                           PIC 9(4).
       01  WS-UNDO-TABLE.
           05  WS-UNDO-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-UN-IDX.
               10  WS-UN-ACTION                  PIC X(1).
               10  WS-UN-KEY                     PIC X(10).
               10  WS-UN-BEFORE-IMAGE            PIC X(120).
               10  WS-UN-ADJ-SEQ                 PIC 9(3).
               10  WS-UN-AMOUNT             PIC S9(15)V9(2).
               10  WS-UN-SHARE              PIC S9(13)V9(4).
               10  WS-UN-REPEAT-AMT         PIC S9(15)V9(2).
               10  WS-UN-REOPEN-AMT         PIC S9(15)V9(2).
      *    STAMP OF THE FEED'S LAST BACKOUT MARKER - JOURNAL ENTRIES
      *    AND RESTATEMENTS AT OR BEFORE IT ARE ALREADY UNDONE.
       01  WS-LAST-BACKOUT-RUN.
           05  WS-LAST-BACKOUT-DATE              PIC 9(8) VALUE 0.
           05  WS-LAST-BACKOUT-TIME              PIC 9(6) VALUE 0.
       01  WS-RSTM-RUN.
           05  WS-RSTM-RUN-DATE                  PIC 9(8).
           05  WS-RSTM-RUN-TIME                  PIC 9(6).
      *    THE FEED'S RESTATEMENTS STILL STANDING, AS THE NET CHANGE
      *    EACH MADE TO ITS HISTORY RECORD.
       01  WS-RST-TABLE-MAX                      PIC 9(4) VALUE 500.
       01  WS-RST-COUNT                          PIC 9(4) VALUE 0.
       01  WS-RST-TABLE.
           05  WS-RST-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-RST-IDX.
               10  WS-RST-HIST-KEY               PIC X(16).
               10  WS-RST-ADJ-SEQ                PIC 9(3).
               10  WS-RST-ORIG-DATE              PIC 9(8).
               10  WS-RST-AMOUNT            PIC S9(15)V9(2).
               10  WS-RST-SHARE             PIC S9(13)V9(4).
               10  WS-RST-REPEAT-AMT        PIC S9(15)V9(2).
               10  WS-RST-REOPEN-AMT        PIC S9(15)V9(2).
       01  WS-COUNTS.
           05  WS-JRNL-READ-COUNT                PIC 9(9) VALUE 0.
           05  WS-DETAILS-REMOVED                PIC 9(9) VALUE 0.
           05  WS-ADJS-REMOVED                   PIC 9(9) VALUE 0.
           05  WS-RECORDS-RESTORED               PIC 9(9) VALUE 0.
           05  WS-POSTINGS-REVERSED              PIC 9(9) VALUE 0.
           05  WS-NOT-ON-FILE-COUNT              PIC 9(9) VALUE 0.
           05  WS-RESTATEMENTS-REVERSED          PIC 9(9) VALUE 0.
      *    NET CHANGE THE BACKOUT MAKES TO THE DETAIL BALANCES FROM
      *    REMOVED AND RESTORED RECORDS - THE FIGURES THE WITHDRAWAL
      *    ROW CARRIES.  REVERSED ADJUSTMENT POSTINGS ARE LEFT OUT,
      *    AS THEY ARE LEFT OUT OF A LOAD ROW'S TRAILER FIGURES.
       01  WS-NET-CHANGE.
           05  WS-NET-AMOUNT                PIC S9(15)V9(2) VALUE 0.
           05  WS-NET-SHARE                 PIC S9(13)V9(4) VALUE 0.
           05  WS-NET-REPEAT-AMT            PIC S9(15)V9(2) VALUE 0.
           05  WS-NET-REOPEN-AMT            PIC S9(15)V9(2) VALUE 0.
       01  WS-CURRENT-TIMESTAMP.
           05  WS-CURR-DATE                      PIC 9(8).
           05  WS-CURR-TIME                      PIC 9(6).
       01  WS-EDIT-FIELDS.
           05  WS-E-AMOUNT                       PIC -(14)9.99.
           05  WS-E-SHARE                        PIC -(12)9.9999.
           05  WS-E-REPEAT-AMT                   PIC -(14)9.99.
           05  WS-E-REOPEN-AMT                   PIC -(14)9.99.
       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-JOURNAL-ENTRIES
           PERFORM 3000-FIND-LIVE-AUDIT-ROW
           PERFORM 3500-LOAD-RESTATEMENTS
           EVALUATE TRUE
               WHEN WS-UNDO-FULL-SW = 'Y'
                   MOVE SPACES TO WRK6541-RPT-LINE
                   STRING 'MORE THAN ' DELIMITED BY SIZE
                       WS-UNDO-TABLE-MAX DELIMITED BY SIZE
                       ' JOURNAL ENTRIES FOR THE FEED - NOTHING '
                       DELIMITED BY SIZE
                       'BACKED OUT' DELIMITED BY SIZE
                       INTO WRK6541-RPT-LINE
                   WRITE WRK6541-RPT-LINE
                   DISPLAY 'NRS-WRK6541 UNDO TABLE FULL - NOTHING '
                       'BACKED OUT'
                   MOVE 16 TO RETURN-CODE
               WHEN WS-UNDO-COUNT = 0 AND WS-LIVE-ROW-SW NOT = 'Y'
                   MOVE SPACES TO WRK6541-RPT-LINE
                   STRING 'FEED NOT LOADED OR ALREADY BACKED OUT - '
                       DELIMITED BY SIZE
                       'NOTHING BACKED OUT' DELIMITED BY SIZE
                       INTO WRK6541-RPT-LINE
                   WRITE WRK6541-RPT-LINE
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 4600-REVERSE-RESTATEMENTS
                   PERFORM 4000-UNDO-ENTRIES
                   PERFORM 5000-WRITE-BACKOUT-MARKER
                   PERFORM 5100-WRITE-WITHDRAWAL-ROW
           END-EVALUATE
           PERFORM 6000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1900-STAMP-CURRENT-TIMESTAMP
           OPEN INPUT WRK6541-PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6541 PARM OPEN FAILED, STATUS='
                   WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ WRK6541-PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
                   OR PARM-MGMT-NAME = SPACES
                   OR PARM-SUPER-SHEET-DATE NOT NUMERIC
                   OR PARM-SOURCE-CODE = SPACE
               DISPLAY 'NRS-WRK6541 PARAMETER CARD MUST CARRY '
                   'MGMT-NAME, SUPER-SHEET-DATE AND SOURCE-CODE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PARM-MGMT-NAME TO WS-BKO-MGMT-NAME
           MOVE PARM-SUPER-SHEET-DATE TO WS-BKO-SS-DATE
           MOVE PARM-SOURCE-CODE TO WS-BKO-SOURCE-CODE
           CLOSE WRK6541-PARM-FILE
           OPEN OUTPUT WRK6541-RPT-FILE
           MOVE SPACES TO WRK6541-RPT-LINE
           STRING 'FEED BACKOUT - ' DELIMITED BY SIZE
               WS-BKO-MGMT-NAME DELIMITED BY SIZE
               ' SHEET DATE ' DELIMITED BY SIZE
               WS-BKO-SS-DATE DELIMITED BY SIZE
               ' SOURCE ' DELIMITED BY SIZE
               WS-BKO-SOURCE-CODE DELIMITED BY SIZE
               ' RUN ' DELIMITED BY SIZE
               WS-CURR-DATE DELIMITED BY SIZE
               INTO WRK6541-RPT-LINE
           WRITE WRK6541-RPT-LINE.

       1900-STAMP-CURRENT-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURR-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CURR-TIME.

       2000-LOAD-JOURNAL-ENTRIES.
      *    NO JOURNAL AT ALL IS NOT AN ERROR HERE - A FEED THAT
      *    REJECTED EVERY RECORD CHANGED NOTHING ON THE KSDS BUT
      *    STILL NEEDS ITS WITHDRAWAL ROW TO CLEAR THE GUARD.
           OPEN INPUT WRK6520-JRNL-FILE
           IF WS-JRNL-STATUS NOT = '00'
               MOVE 'NO POSTING JOURNAL ON FILE' TO WRK6541-RPT-LINE
               WRITE WRK6541-RPT-LINE
               MOVE 'Y' TO WS-JRNL-EOF-SW
           END-IF
           PERFORM 2100-READ-JOURNAL-RECORD
               UNTIL WS-JRNL-EOF-SW = 'Y'
           IF WS-JRNL-STATUS = '00' OR WS-JRNL-STATUS = '10'
               CLOSE WRK6520-JRNL-FILE
           END-IF.

       2100-READ-JOURNAL-RECORD.
           READ WRK6520-JRNL-FILE
               AT END
                   MOVE 'Y' TO WS-JRNL-EOF-SW
               NOT AT END
                   ADD 1 TO WS-JRNL-READ-COUNT
                   IF JRNL-MGMT-NAME = WS-BKO-MGMT-NAME
                       AND JRNL-SUPER-SHEET-DATE = WS-BKO-SS-DATE
                       AND JRNL-SOURCE-CODE = WS-BKO-SOURCE-CODE
                       IF JRNL-FEED-BACKED-OUT
      *    EVERYTHING BEFORE AN EARLIER BACKOUT IS ALREADY UNDONE
                           MOVE 0 TO WS-UNDO-COUNT
                           MOVE 'N' TO WS-UNDO-FULL-SW
                           MOVE JRNL-RUN-DATE TO WS-LAST-BACKOUT-DATE
                           MOVE JRNL-RUN-TIME TO WS-LAST-BACKOUT-TIME
                       ELSE
                           MOVE JRNL-SYSTEM-CODE TO WS-BKO-SYSTEM-CODE
                           PERFORM 2200-STASH-JOURNAL-ENTRY
                       END-IF
                   END-IF
           END-READ.

       2200-STASH-JOURNAL-ENTRY.
           IF WS-UNDO-COUNT >= WS-UNDO-TABLE-MAX
               MOVE 'Y' TO WS-UNDO-FULL-SW
           ELSE
               ADD 1 TO WS-UNDO-COUNT
               SET WS-UN-IDX TO WS-UNDO-COUNT
               MOVE JRNL-ACTION TO WS-UN-ACTION(WS-UN-IDX)
               MOVE JRNL-RECORD-KEY TO WS-UN-KEY(WS-UN-IDX)
               MOVE JRNL-BEFORE-IMAGE
                   TO WS-UN-BEFORE-IMAGE(WS-UN-IDX)
               MOVE JRNL-ADJ-SEQUENCE-NO TO WS-UN-ADJ-SEQ(WS-UN-IDX)
               MOVE JRNL-POST-AMOUNT TO WS-UN-AMOUNT(WS-UN-IDX)
               MOVE JRNL-POST-SHARE TO WS-UN-SHARE(WS-UN-IDX)
               MOVE JRNL-POST-REPEAT-AMT
                   TO WS-UN-REPEAT-AMT(WS-UN-IDX)
               MOVE JRNL-POST-REOPEN-AMT
                   TO WS-UN-REOPEN-AMT(WS-UN-IDX)
           END-IF.

       3000-FIND-LIVE-AUDIT-ROW.
      *    A LOAD ROW FOR THE FEED NOT YET FOLLOWED BY A WITHDRAWAL
      *    ROW IS "LIVE"; ITS SYSTEM-CODE AND FILE-TYPE ARE CARRIED
      *    ONTO THE WITHDRAWAL ROW.  THE FILE IS IN WRITE ORDER.
           OPEN INPUT WRK6520-AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               MOVE 'Y' TO WS-AUDIT-EOF-SW
           END-IF
           PERFORM 3100-READ-AUDIT-RECORD
               UNTIL WS-AUDIT-EOF-SW = 'Y'
           IF WS-AUDIT-STATUS = '00' OR WS-AUDIT-STATUS = '10'
               CLOSE WRK6520-AUDIT-FILE
           END-IF.

       3100-READ-AUDIT-RECORD.
           READ WRK6520-AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-AUDIT-EOF-SW
               NOT AT END
                   IF AUD-MGMT-NAME = WS-BKO-MGMT-NAME
                       AND AUD-SUPER-SHEET-DATE = WS-BKO-SS-DATE
                       AND AUD-SOURCE-CODE = WS-BKO-SOURCE-CODE
                       IF AUD-WITHDRAWN-FEED
                           MOVE 'N' TO WS-LIVE-ROW-SW
                       ELSE
                           MOVE 'Y' TO WS-LIVE-ROW-SW
                           MOVE AUD-SYSTEM-CODE TO WS-BKO-SYSTEM-CODE
                           MOVE AUD-FILE-TYPE TO WS-BKO-FILE-TYPE
                       END-IF
                   END-IF
           END-READ.

       3500-LOAD-RESTATEMENTS.
           OPEN INPUT WRK6520-RSTM-FILE
           IF WS-RSTM-STATUS NOT = '00'
               MOVE 'Y' TO WS-RSTM-EOF-SW
           END-IF
           PERFORM 3600-READ-RESTATEMENT
               UNTIL WS-RSTM-EOF-SW = 'Y'
           IF WS-RSTM-STATUS = '00' OR WS-RSTM-STATUS = '10'
               CLOSE WRK6520-RSTM-FILE
           END-IF.

       3600-READ-RESTATEMENT.
           READ WRK6520-RSTM-FILE
               AT END
                   MOVE 'Y' TO WS-RSTM-EOF-SW
               NOT AT END
                   MOVE RSTM-RUN-DATE TO WS-RSTM-RUN-DATE
                   MOVE RSTM-RUN-TIME TO WS-RSTM-RUN-TIME
                   IF RSTM-FEED-MGMT-NAME = WS-BKO-MGMT-NAME
                       AND RSTM-FEED-SS-DATE = WS-BKO-SS-DATE
                       AND RSTM-FEED-SOURCE-CODE = WS-BKO-SOURCE-CODE
                       AND RSTM-PROGRAM-ID NOT = 'NRS-WRK6541'
                       AND WS-RSTM-RUN > WS-LAST-BACKOUT-RUN
                       PERFORM 3700-STASH-RESTATEMENT
                   END-IF
           END-READ.

       3700-STASH-RESTATEMENT.
           IF WS-RST-COUNT >= WS-RST-TABLE-MAX
               MOVE 'Y' TO WS-UNDO-FULL-SW
           ELSE
               ADD 1 TO WS-RST-COUNT
               SET WS-RST-IDX TO WS-RST-COUNT
               MOVE RSTM-HIST-KEY TO WS-RST-HIST-KEY(WS-RST-IDX)
               MOVE RSTM-ADJ-SEQUENCE-NO TO WS-RST-ADJ-SEQ(WS-RST-IDX)
               MOVE RSTM-ADJ-ORIGINAL-SS-DATE
                   TO WS-RST-ORIG-DATE(WS-RST-IDX)
               COMPUTE WS-RST-AMOUNT(WS-RST-IDX) =
                   RSTM-AFTER-AMOUNT - RSTM-BEFORE-AMOUNT
               COMPUTE WS-RST-SHARE(WS-RST-IDX) =
                   RSTM-AFTER-SHARE - RSTM-BEFORE-SHARE
               COMPUTE WS-RST-REPEAT-AMT(WS-RST-IDX) =
                   RSTM-AFTER-REPEAT-AMT - RSTM-BEFORE-REPEAT-AMT
               COMPUTE WS-RST-REOPEN-AMT(WS-RST-IDX) =
                   RSTM-AFTER-REOPEN-AMT - RSTM-BEFORE-REOPEN-AMT
           END-IF.

       4000-UNDO-ENTRIES.
           OPEN I-O WRK6520-FILE
           IF WS-WRK6520-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6541 KSDS OPEN FAILED, STATUS='
                   WS-WRK6520-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-UNDO-COUNT > 0
               PERFORM 4100-UNDO-ONE-ENTRY
                   VARYING WS-UNDO-IDX FROM WS-UNDO-COUNT BY -1
                   UNTIL WS-UNDO-IDX = 0
           END-IF
           CLOSE WRK6520-FILE.

       4100-UNDO-ONE-ENTRY.
           SET WS-UN-IDX TO WS-UNDO-IDX
           MOVE WS-UN-KEY(WS-UN-IDX) TO NRS-WRK6520-KEY
           MOVE 'Y' TO WS-RECORD-FOUND-SW
           READ WRK6520-FILE
               INVALID KEY
                   MOVE 'N' TO WS-RECORD-FOUND-SW
           END-READ
      *    A REPLACEMENT WHOSE BEFORE-IMAGE COULD NOT BE READ WAS
      *    JOURNALED WITH A BLANK IMAGE - TREAT IT AS AN ADD.
           EVALUATE TRUE
               WHEN WS-UN-ACTION(WS-UN-IDX) = 'P'
                   PERFORM 4400-REVERSE-POSTING
               WHEN WS-UN-ACTION(WS-UN-IDX) = 'R'
                   AND WS-UN-BEFORE-IMAGE(WS-UN-IDX) NOT = SPACES
                   PERFORM 4300-RESTORE-RECORD
               WHEN OTHER
                   PERFORM 4200-REMOVE-RECORD
           END-EVALUATE.

       4200-REMOVE-RECORD.
           IF WS-RECORD-FOUND-SW NOT = 'Y'
               PERFORM 4900-REPORT-NOT-ON-FILE
           ELSE
               IF WRK6520-DETAIL-REC
                   PERFORM 4500-SUBTRACT-CURRENT-DETAIL
                   ADD 1 TO WS-DETAILS-REMOVED
               ELSE
                   ADD 1 TO WS-ADJS-REMOVED
               END-IF
               DELETE WRK6520-FILE RECORD
               IF WS-WRK6520-STATUS NOT = '00'
                   DISPLAY 'NRS-WRK6541 KSDS DELETE FAILED, STATUS='
                       WS-WRK6520-STATUS ' KEY=' NRS-WRK6520-KEY
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE SPACES TO WRK6541-RPT-LINE
                   STRING 'REMOVED RECORD-CODE ' DELIMITED BY SIZE
                       RECORD-CODE DELIMITED BY SIZE
                       ' FUND ' DELIMITED BY SIZE
                       FUND-CODE DELIMITED BY SIZE
                       ' STATE ' DELIMITED BY SIZE
                       STATE-CODE DELIMITED BY SIZE
                       INTO WRK6541-RPT-LINE
                   WRITE WRK6541-RPT-LINE
               END-IF
           END-IF.

       4300-RESTORE-RECORD.
           IF WS-RECORD-FOUND-SW = 'Y'
               IF WRK6520-DETAIL-REC
                   PERFORM 4500-SUBTRACT-CURRENT-DETAIL
               END-IF
               MOVE WS-UN-BEFORE-IMAGE(WS-UN-IDX) TO NRS-WRK6520
               REWRITE NRS-WRK6520
           ELSE
               MOVE WS-UN-BEFORE-IMAGE(WS-UN-IDX) TO NRS-WRK6520
               WRITE NRS-WRK6520
           END-IF
           IF WS-WRK6520-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6541 KSDS RESTORE FAILED, STATUS='
                   WS-WRK6520-STATUS ' KEY=' NRS-WRK6520-KEY
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WRK6520-DETAIL-REC
                   ADD AMOUNT-DATA OF DETAIL-DATA-AREA
                       TO WS-NET-AMOUNT
                   ADD SHARE-DATA OF DETAIL-DATA-AREA TO WS-NET-SHARE
                   ADD MTD-REPEAT-AMT OF DETAIL-DATA-AREA
                       TO WS-NET-REPEAT-AMT
                   ADD MTD-REOPEN-AMT OF DETAIL-DATA-AREA
                       TO WS-NET-REOPEN-AMT
               END-IF
               ADD 1 TO WS-RECORDS-RESTORED
               MOVE SPACES TO WRK6541-RPT-LINE
               STRING 'RESTORED PRIOR IMAGE FUND ' DELIMITED BY SIZE
                   FUND-CODE DELIMITED BY SIZE
                   ' STATE ' DELIMITED BY SIZE
                   STATE-CODE DELIMITED BY SIZE
                   INTO WRK6541-RPT-LINE
               WRITE WRK6541-RPT-LINE
           END-IF.

       4400-REVERSE-POSTING.
      *    THE DETAIL MAY CARRY LATER POSTINGS FROM OTHER FEEDS, SO
      *    ONLY THIS FEED'S AMOUNTS ARE TAKEN BACK OUT - THE JOURNAL'S
      *    BEFORE-IMAGE IS NOT RESTORED OVER THEM.
           IF WS-RECORD-FOUND-SW NOT = 'Y'
               OR NOT WRK6520-DETAIL-REC
               PERFORM 4900-REPORT-NOT-ON-FILE
           ELSE
               SUBTRACT WS-UN-AMOUNT(WS-UN-IDX)
                   FROM AMOUNT-DATA OF DETAIL-DATA-AREA
               SUBTRACT WS-UN-SHARE(WS-UN-IDX)
                   FROM SHARE-DATA OF DETAIL-DATA-AREA
               SUBTRACT WS-UN-REPEAT-AMT(WS-UN-IDX)
                   FROM MTD-REPEAT-AMT OF DETAIL-DATA-AREA
               SUBTRACT WS-UN-REOPEN-AMT(WS-UN-IDX)
                   FROM MTD-REOPEN-AMT OF DETAIL-DATA-AREA
               REWRITE NRS-WRK6520
               IF WS-WRK6520-STATUS NOT = '00'
                   DISPLAY 'NRS-WRK6541 POSTING REVERSAL FAILED, '
                       'STATUS=' WS-WRK6520-STATUS
                       ' KEY=' NRS-WRK6520-KEY
                   MOVE 16 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-POSTINGS-REVERSED
                   MOVE WS-UN-AMOUNT(WS-UN-IDX) TO WS-E-AMOUNT
                   MOVE SPACES TO WRK6541-RPT-LINE
                   STRING 'ADJUSTMENT ' DELIMITED BY SIZE
                       WS-UN-ADJ-SEQ(WS-UN-IDX) DELIMITED BY SIZE
                       ' REVERSED ON FUND ' DELIMITED BY SIZE
                       FUND-CODE DELIMITED BY SIZE
                       ' STATE ' DELIMITED BY SIZE
                       STATE-CODE DELIMITED BY SIZE
                       ' AMOUNT ' DELIMITED BY SIZE
                       WS-E-AMOUNT DELIMITED BY SIZE
                       INTO WRK6541-RPT-LINE
                   WRITE WRK6541-RPT-LINE
               END-IF
           END-IF.

       4500-SUBTRACT-CURRENT-DETAIL.
           SUBTRACT AMOUNT-DATA OF DETAIL-DATA-AREA FROM WS-NET-AMOUNT
           SUBTRACT SHARE-DATA OF DETAIL-DATA-AREA FROM WS-NET-SHARE
           SUBTRACT MTD-REPEAT-AMT OF DETAIL-DATA-AREA
               FROM WS-NET-REPEAT-AMT
           SUBTRACT MTD-REOPEN-AMT OF DETAIL-DATA-AREA
               FROM WS-NET-REOPEN-AMT.

       4900-REPORT-NOT-ON-FILE.
           ADD 1 TO WS-NOT-ON-FILE-COUNT
           MOVE SPACES TO WRK6541-RPT-LINE
           STRING 'JOURNAL ENTRY ' DELIMITED BY SIZE
               WS-UN-ACTION(WS-UN-IDX) DELIMITED BY SIZE
               ' KEY ' DELIMITED BY SIZE
               WS-UN-KEY(WS-UN-IDX) DELIMITED BY SIZE
               ' - RECORD NO LONGER ON FILE, NOTHING TO UNDO'
               DELIMITED BY SIZE
               INTO WRK6541-RPT-LINE
           WRITE WRK6541-RPT-LINE.

       4600-REVERSE-RESTATEMENTS.
      *    HISTORY IS PUT RIGHT FIRST: IF HISTFILE CANNOT BE OPENED
      *    THE RUN STOPS HERE WITH NOTHING CHANGED ANYWHERE.
           IF WS-RST-COUNT > 0
               OPEN I-O WRK6520-HIST-FILE
               IF WS-HIST-STATUS NOT = '00'
                   DISPLAY 'NRS-WRK6541 HISTFILE OPEN FAILED, STATUS='
                       WS-HIST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN EXTEND WRK6520-RSTM-FILE
               IF WS-RSTM-STATUS NOT = '00'
                   DISPLAY 'NRS-WRK6541 RSTMFILE OPEN FAILED, STATUS='
                       WS-RSTM-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 4700-REVERSE-ONE-RESTATEMENT
                   VARYING WS-RST-IDX FROM 1 BY 1
                   UNTIL WS-RST-IDX > WS-RST-COUNT
               CLOSE WRK6520-RSTM-FILE
               CLOSE WRK6520-HIST-FILE
           END-IF.

       4700-REVERSE-ONE-RESTATEMENT.
           MOVE WS-RST-HIST-KEY(WS-RST-IDX) TO HIST-KEY
           READ WRK6520-HIST-FILE
               INVALID KEY
                   PERFORM 4750-REPORT-HIST-NOT-ON-FILE
               NOT INVALID KEY
                   PERFORM 4800-REWRITE-HIST-RECORD
           END-READ.

       4750-REPORT-HIST-NOT-ON-FILE.
           MOVE SPACES TO WRK6541-RPT-LINE
           STRING 'RESTATED HISTORY RECORD ' DELIMITED BY SIZE
               WS-RST-HIST-KEY(WS-RST-IDX) DELIMITED BY SIZE
               ' NO LONGER ON FILE, NOTHING TO UNDO'
               DELIMITED BY SIZE
               INTO WRK6541-RPT-LINE
           WRITE WRK6541-RPT-LINE.

       4800-REWRITE-HIST-RECORD.
           MOVE SPACES TO WRK6520-RSTM-RECORD
           MOVE HIST-AMOUNT-DATA TO RSTM-BEFORE-AMOUNT
           MOVE HIST-SHARE-DATA TO RSTM-BEFORE-SHARE
           MOVE HIST-MTD-REPEAT-AMT TO RSTM-BEFORE-REPEAT-AMT
           MOVE HIST-MTD-REOPEN-AMT TO RSTM-BEFORE-REOPEN-AMT
           SUBTRACT WS-RST-AMOUNT(WS-RST-IDX) FROM HIST-AMOUNT-DATA
           SUBTRACT WS-RST-SHARE(WS-RST-IDX) FROM HIST-SHARE-DATA
           SUBTRACT WS-RST-REPEAT-AMT(WS-RST-IDX)
               FROM HIST-MTD-REPEAT-AMT
           SUBTRACT WS-RST-REOPEN-AMT(WS-RST-IDX)
               FROM HIST-MTD-REOPEN-AMT
           REWRITE NRS-WRK6520-HIST
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6541 HISTORY REVERSAL FAILED, STATUS='
                   WS-HIST-STATUS ' KEY=' HIST-KEY
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-RESTATEMENTS-REVERSED
               MOVE WS-CURR-DATE TO RSTM-RUN-DATE
               MOVE WS-CURR-TIME TO RSTM-RUN-TIME
               MOVE 'NRS-WRK6541' TO RSTM-PROGRAM-ID
               MOVE HIST-KEY TO RSTM-HIST-KEY
               MOVE HIST-MGMT-CODE TO RSTM-MGMT-CODE
               MOVE WS-RST-ADJ-SEQ(WS-RST-IDX) TO RSTM-ADJ-SEQUENCE-NO
               MOVE WS-RST-ORIG-DATE(WS-RST-IDX)
                   TO RSTM-ADJ-ORIGINAL-SS-DATE
               MOVE WS-BKO-MGMT-NAME TO RSTM-FEED-MGMT-NAME
               MOVE WS-BKO-SS-DATE TO RSTM-FEED-SS-DATE
               MOVE WS-BKO-SOURCE-CODE TO RSTM-FEED-SOURCE-CODE
               MOVE HIST-AMOUNT-DATA TO RSTM-AFTER-AMOUNT
               MOVE HIST-SHARE-DATA TO RSTM-AFTER-SHARE
               MOVE HIST-MTD-REPEAT-AMT TO RSTM-AFTER-REPEAT-AMT
               MOVE HIST-MTD-REOPEN-AMT TO RSTM-AFTER-REOPEN-AMT
               WRITE WRK6520-RSTM-RECORD
               IF WS-RSTM-STATUS NOT = '00'
                   DISPLAY 'NRS-WRK6541 RSTMFILE WRITE FAILED, STATUS='
                       WS-RSTM-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
               MOVE SPACES TO WRK6541-RPT-LINE
               STRING 'RESTATEMENT REVERSED CLOSE MONTH '
                   DELIMITED BY SIZE
                   HIST-CLOSE-MONTH DELIMITED BY SIZE
                   ' FUND ' DELIMITED BY SIZE
                   HIST-FUND-CODE DELIMITED BY SIZE
                   ' STATE ' DELIMITED BY SIZE
                   HIST-STATE-CODE DELIMITED BY SIZE
                   ' SEQUENCE ' DELIMITED BY SIZE
                   RSTM-ADJ-SEQUENCE-NO DELIMITED BY SIZE
                   INTO WRK6541-RPT-LINE
               WRITE WRK6541-RPT-LINE
           END-IF.

       5000-WRITE-BACKOUT-MARKER.
           MOVE SPACES TO WRK6520-JRNL-RECORD
           MOVE WS-CURR-DATE TO JRNL-RUN-DATE
           MOVE WS-CURR-TIME TO JRNL-RUN-TIME
           MOVE 'NRS-WRK6541' TO JRNL-PROGRAM-ID
           MOVE WS-BKO-MGMT-NAME TO JRNL-MGMT-NAME
           MOVE WS-BKO-SS-DATE TO JRNL-SUPER-SHEET-DATE
           MOVE WS-BKO-SYSTEM-CODE TO JRNL-SYSTEM-CODE
           MOVE WS-BKO-SOURCE-CODE TO JRNL-SOURCE-CODE
           MOVE 'B' TO JRNL-ACTION
           MOVE 0 TO JRNL-ADJ-SEQUENCE-NO
           MOVE 0 TO JRNL-POST-AMOUNT
           MOVE 0 TO JRNL-POST-SHARE
           MOVE 0 TO JRNL-POST-REPEAT-AMT
           MOVE 0 TO JRNL-POST-REOPEN-AMT
           OPEN EXTEND WRK6520-JRNL-FILE
           IF WS-JRNL-STATUS NOT = '00'
               OPEN OUTPUT WRK6520-JRNL-FILE
           END-IF
           IF WS-JRNL-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6541 JOURNAL OPEN FAILED, STATUS='
                   WS-JRNL-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           WRITE WRK6520-JRNL-RECORD
           IF WS-JRNL-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6541 JOURNAL WRITE FAILED, STATUS='
                   WS-JRNL-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           CLOSE WRK6520-JRNL-FILE.

       5100-WRITE-WITHDRAWAL-ROW.
      *    THE ROW CARRIES THE BACKOUT'S OWN STAMP - IT IS NEVER PART
      *    OF A LOAD RUN'S STAMP GROUP.  READERS MATCH IT TO THE
      *    FEED'S EARLIER ROWS BY MGMT-NAME, SUPER-SHEET-DATE AND
      *    SOURCE-CODE.
           MOVE SPACES TO WRK6520-AUDIT-RECORD
           MOVE WS-CURR-DATE TO AUD-RUN-DATE
           MOVE WS-CURR-TIME TO AUD-RUN-TIME
           MOVE WS-BKO-SS-DATE TO AUD-SUPER-SHEET-DATE
           MOVE WS-BKO-MGMT-NAME TO AUD-MGMT-NAME
           MOVE WS-BKO-SYSTEM-CODE TO AUD-SYSTEM-CODE
           MOVE WS-BKO-SOURCE-CODE TO AUD-SOURCE-CODE
           MOVE WS-BKO-FILE-TYPE TO AUD-FILE-TYPE
           MOVE WS-DETAILS-REMOVED TO AUD-TOTAL-RECS
           MOVE WS-DETAILS-REMOVED TO AUD-RECS-COUNTED
           MOVE 'P' TO AUD-RECON-STATUS
           MOVE 0 TO AUD-FEED-SEQ
           MOVE 0 TO AUD-REJECT-COUNT
           MOVE WS-POSTINGS-REVERSED TO AUD-ADJUSTMENT-COUNT
           MOVE WS-NET-AMOUNT TO AUD-TRL-AMOUNT
           MOVE WS-NET-SHARE TO AUD-TRL-SHARE
           MOVE WS-NET-REPEAT-AMT TO AUD-TRL-REPEAT-AMT
           MOVE WS-NET-REOPEN-AMT TO AUD-TRL-REOPEN-AMT
           MOVE 'W' TO AUD-RUN-MODE
           OPEN EXTEND WRK6520-AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               OPEN OUTPUT WRK6520-AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6541 AUDIT OPEN FAILED, STATUS='
                   WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           WRITE WRK6520-AUDIT-RECORD
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6541 AUDIT WRITE FAILED, STATUS='
                   WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           CLOSE WRK6520-AUDIT-FILE
           MOVE SPACES TO WRK6541-RPT-LINE
           STRING 'WITHDRAWAL ROW WRITTEN TO THE AUDIT FILE - '
               DELIMITED BY SIZE
               'THE CORRECTED RESEND MAY NOW BE LOADED'
               DELIMITED BY SIZE
               INTO WRK6541-RPT-LINE
           WRITE WRK6541-RPT-LINE.

       6000-FINALIZE.
           MOVE SPACES TO WRK6541-RPT-LINE
           STRING 'JOURNAL RECORDS READ ' DELIMITED BY SIZE
               WS-JRNL-READ-COUNT DELIMITED BY SIZE
               ' ENTRIES FOR FEED ' DELIMITED BY SIZE
               WS-UNDO-COUNT DELIMITED BY SIZE
               INTO WRK6541-RPT-LINE
           WRITE WRK6541-RPT-LINE
           MOVE SPACES TO WRK6541-RPT-LINE
           STRING 'DETAILS REMOVED ' DELIMITED BY SIZE
               WS-DETAILS-REMOVED DELIMITED BY SIZE
               ' ADJUSTMENT RECORDS REMOVED ' DELIMITED BY SIZE
               WS-ADJS-REMOVED DELIMITED BY SIZE
               ' RESTORED ' DELIMITED BY SIZE
               WS-RECORDS-RESTORED DELIMITED BY SIZE
               INTO WRK6541-RPT-LINE
           WRITE WRK6541-RPT-LINE
           MOVE SPACES TO WRK6541-RPT-LINE
           STRING 'ADJUSTMENT POSTINGS REVERSED ' DELIMITED BY SIZE
               WS-POSTINGS-REVERSED DELIMITED BY SIZE
               ' NOT ON FILE ' DELIMITED BY SIZE
               WS-NOT-ON-FILE-COUNT DELIMITED BY SIZE
               ' RESTATEMENTS REVERSED ' DELIMITED BY SIZE
               WS-RESTATEMENTS-REVERSED DELIMITED BY SIZE
               INTO WRK6541-RPT-LINE
           WRITE WRK6541-RPT-LINE
           MOVE WS-NET-AMOUNT TO WS-E-AMOUNT
           MOVE WS-NET-SHARE TO WS-E-SHARE
           MOVE WS-NET-REPEAT-AMT TO WS-E-REPEAT-AMT
           MOVE WS-NET-REOPEN-AMT TO WS-E-REOPEN-AMT
           MOVE SPACES TO WRK6541-RPT-LINE
           STRING 'NET CHANGE AMOUNT ' DELIMITED BY SIZE
               WS-E-AMOUNT DELIMITED BY SIZE
               ' SHARES ' DELIMITED BY SIZE
               WS-E-SHARE DELIMITED BY SIZE
               INTO WRK6541-RPT-LINE
           WRITE WRK6541-RPT-LINE
           MOVE SPACES TO WRK6541-RPT-LINE
           STRING 'NET CHANGE REPEAT-AMT ' DELIMITED BY SIZE
               WS-E-REPEAT-AMT DELIMITED BY SIZE
               ' REOPEN-AMT ' DELIMITED BY SIZE
               WS-E-REOPEN-AMT DELIMITED BY SIZE
               INTO WRK6541-RPT-LINE
           WRITE WRK6541-RPT-LINE
           CLOSE WRK6541-RPT-FILE.
