      *    SUPERVISOR APPROVAL IS ON FILE - OTHERWISE THE RESUBMIT
      *    PASS WOULD BE A BACK DOOR AROUND THE THRESHOLD.  WITHOUT
      *    THE CARD THE BEHAVIOR IS UNCHANGED.
      *    MODIFIED BY AGENT - RELOADS, REPLACEMENTS AND ADJUSTMENT
      *    POSTINGS ARE WRITTEN TO THE POSTING JOURNAL (JRNLFILE,
      *    WRK6520B.CPY) UNDER THE FEED IDENTITY CARRIED ON THE
      *    SUSPENSE RECORD, SO A NRS-WRK6541 BACKOUT OF THAT FEED
      *    ALSO UNDOES WHAT ITS REPAIRED RECORDS POSTED HERE.  THE
      *    IDENTITY IS CARRIED THROUGH TO SUSPOUT.
      *    MODIFIED BY AGENT - A RESUBMITTED ADJUSTMENT WHOSE
      *    ADJ-ORIGINAL-SS-DATE FALLS IN A MONTH ALREADY CLOSED INTO
      *    HISTFILE ALSO RESTATES THAT MONTH'S HISTORY RECORD, LOGGED
      *    TO RSTMFILE (WRK6520R.CPY) EXACTLY AS NRS-WRK6520 DOES.
      *    MODIFIED BY AGENT - A RESUBMITTED RECORD WHOSE KEY ALREADY
      *    HOLDS A RECORD NRS-WRK6520 REDIRECTED FROM A MERGED-AWAY
      *    FUND IS NOT ALLOWED TO REPLACE IT: IT GOES BACK TO SUSPOUT
      *    WITH THE SAME REASON THE LOAD GIVES.
      *    MODIFIED BY AGENT - AS IN NRS-WRK6520, A PRIOR-PERIOD
      *    ADJUSTMENT FOR A FUND/STATE A CLOSED MONTH HAS NO HISTORY
      *    RECORD FOR NOW ADDS ONE, LOGGED TO RSTMFILE WITH ZERO
      *    BEFORE-VALUES, INSTEAD OF BEING LEFT OUT OF HISTORY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           SELECT WRK6527-RPT-FILE ASSIGN TO "RPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT WRK6520-JRNL-FILE ASSIGN TO "JRNLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT WRK6520-HIST-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT WRK6520-RSTM-FILE ASSIGN TO "RSTMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSTM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WRK6527-SUSPIN-FILE.
           05  SOUT-RECORD-IMAGE                 PIC X(120).
           05  SOUT-REJECT-REASON                PIC X(60).
           05  SOUT-RUN-DATE                     PIC 9(8).
           05  SOUT-MGMT-NAME                    PIC X(10).
           05  SOUT-SUPER-SHEET-DATE             PIC X(8).
           05  SOUT-SYSTEM-CODE                  PIC X(3).
           05  SOUT-SOURCE-CODE                  PIC X(1).
       FD  WRK6520-FILE.
           COPY WRK6520.
       FD  WRK6520-MGMT-FILE.
           COPY WRK6520Q.
       FD  WRK6527-RPT-FILE.
       01  WRK6527-RPT-LINE                      PIC X(132).
       FD  WRK6520-JRNL-FILE.
           COPY WRK6520B.
       FD  WRK6520-HIST-FILE.
           COPY WRK6520H.
       FD  WRK6520-RSTM-FILE.
           COPY WRK6520R.
       WORKING-STORAGE SECTION.
           COPY WRK6520M.
           COPY WRK6520N.
           05  WS-PARM-STATUS                    PIC X(2).
           05  WS-APPR-STATUS                    PIC X(2).
           05  WS-RPT-STATUS                     PIC X(2).
           05  WS-JRNL-STATUS                    PIC X(2).
           05  WS-HIST-STATUS                    PIC X(2).
           05  WS-RSTM-STATUS                    PIC X(2).
       01  WS-SWITCHES.
           05  WS-EOF-SW                         PIC X(1) VALUE 'N'.
               88  WS-EOF                          VALUE 'Y'.
           05  WS-READ-COUNT                     PIC 9(9) VALUE 0.
           05  WS-LOADED-COUNT                   PIC 9(9) VALUE 0.
           05  WS-ADJ-POSTED-COUNT               PIC 9(9) VALUE 0.
           05  WS-ADJ-RESTATED-COUNT             PIC 9(9) VALUE 0.
           05  WS-ADJ-HIST-ADDED-COUNT           PIC 9(9) VALUE 0.
           05  WS-STILL-BAD-COUNT                PIC 9(9) VALUE 0.
           05  WS-SKIPPED-COUNT                  PIC 9(9) VALUE 0.
       01  WS-ACCUMULATORS.
           05  WS-ADJ-SHARE                 PIC S9(13)V9(4).
           05  WS-ADJ-REPEAT-AMT            PIC S9(15)V9(2).
           05  WS-ADJ-REOPEN-AMT            PIC S9(15)V9(2).
           05  WS-ADJ-ORIG-DATE             PIC 9(8).
      *    HISTFILE DOES NOT EXIST UNTIL THE FIRST MONTH-END CLOSE;
      *    UNTIL THEN THERE IS NO CLOSED MONTH TO RESTATE.
       01  WS-RESTATE-FIELDS.
           05  WS-HIST-OPEN-SW                   PIC X(1) VALUE 'N'.
           05  WS-RSTM-OPEN-SW                   PIC X(1) VALUE 'N'.
           05  WS-ADJ-ORIG-MONTH                 PIC X(6).
           05  WS-POSTED-SS-MONTH                PIC X(6).
           05  WS-HIST-CLOSE-RUN-DATE            PIC 9(8).
       01  WS-CURRENT-TIMESTAMP.
           05  WS-CURR-DATE                      PIC 9(8).
           05  WS-CURR-TIME                      PIC 9(6).
      *    2370 SAVES THE INCOMING IMAGE HERE BEFORE A REPLACEMENT
      *    READS THE RECORD IT IS ABOUT TO OVERWRITE INTO THE BUFFER.
       01  WS-JOURNAL-FIELDS.
           05  WS-JRNL-ACTION                    PIC X(1).
           05  WS-JRNL-NEW-IMAGE                 PIC X(120).
           05  WS-JRNL-BEFORE-IMAGE              PIC X(120).
           05  WS-ON-FILE-FROM-FUND              PIC X(7).
       01  WS-RESUB-SS-DATE                      PIC 9(8) VALUE 0.
       01  WS-LOOKUP-FUND                        PIC X(7).
      *    THRESHOLD ZERO (NO APPRV= CARD) MEANS THE APPROVAL CHECK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    THE JOURNAL BELONGS TO THE DAY'S LOAD - THIS PASS ONLY
      *    EVER ADDS TO IT.
           OPEN EXTEND WRK6520-JRNL-FILE
           IF WS-JRNL-STATUS NOT = '00'
               OPEN OUTPUT WRK6520-JRNL-FILE
           END-IF
           IF WS-JRNL-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6527 JOURNAL OPEN FAILED, STATUS='
                   WS-JRNL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O WRK6520-HIST-FILE
           IF WS-HIST-STATUS = '00'
               MOVE 'Y' TO WS-HIST-OPEN-SW
           ELSE
               DISPLAY 'NRS-WRK6527 HISTFILE NOT AVAILABLE, STATUS='
                   WS-HIST-STATUS ' - NO PRIOR-PERIOD RESTATEMENT'
           END-IF
           OPEN OUTPUT WRK6527-RPT-FILE
           MOVE 'SUSPENSE RESUBMIT PASS' TO WRK6527-RPT-LINE
           WRITE WRK6527-RPT-LINE.
           PERFORM 2310-VALIDATE-DETAIL
           IF WS-VALID-SW = 'Y'
               PERFORM 2370-LOAD-RECORD-TO-KSDS
           END-IF
           IF WS-VALID-SW = 'Y'
               ADD 1 TO WS-LOADED-COUNT
               MOVE SUPER-SHEET-DATE OF DETAIL-DATA-AREA
                   TO WS-RESUB-SS-DATE
           END-IF.

       2370-LOAD-RECORD-TO-KSDS.
      *    AS IN NRS-WRK6520, A KEY ALREADY ON FILE IS REPLACED AND
      *    THE RECORD IT REPLACES IS READ FIRST FOR THE JOURNAL.  A
      *    RESUBMITTED RECORD IS NEVER A REDIRECTED ONE - THE LOAD
      *    SUSPENDS A REDIRECTED RECORD AS THE FEED SENT IT.
           MOVE SPACES TO REDIRECTED-FROM-FUND
           MOVE NRS-WRK6520 TO WS-JRNL-NEW-IMAGE
           MOVE SPACES TO WS-JRNL-BEFORE-IMAGE
           WRITE NRS-WRK6520
               INVALID KEY
                   PERFORM 2372-REPLACE-KSDS-RECORD
               NOT INVALID KEY
                   MOVE 'A' TO WS-JRNL-ACTION
                   PERFORM 2380-WRITE-JOURNAL-RECORD
           END-WRITE.

       2372-REPLACE-KSDS-RECORD.
      *    AS IN NRS-WRK6520, A RECORD ON FILE THAT WAS REDIRECTED
      *    FROM A MERGED-AWAY FUND IS A DIFFERENT BALANCE FROM THE
      *    ONE BEING RESUBMITTED AND IS NOT OVERWRITTEN.
           READ WRK6520-FILE
           IF WS-WRK6520-STATUS = '00'
               AND REDIRECTED-FROM-FUND NOT = SPACES
               PERFORM 2374-REJECT-KEY-COLLISION
           ELSE
               PERFORM 2373-REWRITE-KSDS-RECORD
           END-IF.

       2373-REWRITE-KSDS-RECORD.
           IF WS-WRK6520-STATUS = '00'
               MOVE NRS-WRK6520 TO WS-JRNL-BEFORE-IMAGE
           END-IF
           MOVE WS-JRNL-NEW-IMAGE TO NRS-WRK6520
           REWRITE NRS-WRK6520
           IF WS-WRK6520-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6527 KSDS WRITE FAILED, '
                   'STATUS=' WS-WRK6520-STATUS
                   ' KEY=' NRS-WRK6520-KEY
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'R' TO WS-JRNL-ACTION
               PERFORM 2380-WRITE-JOURNAL-RECORD
           END-IF.

       2374-REJECT-KEY-COLLISION.
      *    THE KSDS IS LEFT AS IT WAS AND THE RESUBMITTED IMAGE GOES
      *    BACK TO SUSPOUT.
           MOVE REDIRECTED-FROM-FUND TO WS-ON-FILE-FROM-FUND
           MOVE 'N' TO WS-VALID-SW
           MOVE WS-JRNL-NEW-IMAGE TO NRS-WRK6520
           MOVE SPACES TO WS-REJECT-REASON
           STRING 'KEY ALREADY HOLDS RECORD REDIRECTED FROM FUND '
               DELIMITED BY SIZE
               WS-ON-FILE-FROM-FUND DELIMITED BY SIZE
               INTO WS-REJECT-REASON.

       2380-WRITE-JOURNAL-RECORD.
      *    THE FEED IDENTITY COMES FROM THE SUSPENSE RECORD BEING
      *    RESUBMITTED, NOT FROM THIS PASS - THE CHANGE BELONGS TO
      *    THE FEED THE RECORD ORIGINALLY ARRIVED ON.
           MOVE SPACES TO WRK6520-JRNL-RECORD
           MOVE WS-CURR-DATE TO JRNL-RUN-DATE
           MOVE WS-CURR-TIME TO JRNL-RUN-TIME
           MOVE 'NRS-WRK6527' TO JRNL-PROGRAM-ID
           MOVE SUSP-MGMT-NAME TO JRNL-MGMT-NAME
           MOVE SUSP-SUPER-SHEET-DATE TO JRNL-SUPER-SHEET-DATE
           MOVE SUSP-SYSTEM-CODE TO JRNL-SYSTEM-CODE
           MOVE SUSP-SOURCE-CODE TO JRNL-SOURCE-CODE
           MOVE WS-JRNL-ACTION TO JRNL-ACTION
           MOVE NRS-WRK6520-KEY TO JRNL-RECORD-KEY
           MOVE WS-JRNL-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE
           MOVE 0 TO JRNL-ADJ-SEQUENCE-NO
           MOVE 0 TO JRNL-POST-AMOUNT
           MOVE 0 TO JRNL-POST-SHARE
           MOVE 0 TO JRNL-POST-REPEAT-AMT
           MOVE 0 TO JRNL-POST-REOPEN-AMT
           IF JRNL-ADJ-POSTED
               MOVE WS-ADJ-SEQ TO JRNL-ADJ-SEQUENCE-NO
               MOVE WS-ADJ-AMOUNT TO JRNL-POST-AMOUNT
               MOVE WS-ADJ-SHARE TO JRNL-POST-SHARE
               MOVE WS-ADJ-REPEAT-AMT TO JRNL-POST-REPEAT-AMT
               MOVE WS-ADJ-REOPEN-AMT TO JRNL-POST-REOPEN-AMT
           END-IF
           WRITE WRK6520-JRNL-RECORD
           IF WS-JRNL-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6527 JOURNAL WRITE FAILED, STATUS='
                   WS-JRNL-STATUS ' KEY=' NRS-WRK6520-KEY
               MOVE 16 TO RETURN-CODE
           END-IF.

       2500-RESUBMIT-ADJUSTMENT.
           PERFORM 2510-VALIDATE-ADJUSTMENT
           IF WS-VALID-SW = 'Y' AND WS-APPR-THRESHOLD > 0
               MOVE ADJ-SHARE-DATA TO WS-ADJ-SHARE
               MOVE ADJ-MTD-REPEAT-AMT TO WS-ADJ-REPEAT-AMT
               MOVE ADJ-MTD-REOPEN-AMT TO WS-ADJ-REOPEN-AMT
               MOVE ADJ-ORIGINAL-SS-DATE TO WS-ADJ-ORIG-DATE
               PERFORM 2370-LOAD-RECORD-TO-KSDS
           END-IF
           IF WS-VALID-SW = 'Y'
               IF WS-RESUB-SS-DATE = 0
                   MOVE ADJ-ORIGINAL-SS-DATE TO WS-RESUB-SS-DATE
               END-IF
               PERFORM 2550-POST-ADJUSTMENT
           ELSE
               PERFORM 2800-WRITE-STILL-BAD
           END-START
           PERFORM 2560-SCAN-NEXT-DETAIL UNTIL NOT WS-POST-SCANNING
           IF WS-POST-FOUND
               MOVE NRS-WRK6520 TO WS-JRNL-BEFORE-IMAGE
               ADD WS-ADJ-AMOUNT TO AMOUNT-DATA OF DETAIL-DATA-AREA
               ADD WS-ADJ-SHARE TO SHARE-DATA OF DETAIL-DATA-AREA
               ADD WS-ADJ-REPEAT-AMT
                       'STATUS=' WS-WRK6520-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE 'P' TO WS-JRNL-ACTION
                   PERFORM 2380-WRITE-JOURNAL-RECORD
                   ADD 1 TO WS-ADJ-POSTED-COUNT
                   MOVE SPACES TO WRK6527-RPT-LINE
                   STRING 'ADJUSTMENT POSTED TO FUND '
                       STATE-CODE DELIMITED BY SIZE
                       INTO WRK6527-RPT-LINE
                   WRITE WRK6527-RPT-LINE
                   PERFORM 2580-RESTATE-CLOSED-MONTH
               END-IF
           ELSE
               MOVE 'NO DETAIL ON FILE FOR FUND' TO WS-REJECT-REASON
                   END-IF
           END-READ.

       2580-RESTATE-CLOSED-MONTH.
      *    SAME RULE AS NRS-WRK6520 2476: AN ORIGINAL DATE IN AN
      *    EARLIER MONTH RESTATES THAT MONTH'S HISTORY RECORD FOR THE
      *    POSTED DETAIL'S FUND/STATE, OR 2585 ADDS ONE IF THE MONTH
      *    WAS CLOSED WITHOUT ONE.
           MOVE WS-ADJ-ORIG-DATE(1:6) TO WS-ADJ-ORIG-MONTH
           MOVE SUPER-SHEET-DATE OF DETAIL-DATA-AREA(1:6)
               TO WS-POSTED-SS-MONTH
           IF WS-HIST-OPEN-SW = 'Y'
               AND WS-ADJ-ORIG-MONTH < WS-POSTED-SS-MONTH
               MOVE WS-ADJ-ORIG-MONTH TO HIST-CLOSE-MONTH
               MOVE FUND-CODE TO HIST-FUND-CODE
               MOVE STATE-CODE TO HIST-STATE-CODE
               READ WRK6520-HIST-FILE
                   INVALID KEY
                       PERFORM 2585-ADD-HIST-RECORD
                   NOT INVALID KEY
                       PERFORM 2590-REWRITE-HIST-RECORD
               END-READ
           END-IF.

       2585-ADD-HIST-RECORD.
      *    THE MONTH IS CLOSED IF ANY RECORD CARRIES ITS CLOSE MONTH;
      *    THE FIRST ONE ALSO GIVES THE CLOSE RUN DATE TO STAMP ON
      *    THE NEW RECORD.
           MOVE 0 TO WS-HIST-CLOSE-RUN-DATE
           START WRK6520-HIST-FILE
               KEY IS EQUAL TO HIST-CLOSE-MONTH
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ WRK6520-HIST-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE HIST-CLOSE-RUN-DATE
                               TO WS-HIST-CLOSE-RUN-DATE
                   END-READ
           END-START
           IF WS-HIST-CLOSE-RUN-DATE > 0
               MOVE SPACES TO NRS-WRK6520-HIST
               MOVE WS-ADJ-ORIG-MONTH TO HIST-CLOSE-MONTH
               MOVE FUND-CODE TO HIST-FUND-CODE
               MOVE STATE-CODE TO HIST-STATE-CODE
               MOVE MGMT-CODE OF DETAIL-DATA-AREA TO HIST-MGMT-CODE
               MOVE WS-ADJ-AMOUNT TO HIST-AMOUNT-DATA
               MOVE WS-ADJ-SHARE TO HIST-SHARE-DATA
               MOVE WS-ADJ-REPEAT-AMT TO HIST-MTD-REPEAT-AMT
               MOVE WS-ADJ-REOPEN-AMT TO HIST-MTD-REOPEN-AMT
               MOVE WS-HIST-CLOSE-RUN-DATE TO HIST-CLOSE-RUN-DATE
               WRITE NRS-WRK6520-HIST
               IF WS-HIST-STATUS NOT = '00'
                   DISPLAY 'NRS-WRK6527 HISTORY RECORD ADD FAILED, '
                       'STATUS=' WS-HIST-STATUS ' KEY=' HIST-KEY
                   MOVE 16 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-ADJ-HIST-ADDED-COUNT
                   MOVE SPACES TO WRK6520-RSTM-RECORD
                   MOVE 0 TO RSTM-BEFORE-AMOUNT
                   MOVE 0 TO RSTM-BEFORE-SHARE
                   MOVE 0 TO RSTM-BEFORE-REPEAT-AMT
                   MOVE 0 TO RSTM-BEFORE-REOPEN-AMT
                   PERFORM 2592-LOG-RESTATEMENT
                   MOVE SPACES TO WRK6527-RPT-LINE
                   STRING 'PRIOR-PERIOD ADJUSTMENT ADDED HISTORY FOR '
                       DELIMITED BY SIZE
                       'CLOSE MONTH ' DELIMITED BY SIZE
                       HIST-CLOSE-MONTH DELIMITED BY SIZE
                       ' FUND ' DELIMITED BY SIZE
                       HIST-FUND-CODE DELIMITED BY SIZE
                       ' STATE ' DELIMITED BY SIZE
                       HIST-STATE-CODE DELIMITED BY SIZE
                       ' SEQUENCE ' DELIMITED BY SIZE
                       RSTM-ADJ-SEQUENCE-NO DELIMITED BY SIZE
                       INTO WRK6527-RPT-LINE
                   WRITE WRK6527-RPT-LINE
               END-IF
           END-IF.

       2590-REWRITE-HIST-RECORD.
           MOVE SPACES TO WRK6520-RSTM-RECORD
           MOVE HIST-AMOUNT-DATA TO RSTM-BEFORE-AMOUNT
           MOVE HIST-SHARE-DATA TO RSTM-BEFORE-SHARE
           MOVE HIST-MTD-REPEAT-AMT TO RSTM-BEFORE-REPEAT-AMT
           MOVE HIST-MTD-REOPEN-AMT TO RSTM-BEFORE-REOPEN-AMT
           ADD WS-ADJ-AMOUNT TO HIST-AMOUNT-DATA
           ADD WS-ADJ-SHARE TO HIST-SHARE-DATA
           ADD WS-ADJ-REPEAT-AMT TO HIST-MTD-REPEAT-AMT
           ADD WS-ADJ-REOPEN-AMT TO HIST-MTD-REOPEN-AMT
           REWRITE NRS-WRK6520-HIST
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6527 HISTORY RESTATEMENT FAILED, '
                   'STATUS=' WS-HIST-STATUS ' KEY=' HIST-KEY
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-ADJ-RESTATED-COUNT
               PERFORM 2592-LOG-RESTATEMENT
               MOVE SPACES TO WRK6527-RPT-LINE
               STRING 'PRIOR-PERIOD ADJUSTMENT RESTATED CLOSE MONTH '
                   DELIMITED BY SIZE
                   HIST-CLOSE-MONTH DELIMITED BY SIZE
                   ' FUND ' DELIMITED BY SIZE
                   HIST-FUND-CODE DELIMITED BY SIZE
                   ' STATE ' DELIMITED BY SIZE
                   HIST-STATE-CODE DELIMITED BY SIZE
                   ' SEQUENCE ' DELIMITED BY SIZE
                   RSTM-ADJ-SEQUENCE-NO DELIMITED BY SIZE
                   INTO WRK6527-RPT-LINE
               WRITE WRK6527-RPT-LINE
           END-IF.

       2592-LOG-RESTATEMENT.
      *    THE CALLER HAS CLEARED THE LOG RECORD AND SET ITS BEFORE
      *    VALUES; THE HISTORY RECORD NOW HOLDS THE AFTER VALUES.
           MOVE WS-CURR-DATE TO RSTM-RUN-DATE
           MOVE WS-CURR-TIME TO RSTM-RUN-TIME
           MOVE 'NRS-WRK6527' TO RSTM-PROGRAM-ID
           MOVE HIST-KEY TO RSTM-HIST-KEY
           MOVE HIST-MGMT-CODE TO RSTM-MGMT-CODE
           MOVE WS-ADJ-SEQ TO RSTM-ADJ-SEQUENCE-NO
           MOVE WS-ADJ-ORIG-DATE TO RSTM-ADJ-ORIGINAL-SS-DATE
           MOVE SUSP-MGMT-NAME TO RSTM-FEED-MGMT-NAME
           MOVE SUSP-SUPER-SHEET-DATE TO RSTM-FEED-SS-DATE
           MOVE SUSP-SOURCE-CODE TO RSTM-FEED-SOURCE-CODE
           MOVE HIST-AMOUNT-DATA TO RSTM-AFTER-AMOUNT
           MOVE HIST-SHARE-DATA TO RSTM-AFTER-SHARE
           MOVE HIST-MTD-REPEAT-AMT TO RSTM-AFTER-REPEAT-AMT
           MOVE HIST-MTD-REOPEN-AMT TO RSTM-AFTER-REOPEN-AMT
           PERFORM 2595-WRITE-RESTATEMENT-LOG.

       2595-WRITE-RESTATEMENT-LOG.
           IF WS-RSTM-OPEN-SW NOT = 'Y'
               OPEN EXTEND WRK6520-RSTM-FILE
               IF WS-RSTM-STATUS NOT = '00'
                   OPEN OUTPUT WRK6520-RSTM-FILE
               END-IF
               IF WS-RSTM-STATUS NOT = '00'
                   DISPLAY 'NRS-WRK6527 RSTMFILE OPEN FAILED, STATUS='
                       WS-RSTM-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-RSTM-OPEN-SW
           END-IF
           WRITE WRK6520-RSTM-RECORD
           IF WS-RSTM-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6527 RSTMFILE WRITE FAILED, STATUS='
                   WS-RSTM-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       2570-REBUILD-ADJ-IMAGE.
      *    THE POSTING SCAN OVERWROTE THE RECORD BUFFER, SO THE
      *    SUSPENSE IMAGE FOR AN UNMATCHED ADJUSTMENT IS TAKEN FROM
           MOVE NRS-WRK6520 TO SOUT-RECORD-IMAGE
           MOVE WS-REJECT-REASON TO SOUT-REJECT-REASON
           MOVE WS-CURR-DATE TO SOUT-RUN-DATE
           MOVE SUSP-MGMT-NAME TO SOUT-MGMT-NAME
           MOVE SUSP-SUPER-SHEET-DATE TO SOUT-SUPER-SHEET-DATE
           MOVE SUSP-SYSTEM-CODE TO SOUT-SYSTEM-CODE
           MOVE SUSP-SOURCE-CODE TO SOUT-SOURCE-CODE
           WRITE WRK6527-SUSPOUT-RECORD
           IF WS-SUSPOUT-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6527 SUSPOUT WRITE FAILED, STATUS='
               WS-LOADED-COUNT DELIMITED BY SIZE
               ' ADJUSTMENTS POSTED ' DELIMITED BY SIZE
               WS-ADJ-POSTED-COUNT DELIMITED BY SIZE
               ' PRIOR-PERIOD RESTATED ' DELIMITED BY SIZE
               WS-ADJ-RESTATED-COUNT DELIMITED BY SIZE
               ' HISTORY ADDED ' DELIMITED BY SIZE
               WS-ADJ-HIST-ADDED-COUNT DELIMITED BY SIZE
               INTO WRK6527-RPT-LINE
           WRITE WRK6527-RPT-LINE
           MOVE SPACES TO WRK6527-RPT-LINE
           WRITE WRK6527-RPT-LINE
           CLOSE WRK6527-SUSPIN-FILE
           CLOSE WRK6520-FILE
           CLOSE WRK6520-JRNL-FILE
           IF WS-HIST-OPEN-SW = 'Y'
               CLOSE WRK6520-HIST-FILE
           END-IF
           IF WS-RSTM-OPEN-SW = 'Y'
               CLOSE WRK6520-RSTM-FILE
           END-IF
           IF WS-SUSPOUT-OPEN-SW = 'Y'
               CLOSE WRK6527-SUSPOUT-FILE
           END-IF
