      *    RESUBMISSION THROUGH NRS-WRK6527.  THE EXCEPTION REPORT
      *    TOTALS AUTO-POSTED, APPROVED AND HELD AMOUNTS PER FEED.
      *    WITHOUT THE CARD THE BEHAVIOR IS UNCHANGED.
      *    MODIFIED BY AGENT - POSTING JOURNAL (JRNLFILE, WRK6520B.CPY):
      *    EVERY KSDS ADD, IN-PLACE REPLACEMENT (WITH THE IMAGE IT
      *    OVERWROTE) AND ADJUSTMENT POSTING IS JOURNALED UNDER THE
      *    FEED THAT MADE IT SO NRS-WRK6541 CAN BACK ONE FEED OUT.
      *    SUSPENSE RECORDS NOW CARRY THE FEED IDENTITY FOR THE
      *    RESUBMIT PASS TO JOURNAL UNDER.  THE DUPLICATE-FEED GUARD
      *    LETS A FEED THROUGH AGAIN ONCE A WITHDRAWAL ROW
      *    (AUD-RUN-MODE 'W') FOR IT FOLLOWS THE EARLIER LOAD.
      *    MODIFIED BY AGENT - PRIOR-PERIOD ADJUSTMENTS: AN ADJUSTMENT
      *    WHOSE ADJ-ORIGINAL-SS-DATE FALLS IN A MONTH ALREADY CLOSED
      *    INTO HISTFILE BY NRS-WRK6524 STILL POSTS TO TODAY'S FUND
      *    DETAIL, AND NOW ALSO RESTATES THAT MONTH'S HISTORY RECORD
      *    FOR THE SAME FUND/STATE.  EACH RESTATEMENT IS LOGGED WITH
      *    ITS BEFORE/AFTER VALUES TO RSTMFILE (WRK6520R.CPY).
      *    MODIFIED BY AGENT - MERGED FUNDS: A DETAIL OR ADJUSTMENT
      *    SENT UNDER A FUND THE NRS-WRK6549 REORGANIZATION MERGED
      *    AWAY IS NO LONGER REJECTED AS A CLOSED FUND WHEN ITS
      *    SUPER SHEET DATE IS ON OR AFTER THE MERGER'S EFFECTIVE
      *    DATE: IT IS REDIRECTED TO THE SUCCESSOR FUND (FOLLOWING A
      *    CHAIN OF MERGERS TO THE FUND STILL OPEN), A DETAIL TAKES
      *    THE SUCCESSOR'S MGMT-CODE, AND EACH ONE IS LISTED ON THE
      *    EXCEPTION REPORT AS REDIRECTED.
      *    MODIFIED BY AGENT - A REDIRECTED RECORD NOW CARRIES ITS
      *    MERGED-AWAY FUND IN REDIRECTED-FROM-FUND ON THE KSDS, AND
      *    2372 REPLACES A RECORD ALREADY ON FILE ONLY WHEN BOTH CAME
      *    FROM THE SAME FUND.  A REDIRECTED DETAIL OR ADJUSTMENT
      *    WHOSE KEY THE SUCCESSOR ALREADY HOLDS, OR A SUCCESSOR
      *    RECORD WHOSE KEY A REDIRECTED RECORD ALREADY HOLDS, GOES
      *    TO SUSPENSE INSTEAD OF OVERWRITING THE OTHER BALANCE; A
      *    RELOAD OF THE SAME FEED STILL REPLACES IN PLACE.
      *    MODIFIED BY AGENT - NEW 'RELOAD=Y' CARD RESENDS ONE
      *    COMPANY'S FEED INTO THE DAY'S KSDS AFTER AN NRS-WRK6541
      *    BACKOUT: THE KSDS IS OPENED I-O WITHOUT BEING EMPTIED, THE
      *    JOURNAL AND SUSPENSE FILE ARE EXTENDED, THE DUPLICATE-FEED
      *    GUARD STILL RUNS (SO ONLY A WITHDRAWN FEED GETS THROUGH)
      *    AND THE AUDIT ROW IS A MORNING 'M' ROW THAT THE DOWNSTREAM
      *    GATES TAKE AS THE COMPANY'S LIVE FEED.
      *    MODIFIED BY AGENT - A PARTITION INSTANCE NOW WRITES ITS
      *    JOURNAL AND RESTATEMENT LOG TO ITS OWN JRNLFILE AND
      *    RSTMFILE DATASETS, LIKE ITS PARTFILE, INSTEAD OF EXTENDING
      *    THE SHARED ONES ALONGSIDE ITS SIBLINGS: A FRESH INSTANCE
      *    STARTS BOTH OVER AND A RESTARTED ONE EXTENDS THEM.  THE
      *    NRS-WRK6531 MERGE FOLDS THEM INTO THE DAY'S SHARED FILES.
      *    MODIFIED BY AGENT - A MONTH NOW COUNTS AS CLOSED WHEN
      *    HISTFILE HOLDS ANY RECORD FOR IT.  A PRIOR-PERIOD
      *    ADJUSTMENT FOR A FUND/STATE THE CLOSED MONTH HAS NO RECORD
      *    FOR ADDS ONE (LOGGED TO RSTMFILE WITH ZERO BEFORE-VALUES)
      *    INSTEAD OF BEING LEFT OUT OF HISTORY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL WRK6520-APPR-FILE ASSIGN TO "APPRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPR-STATUS.
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
       FD  WRK6520-FEED-FILE.
           COPY WRK6520P.
       FD  WRK6520-APPR-FILE.
           COPY WRK6520Q.
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
           05  WS-PART-STATUS                    PIC X(2).
           05  WS-APPR-STATUS                    PIC X(2).
           05  WS-JRNL-STATUS                    PIC X(2).
           05  WS-HIST-STATUS                    PIC X(2).
           05  WS-RSTM-STATUS                    PIC X(2).
       01  WS-SWITCHES.
           05  WS-EOF-SW                         PIC X(1) VALUE 'N'.
               88  WS-EOF                          VALUE 'Y'.
           05  WS-MGMT-EOF-SW                    PIC X(1) VALUE 'N'.
           05  WS-FUND-EOF-SW                    PIC X(1) VALUE 'N'.
       01  WS-LOOKUP-FUND                        PIC X(7).
      *    MERGED-FUND REDIRECTION (2345/2346).  THE AS-OF DATE IS THE
      *    DETAIL'S OWN SUPER SHEET DATE, OR THE FEED HEADER'S FOR AN
      *    ADJUSTMENT.
       01  WS-REDIRECT-FIELDS.
           05  WS-REDIRECT-SW                    PIC X(1) VALUE 'N'.
           05  WS-REDIRECT-STATE-SW              PIC X(1) VALUE 'C'.
               88  WS-REDIRECT-FOLLOWING           VALUE 'C'.
               88  WS-REDIRECT-FOUND               VALUE 'F'.
               88  WS-REDIRECT-FAILED              VALUE 'X'.
           05  WS-REDIRECT-HOPS                  PIC 9(2) VALUE 0.
           05  WS-REDIRECT-HOP-MAX               PIC 9(2) VALUE 10.
           05  WS-REDIRECT-FROM-FUND             PIC X(7).
           05  WS-REDIRECT-FUND                  PIC X(7).
           05  WS-REDIRECT-MGMT                  PIC X(2).
           05  WS-FUND-AS-OF-DATE                PIC 9(8).
           05  WS-REDIRECT-ORIG-IMAGE            PIC X(120).
           05  WS-LOAD-FROM-FUND                 PIC X(7).
           05  WS-ON-FILE-FROM-FUND              PIC X(7).
       01  WS-PARTITION-FIELDS.
           05  WS-PARTITION-SW                   PIC X(1) VALUE 'N'.
           05  WS-INSTANCE-ID                    PIC 9(2) VALUE 0.
           05  WS-DUPCHK-EOF-SW                  PIC X(1).
           05  WS-DUP-FEED-COUNT                 PIC 9(3) VALUE 0.
       01  WS-SUPPL-MODE-SW                      PIC X(1) VALUE 'N'.
       01  WS-RELOAD-MODE-SW                     PIC X(1) VALUE 'N'.
      *    THRESHOLD ZERO (NO APPRV= CARD) MEANS THE APPROVAL CHECK
      *    IS OFF AND EVERY VALID ADJUSTMENT POSTS AS IT ALWAYS HAS.
       01  WS-APPROVAL-FIELDS.
                   INDEXED BY WS-APPR-IDX.
               10  WS-APPR-FUND-ENTRY            PIC X(7).
               10  WS-APPR-SEQ-ENTRY             PIC X(3).
      *    2370 SAVES THE INCOMING IMAGE HERE BEFORE A REPLACEMENT
      *    READS THE RECORD IT IS ABOUT TO OVERWRITE INTO THE BUFFER.
       01  WS-JOURNAL-FIELDS.
           05  WS-JRNL-ACTION                    PIC X(1).
           05  WS-JRNL-NEW-IMAGE                 PIC X(120).
           05  WS-JRNL-BEFORE-IMAGE              PIC X(120).
       01  WS-ADJ-DISPOSITION-TOTALS.
           05  WS-ADJ-AUTO-AMT              PIC S9(15)V9(2) VALUE 0.
           05  WS-ADJ-APPROVED-AMT          PIC S9(15)V9(2) VALUE 0.
               88  WS-POST-FOUND                   VALUE 'F'.
               88  WS-POST-NOT-FOUND               VALUE 'N'.
           05  WS-SUSP-HDR-SW                    PIC X(1) VALUE 'N'.
           05  WS-ADJ-RESTATED-COUNT             PIC 9(4) VALUE 0.
           05  WS-ADJ-HIST-ADDED-COUNT           PIC 9(4) VALUE 0.
      *    HISTFILE DOES NOT EXIST UNTIL THE FIRST MONTH-END CLOSE;
      *    UNTIL THEN THERE IS NO CLOSED MONTH TO RESTATE.
       01  WS-RESTATE-FIELDS.
           05  WS-HIST-OPEN-SW                   PIC X(1) VALUE 'N'.
           05  WS-RSTM-OPEN-SW                   PIC X(1) VALUE 'N'.
           05  WS-ADJ-ORIG-MONTH                 PIC X(6).
           05  WS-POSTED-SS-MONTH                PIC X(6).
           05  WS-HIST-CLOSE-RUN-DATE            PIC 9(8).
       01  WS-ADJ-STASH-TABLE.
           05  WS-ADJ-STASH-ENTRY OCCURS 500 TIMES.
               10  WS-ADJ-STASH-FUND             PIC 9(7).
               10  WS-ADJ-STASH-SHARE            PIC S9(13)V9(4).
               10  WS-ADJ-STASH-REPEAT-AMT       PIC S9(15)V9(2).
               10  WS-ADJ-STASH-REOPEN-AMT       PIC S9(15)V9(2).
               10  WS-ADJ-STASH-ORIG-DATE        PIC 9(8).
       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
      *    WHAT THE OTHER INSTANCES HAVE ALREADY LOADED.  CLEARING
      *    THE DAY'S FILE IS A SEPARATE INITIALIZE STEP BEFORE THE
      *    INSTANCES ARE RELEASED; EACH INSTANCE OPENS IT I-O AS IS.
      *    A SUPPLEMENTAL RUN OR A SINGLE-FEED RELOAD LIKEWISE
      *    EXTENDS THE EXISTING DAY'S FILE AND MUST NEVER TRUNCATE IT.
               IF WS-PARTITION-SW NOT = 'Y'
                   AND WS-SUPPL-MODE-SW NOT = 'Y'
                   AND WS-RELOAD-MODE-SW NOT = 'Y'
                   OPEN OUTPUT WRK6520-FILE
                   IF WS-WRK6520-STATUS NOT = '00'
                       DISPLAY 'NRS-WRK6520 OPEN FAILED, STATUS='
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM 1400-OPEN-JOURNAL-FILE
           PERFORM 1410-OPEN-HISTORY-FILE.

       1410-OPEN-HISTORY-FILE.
           OPEN I-O WRK6520-HIST-FILE
           IF WS-HIST-STATUS = '00'
               MOVE 'Y' TO WS-HIST-OPEN-SW
           ELSE
               DISPLAY 'NRS-WRK6520 HISTFILE NOT AVAILABLE, STATUS='
                   WS-HIST-STATUS ' - NO PRIOR-PERIOD RESTATEMENT'
           END-IF.

       1400-OPEN-JOURNAL-FILE.
      *    THE JOURNAL FOLLOWS THE KSDS: A FRESH FULL-RANGE LOAD THAT
      *    EMPTIED THE KSDS STARTS THE JOURNAL OVER, WHILE A RESTART,
      *    A SUPPLEMENTAL RUN OR A SINGLE-FEED RELOAD ADDS TO THE
      *    DAY'S KSDS AND SO EXTENDS THE DAY'S JOURNAL (OUTPUT
      *    FALLBACK WHEN IT DOES NOT EXIST YET).
      *    A PARTITION INSTANCE'S JRNLFILE AND RSTMFILE ARE ITS OWN
      *    DATASETS, NOT THE SHARED ONES: A FRESH INSTANCE STARTS
      *    BOTH OVER AND A RESTARTED ONE EXTENDS BOTH, SO EACH HOLDS
      *    ONLY THIS LOAD'S ENTRIES FOR NRS-WRK6531 TO FOLD INTO THE
      *    DAY'S SHARED FILES.
           IF WS-RESTART-SW = 'Y' OR WS-SUPPL-MODE-SW = 'Y'
               OR WS-RELOAD-MODE-SW = 'Y'
               OPEN EXTEND WRK6520-JRNL-FILE
               IF WS-JRNL-STATUS NOT = '00'
                   OPEN OUTPUT WRK6520-JRNL-FILE
               END-IF
           ELSE
               OPEN OUTPUT WRK6520-JRNL-FILE
           END-IF
           IF WS-JRNL-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6520 JOURNAL OPEN FAILED, STATUS='
                   WS-JRNL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PARTITION-SW = 'Y'
               IF WS-RESTART-SW = 'Y'
                   OPEN EXTEND WRK6520-RSTM-FILE
                   IF WS-RSTM-STATUS NOT = '00'
                       OPEN OUTPUT WRK6520-RSTM-FILE
                   END-IF
               ELSE
                   OPEN OUTPUT WRK6520-RSTM-FILE
               END-IF
               IF WS-RSTM-STATUS NOT = '00'
                   DISPLAY 'NRS-WRK6520 RSTMFILE OPEN FAILED, STATUS='
                       WS-RSTM-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-RSTM-OPEN-SW
           END-IF.

       1100-CHECK-RESTART.
      *        'RESEND=Y' OVERRIDES THE DUPLICATE-FEED GUARD FOR AN
      *            INTENTIONAL FULL RESEND.
      *        'SUPPL=Y' SELECTS THE INTRADAY SUPPLEMENTAL MODE.
      *        'RELOAD=Y' RELOADS ONE COMPANY'S CORRECTED FEED INTO
      *            THE DAY'S KSDS AFTER NRS-WRK6541 HAS BACKED THE
      *            ORIGINAL OUT, WITHOUT EMPTYING THE KSDS.
      *        'APPRV=NNNNNNNNNNN' SETS THE ADJUSTMENT APPROVAL
      *            THRESHOLD IN WHOLE DOLLARS.
           OPEN INPUT WRK6520-PARM-FILE
                   'CANNOT BE COMBINED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RELOAD-MODE-SW = 'Y'
               AND (WS-SUPPL-MODE-SW = 'Y' OR WS-PARTITION-SW = 'Y')
      *    A RELOAD REPLACES A MORNING FEED, SO IT IS NEITHER AN
      *    INTRADAY SUPPLEMENT NOR A SLICE OF A PARTITIONED LOAD
               DISPLAY 'NRS-WRK6520 RELOAD MODE CANNOT BE COMBINED '
                   'WITH SUPPLEMENTAL OR PARTITION MODE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1310-READ-ONE-PARM-CARD.
                       DISPLAY 'NRS-WRK6520 SUPPLEMENTAL RUN MODE '
                           'SELECTED'
                   END-IF
               WHEN PARM-KEYWORD = 'RELOAD='
                   IF PARM-KEYWORD-VALUE(1:1) = 'Y'
                       MOVE 'Y' TO WS-RELOAD-MODE-SW
                       DISPLAY 'NRS-WRK6520 SINGLE-FEED RELOAD MODE '
                           'SELECTED'
                   END-IF
               WHEN PARM-KEYWORD(1:6) = 'APPRV='
                   IF WRK6520-PARM-RECORD(7:11) NUMERIC
                       MOVE WRK6520-PARM-RECORD(7:11)
                           TO WS-FUND-MGMT-ENTRY(WS-FUND-IDX)
                       MOVE FUND-MST-STATUS
                           TO WS-FUND-STATUS-ENTRY(WS-FUND-IDX)
                       MOVE FUND-MST-SUCCESSOR-CODE
                           TO WS-FUND-SUCCESSOR-ENTRY(WS-FUND-IDX)
                       MOVE FUND-MST-CLOSE-DATE
                           TO WS-FUND-CLOSE-DATE-ENTRY(WS-FUND-IDX)
                   END-IF
           END-READ.

      *    WOULD RELOAD THE DETAILS SILENTLY BUT 2460 WOULD POST THE
      *    SAME ADJUSTMENTS A SECOND TIME.  ROWS CARRYING THIS RUN'S
      *    OWN STAMP ARE THE CHECKPOINT-RESTART REPLAY OF THE
      *    CURRENT RUN AND DO NOT COUNT AS DUPLICATES.  A WITHDRAWAL
      *    ROW WRITTEN BY THE NRS-WRK6541 BACKOUT CLEARS EVERY EARLIER
      *    ROW OF THE SAME MGMT-NAME, SUPER-SHEET-DATE AND SOURCE-CODE
      *    (THE FILE IS IN WRITE ORDER), SO THE CORRECTED RESEND OF A
      *    BACKED-OUT FEED IS LOADED, WHILE A SECOND COPY OF THE
      *    RESEND IS STILL CAUGHT.
           MOVE 'N' TO WS-DUP-FOUND-SW
           MOVE 'N' TO WS-DUPCHK-EOF-SW
           OPEN INPUT WRK6520-AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-DUPCHK-EOF-SW
               NOT AT END
                   EVALUATE TRUE
                       WHEN AUD-WITHDRAWN-FEED
                           AND AUD-MGMT-NAME = WS-SAVE-MGMT-NAME
                           AND AUD-SUPER-SHEET-DATE
                               = WS-SAVE-SUPER-SHEET-DATE
                           AND AUD-SOURCE-CODE = WS-SAVE-SOURCE-CODE
                           MOVE 'N' TO WS-DUP-FOUND-SW
                       WHEN AUD-WITHDRAWN-FEED
                           CONTINUE
                       WHEN AUD-MGMT-NAME = WS-SAVE-MGMT-NAME
                           AND AUD-SUPER-SHEET-DATE
                               = WS-SAVE-SUPER-SHEET-DATE
                           AND AUD-SYSTEM-CODE = WS-SAVE-SYSTEM-CODE
                           AND AUD-SOURCE-CODE = WS-SAVE-SOURCE-CODE
                           AND AUD-RUN-DATE = WS-RUN-DATE
                           AND NOT (AUD-RUN-DATE = WS-RUN-DATE
                               AND AUD-RUN-TIME = WS-RUN-TIME)
                           MOVE 'Y' TO WS-DUP-FOUND-SW
                   END-EVALUATE
           END-READ.

       2250-RESET-FEED-STATE.
           MOVE 0 TO WS-ADJ-STASH-COUNT
           MOVE 0 TO WS-ADJ-POSTED-COUNT
           MOVE 0 TO WS-ADJ-UNMATCHED-COUNT
           MOVE 0 TO WS-ADJ-RESTATED-COUNT
           MOVE 0 TO WS-ADJ-HIST-ADDED-COUNT
           MOVE 0 TO WS-ADJ-AUTO-AMT
           MOVE 0 TO WS-ADJ-APPROVED-AMT
           MOVE 0 TO WS-ADJ-HELD-AMT
       2305-PROCESS-IN-RANGE-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT
           PERFORM 2310-VALIDATE-DETAIL
      *    2370 CAN STILL TURN THE RECORD AWAY ON A KEY COLLISION, SO
      *    IT IS COUNTED INTO THE FEED TOTALS ONLY ONCE IT IS LOADED
           IF WS-VALID-SW = 'Y'
               PERFORM 2370-LOAD-RECORD-TO-KSDS
           END-IF
           IF WS-VALID-SW = 'Y'
               ADD AMOUNT-DATA OF DETAIL-DATA-AREA TO WS-ACC-AMOUNT
               ADD SHARE-DATA OF DETAIL-DATA-AREA TO WS-ACC-SHARE
                   TO WS-ACC-REPEAT-AMT
               ADD MTD-REOPEN-AMT OF DETAIL-DATA-AREA
                   TO WS-ACC-REOPEN-AMT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               PERFORM 2900-WRITE-REJECT-LINE
       2310-VALIDATE-DETAIL.
           MOVE 'Y' TO WS-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO REDIRECTED-FROM-FUND
           PERFORM 2320-VALIDATE-DATE
           IF WS-VALID-SW = 'Y'
               PERFORM 2330-VALIDATE-STATE-CODE

       2345-VALIDATE-FUND-CODE.
           MOVE FUND-CODE TO WS-LOOKUP-FUND
           MOVE 'N' TO WS-REDIRECT-SW
           IF WRK6520-DETAIL-REC
               MOVE SUPER-SHEET-DATE OF DETAIL-DATA-AREA
                   TO WS-FUND-AS-OF-DATE
           ELSE
               MOVE WS-SAVE-SUPER-SHEET-DATE TO WS-FUND-AS-OF-DATE
           END-IF
           SET WS-FUND-IDX TO 1
           SEARCH WS-FUND-ENTRY
               AT END
                       TO WS-REJECT-REASON
               WHEN WS-FUND-CODE-ENTRY(WS-FUND-IDX) = WS-LOOKUP-FUND
                   IF WS-FUND-STATUS-ENTRY(WS-FUND-IDX) = 'C'
      *    A FUND MERGED AWAY ON OR BEFORE THIS RECORD'S DATE IS
      *    REDIRECTED; ANY OTHER CLOSED FUND IS STILL REJECTED
                       IF WS-FUND-SUCCESSOR-ENTRY(WS-FUND-IDX) NUMERIC
                           AND WS-FUND-SUCCESSOR-ENTRY(WS-FUND-IDX)
                               NOT = '0000000'
                           AND WS-FUND-AS-OF-DATE NOT <
                               WS-FUND-CLOSE-DATE-ENTRY(WS-FUND-IDX)
                           MOVE 'Y' TO WS-REDIRECT-SW
                           MOVE WS-FUND-SUCCESSOR-ENTRY(WS-FUND-IDX)
                               TO WS-REDIRECT-FUND
                       ELSE
                           MOVE 'N' TO WS-VALID-SW
                           MOVE 'FUND IS CLOSED ON FUND MASTER'
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
           END-SEARCH
           IF WS-REDIRECT-SW = 'Y'
               PERFORM 2346-REDIRECT-TO-SUCCESSOR
           END-IF.

       2346-REDIRECT-TO-SUCCESSOR.
           MOVE NRS-WRK6520 TO WS-REDIRECT-ORIG-IMAGE
           MOVE WS-LOOKUP-FUND TO WS-REDIRECT-FROM-FUND
           MOVE 0 TO WS-REDIRECT-HOPS
           MOVE 'C' TO WS-REDIRECT-STATE-SW
           PERFORM 2347-FIND-OPEN-SUCCESSOR
               UNTIL NOT WS-REDIRECT-FOLLOWING
           IF WS-REDIRECT-FAILED
               MOVE 'N' TO WS-VALID-SW
           ELSE
               MOVE SPACES TO WRK6520-RPT-LINE
               IF WRK6520-DETAIL-REC
                   STRING 'REDIRECTED DETAIL FOR MERGED FUND '
                       DELIMITED BY SIZE
                       WS-REDIRECT-FROM-FUND DELIMITED BY SIZE
                       ' STATE ' DELIMITED BY SIZE
                       STATE-CODE DELIMITED BY SIZE
                       ' TO SUCCESSOR FUND ' DELIMITED BY SIZE
                       WS-REDIRECT-FUND DELIMITED BY SIZE
                       ' MGMT ' DELIMITED BY SIZE
                       WS-REDIRECT-MGMT DELIMITED BY SIZE
                       INTO WRK6520-RPT-LINE
                   MOVE WS-REDIRECT-MGMT
                       TO MGMT-CODE OF DETAIL-DATA-AREA
               ELSE
                   STRING 'REDIRECTED ADJUSTMENT FOR MERGED FUND '
                       DELIMITED BY SIZE
                       WS-REDIRECT-FROM-FUND DELIMITED BY SIZE
                       ' SEQ ' DELIMITED BY SIZE
                       ADJ-SEQUENCE-NO DELIMITED BY SIZE
                       ' TO SUCCESSOR FUND ' DELIMITED BY SIZE
                       WS-REDIRECT-FUND DELIMITED BY SIZE
                       INTO WRK6520-RPT-LINE
               END-IF
               PERFORM 2930-WRITE-RPT-LINE
               MOVE WS-REDIRECT-FUND TO FUND-CODE
               MOVE WS-REDIRECT-FROM-FUND TO REDIRECTED-FROM-FUND
           END-IF.

       2347-FIND-OPEN-SUCCESSOR.
      *    THE SUCCESSOR MAY ITSELF HAVE BEEN MERGED AWAY SINCE; THE
      *    CHAIN IS FOLLOWED TO THE FUND STILL OPEN, BUT NEVER MORE
      *    THAN WS-REDIRECT-HOP-MAX LINKS IN CASE THE MASTER LOOPS.
           ADD 1 TO WS-REDIRECT-HOPS
           MOVE WS-REDIRECT-FUND TO WS-LOOKUP-FUND
           SET WS-FUND-IDX TO 1
           SEARCH WS-FUND-ENTRY
               AT END
                   MOVE 'X' TO WS-REDIRECT-STATE-SW
                   MOVE 'SUCCESSOR FUND NOT ON FUND MASTER'
                       TO WS-REJECT-REASON
               WHEN WS-FUND-IDX > WS-FUND-LOADED
                   MOVE 'X' TO WS-REDIRECT-STATE-SW
                   MOVE 'SUCCESSOR FUND NOT ON FUND MASTER'
                       TO WS-REJECT-REASON
               WHEN WS-FUND-CODE-ENTRY(WS-FUND-IDX) = WS-LOOKUP-FUND
                   IF WS-FUND-STATUS-ENTRY(WS-FUND-IDX) NOT = 'C'
                       MOVE 'F' TO WS-REDIRECT-STATE-SW
                       MOVE WS-FUND-MGMT-ENTRY(WS-FUND-IDX)
                           TO WS-REDIRECT-MGMT
                   ELSE
                       IF WS-FUND-SUCCESSOR-ENTRY(WS-FUND-IDX) NUMERIC
                           AND WS-FUND-SUCCESSOR-ENTRY(WS-FUND-IDX)
                               NOT = '0000000'
                           AND WS-FUND-AS-OF-DATE NOT <
                               WS-FUND-CLOSE-DATE-ENTRY(WS-FUND-IDX)
                           AND WS-REDIRECT-HOPS < WS-REDIRECT-HOP-MAX
                           MOVE WS-FUND-SUCCESSOR-ENTRY(WS-FUND-IDX)
                               TO WS-REDIRECT-FUND
                       ELSE
                           MOVE 'X' TO WS-REDIRECT-STATE-SW
                           MOVE 'SUCCESSOR FUND CLOSED ON FUND MASTER'
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
           END-SEARCH.

       2370-LOAD-RECORD-TO-KSDS.
      *    A REPLAYED FEED SEGMENT (RESTART) OR A RESENT FEED CAN
      *    PRESENT A KEY ALREADY ON FILE; THE RELOAD REPLACES THE
      *    EXISTING RECORD SO THE LOAD IS IDEMPOTENT.  THE RECORD
      *    BEING REPLACED IS READ FIRST SO ITS IMAGE CAN GO TO THE
      *    POSTING JOURNAL - THE KSDS KEEPS NO OTHER COPY OF IT.
           MOVE NRS-WRK6520 TO WS-JRNL-NEW-IMAGE
           MOVE SPACES TO WS-JRNL-BEFORE-IMAGE
           MOVE REDIRECTED-FROM-FUND TO WS-LOAD-FROM-FUND
           WRITE NRS-WRK6520
               INVALID KEY
                   PERFORM 2372-REPLACE-KSDS-RECORD
               NOT INVALID KEY
                   MOVE 'A' TO WS-JRNL-ACTION
                   PERFORM 2380-WRITE-JOURNAL-RECORD
           END-WRITE.

       2372-REPLACE-KSDS-RECORD.
      *    THE REPLACEMENT IS ONLY AN IDEMPOTENT RELOAD WHEN THE
      *    RECORD ON FILE CAME FROM THE SAME FUND.  A MERGED-AWAY
      *    FUND'S REDIRECTED RECORD AND THE SUCCESSOR'S OWN RECORD
      *    FOR THE SAME KEY ARE TWO BALANCES - WHICHEVER ARRIVES
      *    SECOND IS TURNED AWAY RATHER THAN OVERWRITE THE OTHER.
           READ WRK6520-FILE
           IF WS-WRK6520-STATUS = '00'
               AND REDIRECTED-FROM-FUND NOT = WS-LOAD-FROM-FUND
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
               DISPLAY 'NRS-WRK6520 KSDS WRITE FAILED, '
                   'STATUS=' WS-WRK6520-STATUS
                   ' KEY=' NRS-WRK6520-KEY
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'R' TO WS-JRNL-ACTION
               PERFORM 2380-WRITE-JOURNAL-RECORD
           END-IF.

       2374-REJECT-KEY-COLLISION.
      *    THE KSDS IS LEFT AS IT WAS.  A REDIRECTED RECORD GOES TO
      *    SUSPENSE AS THE FEED SENT IT, UNDER ITS ORIGINAL FUND.
           MOVE REDIRECTED-FROM-FUND TO WS-ON-FILE-FROM-FUND
           MOVE 'N' TO WS-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON
           IF WS-LOAD-FROM-FUND NOT = SPACES
               MOVE WS-REDIRECT-ORIG-IMAGE TO NRS-WRK6520
               IF WRK6520-DETAIL-REC
                   MOVE 'SUCCESSOR ALREADY HOLDS FUND/STATE'
                       TO WS-REJECT-REASON
               ELSE
                   MOVE 'SUCCESSOR ALREADY HOLDS FUND/ADJ-SEQUENCE-NO'
                       TO WS-REJECT-REASON
               END-IF
           ELSE
               MOVE WS-JRNL-NEW-IMAGE TO NRS-WRK6520
               STRING 'KEY ALREADY HOLDS RECORD REDIRECTED FROM FUND '
                   DELIMITED BY SIZE
                   WS-ON-FILE-FROM-FUND DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
           END-IF.

       2380-WRITE-JOURNAL-RECORD.
      *    WS-JRNL-ACTION SAYS WHAT WAS DONE TO THE RECORD NOW IN THE
      *    NRS-WRK6520 BUFFER; AN ADJUSTMENT POSTING ('P') ALSO
      *    CARRIES THE STASHED AMOUNTS 2470 ADDED TO THE DETAIL.
           MOVE SPACES TO WRK6520-JRNL-RECORD
           MOVE WS-RUN-DATE TO JRNL-RUN-DATE
           MOVE WS-RUN-TIME TO JRNL-RUN-TIME
           MOVE 'NRS-WRK6520' TO JRNL-PROGRAM-ID
           MOVE WS-SAVE-MGMT-NAME TO JRNL-MGMT-NAME
           MOVE WS-SAVE-SUPER-SHEET-DATE TO JRNL-SUPER-SHEET-DATE
           MOVE WS-SAVE-SYSTEM-CODE TO JRNL-SYSTEM-CODE
           MOVE WS-SAVE-SOURCE-CODE TO JRNL-SOURCE-CODE
           MOVE WS-JRNL-ACTION TO JRNL-ACTION
           MOVE NRS-WRK6520-KEY TO JRNL-RECORD-KEY
           MOVE WS-JRNL-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE
           MOVE 0 TO JRNL-ADJ-SEQUENCE-NO
           MOVE 0 TO JRNL-POST-AMOUNT
           MOVE 0 TO JRNL-POST-SHARE
           MOVE 0 TO JRNL-POST-REPEAT-AMT
           MOVE 0 TO JRNL-POST-REOPEN-AMT
           IF JRNL-ADJ-POSTED
               MOVE WS-ADJ-STASH-SEQ(WS-ADJ-POST-IDX)
                   TO JRNL-ADJ-SEQUENCE-NO
               MOVE WS-ADJ-STASH-AMOUNT(WS-ADJ-POST-IDX)
                   TO JRNL-POST-AMOUNT
               MOVE WS-ADJ-STASH-SHARE(WS-ADJ-POST-IDX)
                   TO JRNL-POST-SHARE
               MOVE WS-ADJ-STASH-REPEAT-AMT(WS-ADJ-POST-IDX)
                   TO JRNL-POST-REPEAT-AMT
               MOVE WS-ADJ-STASH-REOPEN-AMT(WS-ADJ-POST-IDX)
                   TO JRNL-POST-REOPEN-AMT
           END-IF
           WRITE WRK6520-JRNL-RECORD
           IF WS-JRNL-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6520 JOURNAL WRITE FAILED, STATUS='
                   WS-JRNL-STATUS ' KEY=' NRS-WRK6520-KEY
               MOVE 16 TO RETURN-CODE
           END-IF.

       2400-PROCESS-TRAILER.
           IF NOT WRK6520-CONTROL-FUND-CODE
               MOVE 'N' TO WS-FEED-RECON-SW
                   WS-ADJ-POSTED-COUNT DELIMITED BY SIZE
                   ' UNMATCHED ' DELIMITED BY SIZE
                   WS-ADJ-UNMATCHED-COUNT DELIMITED BY SIZE
                   ' PRIOR-PERIOD RESTATED ' DELIMITED BY SIZE
                   WS-ADJ-RESTATED-COUNT DELIMITED BY SIZE
                   ' HISTORY ADDED ' DELIMITED BY SIZE
                   WS-ADJ-HIST-ADDED-COUNT DELIMITED BY SIZE
                   ' FOR FEED ' DELIMITED BY SIZE
                   WS-SAVE-MGMT-NAME DELIMITED BY SIZE
                   INTO WRK6520-RPT-LINE
           END-START
           PERFORM 2475-SCAN-NEXT-DETAIL UNTIL NOT WS-POST-SCANNING
           IF WS-POST-FOUND
               MOVE NRS-WRK6520 TO WS-JRNL-BEFORE-IMAGE
               ADD WS-ADJ-STASH-AMOUNT(WS-ADJ-POST-IDX)
                   TO AMOUNT-DATA OF DETAIL-DATA-AREA
               ADD WS-ADJ-STASH-SHARE(WS-ADJ-POST-IDX)
                       'STATUS=' WS-WRK6520-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE 'P' TO WS-JRNL-ACTION
                   PERFORM 2380-WRITE-JOURNAL-RECORD
                   ADD 1 TO WS-ADJ-POSTED-COUNT
                   MOVE SPACES TO WRK6520-RPT-LINE
                   STRING 'ADJUSTMENT POSTED TO FUND '
                       STATE-CODE DELIMITED BY SIZE
                       INTO WRK6520-RPT-LINE
                   PERFORM 2930-WRITE-RPT-LINE
                   PERFORM 2476-RESTATE-CLOSED-MONTH
               END-IF
           ELSE
               PERFORM 2478-WRITE-SUSPENSE-LINE
           END-IF.

       2476-RESTATE-CLOSED-MONTH.
      *    THE DETAIL JUST POSTED IS STILL IN THE BUFFER AND GIVES
      *    THE FUND/STATE.  AN ORIGINAL DATE IN AN EARLIER MONTH
      *    RESTATES THAT MONTH'S RECORD FOR THE FUND/STATE.  WITH NO
      *    SUCH RECORD, 2472 ADDS ONE IF THE MONTH WAS CLOSED AT ALL
      *    (THE FUND/STATE HAD NO ACTIVITY IN IT); A MONTH WITH NO
      *    HISTORY RECORDS WAS NEVER CLOSED AND NOTHING IS RESTATED.
           MOVE WS-ADJ-STASH-ORIG-DATE(WS-ADJ-POST-IDX)(1:6)
               TO WS-ADJ-ORIG-MONTH
           MOVE SUPER-SHEET-DATE OF DETAIL-DATA-AREA(1:6)
               TO WS-POSTED-SS-MONTH
           IF WS-HIST-OPEN-SW = 'Y'
               AND WS-ADJ-ORIG-MONTH < WS-POSTED-SS-MONTH
               MOVE WS-ADJ-ORIG-MONTH TO HIST-CLOSE-MONTH
               MOVE FUND-CODE TO HIST-FUND-CODE
               MOVE STATE-CODE TO HIST-STATE-CODE
               READ WRK6520-HIST-FILE
                   INVALID KEY
                       PERFORM 2472-ADD-HIST-RECORD
                   NOT INVALID KEY
                       PERFORM 2477-REWRITE-HIST-RECORD
               END-READ
           END-IF.

       2472-ADD-HIST-RECORD.
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
               MOVE WS-ADJ-STASH-AMOUNT(WS-ADJ-POST-IDX)
                   TO HIST-AMOUNT-DATA
               MOVE WS-ADJ-STASH-SHARE(WS-ADJ-POST-IDX)
                   TO HIST-SHARE-DATA
               MOVE WS-ADJ-STASH-REPEAT-AMT(WS-ADJ-POST-IDX)
                   TO HIST-MTD-REPEAT-AMT
               MOVE WS-ADJ-STASH-REOPEN-AMT(WS-ADJ-POST-IDX)
                   TO HIST-MTD-REOPEN-AMT
               MOVE WS-HIST-CLOSE-RUN-DATE TO HIST-CLOSE-RUN-DATE
               WRITE NRS-WRK6520-HIST
               IF WS-HIST-STATUS NOT = '00'
                   DISPLAY 'NRS-WRK6520 HISTORY RECORD ADD FAILED, '
                       'STATUS=' WS-HIST-STATUS ' KEY=' HIST-KEY
                   MOVE 16 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-ADJ-HIST-ADDED-COUNT
                   MOVE SPACES TO WRK6520-RSTM-RECORD
                   MOVE 0 TO RSTM-BEFORE-AMOUNT
                   MOVE 0 TO RSTM-BEFORE-SHARE
                   MOVE 0 TO RSTM-BEFORE-REPEAT-AMT
                   MOVE 0 TO RSTM-BEFORE-REOPEN-AMT
                   PERFORM 2473-LOG-RESTATEMENT
                   MOVE SPACES TO WRK6520-RPT-LINE
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
                       INTO WRK6520-RPT-LINE
                   PERFORM 2930-WRITE-RPT-LINE
               END-IF
           END-IF.

       2473-LOG-RESTATEMENT.
      *    THE CALLER HAS CLEARED THE LOG RECORD AND SET ITS BEFORE
      *    VALUES; THE HISTORY RECORD NOW HOLDS THE AFTER VALUES.
           MOVE WS-RUN-DATE TO RSTM-RUN-DATE
           MOVE WS-RUN-TIME TO RSTM-RUN-TIME
           MOVE 'NRS-WRK6520' TO RSTM-PROGRAM-ID
           MOVE HIST-KEY TO RSTM-HIST-KEY
           MOVE HIST-MGMT-CODE TO RSTM-MGMT-CODE
           MOVE WS-ADJ-STASH-SEQ(WS-ADJ-POST-IDX)
               TO RSTM-ADJ-SEQUENCE-NO
           MOVE WS-ADJ-STASH-ORIG-DATE(WS-ADJ-POST-IDX)
               TO RSTM-ADJ-ORIGINAL-SS-DATE
           MOVE WS-SAVE-MGMT-NAME TO RSTM-FEED-MGMT-NAME
           MOVE WS-SAVE-SUPER-SHEET-DATE TO RSTM-FEED-SS-DATE
           MOVE WS-SAVE-SOURCE-CODE TO RSTM-FEED-SOURCE-CODE
           MOVE HIST-AMOUNT-DATA TO RSTM-AFTER-AMOUNT
           MOVE HIST-SHARE-DATA TO RSTM-AFTER-SHARE
           MOVE HIST-MTD-REPEAT-AMT TO RSTM-AFTER-REPEAT-AMT
           MOVE HIST-MTD-REOPEN-AMT TO RSTM-AFTER-REOPEN-AMT
           PERFORM 2474-WRITE-RESTATEMENT-LOG.

       2477-REWRITE-HIST-RECORD.
           MOVE SPACES TO WRK6520-RSTM-RECORD
           MOVE HIST-AMOUNT-DATA TO RSTM-BEFORE-AMOUNT
           MOVE HIST-SHARE-DATA TO RSTM-BEFORE-SHARE
           MOVE HIST-MTD-REPEAT-AMT TO RSTM-BEFORE-REPEAT-AMT
           MOVE HIST-MTD-REOPEN-AMT TO RSTM-BEFORE-REOPEN-AMT
           ADD WS-ADJ-STASH-AMOUNT(WS-ADJ-POST-IDX)
               TO HIST-AMOUNT-DATA
           ADD WS-ADJ-STASH-SHARE(WS-ADJ-POST-IDX)
               TO HIST-SHARE-DATA
           ADD WS-ADJ-STASH-REPEAT-AMT(WS-ADJ-POST-IDX)
               TO HIST-MTD-REPEAT-AMT
           ADD WS-ADJ-STASH-REOPEN-AMT(WS-ADJ-POST-IDX)
               TO HIST-MTD-REOPEN-AMT
           REWRITE NRS-WRK6520-HIST
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6520 HISTORY RESTATEMENT FAILED, '
                   'STATUS=' WS-HIST-STATUS ' KEY=' HIST-KEY
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-ADJ-RESTATED-COUNT
               PERFORM 2473-LOG-RESTATEMENT
               MOVE SPACES TO WRK6520-RPT-LINE
               STRING 'PRIOR-PERIOD ADJUSTMENT RESTATED CLOSE MONTH '
                   DELIMITED BY SIZE
                   HIST-CLOSE-MONTH DELIMITED BY SIZE
                   ' FUND ' DELIMITED BY SIZE
                   HIST-FUND-CODE DELIMITED BY SIZE
                   ' STATE ' DELIMITED BY SIZE
                   HIST-STATE-CODE DELIMITED BY SIZE
                   ' SEQUENCE ' DELIMITED BY SIZE
                   RSTM-ADJ-SEQUENCE-NO DELIMITED BY SIZE
                   INTO WRK6520-RPT-LINE
               PERFORM 2930-WRITE-RPT-LINE
           END-IF.

       2474-WRITE-RESTATEMENT-LOG.
      *    THE SHARED LOG IS OPENED ON THE FIRST RESTATEMENT; A
      *    PARTITION INSTANCE'S OWN LOG WAS ALREADY OPENED IN 1400.
           IF WS-RSTM-OPEN-SW NOT = 'Y'
               OPEN EXTEND WRK6520-RSTM-FILE
               IF WS-RSTM-STATUS NOT = '00'
                   OPEN OUTPUT WRK6520-RSTM-FILE
               END-IF
               IF WS-RSTM-STATUS NOT = '00'
                   DISPLAY 'NRS-WRK6520 RSTMFILE OPEN FAILED, STATUS='
                       WS-RSTM-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-RSTM-OPEN-SW
           END-IF
           WRITE WRK6520-RSTM-RECORD
           IF WS-RSTM-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6520 RSTMFILE WRITE FAILED, STATUS='
                   WS-RSTM-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       2475-SCAN-NEXT-DETAIL.
           READ WRK6520-FILE NEXT RECORD
               AT END
           IF WS-VALID-SW = 'Y' AND WS-APPR-THRESHOLD > 0
               PERFORM 2530-CHECK-ADJ-APPROVAL
           END-IF
           IF WS-VALID-SW = 'Y'
               PERFORM 2370-LOAD-RECORD-TO-KSDS
           END-IF
           IF WS-VALID-SW = 'Y'
               MOVE SPACES TO WRK6520-RPT-LINE
               STRING 'ADJUSTMENT RECEIVED FOR FUND ' DELIMITED BY SIZE
                   INTO WRK6520-RPT-LINE
               PERFORM 2930-WRITE-RPT-LINE
               PERFORM 2520-STASH-ADJUSTMENT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               PERFORM 2900-WRITE-REJECT-LINE
                   TO WS-ADJ-STASH-REPEAT-AMT(WS-ADJ-STASH-COUNT)
               MOVE ADJ-MTD-REOPEN-AMT
                   TO WS-ADJ-STASH-REOPEN-AMT(WS-ADJ-STASH-COUNT)
               MOVE ADJ-ORIGINAL-SS-DATE
                   TO WS-ADJ-STASH-ORIG-DATE(WS-ADJ-STASH-COUNT)
           END-IF.

       2510-VALIDATE-ADJUSTMENT.
           MOVE 'Y' TO WS-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO REDIRECTED-FROM-FUND
           PERFORM 2345-VALIDATE-FUND-CODE
           IF WS-VALID-SW = 'Y'
               AND NOT ADJ-REASON-REPEAT AND NOT ADJ-REASON-REOPEN
      *    YET), AS 3100 DOES FOR THE AUDIT FILE.  A SUPPLEMENTAL
      *    RUN EXTENDS THE DAY'S FILES AND NEVER TRUNCATES THEM -
      *    THE MORNING RUN'S SUSPENSE RECORDS ARE STILL AWAITING
      *    REPAIR THROUGH NRS-WRK6527 - SO IT TAKES THE SAME PATH,
      *    AS DOES A SINGLE-FEED RELOAD.
           IF WS-SUSP-OPEN-SW NOT = 'Y'
               IF WS-RESTART-SW = 'Y' OR WS-SUPPL-MODE-SW = 'Y'
                   OR WS-RELOAD-MODE-SW = 'Y'
                   OPEN EXTEND WRK6520-SUSP-FILE
                   IF WS-SUSP-STATUS NOT = '00'
                       OPEN OUTPUT WRK6520-SUSP-FILE
           MOVE NRS-WRK6520 TO SUSP-RECORD-IMAGE
           MOVE WS-REJECT-REASON TO SUSP-REJECT-REASON
           MOVE WS-CURR-DATE TO SUSP-RUN-DATE
           MOVE WS-SAVE-MGMT-NAME TO SUSP-MGMT-NAME
           MOVE WS-SAVE-SUPER-SHEET-DATE TO SUSP-SUPER-SHEET-DATE
           MOVE WS-SAVE-SYSTEM-CODE TO SUSP-SYSTEM-CODE
           MOVE WS-SAVE-SOURCE-CODE TO SUSP-SOURCE-CODE
           WRITE WRK6520-SUSP-RECORD
           IF WS-SUSP-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6520 SUSPENSE WRITE FAILED, STATUS='
           PERFORM 3200-WRITE-FINAL-CHECKPOINT
           CLOSE WRK6520-FILE
           CLOSE WRK6520-FEED-FILE
           CLOSE WRK6520-JRNL-FILE
           IF WS-HIST-OPEN-SW = 'Y'
               CLOSE WRK6520-HIST-FILE
           END-IF
           IF WS-RSTM-OPEN-SW = 'Y'
               CLOSE WRK6520-RSTM-FILE
           END-IF
           IF WS-RPT-OPEN-SW = 'Y'
               CLOSE WRK6520-RPT-FILE
           END-IF
