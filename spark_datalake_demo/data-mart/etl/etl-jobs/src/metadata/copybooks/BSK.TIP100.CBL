      *    OR CLOSING A FUND IS A DATA CHANGE INSTEAD OF A RECOMPILE
      *    OF NRS-WRK6520.  EVERY TRANSACTION IS ECHOED TO THE
      *    MAINTENANCE REPORT WITH ITS DISPOSITION.
      *    MODIFIED BY AGENT - DUAL CONTROL.  A CARD IS NO LONGER
      *    APPLIED IN THE RUN THAT READS IT: THE CAPTURE RUN (NO
      *    PARMFILE, OR RUN MODE 'C') FILES EACH EDITED CARD ON
      *    PENDCHG (WRK6520O.CPY) UNDER THE KEYING OPERATOR'S ID FROM
      *    COLUMNS 73-80.  THE APPROVAL RUN (RUN MODE 'A') READS
      *    RELEASE/REJECT CARDS FROM APPRFILE, REFUSES ANY CARD WHOSE
      *    CHECKER ID IS THE MAKER'S, APPLIES RELEASED CARDS THROUGH
      *    THE SAME EDITS AS BEFORE AND LOGS THE BEFORE AND AFTER
      *    MASTER IMAGES TO CHGLOG (WRK6520T.CPY).
      *    MODIFIED BY AGENT - AN ADD OR A PLAIN CLOSE CARRIES NO
      *    SUCCESSOR FUND, AND REOPENING A FUND CLEARS THE SUCCESSOR
      *    A NRS-WRK6549 MERGER LEFT ON IT.  MERGERS THEMSELVES GO
      *    THROUGH NRS-WRK6549, NOT THROUGH A CLOSE CARD HERE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           SELECT WRK6532-TRAN-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT OPTIONAL WRK6532-PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL WRK6520-PEND-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PEND-KEY
               FILE STATUS IS WS-PEND-STATUS.
           SELECT WRK6532-APPR-FILE ASSIGN TO "APPRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPR-STATUS.
           SELECT WRK6520-CHG-FILE ASSIGN TO "CHGLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.
           SELECT WRK6532-RPT-FILE ASSIGN TO "RPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       FD  WRK6520-FUND-FILE.
           COPY WRK6520F.
       FD  WRK6532-TRAN-FILE.
       01  WRK6532-TRAN-CARD                     PIC X(80).
       FD  WRK6532-PARM-FILE.
       01  WRK6532-PARM-RECORD.
           05  PARM-RUN-MODE                     PIC X(1).
               88  PARM-APPROVAL-RUN              VALUE 'A'.
           05  FILLER                            PIC X(79).
       FD  WRK6520-PEND-FILE.
           COPY WRK6520O.
       FD  WRK6532-APPR-FILE.
       01  WRK6532-APPR-RECORD.
           05  APPR-ACTION                       PIC X(1).
               88  APPR-RELEASE                   VALUE 'R'.
               88  APPR-REJECT                    VALUE 'X'.
           05  APPR-PEND-KEY                     PIC X(19).
           05  APPR-CHECKER-ID                   PIC X(8).
           05  APPR-REASON                       PIC X(30).
           05  FILLER                            PIC X(22).
       FD  WRK6520-CHG-FILE.
           COPY WRK6520T.
       FD  WRK6532-RPT-FILE.
       01  WRK6532-RPT-LINE                      PIC X(132).
       WORKING-STORAGE SECTION.
      *    THE CARD IS HELD HERE, NOT IN THE FD, SO THE APPROVAL RUN
      *    CAN EDIT AND APPLY A CARD IMAGE TAKEN FROM PENDCHG
       01  WRK6532-TRAN-RECORD.
           05  TRAN-ACTION                       PIC X(1).
               88  TRAN-ADD                       VALUE 'A'.
           05  TRAN-MGMT-CODE                    PIC X(2).
           05  TRAN-INCEPT-DATE                  PIC X(8).
           05  TRAN-CLOSE-DATE                   PIC X(8).
           05  FILLER                            PIC X(16).
           05  TRAN-OPERATOR-ID                  PIC X(8).
       01  WS-FILE-STATUSES.
           05  WS-FUND-STATUS                    PIC X(2).
           05  WS-TRAN-STATUS                    PIC X(2).
           05  WS-RPT-STATUS                     PIC X(2).
           05  WS-PARM-STATUS                    PIC X(2).
           05  WS-PEND-STATUS                    PIC X(2).
           05  WS-APPR-STATUS                    PIC X(2).
           05  WS-CHG-STATUS                     PIC X(2).
       01  WS-SWITCHES.
           05  WS-EOF-SW                         PIC X(1) VALUE 'N'.
               88  WS-EOF                          VALUE 'Y'.
           05  WS-TRAN-OK-SW                     PIC X(1) VALUE 'Y'.
           05  WS-RUN-MODE-SW                    PIC X(1) VALUE 'C'.
               88  WS-CAPTURE-RUN                  VALUE 'C'.
               88  WS-APPROVAL-RUN                 VALUE 'A'.
       01  WS-COUNTS.
           05  WS-TRAN-COUNT                     PIC 9(9) VALUE 0.
           05  WS-APPLIED-COUNT                  PIC 9(9) VALUE 0.
           05  WS-REJECTED-COUNT                 PIC 9(9) VALUE 0.
           05  WS-PENDED-COUNT                   PIC 9(9) VALUE 0.
           05  WS-DECLINED-COUNT                 PIC 9(9) VALUE 0.
           05  WS-REFUSED-COUNT                  PIC 9(9) VALUE 0.
           05  WS-FILE-ERROR-COUNT               PIC 9(9) VALUE 0.
       01  WS-TRAN-MESSAGE                       PIC X(50).
       01  WS-RUN-STAMP.
           05  WS-CURR-DATE                      PIC 9(8).
           05  WS-CURR-TIME                      PIC 9(6).
       01  WS-PEND-SEQ                           PIC 9(4) VALUE 0.
       01  WS-BEFORE-IMAGE                       PIC X(80).
       01  WS-AFTER-IMAGE                        PIC X(80).
       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           IF WS-APPROVAL-RUN
               PERFORM 4000-PROCESS-APPROVALS UNTIL WS-EOF
           ELSE
               PERFORM 2000-PROCESS-TRANSACTIONS UNTIL WS-EOF
           END-IF
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURR-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CURR-TIME
           PERFORM 1100-READ-RUN-MODE
           IF WS-APPROVAL-RUN
               OPEN INPUT WRK6532-APPR-FILE
               IF WS-APPR-STATUS NOT = '00'
                   DISPLAY 'NRS-WRK6532 APPROVAL OPEN FAILED, STATUS='
                       WS-APPR-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN I-O WRK6520-FUND-FILE
               IF WS-FUND-STATUS NOT = '00'
                       AND WS-FUND-STATUS NOT = '05'
                   DISPLAY 'NRS-WRK6532 MASTER OPEN FAILED, STATUS='
                       WS-FUND-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN EXTEND WRK6520-CHG-FILE
               IF WS-CHG-STATUS NOT = '00'
                   OPEN OUTPUT WRK6520-CHG-FILE
               END-IF
               IF WS-CHG-STATUS NOT = '00'
                   DISPLAY 'NRS-WRK6532 CHANGE LOG OPEN FAILED, STATUS='
                       WS-CHG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               OPEN INPUT WRK6532-TRAN-FILE
               IF WS-TRAN-STATUS NOT = '00'
                   DISPLAY 'NRS-WRK6532 TRAN OPEN FAILED, STATUS='
                       WS-TRAN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN I-O WRK6520-PEND-FILE
           IF WS-PEND-STATUS NOT = '00' AND WS-PEND-STATUS NOT = '05'
               DISPLAY 'NRS-WRK6532 PENDCHG OPEN FAILED, STATUS='
                   WS-PEND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT WRK6532-RPT-FILE
           IF WS-APPROVAL-RUN
               MOVE 'FUND MASTER MAINTENANCE - APPROVAL'
                   TO WRK6532-RPT-LINE
           ELSE
               MOVE 'FUND MASTER MAINTENANCE - CAPTURE'
                   TO WRK6532-RPT-LINE
           END-IF
           WRITE WRK6532-RPT-LINE.

       1100-READ-RUN-MODE.
      *    NO PARAMETER CARD MEANS A CAPTURE RUN - A DECK KEYED THE
      *    OLD WAY IS FILED FOR APPROVAL, NEVER APPLIED UNREVIEWED
           OPEN INPUT WRK6532-PARM-FILE
           IF WS-PARM-STATUS = '00' OR WS-PARM-STATUS = '05'
               READ WRK6532-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-APPROVAL-RUN
                           MOVE 'A' TO WS-RUN-MODE-SW
                       END-IF
               END-READ
               CLOSE WRK6532-PARM-FILE
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           READ WRK6532-TRAN-FILE INTO WRK6532-TRAN-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TRAN-COUNT
                   PERFORM 2050-CAPTURE-TRANSACTION
           END-READ.

       2050-CAPTURE-TRANSACTION.
      *    THE CARD IS EDITED NOW SO THE MAKER HEARS ABOUT A BAD CARD
      *    TODAY; THE MASTER-DEPENDENT EDITS WAIT FOR THE RELEASE
           MOVE 'Y' TO WS-TRAN-OK-SW
           MOVE SPACES TO WS-TRAN-MESSAGE
           PERFORM 2110-VALIDATE-TRANSACTION
           IF WS-TRAN-OK-SW = 'Y' AND TRAN-OPERATOR-ID = SPACES
               MOVE 'N' TO WS-TRAN-OK-SW
               MOVE 'OPERATOR ID (COLS 73-80) IS BLANK'
                   TO WS-TRAN-MESSAGE
           END-IF
           IF WS-TRAN-OK-SW = 'Y'
               PERFORM 2060-WRITE-PENDING-ENTRY
           END-IF
           IF WS-TRAN-OK-SW = 'Y'
               ADD 1 TO WS-PENDED-COUNT
               STRING 'PENDING APPROVAL ' DELIMITED BY SIZE
                   PEND-KEY DELIMITED BY SIZE
                   INTO WS-TRAN-MESSAGE
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF
           PERFORM 2900-WRITE-TRAN-LINE.

       2060-WRITE-PENDING-ENTRY.
           MOVE SPACES TO NRS-WRK6520-PEND
           MOVE 'F' TO PEND-MASTER-ID
           MOVE WS-CURR-DATE TO PEND-KEYED-DATE
           MOVE WS-CURR-TIME TO PEND-KEYED-TIME
           ADD 1 TO WS-PEND-SEQ
           MOVE WS-PEND-SEQ TO PEND-KEYED-SEQ
           MOVE 'P' TO PEND-STATUS
           MOVE TRAN-OPERATOR-ID TO PEND-MAKER-ID
           MOVE WRK6532-TRAN-RECORD TO PEND-TRAN-IMAGE
           MOVE 0 TO PEND-DECIDED-DATE
           MOVE 0 TO PEND-DECIDED-TIME
           WRITE NRS-WRK6520-PEND
               INVALID KEY
                   MOVE 'N' TO WS-TRAN-OK-SW
                   MOVE 'PENDING FILE WRITE FAILED' TO WS-TRAN-MESSAGE
           END-WRITE.

       2100-APPLY-TRANSACTION.
           MOVE 'Y' TO WS-TRAN-OK-SW
           MOVE SPACES TO WS-TRAN-MESSAGE
           MOVE SPACES TO WS-BEFORE-IMAGE
           PERFORM 2110-VALIDATE-TRANSACTION
           IF WS-TRAN-OK-SW = 'Y'
               EVALUATE TRUE
               MOVE 'A' TO FUND-MST-STATUS
               MOVE TRAN-INCEPT-DATE TO FUND-MST-INCEPT-DATE
               MOVE 0 TO FUND-MST-CLOSE-DATE
               MOVE ZEROS TO FUND-MST-SUCCESSOR-CODE
               WRITE NRS-WRK6520-FUND
                   INVALID KEY
                       MOVE 'N' TO WS-TRAN-OK-SW
               MOVE 'NOT ON MASTER - CHANGE REJECTED'
                   TO WS-TRAN-MESSAGE
           ELSE
               MOVE NRS-WRK6520-FUND TO WS-BEFORE-IMAGE
               IF TRAN-FUND-NAME NOT = SPACES
                   MOVE TRAN-FUND-NAME TO FUND-MST-NAME
               END-IF
                   MOVE TRAN-CLOSE-DATE TO FUND-MST-CLOSE-DATE
                   IF FUND-MST-CLOSE-DATE = 0
                       MOVE 'A' TO FUND-MST-STATUS
                       MOVE ZEROS TO FUND-MST-SUCCESSOR-CODE
                   END-IF
               END-IF
               REWRITE NRS-WRK6520-FUND
               MOVE 'NOT ON MASTER - CLOSE REJECTED'
                   TO WS-TRAN-MESSAGE
           ELSE
               MOVE NRS-WRK6520-FUND TO WS-BEFORE-IMAGE
               IF FUND-MST-CLOSED
                   MOVE 'N' TO WS-TRAN-OK-SW
                   MOVE 'ALREADY CLOSED - CLOSE REJECTED'
               ELSE
                   MOVE 'C' TO FUND-MST-STATUS
                   MOVE TRAN-CLOSE-DATE TO FUND-MST-CLOSE-DATE
                   MOVE ZEROS TO FUND-MST-SUCCESSOR-CODE
                   REWRITE NRS-WRK6520-FUND
                       INVALID KEY
                           MOVE 'N' TO WS-TRAN-OK-SW

       3000-FINALIZE.
           MOVE SPACES TO WRK6532-RPT-LINE
           IF WS-APPROVAL-RUN
               STRING 'APPROVAL CARDS READ ' DELIMITED BY SIZE
                   WS-TRAN-COUNT DELIMITED BY SIZE
                   ' APPLIED ' DELIMITED BY SIZE
                   WS-APPLIED-COUNT DELIMITED BY SIZE
                   ' FAILED ' DELIMITED BY SIZE
                   WS-REJECTED-COUNT DELIMITED BY SIZE
                   ' REJECTED BY CHECKER ' DELIMITED BY SIZE
                   WS-DECLINED-COUNT DELIMITED BY SIZE
                   ' REFUSED ' DELIMITED BY SIZE
                   WS-REFUSED-COUNT DELIMITED BY SIZE
                   INTO WRK6532-RPT-LINE
               WRITE WRK6532-RPT-LINE
               CLOSE WRK6532-APPR-FILE
               CLOSE WRK6520-FUND-FILE
               CLOSE WRK6520-CHG-FILE
           ELSE
               STRING 'TRANSACTIONS READ ' DELIMITED BY SIZE
                   WS-TRAN-COUNT DELIMITED BY SIZE
                   ' PENDING ' DELIMITED BY SIZE
                   WS-PENDED-COUNT DELIMITED BY SIZE
                   ' REJECTED ' DELIMITED BY SIZE
                   WS-REJECTED-COUNT DELIMITED BY SIZE
                   INTO WRK6532-RPT-LINE
               WRITE WRK6532-RPT-LINE
               CLOSE WRK6532-TRAN-FILE
           END-IF
           CLOSE WRK6520-PEND-FILE
           CLOSE WRK6532-RPT-FILE
           IF WS-REJECTED-COUNT > 0 OR WS-REFUSED-COUNT > 0
               DISPLAY 'NRS-WRK6532 COMPLETED WITH '
                   WS-REJECTED-COUNT ' REJECTED TRANSACTIONS AND '
                   WS-REFUSED-COUNT ' REFUSED APPROVALS'
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-FILE-ERROR-COUNT > 0
               DISPLAY 'NRS-WRK6532 PENDCHG/CHGLOG NOT UPDATED FOR '
                   WS-FILE-ERROR-COUNT ' APPLIED CHANGES'
               MOVE 16 TO RETURN-CODE
           END-IF.

       4000-PROCESS-APPROVALS.
           READ WRK6532-APPR-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TRAN-COUNT
                   PERFORM 4100-DECIDE-PENDING-ENTRY
           END-READ.

       4100-DECIDE-PENDING-ENTRY.
           MOVE 'Y' TO WS-TRAN-OK-SW
           MOVE SPACES TO WS-TRAN-MESSAGE
           IF NOT APPR-RELEASE AND NOT APPR-REJECT
               MOVE 'N' TO WS-TRAN-OK-SW
               MOVE 'APPROVAL ACTION MUST BE R OR X'
                   TO WS-TRAN-MESSAGE
           END-IF
           IF WS-TRAN-OK-SW = 'Y' AND APPR-CHECKER-ID = SPACES
               MOVE 'N' TO WS-TRAN-OK-SW
               MOVE 'CHECKER OPERATOR ID IS BLANK' TO WS-TRAN-MESSAGE
           END-IF
           IF WS-TRAN-OK-SW = 'Y'
               MOVE APPR-PEND-KEY TO PEND-KEY
               READ WRK6520-PEND-FILE
               IF WS-PEND-STATUS NOT = '00'
                   MOVE 'N' TO WS-TRAN-OK-SW
                   MOVE 'NOT ON PENDING FILE' TO WS-TRAN-MESSAGE
               END-IF
           END-IF
           IF WS-TRAN-OK-SW = 'Y' AND NOT PEND-FUND-MASTER
               MOVE 'N' TO WS-TRAN-OK-SW
               MOVE 'PENDING ENTRY IS FOR ANOTHER MASTER'
                   TO WS-TRAN-MESSAGE
           END-IF
           IF WS-TRAN-OK-SW = 'Y' AND NOT PEND-AWAITING
               MOVE 'N' TO WS-TRAN-OK-SW
               MOVE 'ALREADY DECIDED - NOT PENDING' TO WS-TRAN-MESSAGE
           END-IF
           IF WS-TRAN-OK-SW = 'Y' AND APPR-CHECKER-ID = PEND-MAKER-ID
               MOVE 'N' TO WS-TRAN-OK-SW
               MOVE 'CHECKER MAY NOT APPROVE OWN CHANGE'
                   TO WS-TRAN-MESSAGE
           END-IF
           IF WS-TRAN-OK-SW NOT = 'Y'
               ADD 1 TO WS-REFUSED-COUNT
               PERFORM 4900-WRITE-APPROVAL-LINE
           ELSE
               IF APPR-REJECT
                   PERFORM 4300-REJECT-PENDING-ENTRY
               ELSE
                   PERFORM 4200-RELEASE-PENDING-ENTRY
               END-IF
           END-IF.

       4200-RELEASE-PENDING-ENTRY.
           STRING 'RELEASED - MAKER ' DELIMITED BY SIZE
               PEND-MAKER-ID DELIMITED BY SIZE
               INTO WS-TRAN-MESSAGE
           PERFORM 4900-WRITE-APPROVAL-LINE
           MOVE PEND-TRAN-IMAGE TO WRK6532-TRAN-RECORD
           PERFORM 2100-APPLY-TRANSACTION
           IF WS-TRAN-OK-SW = 'Y'
               MOVE NRS-WRK6520-FUND TO WS-AFTER-IMAGE
               PERFORM 4500-WRITE-CHANGE-LOG
               MOVE 'A' TO PEND-STATUS
           ELSE
               MOVE 'F' TO PEND-STATUS
           END-IF
           MOVE WS-TRAN-MESSAGE TO PEND-MESSAGE
           PERFORM 4400-MARK-ENTRY-DECIDED.

       4300-REJECT-PENDING-ENTRY.
           ADD 1 TO WS-DECLINED-COUNT
           STRING 'REJECTED BY CHECKER ' DELIMITED BY SIZE
               APPR-REASON DELIMITED BY SIZE
               INTO WS-TRAN-MESSAGE
           PERFORM 4900-WRITE-APPROVAL-LINE
           MOVE 'R' TO PEND-STATUS
           MOVE WS-TRAN-MESSAGE TO PEND-MESSAGE
           PERFORM 4400-MARK-ENTRY-DECIDED.

       4400-MARK-ENTRY-DECIDED.
           MOVE APPR-CHECKER-ID TO PEND-CHECKER-ID
           MOVE WS-CURR-DATE TO PEND-DECIDED-DATE
           MOVE WS-CURR-TIME TO PEND-DECIDED-TIME
           REWRITE NRS-WRK6520-PEND
               INVALID KEY
                   DISPLAY 'NRS-WRK6532 PENDCHG REWRITE FAILED FOR '
                       PEND-KEY
                   ADD 1 TO WS-FILE-ERROR-COUNT
           END-REWRITE.

       4500-WRITE-CHANGE-LOG.
           MOVE SPACES TO NRS-WRK6520-CHGLOG
           MOVE WS-CURR-DATE TO CHG-APPLIED-DATE
           MOVE WS-CURR-TIME TO CHG-APPLIED-TIME
           MOVE 'F' TO CHG-MASTER-ID
           MOVE TRAN-FUND-CODE TO CHG-MASTER-KEY
           MOVE TRAN-ACTION TO CHG-ACTION
           MOVE 'NRS-WRK6532' TO CHG-PROGRAM-ID
           MOVE PEND-MAKER-ID TO CHG-MAKER-ID
           MOVE APPR-CHECKER-ID TO CHG-CHECKER-ID
           MOVE PEND-KEY TO CHG-PEND-KEY
           MOVE WS-BEFORE-IMAGE TO CHG-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO CHG-AFTER-IMAGE
           WRITE NRS-WRK6520-CHGLOG
           IF WS-CHG-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6532 CHANGE LOG WRITE FAILED, STATUS='
                   WS-CHG-STATUS
               ADD 1 TO WS-FILE-ERROR-COUNT
           END-IF.

       4900-WRITE-APPROVAL-LINE.
           MOVE SPACES TO WRK6532-RPT-LINE
           STRING APPR-ACTION DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               APPR-PEND-KEY DELIMITED BY SIZE
               ' CHECKER ' DELIMITED BY SIZE
               APPR-CHECKER-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-TRAN-MESSAGE DELIMITED BY SIZE
               INTO WRK6532-RPT-LINE
           WRITE WRK6532-RPT-LINE.
