       IDENTIFICATION DIVISION.
       PROGRAM-ID. NRS-WRK6547.
	     AUTHOR. AGENT.
	     DATE WRITTEN. 10/15/2026.
      *    MASTER CHANGE-HISTORY REPORT.
      *    READS THE PERMANENT CHANGE LOG (CHGLOG, WRK6520T.CPY)
      *    WRITTEN BY THE NRS-WRK6523, NRS-WRK6532 AND NRS-WRK6536
      *    APPROVAL RUNS AND PRINTS EVERY APPLIED CHANGE THAT MATCHES
      *    THE PARAMETER CARD - WHO KEYED IT, WHO RELEASED IT, WHEN,
      *    AND THE MASTER RECORD BEFORE AND AFTER, FIELD BY FIELD.
      *    PARAMETER CARD:
      *      COL 1       MASTER  G=MGMTMST F=FUNDMST D=FEEDSCH
      *                          S=SETLMST BLANK=ALL MASTERS
      *      COL 3-11    KEY     MGMT-CODE, 7-DIGIT FUND-CODE, OR
      *                          MGMT-CODE+SOURCE-CODE; BLANK=ALL
      *      COL 13-20   FROM    CCYYMMDD APPLIED ON OR AFTER;
      *                          BLANK=FROM THE START OF THE LOG
      *      COL 22-29   TO      CCYYMMDD APPLIED ON OR BEFORE;
      *                          BLANK=TO THE END OF THE LOG
      *    MODIFIED BY AGENT - FUND IMAGES NOW SHOW THE SUCCESSOR
      *    FUND SET BY THE NRS-WRK6549 REORGANIZATION, WHOSE FUND
      *    MASTER CHANGES ARE LOGGED TO CHGLOG LIKE ANY OTHER AND
      *    PRINT AS ACTION MERGER OR MGR XFER.
      *    MODIFIED BY AGENT - SETTLEMENT MASTER (SETLMST) CHANGES
      *    APPLIED BY NRS-WRK6550 ARE SELECTED WITH MASTER 'S' AND
      *    PRINTED FIELD BY FIELD, THE BANK ACCOUNT MASKED TO ITS
      *    LAST FOUR CHARACTERS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRK6547-PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT WRK6520-CHG-FILE ASSIGN TO "CHGLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.
           SELECT WRK6547-RPT-FILE ASSIGN TO "RPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WRK6547-PARM-FILE.
       01  WRK6547-PARM-RECORD.
           05  PARM-MASTER-ID                    PIC X(1).
           05  FILLER                            PIC X(1).
           05  PARM-MASTER-KEY                   PIC X(9).
           05  FILLER                            PIC X(1).
           05  PARM-FROM-DATE                    PIC X(8).
           05  FILLER                            PIC X(1).
           05  PARM-TO-DATE                      PIC X(8).
           05  FILLER                            PIC X(51).
       FD  WRK6520-CHG-FILE.
           COPY WRK6520T.
       FD  WRK6547-RPT-FILE.
       01  WRK6547-RPT-LINE                      PIC X(132).
       WORKING-STORAGE SECTION.
      *    THE LOGGED IMAGES ARE LAID BACK OVER THE MASTER LAYOUTS TO
      *    PRINT THEM FIELD BY FIELD
           COPY WRK6520G.
           COPY WRK6520F.
           COPY WRK6520D.
           COPY WRK6520W.
       01  WS-FILE-STATUSES.
           05  WS-PARM-STATUS                    PIC X(2).
           05  WS-CHG-STATUS                     PIC X(2).
           05  WS-RPT-STATUS                     PIC X(2).
       01  WS-SWITCHES.
           05  WS-EOF-SW                         PIC X(1) VALUE 'N'.
               88  WS-EOF                          VALUE 'Y'.
       01  WS-SELECTION.
           05  WS-SEL-MASTER-ID                  PIC X(1).
           05  WS-SEL-MASTER-KEY                 PIC X(9).
           05  WS-SEL-FROM-DATE                  PIC 9(8).
           05  WS-SEL-TO-DATE                    PIC 9(8).
       01  WS-COUNTS.
           05  WS-READ-COUNT                     PIC 9(9) VALUE 0.
           05  WS-SELECTED-COUNT                 PIC 9(9) VALUE 0.
       01  WS-IMAGE-LABEL                        PIC X(8).
       01  WS-IMAGE                              PIC X(80).
       01  WS-ACTION-TEXT                        PIC X(10).
       01  WS-MASTER-TEXT                        PIC X(7).
      *    A BANK ACCOUNT NUMBER IS NEVER PRINTED IN FULL
       01  WS-ACCOUNT-MASK.
           05  WS-ACCOUNT-LEN                    PIC 9(2).
           05  WS-MASKED-ACCOUNT                 PIC X(8).
       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-CHANGE-LOG UNTIL WS-EOF
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT WRK6547-PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6547 PARM OPEN FAILED, STATUS='
                   WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ WRK6547-PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
                   OR (PARM-MASTER-ID NOT = SPACE
                       AND PARM-MASTER-ID NOT = 'G'
                       AND PARM-MASTER-ID NOT = 'F'
                       AND PARM-MASTER-ID NOT = 'D'
                       AND PARM-MASTER-ID NOT = 'S')
                   OR (PARM-FROM-DATE NOT = SPACES
                       AND PARM-FROM-DATE NOT NUMERIC)
                   OR (PARM-TO-DATE NOT = SPACES
                       AND PARM-TO-DATE NOT NUMERIC)
               DISPLAY 'NRS-WRK6547 INVALID PARAMETER CARD'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE WRK6547-PARM-FILE
           MOVE PARM-MASTER-ID TO WS-SEL-MASTER-ID
           MOVE PARM-MASTER-KEY TO WS-SEL-MASTER-KEY
           IF PARM-FROM-DATE = SPACES
               MOVE 0 TO WS-SEL-FROM-DATE
           ELSE
               MOVE PARM-FROM-DATE TO WS-SEL-FROM-DATE
           END-IF
           IF PARM-TO-DATE = SPACES
               MOVE 99999999 TO WS-SEL-TO-DATE
           ELSE
               MOVE PARM-TO-DATE TO WS-SEL-TO-DATE
           END-IF
           OPEN INPUT WRK6520-CHG-FILE
           IF WS-CHG-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6547 CHANGE LOG OPEN FAILED, STATUS='
                   WS-CHG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT WRK6547-RPT-FILE
           MOVE SPACES TO WRK6547-RPT-LINE
           STRING 'MASTER CHANGE HISTORY  MASTER ' DELIMITED BY SIZE
               WS-SEL-MASTER-ID DELIMITED BY SIZE
               '  KEY ' DELIMITED BY SIZE
               WS-SEL-MASTER-KEY DELIMITED BY SIZE
               '  APPLIED ' DELIMITED BY SIZE
               WS-SEL-FROM-DATE DELIMITED BY SIZE
               ' THRU ' DELIMITED BY SIZE
               WS-SEL-TO-DATE DELIMITED BY SIZE
               INTO WRK6547-RPT-LINE
           WRITE WRK6547-RPT-LINE
           MOVE SPACES TO WRK6547-RPT-LINE
           STRING 'APPLIED  TIME   MASTER  KEY       ACTION     '
               DELIMITED BY SIZE
               'PROGRAM     MAKER    CHECKER  PENDING ENTRY'
               DELIMITED BY SIZE
               INTO WRK6547-RPT-LINE
           WRITE WRK6547-RPT-LINE.

       2000-READ-CHANGE-LOG.
           READ WRK6520-CHG-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF (WS-SEL-MASTER-ID = SPACE
                           OR CHG-MASTER-ID = WS-SEL-MASTER-ID)
                       AND (WS-SEL-MASTER-KEY = SPACES
                           OR CHG-MASTER-KEY = WS-SEL-MASTER-KEY)
                       AND CHG-APPLIED-DATE NOT < WS-SEL-FROM-DATE
                       AND CHG-APPLIED-DATE NOT > WS-SEL-TO-DATE
                       PERFORM 2100-PRINT-CHANGE
                   END-IF
           END-READ.

       2100-PRINT-CHANGE.
           ADD 1 TO WS-SELECTED-COUNT
           EVALUATE TRUE
               WHEN CHG-MGMT-MASTER
                   MOVE 'MGMTMST' TO WS-MASTER-TEXT
               WHEN CHG-FUND-MASTER
                   MOVE 'FUNDMST' TO WS-MASTER-TEXT
               WHEN CHG-SCHED-MASTER
                   MOVE 'FEEDSCH' TO WS-MASTER-TEXT
               WHEN CHG-SETL-MASTER
                   MOVE 'SETLMST' TO WS-MASTER-TEXT
               WHEN OTHER
                   MOVE CHG-MASTER-ID TO WS-MASTER-TEXT
           END-EVALUATE
           EVALUATE CHG-ACTION
               WHEN 'A'
                   MOVE 'ADD' TO WS-ACTION-TEXT
               WHEN 'C'
                   MOVE 'CHANGE' TO WS-ACTION-TEXT
               WHEN 'D'
                   IF CHG-FUND-MASTER
                       MOVE 'CLOSE' TO WS-ACTION-TEXT
                   ELSE
                       MOVE 'DEACTIVATE' TO WS-ACTION-TEXT
                   END-IF
               WHEN 'M'
                   MOVE 'MERGER' TO WS-ACTION-TEXT
               WHEN 'T'
                   MOVE 'MGR XFER' TO WS-ACTION-TEXT
               WHEN OTHER
                   MOVE CHG-ACTION TO WS-ACTION-TEXT
           END-EVALUATE
           MOVE SPACES TO WRK6547-RPT-LINE
           WRITE WRK6547-RPT-LINE
           MOVE SPACES TO WRK6547-RPT-LINE
           STRING CHG-APPLIED-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CHG-APPLIED-TIME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-MASTER-TEXT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CHG-MASTER-KEY DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-ACTION-TEXT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CHG-PROGRAM-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CHG-MAKER-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CHG-CHECKER-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CHG-PEND-KEY DELIMITED BY SIZE
               INTO WRK6547-RPT-LINE
           WRITE WRK6547-RPT-LINE
           MOVE '  BEFORE' TO WS-IMAGE-LABEL
           MOVE CHG-BEFORE-IMAGE TO WS-IMAGE
           PERFORM 2200-PRINT-IMAGE
           MOVE '  AFTER ' TO WS-IMAGE-LABEL
           MOVE CHG-AFTER-IMAGE TO WS-IMAGE
           PERFORM 2200-PRINT-IMAGE.

       2200-PRINT-IMAGE.
           MOVE SPACES TO WRK6547-RPT-LINE
           IF WS-IMAGE = SPACES
               STRING WS-IMAGE-LABEL DELIMITED BY SIZE
                   ' (NONE - RECORD ADDED)' DELIMITED BY SIZE
                   INTO WRK6547-RPT-LINE
           ELSE
               EVALUATE TRUE
                   WHEN CHG-MGMT-MASTER
                       MOVE WS-IMAGE TO NRS-WRK6520-MGMT
                       STRING WS-IMAGE-LABEL DELIMITED BY SIZE
                           ' NAME ' DELIMITED BY SIZE
                           MGMT-MST-NAME DELIMITED BY SIZE
                           ' STATUS ' DELIMITED BY SIZE
                           MGMT-MST-STATUS DELIMITED BY SIZE
                           ' EFFECTIVE ' DELIMITED BY SIZE
                           MGMT-MST-EFF-DATE DELIMITED BY SIZE
                           INTO WRK6547-RPT-LINE
                   WHEN CHG-FUND-MASTER
                       MOVE WS-IMAGE TO NRS-WRK6520-FUND
                       STRING WS-IMAGE-LABEL DELIMITED BY SIZE
                           ' NAME ' DELIMITED BY SIZE
                           FUND-MST-NAME DELIMITED BY SIZE
                           ' MGMT ' DELIMITED BY SIZE
                           FUND-MST-MGMT-CODE DELIMITED BY SIZE
                           ' STATUS ' DELIMITED BY SIZE
                           FUND-MST-STATUS DELIMITED BY SIZE
                           ' INCEPTION ' DELIMITED BY SIZE
                           FUND-MST-INCEPT-DATE DELIMITED BY SIZE
                           ' CLOSED ' DELIMITED BY SIZE
                           FUND-MST-CLOSE-DATE DELIMITED BY SIZE
                           ' SUCCESSOR ' DELIMITED BY SIZE
                           FUND-MST-SUCCESSOR-CODE DELIMITED BY SIZE
                           INTO WRK6547-RPT-LINE
                   WHEN CHG-SCHED-MASTER
                       MOVE WS-IMAGE TO NRS-WRK6520-SCHED
                       STRING WS-IMAGE-LABEL DELIMITED BY SIZE
                           ' FEED ' DELIMITED BY SIZE
                           SCHED-FEED-NAME DELIMITED BY SIZE
                           ' TYPE ' DELIMITED BY SIZE
                           SCHED-FILE-TYPE DELIMITED BY SIZE
                           ' DAYS MTWTFSS ' DELIMITED BY SIZE
                           SCHED-DAYS DELIMITED BY SIZE
                           ' STATUS ' DELIMITED BY SIZE
                           SCHED-STATUS DELIMITED BY SIZE
                           INTO WRK6547-RPT-LINE
                   WHEN CHG-SETL-MASTER
                       MOVE WS-IMAGE TO NRS-WRK6520-SETL
                       PERFORM 2250-MASK-ACCOUNT
                       STRING WS-IMAGE-LABEL DELIMITED BY SIZE
                           ' ROUTING ' DELIMITED BY SIZE
                           SETL-BANK-ROUTING DELIMITED BY SIZE
                           ' ACCOUNT ' DELIMITED BY SIZE
                           WS-MASKED-ACCOUNT DELIMITED BY SIZE
                           ' NAME ' DELIMITED BY SIZE
                           SETL-ACCOUNT-NAME DELIMITED BY SIZE
                           ' METHOD ' DELIMITED BY SIZE
                           SETL-METHOD DELIMITED BY SIZE
                           ' NET ' DELIMITED BY SIZE
                           SETL-NET-DIRECTION DELIMITED BY SIZE
                           ' MIN ' DELIMITED BY SIZE
                           SETL-MIN-AMOUNT DELIMITED BY SIZE
                           ' ADJ ' DELIMITED BY SIZE
                           SETL-ADJ-RULE DELIMITED BY SIZE
                           ' STATUS ' DELIMITED BY SIZE
                           SETL-STATUS DELIMITED BY SIZE
                           INTO WRK6547-RPT-LINE
                   WHEN OTHER
                       STRING WS-IMAGE-LABEL DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WS-IMAGE DELIMITED BY SIZE
                           INTO WRK6547-RPT-LINE
               END-EVALUATE
           END-IF
           WRITE WRK6547-RPT-LINE.

       2250-MASK-ACCOUNT.
           MOVE '********' TO WS-MASKED-ACCOUNT
           COMPUTE WS-ACCOUNT-LEN =
               FUNCTION LENGTH(
                   FUNCTION TRIM(SETL-BANK-ACCOUNT TRAILING))
           IF SETL-BANK-ACCOUNT NOT = SPACES AND WS-ACCOUNT-LEN >= 4
               MOVE SETL-BANK-ACCOUNT(WS-ACCOUNT-LEN - 3:4)
                   TO WS-MASKED-ACCOUNT(5:4)
           END-IF.

       3000-FINALIZE.
           MOVE SPACES TO WRK6547-RPT-LINE
           WRITE WRK6547-RPT-LINE
           MOVE SPACES TO WRK6547-RPT-LINE
           IF WS-SELECTED-COUNT = 0
               MOVE 'NO APPLIED CHANGES MATCH THE SELECTION'
                   TO WRK6547-RPT-LINE
               WRITE WRK6547-RPT-LINE
               MOVE SPACES TO WRK6547-RPT-LINE
           END-IF
           STRING 'LOG RECORDS READ ' DELIMITED BY SIZE
               WS-READ-COUNT DELIMITED BY SIZE
               ' SELECTED ' DELIMITED BY SIZE
               WS-SELECTED-COUNT DELIMITED BY SIZE
               INTO WRK6547-RPT-LINE
           WRITE WRK6547-RPT-LINE
           CLOSE WRK6520-CHG-FILE
           CLOSE WRK6547-RPT-FILE.
