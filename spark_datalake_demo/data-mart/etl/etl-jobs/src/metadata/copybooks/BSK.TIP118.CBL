       IDENTIFICATION DIVISION.
       PROGRAM-ID. NRS-WRK6550.
	     AUTHOR. AGENT.
	     DATE WRITTEN. 10/15/2026.
      *    SETTLEMENT MASTER FILE MAINTENANCE.
      *    APPLIES ADD/CHANGE/DEACTIVATE TRANSACTIONS FROM A CARD
      *    FILE TO THE SETLMST KSDS (LAYOUT WRK6520W.CPY) - THE BANK
      *    ROUTING AND ACCOUNT, SETTLEMENT METHOD AND NETTING RULES
      *    THE NRS-WRK6551 DAILY NET SETTLEMENT PAYS OR DRAWS EACH
      *    MANAGEMENT COMPANY BY.  UNDER THE SAME DUAL CONTROL AS
      *    NRS-WRK6532: THE CAPTURE RUN (NO PARMFILE, OR RUN MODE
      *    'C') EDITS EACH CARD AND FILES IT ON PENDCHG (WRK6520O.CPY)
      *    UNDER THE KEYING OPERATOR'S ID FROM COLUMNS 73-80; THE
      *    APPROVAL RUN (RUN MODE 'A') READS RELEASE/REJECT CARDS
      *    FROM APPRFILE, REFUSES ANY CARD WHOSE CHECKER ID IS THE
      *    MAKER'S, APPLIES RELEASED CARDS AND LOGS THE BEFORE AND
      *    AFTER MASTER IMAGES TO CHGLOG (WRK6520T.CPY).
      *    A ROUTING NUMBER IS ACCEPTED ONLY WITH A GOOD ABA CHECK
      *    DIGIT.  A CHANGE CARD REPLACES ONLY THE FIELDS IT CARRIES
      *    AND REACTIVATES AN INACTIVE ENTRY; A DEACTIVATE CARD KEEPS
      *    THE ENTRY BUT HOLDS THE COMPANY OFF THE PAYMENT FILE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WRK6520-SETL-FILE ASSIGN TO "SETLMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SETL-MGMT-CODE
               FILE STATUS IS WS-SETL-STATUS.
           SELECT WRK6550-TRAN-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT OPTIONAL WRK6550-PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL WRK6520-PEND-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PEND-KEY
               FILE STATUS IS WS-PEND-STATUS.
           SELECT WRK6550-APPR-FILE ASSIGN TO "APPRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPR-STATUS.
           SELECT WRK6520-CHG-FILE ASSIGN TO "CHGLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.
           SELECT WRK6550-RPT-FILE ASSIGN TO "RPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WRK6520-SETL-FILE.
           COPY WRK6520W.
       FD  WRK6550-TRAN-FILE.
       01  WRK6550-TRAN-CARD                     PIC X(80).
       FD  WRK6550-PARM-FILE.
       01  WRK6550-PARM-RECORD.
           05  PARM-RUN-MODE                     PIC X(1).
               88  PARM-APPROVAL-RUN              VALUE 'A'.
           05  FILLER                            PIC X(79).
       FD  WRK6520-PEND-FILE.
           COPY WRK6520O.
       FD  WRK6550-APPR-FILE.
       01  WRK6550-APPR-RECORD.
           05  APPR-ACTION                       PIC X(1).
               88  APPR-RELEASE                   VALUE 'R'.
               88  APPR-REJECT                    VALUE 'X'.
           05  APPR-PEND-KEY                     PIC X(19).
           05  APPR-CHECKER-ID                   PIC X(8).
           05  APPR-REASON                       PIC X(30).
           05  FILLER                            PIC X(22).
       FD  WRK6520-CHG-FILE.
           COPY WRK6520T.
       FD  WRK6550-RPT-FILE.
       01  WRK6550-RPT-LINE                      PIC X(132).
       WORKING-STORAGE SECTION.
      *    THE CARD IS HELD HERE, NOT IN THE FD, SO THE APPROVAL RUN
      *    CAN EDIT AND APPLY A CARD IMAGE TAKEN FROM PENDCHG.  A
      *    BLANK FIELD ON A CHANGE CARD LEAVES THE MASTER AS IT IS.
       01  WRK6550-TRAN-RECORD.
           05  TRAN-ACTION                       PIC X(1).
               88  TRAN-ADD                       VALUE 'A'.
               88  TRAN-CHANGE                    VALUE 'C'.
               88  TRAN-DEACTIVATE                VALUE 'D'.
           05  TRAN-MGMT-CODE                    PIC X(2).
           05  TRAN-BANK-ROUTING                 PIC X(9).
           05  TRAN-BANK-ROUTING-R REDEFINES TRAN-BANK-ROUTING.
               10  TRAN-ROUTING-DIGIT            PIC 9(1)
                                                  OCCURS 9 TIMES.
           05  TRAN-BANK-ACCOUNT                 PIC X(17).
           05  TRAN-ACCOUNT-NAME                 PIC X(22).
           05  TRAN-METHOD                       PIC X(1).
           05  TRAN-NET-DIRECTION                PIC X(1).
           05  TRAN-MIN-AMOUNT                   PIC X(11).
           05  TRAN-MIN-AMOUNT-N REDEFINES TRAN-MIN-AMOUNT
                                                  PIC 9(9)V9(2).
           05  TRAN-ADJ-RULE                     PIC X(1).
           05  FILLER                            PIC X(7).
           05  TRAN-OPERATOR-ID                  PIC X(8).
       01  WS-FILE-STATUSES.
           05  WS-SETL-STATUS                    PIC X(2).
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
      *    ABA CHECK: 3 X (D1+D4+D7) + 7 X (D2+D5+D8) + (D3+D6+D9)
      *    MUST BE A MULTIPLE OF 10
       01  WS-ROUTING-CHECK.
           05  WS-ROUTING-SUM                    PIC 9(4).
           05  WS-ROUTING-REMAINDER              PIC 9(1).
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
               OPEN INPUT WRK6550-APPR-FILE
               IF WS-APPR-STATUS NOT = '00'
                   DISPLAY 'NRS-WRK6550 APPROVAL OPEN FAILED, STATUS='
                       WS-APPR-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN I-O WRK6520-SETL-FILE
               IF WS-SETL-STATUS NOT = '00'
                       AND WS-SETL-STATUS NOT = '05'
                   DISPLAY 'NRS-WRK6550 MASTER OPEN FAILED, STATUS='
                       WS-SETL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN EXTEND WRK6520-CHG-FILE
               IF WS-CHG-STATUS NOT = '00'
                   OPEN OUTPUT WRK6520-CHG-FILE
               END-IF
               IF WS-CHG-STATUS NOT = '00'
                   DISPLAY 'NRS-WRK6550 CHANGE LOG OPEN FAILED, STATUS='
                       WS-CHG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               OPEN INPUT WRK6550-TRAN-FILE
               IF WS-TRAN-STATUS NOT = '00'
                   DISPLAY 'NRS-WRK6550 TRAN OPEN FAILED, STATUS='
                       WS-TRAN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN I-O WRK6520-PEND-FILE
           IF WS-PEND-STATUS NOT = '00' AND WS-PEND-STATUS NOT = '05'
               DISPLAY 'NRS-WRK6550 PENDCHG OPEN FAILED, STATUS='
                   WS-PEND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT WRK6550-RPT-FILE
           IF WS-APPROVAL-RUN
               MOVE 'SETTLEMENT MASTER MAINTENANCE - APPROVAL'
                   TO WRK6550-RPT-LINE
           ELSE
               MOVE 'SETTLEMENT MASTER MAINTENANCE - CAPTURE'
                   TO WRK6550-RPT-LINE
           END-IF
           WRITE WRK6550-RPT-LINE.

       1100-READ-RUN-MODE.
      *    NO PARAMETER CARD MEANS A CAPTURE RUN - A BANK DETAIL IS
      *    NEVER APPLIED UNREVIEWED
           OPEN INPUT WRK6550-PARM-FILE
           IF WS-PARM-STATUS = '00' OR WS-PARM-STATUS = '05'
               READ WRK6550-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-APPROVAL-RUN
                           MOVE 'A' TO WS-RUN-MODE-SW
                       END-IF
               END-READ
               CLOSE WRK6550-PARM-FILE
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           READ WRK6550-TRAN-FILE INTO WRK6550-TRAN-RECORD
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
           MOVE 'S' TO PEND-MASTER-ID
           MOVE WS-CURR-DATE TO PEND-KEYED-DATE
           MOVE WS-CURR-TIME TO PEND-KEYED-TIME
           ADD 1 TO WS-PEND-SEQ
           MOVE WS-PEND-SEQ TO PEND-KEYED-SEQ
           MOVE 'P' TO PEND-STATUS
           MOVE TRAN-OPERATOR-ID TO PEND-MAKER-ID
           MOVE WRK6550-TRAN-RECORD TO PEND-TRAN-IMAGE
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
                   WHEN TRAN-ADD
                       PERFORM 2200-ADD-SETTLEMENT
                   WHEN TRAN-CHANGE
                       PERFORM 2300-CHANGE-SETTLEMENT
                   WHEN TRAN-DEACTIVATE
                       PERFORM 2400-DEACTIVATE-SETTLEMENT
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
           IF WS-TRAN-OK-SW = 'Y' AND TRAN-MGMT-CODE = SPACES
               MOVE 'N' TO WS-TRAN-OK-SW
               MOVE 'MGMT-CODE IS BLANK' TO WS-TRAN-MESSAGE
           END-IF
           IF WS-TRAN-OK-SW = 'Y' AND TRAN-ADD
               IF TRAN-BANK-ROUTING = SPACES
                   OR TRAN-BANK-ACCOUNT = SPACES
                   OR TRAN-ACCOUNT-NAME = SPACES
                   OR TRAN-METHOD = SPACES
                   MOVE 'N' TO WS-TRAN-OK-SW
                   MOVE 'ROUTING/ACCOUNT/NAME/METHOD REQUIRED ON ADD'
                       TO WS-TRAN-MESSAGE
               END-IF
           END-IF
           IF WS-TRAN-OK-SW = 'Y' AND TRAN-BANK-ROUTING NOT = SPACES
               PERFORM 2120-CHECK-ROUTING-NUMBER
           END-IF
           IF WS-TRAN-OK-SW = 'Y' AND TRAN-METHOD NOT = SPACES
               IF TRAN-METHOD NOT = 'A' AND TRAN-METHOD NOT = 'S'
                   MOVE 'N' TO WS-TRAN-OK-SW
                   MOVE 'SETTLEMENT METHOD MUST BE A OR S'
                       TO WS-TRAN-MESSAGE
               END-IF
           END-IF
           IF WS-TRAN-OK-SW = 'Y' AND TRAN-NET-DIRECTION NOT = SPACES
               IF TRAN-NET-DIRECTION NOT = 'B'
                       AND TRAN-NET-DIRECTION NOT = 'C'
                       AND TRAN-NET-DIRECTION NOT = 'D'
                   MOVE 'N' TO WS-TRAN-OK-SW
                   MOVE 'NET DIRECTION MUST BE B, C OR D'
                       TO WS-TRAN-MESSAGE
               END-IF
           END-IF
           IF WS-TRAN-OK-SW = 'Y' AND TRAN-MIN-AMOUNT NOT = SPACES
               IF TRAN-MIN-AMOUNT NOT NUMERIC
                   MOVE 'N' TO WS-TRAN-OK-SW
                   MOVE 'MINIMUM AMOUNT NOT NUMERIC' TO WS-TRAN-MESSAGE
               END-IF
           END-IF
           IF WS-TRAN-OK-SW = 'Y' AND TRAN-ADJ-RULE NOT = SPACES
               IF TRAN-ADJ-RULE NOT = 'Y' AND TRAN-ADJ-RULE NOT = 'N'
                   MOVE 'N' TO WS-TRAN-OK-SW
                   MOVE 'ADJUSTMENT RULE MUST BE Y OR N'
                       TO WS-TRAN-MESSAGE
               END-IF
           END-IF.

       2120-CHECK-ROUTING-NUMBER.
           IF TRAN-BANK-ROUTING NOT NUMERIC
                   OR TRAN-BANK-ROUTING = '000000000'
               MOVE 'N' TO WS-TRAN-OK-SW
               MOVE 'ROUTING NUMBER NOT NUMERIC' TO WS-TRAN-MESSAGE
           ELSE
               COMPUTE WS-ROUTING-SUM =
                   3 * (TRAN-ROUTING-DIGIT(1) + TRAN-ROUTING-DIGIT(4)
                        + TRAN-ROUTING-DIGIT(7))
                 + 7 * (TRAN-ROUTING-DIGIT(2) + TRAN-ROUTING-DIGIT(5)
                        + TRAN-ROUTING-DIGIT(8))
                 + TRAN-ROUTING-DIGIT(3) + TRAN-ROUTING-DIGIT(6)
                 + TRAN-ROUTING-DIGIT(9)
               COMPUTE WS-ROUTING-REMAINDER =
                   FUNCTION MOD(WS-ROUTING-SUM, 10)
               IF WS-ROUTING-REMAINDER NOT = 0
                   MOVE 'N' TO WS-TRAN-OK-SW
                   MOVE 'ROUTING NUMBER FAILS ABA CHECK DIGIT'
                       TO WS-TRAN-MESSAGE
               END-IF
           END-IF.

       2200-ADD-SETTLEMENT.
           MOVE TRAN-MGMT-CODE TO SETL-MGMT-CODE
           READ WRK6520-SETL-FILE
           IF WS-SETL-STATUS = '00'
               MOVE 'N' TO WS-TRAN-OK-SW
               MOVE 'ALREADY ON MASTER - ADD REJECTED'
                   TO WS-TRAN-MESSAGE
           ELSE
               MOVE SPACES TO NRS-WRK6520-SETL
               MOVE TRAN-MGMT-CODE TO SETL-MGMT-CODE
               MOVE TRAN-BANK-ROUTING TO SETL-BANK-ROUTING
               MOVE TRAN-BANK-ACCOUNT TO SETL-BANK-ACCOUNT
               MOVE TRAN-ACCOUNT-NAME TO SETL-ACCOUNT-NAME
               MOVE TRAN-METHOD TO SETL-METHOD
      *    UNSTATED NETTING RULES DEFAULT TO SETTLE BOTH WAYS, NO
      *    MINIMUM, POSTED ADJUSTMENTS INCLUDED
               MOVE 'B' TO SETL-NET-DIRECTION
               IF TRAN-NET-DIRECTION NOT = SPACES
                   MOVE TRAN-NET-DIRECTION TO SETL-NET-DIRECTION
               END-IF
               MOVE 0 TO SETL-MIN-AMOUNT
               IF TRAN-MIN-AMOUNT NOT = SPACES
                   MOVE TRAN-MIN-AMOUNT-N TO SETL-MIN-AMOUNT
               END-IF
               MOVE 'Y' TO SETL-ADJ-RULE
               IF TRAN-ADJ-RULE NOT = SPACES
                   MOVE TRAN-ADJ-RULE TO SETL-ADJ-RULE
               END-IF
               MOVE 'A' TO SETL-STATUS
               MOVE WS-CURR-DATE TO SETL-EFF-DATE
               WRITE NRS-WRK6520-SETL
                   INVALID KEY
                       MOVE 'N' TO WS-TRAN-OK-SW
                       MOVE 'MASTER WRITE FAILED' TO WS-TRAN-MESSAGE
               END-WRITE
           END-IF.

       2300-CHANGE-SETTLEMENT.
           MOVE TRAN-MGMT-CODE TO SETL-MGMT-CODE
           READ WRK6520-SETL-FILE
           IF WS-SETL-STATUS NOT = '00'
               MOVE 'N' TO WS-TRAN-OK-SW
               MOVE 'NOT ON MASTER - CHANGE REJECTED'
                   TO WS-TRAN-MESSAGE
           ELSE
               MOVE NRS-WRK6520-SETL TO WS-BEFORE-IMAGE
               IF TRAN-BANK-ROUTING NOT = SPACES
                   MOVE TRAN-BANK-ROUTING TO SETL-BANK-ROUTING
               END-IF
               IF TRAN-BANK-ACCOUNT NOT = SPACES
                   MOVE TRAN-BANK-ACCOUNT TO SETL-BANK-ACCOUNT
               END-IF
               IF TRAN-ACCOUNT-NAME NOT = SPACES
                   MOVE TRAN-ACCOUNT-NAME TO SETL-ACCOUNT-NAME
               END-IF
               IF TRAN-METHOD NOT = SPACES
                   MOVE TRAN-METHOD TO SETL-METHOD
               END-IF
               IF TRAN-NET-DIRECTION NOT = SPACES
                   MOVE TRAN-NET-DIRECTION TO SETL-NET-DIRECTION
               END-IF
               IF TRAN-MIN-AMOUNT NOT = SPACES
                   MOVE TRAN-MIN-AMOUNT-N TO SETL-MIN-AMOUNT
               END-IF
               IF TRAN-ADJ-RULE NOT = SPACES
                   MOVE TRAN-ADJ-RULE TO SETL-ADJ-RULE
               END-IF
               MOVE 'A' TO SETL-STATUS
               MOVE WS-CURR-DATE TO SETL-EFF-DATE
               REWRITE NRS-WRK6520-SETL
                   INVALID KEY
                       MOVE 'N' TO WS-TRAN-OK-SW
                       MOVE 'MASTER REWRITE FAILED' TO WS-TRAN-MESSAGE
               END-REWRITE
           END-IF.

       2400-DEACTIVATE-SETTLEMENT.
           MOVE TRAN-MGMT-CODE TO SETL-MGMT-CODE
           READ WRK6520-SETL-FILE
           IF WS-SETL-STATUS NOT = '00'
               MOVE 'N' TO WS-TRAN-OK-SW
               MOVE 'NOT ON MASTER - DEACTIVATE REJECTED'
                   TO WS-TRAN-MESSAGE
           ELSE
               MOVE NRS-WRK6520-SETL TO WS-BEFORE-IMAGE
               IF SETL-INACTIVE
                   MOVE 'N' TO WS-TRAN-OK-SW
                   MOVE 'ALREADY INACTIVE - DEACTIVATE REJECTED'
                       TO WS-TRAN-MESSAGE
               ELSE
                   MOVE 'I' TO SETL-STATUS
                   MOVE WS-CURR-DATE TO SETL-EFF-DATE
                   REWRITE NRS-WRK6520-SETL
                       INVALID KEY
                           MOVE 'N' TO WS-TRAN-OK-SW
                           MOVE 'MASTER REWRITE FAILED'
                               TO WS-TRAN-MESSAGE
                   END-REWRITE
               END-IF
           END-IF.

       2900-WRITE-TRAN-LINE.
           MOVE SPACES TO WRK6550-RPT-LINE
           STRING TRAN-ACTION DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TRAN-MGMT-CODE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TRAN-ACCOUNT-NAME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-TRAN-MESSAGE DELIMITED BY SIZE
               INTO WRK6550-RPT-LINE
           WRITE WRK6550-RPT-LINE.

       3000-FINALIZE.
           MOVE SPACES TO WRK6550-RPT-LINE
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
                   INTO WRK6550-RPT-LINE
               WRITE WRK6550-RPT-LINE
               CLOSE WRK6550-APPR-FILE
               CLOSE WRK6520-SETL-FILE
               CLOSE WRK6520-CHG-FILE
           ELSE
               STRING 'TRANSACTIONS READ ' DELIMITED BY SIZE
                   WS-TRAN-COUNT DELIMITED BY SIZE
                   ' PENDING ' DELIMITED BY SIZE
                   WS-PENDED-COUNT DELIMITED BY SIZE
                   ' REJECTED ' DELIMITED BY SIZE
                   WS-REJECTED-COUNT DELIMITED BY SIZE
                   INTO WRK6550-RPT-LINE
               WRITE WRK6550-RPT-LINE
               CLOSE WRK6550-TRAN-FILE
           END-IF
           CLOSE WRK6520-PEND-FILE
           CLOSE WRK6550-RPT-FILE
           IF WS-REJECTED-COUNT > 0 OR WS-REFUSED-COUNT > 0
               DISPLAY 'NRS-WRK6550 COMPLETED WITH '
                   WS-REJECTED-COUNT ' REJECTED TRANSACTIONS AND '
                   WS-REFUSED-COUNT ' REFUSED APPROVALS'
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-FILE-ERROR-COUNT > 0
               DISPLAY 'NRS-WRK6550 PENDCHG/CHGLOG NOT UPDATED FOR '
                   WS-FILE-ERROR-COUNT ' APPLIED CHANGES'
               MOVE 16 TO RETURN-CODE
           END-IF.

       4000-PROCESS-APPROVALS.
           READ WRK6550-APPR-FILE
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
           IF WS-TRAN-OK-SW = 'Y' AND NOT PEND-SETL-MASTER
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
           MOVE PEND-TRAN-IMAGE TO WRK6550-TRAN-RECORD
           PERFORM 2100-APPLY-TRANSACTION
           IF WS-TRAN-OK-SW = 'Y'
               MOVE NRS-WRK6520-SETL TO WS-AFTER-IMAGE
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
                   DISPLAY 'NRS-WRK6550 PENDCHG REWRITE FAILED FOR '
                       PEND-KEY
                   ADD 1 TO WS-FILE-ERROR-COUNT
           END-REWRITE.

       4500-WRITE-CHANGE-LOG.
           MOVE SPACES TO NRS-WRK6520-CHGLOG
           MOVE WS-CURR-DATE TO CHG-APPLIED-DATE
           MOVE WS-CURR-TIME TO CHG-APPLIED-TIME
           MOVE 'S' TO CHG-MASTER-ID
           MOVE TRAN-MGMT-CODE TO CHG-MASTER-KEY
           MOVE TRAN-ACTION TO CHG-ACTION
           MOVE 'NRS-WRK6550' TO CHG-PROGRAM-ID
           MOVE PEND-MAKER-ID TO CHG-MAKER-ID
           MOVE APPR-CHECKER-ID TO CHG-CHECKER-ID
           MOVE PEND-KEY TO CHG-PEND-KEY
           MOVE WS-BEFORE-IMAGE TO CHG-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO CHG-AFTER-IMAGE
           WRITE NRS-WRK6520-CHGLOG
           IF WS-CHG-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6550 CHANGE LOG WRITE FAILED, STATUS='
                   WS-CHG-STATUS
               ADD 1 TO WS-FILE-ERROR-COUNT
           END-IF.

       4900-WRITE-APPROVAL-LINE.
           MOVE SPACES TO WRK6550-RPT-LINE
           STRING APPR-ACTION DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               APPR-PEND-KEY DELIMITED BY SIZE
               ' CHECKER ' DELIMITED BY SIZE
               APPR-CHECKER-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-TRAN-MESSAGE DELIMITED BY SIZE
               INTO WRK6550-RPT-LINE
           WRITE WRK6550-RPT-LINE.
