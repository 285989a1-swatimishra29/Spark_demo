       IDENTIFICATION DIVISION.
       PROGRAM-ID. NRS-WRK6542.
	     AUTHOR. AGENT.
	     DATE WRITTEN. 10/15/2026.
      *    BLUE-SKY REGISTRATION MASTER FILE MAINTENANCE.
      *    APPLIES ADD/CHANGE/WITHDRAW TRANSACTIONS FROM A CARD FILE
      *    TO THE REGMST KSDS (LAYOUT WRK6520E.CPY) SO THAT A FUND'S
      *    REGISTRATION, RENEWAL OR WITHDRAWAL IN A STATE IS A DATA
      *    CHANGE COMPLIANCE MAKES, NOT A PROGRAM CHANGE.  EVERY
      *    TRANSACTION IS ECHOED TO THE MAINTENANCE REPORT WITH ITS
      *    DISPOSITION.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WRK6520-REG-FILE ASSIGN TO "REGMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-KEY
               FILE STATUS IS WS-REG-STATUS.
           SELECT WRK6542-TRAN-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT WRK6542-RPT-FILE ASSIGN TO "RPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WRK6520-REG-FILE.
           COPY WRK6520E.
       FD  WRK6542-TRAN-FILE.
       01  WRK6542-TRAN-RECORD.
           05  TRAN-ACTION                       PIC X(1).
               88  TRAN-ADD                       VALUE 'A'.
               88  TRAN-CHANGE                    VALUE 'C'.
               88  TRAN-WITHDRAW                  VALUE 'D'.
           05  TRAN-FUND-CODE                    PIC X(7).
           05  TRAN-STATE-CODE                   PIC X(3).
           05  TRAN-STATUS                       PIC X(1).
           05  TRAN-FILING-TYPE                  PIC X(1).
           05  TRAN-PERMIT-AMOUNT                PIC X(17).
           05  TRAN-PERMIT-AMOUNT-N REDEFINES TRAN-PERMIT-AMOUNT
                                                 PIC 9(15)V9(2).
           05  TRAN-EFFECTIVE-DATE               PIC X(8).
           05  TRAN-EXPIRE-DATE                  PIC X(8).
           05  FILLER                            PIC X(34).
       FD  WRK6542-RPT-FILE.
       01  WRK6542-RPT-LINE                      PIC X(132).
       WORKING-STORAGE SECTION.
           COPY WRK6520S.
       01  WS-FILE-STATUSES.
           05  WS-REG-STATUS                     PIC X(2).
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
       01  WS-TRAN-STATE-NUM                     PIC 9(3).
       01  WS-RUN-DATE                           PIC 9(8).
       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTIONS UNTIL WS-EOF
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT WRK6542-TRAN-FILE
           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6542 TRAN OPEN FAILED, STATUS='
                   WS-TRAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O WRK6520-REG-FILE
           IF WS-REG-STATUS NOT = '00' AND WS-REG-STATUS NOT = '05'
               DISPLAY 'NRS-WRK6542 MASTER OPEN FAILED, STATUS='
                   WS-REG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT WRK6542-RPT-FILE
           MOVE 'BLUE-SKY REGISTRATION MASTER MAINTENANCE'
               TO WRK6542-RPT-LINE
           WRITE WRK6542-RPT-LINE.

       2000-PROCESS-TRANSACTIONS.
           READ WRK6542-TRAN-FILE
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
                       PERFORM 2200-ADD-REGISTRATION
                   WHEN TRAN-CHANGE
                       PERFORM 2300-CHANGE-REGISTRATION
                   WHEN TRAN-WITHDRAW
                       PERFORM 2400-WITHDRAW-REGISTRATION
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
           IF NOT TRAN-ADD AND NOT TRAN-CHANGE AND NOT TRAN-WITHDRAW
               MOVE 'N' TO WS-TRAN-OK-SW
               MOVE 'UNRECOGNIZED ACTION CODE' TO WS-TRAN-MESSAGE
           END-IF
           IF WS-TRAN-OK-SW = 'Y' AND TRAN-FUND-CODE NOT NUMERIC
               MOVE 'N' TO WS-TRAN-OK-SW
               MOVE 'FUND-CODE NOT NUMERIC' TO WS-TRAN-MESSAGE
           END-IF
           IF WS-TRAN-OK-SW = 'Y' AND TRAN-FUND-CODE = '0000000'
               MOVE 'N' TO WS-TRAN-OK-SW
               MOVE 'FUND-CODE ZERO IS RESERVED' TO WS-TRAN-MESSAGE
           END-IF
           IF WS-TRAN-OK-SW = 'Y' AND TRAN-STATE-CODE NOT NUMERIC
               MOVE 'N' TO WS-TRAN-OK-SW
               MOVE 'STATE-CODE NOT NUMERIC' TO WS-TRAN-MESSAGE
           END-IF
           IF WS-TRAN-OK-SW = 'Y'
               PERFORM 2120-VALIDATE-STATE-CODE
           END-IF
           IF WS-TRAN-OK-SW = 'Y' AND NOT TRAN-WITHDRAW
               IF TRAN-STATUS NOT = SPACES
                   AND TRAN-STATUS NOT = 'A'
                   AND TRAN-STATUS NOT = 'P'
                   MOVE 'N' TO WS-TRAN-OK-SW
                   MOVE 'STATUS MUST BE A OR P'
                       TO WS-TRAN-MESSAGE
               END-IF
           END-IF
           IF WS-TRAN-OK-SW = 'Y' AND TRAN-FILING-TYPE NOT = SPACES
               IF TRAN-FILING-TYPE NOT = 'R'
                   AND TRAN-FILING-TYPE NOT = 'N'
                   AND TRAN-FILING-TYPE NOT = 'E'
                   MOVE 'N' TO WS-TRAN-OK-SW
                   MOVE 'FILING TYPE MUST BE R, N OR E'
                       TO WS-TRAN-MESSAGE
               END-IF
           END-IF
           IF WS-TRAN-OK-SW = 'Y' AND TRAN-ADD
               IF TRAN-FILING-TYPE = SPACES
                   MOVE 'N' TO WS-TRAN-OK-SW
                   MOVE 'FILING TYPE IS BLANK ON ADD'
                       TO WS-TRAN-MESSAGE
               END-IF
           END-IF
           IF WS-TRAN-OK-SW = 'Y' AND TRAN-PERMIT-AMOUNT NOT = SPACES
               IF TRAN-PERMIT-AMOUNT NOT NUMERIC
                   MOVE 'N' TO WS-TRAN-OK-SW
                   MOVE 'PERMIT AMOUNT NOT NUMERIC'
                       TO WS-TRAN-MESSAGE
               END-IF
           END-IF
           IF WS-TRAN-OK-SW = 'Y' AND TRAN-ADD
               IF TRAN-EFFECTIVE-DATE NOT NUMERIC
                   MOVE 'N' TO WS-TRAN-OK-SW
                   MOVE 'EFFECTIVE DATE NOT NUMERIC ON ADD'
                       TO WS-TRAN-MESSAGE
               END-IF
           END-IF
           IF WS-TRAN-OK-SW = 'Y' AND TRAN-EFFECTIVE-DATE NOT = SPACES
               IF TRAN-EFFECTIVE-DATE NOT NUMERIC
                   MOVE 'N' TO WS-TRAN-OK-SW
                   MOVE 'EFFECTIVE DATE NOT NUMERIC'
                       TO WS-TRAN-MESSAGE
               END-IF
           END-IF
           IF WS-TRAN-OK-SW = 'Y' AND TRAN-EXPIRE-DATE NOT = SPACES
               IF TRAN-EXPIRE-DATE NOT NUMERIC
                   MOVE 'N' TO WS-TRAN-OK-SW
                   MOVE 'EXPIRATION DATE NOT NUMERIC'
                       TO WS-TRAN-MESSAGE
               END-IF
           END-IF.

       2120-VALIDATE-STATE-CODE.
           MOVE TRAN-STATE-CODE TO WS-TRAN-STATE-NUM
           SET WS-STATE-IDX TO 1
           SEARCH ALL WS-STATE-CODE-ENTRY
               AT END
                   MOVE 'N' TO WS-TRAN-OK-SW
                   MOVE 'UNRECOGNIZED STATE-CODE' TO WS-TRAN-MESSAGE
               WHEN WS-STATE-CODE-ENTRY(WS-STATE-IDX) =
                       WS-TRAN-STATE-NUM
                   CONTINUE
           END-SEARCH.

       2200-ADD-REGISTRATION.
           MOVE TRAN-FUND-CODE TO REG-FUND-CODE
           MOVE TRAN-STATE-CODE TO REG-STATE-CODE
           READ WRK6520-REG-FILE
           IF WS-REG-STATUS = '00'
               MOVE 'N' TO WS-TRAN-OK-SW
               MOVE 'ALREADY ON MASTER - ADD REJECTED'
                   TO WS-TRAN-MESSAGE
           ELSE
               MOVE SPACES TO NRS-WRK6520-REG
               MOVE TRAN-FUND-CODE TO REG-FUND-CODE
               MOVE TRAN-STATE-CODE TO REG-STATE-CODE
      *    A NEW REGISTRATION IS ACTIVE UNLESS THE CARD SAYS THE
      *    STATE HAS NOT YET GRANTED IT
               IF TRAN-STATUS = SPACES
                   MOVE 'A' TO REG-STATUS
               ELSE
                   MOVE TRAN-STATUS TO REG-STATUS
               END-IF
               MOVE TRAN-FILING-TYPE TO REG-FILING-TYPE
               IF TRAN-PERMIT-AMOUNT = SPACES
                   MOVE 0 TO REG-PERMIT-AMOUNT
               ELSE
                   MOVE TRAN-PERMIT-AMOUNT-N TO REG-PERMIT-AMOUNT
               END-IF
               MOVE TRAN-EFFECTIVE-DATE TO REG-EFFECTIVE-DATE
               IF TRAN-EXPIRE-DATE = SPACES
                   MOVE 0 TO REG-EXPIRE-DATE
               ELSE
                   MOVE TRAN-EXPIRE-DATE TO REG-EXPIRE-DATE
               END-IF
               MOVE WS-RUN-DATE TO REG-LAST-MAINT-DATE
               WRITE NRS-WRK6520-REG
                   INVALID KEY
                       MOVE 'N' TO WS-TRAN-OK-SW
                       MOVE 'MASTER WRITE FAILED' TO WS-TRAN-MESSAGE
               END-WRITE
           END-IF.

       2300-CHANGE-REGISTRATION.
           MOVE TRAN-FUND-CODE TO REG-FUND-CODE
           MOVE TRAN-STATE-CODE TO REG-STATE-CODE
           READ WRK6520-REG-FILE
           IF WS-REG-STATUS NOT = '00'
               MOVE 'N' TO WS-TRAN-OK-SW
               MOVE 'NOT ON MASTER - CHANGE REJECTED'
                   TO WS-TRAN-MESSAGE
           ELSE
      *    A CHANGE REINSTATES A WITHDRAWN REGISTRATION ONLY WHEN THE
      *    CARD CARRIES A STATUS OF A OR P
               IF TRAN-STATUS NOT = SPACES
                   MOVE TRAN-STATUS TO REG-STATUS
               END-IF
               IF TRAN-FILING-TYPE NOT = SPACES
                   MOVE TRAN-FILING-TYPE TO REG-FILING-TYPE
               END-IF
               IF TRAN-PERMIT-AMOUNT NOT = SPACES
                   MOVE TRAN-PERMIT-AMOUNT-N TO REG-PERMIT-AMOUNT
               END-IF
               IF TRAN-EFFECTIVE-DATE NOT = SPACES
                   MOVE TRAN-EFFECTIVE-DATE TO REG-EFFECTIVE-DATE
               END-IF
      *    A RENEWAL IS A CHANGE CARD CARRYING THE NEW EXPIRATION DATE
               IF TRAN-EXPIRE-DATE NOT = SPACES
                   MOVE TRAN-EXPIRE-DATE TO REG-EXPIRE-DATE
               END-IF
               MOVE WS-RUN-DATE TO REG-LAST-MAINT-DATE
               REWRITE NRS-WRK6520-REG
                   INVALID KEY
                       MOVE 'N' TO WS-TRAN-OK-SW
                       MOVE 'MASTER REWRITE FAILED' TO WS-TRAN-MESSAGE
               END-REWRITE
           END-IF.

       2400-WITHDRAW-REGISTRATION.
           MOVE TRAN-FUND-CODE TO REG-FUND-CODE
           MOVE TRAN-STATE-CODE TO REG-STATE-CODE
           READ WRK6520-REG-FILE
           IF WS-REG-STATUS NOT = '00'
               MOVE 'N' TO WS-TRAN-OK-SW
               MOVE 'NOT ON MASTER - WITHDRAW REJECTED'
                   TO WS-TRAN-MESSAGE
           ELSE
               IF REG-WITHDRAWN
                   MOVE 'N' TO WS-TRAN-OK-SW
                   MOVE 'ALREADY WITHDRAWN - WITHDRAW REJECTED'
                       TO WS-TRAN-MESSAGE
               ELSE
                   MOVE 'W' TO REG-STATUS
                   MOVE WS-RUN-DATE TO REG-LAST-MAINT-DATE
                   REWRITE NRS-WRK6520-REG
                       INVALID KEY
                           MOVE 'N' TO WS-TRAN-OK-SW
                           MOVE 'MASTER REWRITE FAILED'
                               TO WS-TRAN-MESSAGE
                   END-REWRITE
               END-IF
           END-IF.

       2900-WRITE-TRAN-LINE.
           MOVE SPACES TO WRK6542-RPT-LINE
           STRING TRAN-ACTION DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TRAN-FUND-CODE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TRAN-STATE-CODE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TRAN-STATUS DELIMITED BY SIZE
               TRAN-FILING-TYPE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TRAN-PERMIT-AMOUNT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TRAN-EXPIRE-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-TRAN-MESSAGE DELIMITED BY SIZE
               INTO WRK6542-RPT-LINE
           WRITE WRK6542-RPT-LINE.

       3000-FINALIZE.
           MOVE SPACES TO WRK6542-RPT-LINE
           STRING 'TRANSACTIONS READ ' DELIMITED BY SIZE
               WS-TRAN-COUNT DELIMITED BY SIZE
               ' APPLIED ' DELIMITED BY SIZE
               WS-APPLIED-COUNT DELIMITED BY SIZE
               ' REJECTED ' DELIMITED BY SIZE
               WS-REJECTED-COUNT DELIMITED BY SIZE
               INTO WRK6542-RPT-LINE
           WRITE WRK6542-RPT-LINE
           CLOSE WRK6542-TRAN-FILE
           CLOSE WRK6520-REG-FILE
           CLOSE WRK6542-RPT-FILE
           IF WS-REJECTED-COUNT > 0
               DISPLAY 'NRS-WRK6542 COMPLETED WITH '
                   WS-REJECTED-COUNT ' REJECTED TRANSACTIONS'
               MOVE 8 TO RETURN-CODE
           END-IF.
