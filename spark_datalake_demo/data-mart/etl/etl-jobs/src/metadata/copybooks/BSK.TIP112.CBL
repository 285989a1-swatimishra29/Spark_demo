       IDENTIFICATION DIVISION.
       PROGRAM-ID. NRS-WRK6544.
	     AUTHOR. AGENT.
	     DATE WRITTEN. 10/15/2026.
      *    SERVICING FEE SCHEDULE FILE MAINTENANCE.
      *    APPLIES ADD/CHANGE/DEACTIVATE TRANSACTIONS FROM A CARD
      *    FILE TO THE FEESCHD KSDS (LAYOUT WRK6520C.CPY) SO THAT A
      *    MANAGEMENT COMPANY'S BASIS-POINT RATES, AND ANY PER-FUND
      *    OVERRIDE, ARE A DATA CHANGE INSTEAD OF A SPREADSHEET.  A
      *    BLANK FUND CODE ON THE CARD MEANS THE COMPANY'S STANDARD
      *    RATE.  A RATE CHANGE IS AN ADD WITH A NEW EFFECTIVE DATE;
      *    THE OLD ROW STAYS ON FILE FOR THE MONTHS IT COVERED.
      *    EVERY TRANSACTION IS ECHOED TO THE MAINTENANCE REPORT WITH
      *    ITS DISPOSITION.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WRK6520-FEE-FILE ASSIGN TO "FEESCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FEE-KEY
               FILE STATUS IS WS-FEE-STATUS.
           SELECT WRK6544-TRAN-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT WRK6544-RPT-FILE ASSIGN TO "RPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WRK6520-FEE-FILE.
           COPY WRK6520C.
       FD  WRK6544-TRAN-FILE.
       01  WRK6544-TRAN-RECORD.
           05  TRAN-ACTION                       PIC X(1).
               88  TRAN-ADD                       VALUE 'A'.
               88  TRAN-CHANGE                    VALUE 'C'.
               88  TRAN-DEACTIVATE                VALUE 'D'.
           05  TRAN-MGMT-CODE                    PIC X(2).
           05  TRAN-FUND-CODE                    PIC X(7).
           05  TRAN-EFF-DATE                     PIC X(8).
           05  TRAN-BALANCE-BP                   PIC X(6).
           05  TRAN-BALANCE-BP-N REDEFINES TRAN-BALANCE-BP
                                                 PIC 9(4)V9(2).
           05  TRAN-REPEAT-BP                    PIC X(6).
           05  TRAN-REPEAT-BP-N REDEFINES TRAN-REPEAT-BP
                                                 PIC 9(4)V9(2).
           05  TRAN-REOPEN-BP                    PIC X(6).
           05  TRAN-REOPEN-BP-N REDEFINES TRAN-REOPEN-BP
                                                 PIC 9(4)V9(2).
           05  FILLER                            PIC X(44).
       FD  WRK6544-RPT-FILE.
       01  WRK6544-RPT-LINE                      PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-FEE-STATUS                     PIC X(2).
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
       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTIONS UNTIL WS-EOF
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT WRK6544-TRAN-FILE
           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6544 TRAN OPEN FAILED, STATUS='
                   WS-TRAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O WRK6520-FEE-FILE
           IF WS-FEE-STATUS NOT = '00' AND WS-FEE-STATUS NOT = '05'
               DISPLAY 'NRS-WRK6544 MASTER OPEN FAILED, STATUS='
                   WS-FEE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT WRK6544-RPT-FILE
           MOVE 'SERVICING FEE SCHEDULE MAINTENANCE'
               TO WRK6544-RPT-LINE
           WRITE WRK6544-RPT-LINE.

       2000-PROCESS-TRANSACTIONS.
           READ WRK6544-TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TRAN-COUNT
                   PERFORM 2100-APPLY-TRANSACTION
           END-READ.

       2100-APPLY-TRANSACTION.
           MOVE 'Y' TO WS-TRAN-OK-SW
           MOVE SPACES TO WS-TRAN-MESSAGE
      *    A BLANK FUND CODE IS THE COMPANY'S STANDARD-RATE ROW
           IF TRAN-FUND-CODE = SPACES
               MOVE '0000000' TO TRAN-FUND-CODE
           END-IF
           PERFORM 2110-VALIDATE-TRANSACTION
           IF WS-TRAN-OK-SW = 'Y'
               EVALUATE TRUE
                   WHEN TRAN-ADD
                       PERFORM 2200-ADD-RATE
                   WHEN TRAN-CHANGE
                       PERFORM 2300-CHANGE-RATE
                   WHEN TRAN-DEACTIVATE
                       PERFORM 2400-DEACTIVATE-RATE
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
           IF WS-TRAN-OK-SW = 'Y' AND TRAN-FUND-CODE NOT NUMERIC
               MOVE 'N' TO WS-TRAN-OK-SW
               MOVE 'FUND-CODE NOT NUMERIC' TO WS-TRAN-MESSAGE
           END-IF
           IF WS-TRAN-OK-SW = 'Y' AND TRAN-EFF-DATE NOT NUMERIC
               MOVE 'N' TO WS-TRAN-OK-SW
               MOVE 'EFFECTIVE DATE NOT NUMERIC' TO WS-TRAN-MESSAGE
           END-IF
           IF WS-TRAN-OK-SW = 'Y' AND TRAN-BALANCE-BP NOT = SPACES
               IF TRAN-BALANCE-BP NOT NUMERIC
                   MOVE 'N' TO WS-TRAN-OK-SW
                   MOVE 'BALANCE RATE NOT NUMERIC'
                       TO WS-TRAN-MESSAGE
               END-IF
           END-IF
           IF WS-TRAN-OK-SW = 'Y' AND TRAN-REPEAT-BP NOT = SPACES
               IF TRAN-REPEAT-BP NOT NUMERIC
                   MOVE 'N' TO WS-TRAN-OK-SW
                   MOVE 'REPEAT RATE NOT NUMERIC'
                       TO WS-TRAN-MESSAGE
               END-IF
           END-IF
           IF WS-TRAN-OK-SW = 'Y' AND TRAN-REOPEN-BP NOT = SPACES
               IF TRAN-REOPEN-BP NOT NUMERIC
                   MOVE 'N' TO WS-TRAN-OK-SW
                   MOVE 'REOPEN RATE NOT NUMERIC'
                       TO WS-TRAN-MESSAGE
               END-IF
           END-IF
           IF WS-TRAN-OK-SW = 'Y' AND TRAN-ADD
               IF TRAN-BALANCE-BP = SPACES
                   AND TRAN-REPEAT-BP = SPACES
                   AND TRAN-REOPEN-BP = SPACES
                   MOVE 'N' TO WS-TRAN-OK-SW
                   MOVE 'NO RATE ON ADD' TO WS-TRAN-MESSAGE
               END-IF
           END-IF.

       2200-ADD-RATE.
           MOVE TRAN-MGMT-CODE TO FEE-MGMT-CODE
           MOVE TRAN-FUND-CODE TO FEE-FUND-CODE
           MOVE TRAN-EFF-DATE TO FEE-EFF-DATE
           READ WRK6520-FEE-FILE
           IF WS-FEE-STATUS = '00'
               MOVE 'N' TO WS-TRAN-OK-SW
               MOVE 'ALREADY ON MASTER - ADD REJECTED'
                   TO WS-TRAN-MESSAGE
           ELSE
               MOVE SPACES TO NRS-WRK6520-FEE
               MOVE TRAN-MGMT-CODE TO FEE-MGMT-CODE
               MOVE TRAN-FUND-CODE TO FEE-FUND-CODE
               MOVE TRAN-EFF-DATE TO FEE-EFF-DATE
               MOVE 0 TO FEE-BALANCE-BP
               MOVE 0 TO FEE-REPEAT-BP
               MOVE 0 TO FEE-REOPEN-BP
               IF TRAN-BALANCE-BP NOT = SPACES
                   MOVE TRAN-BALANCE-BP-N TO FEE-BALANCE-BP
               END-IF
               IF TRAN-REPEAT-BP NOT = SPACES
                   MOVE TRAN-REPEAT-BP-N TO FEE-REPEAT-BP
               END-IF
               IF TRAN-REOPEN-BP NOT = SPACES
                   MOVE TRAN-REOPEN-BP-N TO FEE-REOPEN-BP
               END-IF
               MOVE 'A' TO FEE-STATUS
               MOVE WS-RUN-DATE TO FEE-LAST-MAINT-DATE
               WRITE NRS-WRK6520-FEE
                   INVALID KEY
                       MOVE 'N' TO WS-TRAN-OK-SW
                       MOVE 'MASTER WRITE FAILED' TO WS-TRAN-MESSAGE
               END-WRITE
           END-IF.

       2300-CHANGE-RATE.
           MOVE TRAN-MGMT-CODE TO FEE-MGMT-CODE
           MOVE TRAN-FUND-CODE TO FEE-FUND-CODE
           MOVE TRAN-EFF-DATE TO FEE-EFF-DATE
           READ WRK6520-FEE-FILE
           IF WS-FEE-STATUS NOT = '00'
               MOVE 'N' TO WS-TRAN-OK-SW
               MOVE 'NOT ON MASTER - CHANGE REJECTED'
                   TO WS-TRAN-MESSAGE
           ELSE
               IF TRAN-BALANCE-BP NOT = SPACES
                   MOVE TRAN-BALANCE-BP-N TO FEE-BALANCE-BP
               END-IF
               IF TRAN-REPEAT-BP NOT = SPACES
                   MOVE TRAN-REPEAT-BP-N TO FEE-REPEAT-BP
               END-IF
               IF TRAN-REOPEN-BP NOT = SPACES
                   MOVE TRAN-REOPEN-BP-N TO FEE-REOPEN-BP
               END-IF
               MOVE 'A' TO FEE-STATUS
               MOVE WS-RUN-DATE TO FEE-LAST-MAINT-DATE
               REWRITE NRS-WRK6520-FEE
                   INVALID KEY
                       MOVE 'N' TO WS-TRAN-OK-SW
                       MOVE 'MASTER REWRITE FAILED' TO WS-TRAN-MESSAGE
               END-REWRITE
           END-IF.

       2400-DEACTIVATE-RATE.
           MOVE TRAN-MGMT-CODE TO FEE-MGMT-CODE
           MOVE TRAN-FUND-CODE TO FEE-FUND-CODE
           MOVE TRAN-EFF-DATE TO FEE-EFF-DATE
           READ WRK6520-FEE-FILE
           IF WS-FEE-STATUS NOT = '00'
               MOVE 'N' TO WS-TRAN-OK-SW
               MOVE 'NOT ON MASTER - DEACTIVATE REJECTED'
                   TO WS-TRAN-MESSAGE
           ELSE
               IF FEE-INACTIVE
                   MOVE 'N' TO WS-TRAN-OK-SW
                   MOVE 'ALREADY INACTIVE - DEACTIVATE REJECTED'
                       TO WS-TRAN-MESSAGE
               ELSE
                   MOVE 'I' TO FEE-STATUS
                   MOVE WS-RUN-DATE TO FEE-LAST-MAINT-DATE
                   REWRITE NRS-WRK6520-FEE
                       INVALID KEY
                           MOVE 'N' TO WS-TRAN-OK-SW
                           MOVE 'MASTER REWRITE FAILED'
                               TO WS-TRAN-MESSAGE
                   END-REWRITE
               END-IF
           END-IF.

       2900-WRITE-TRAN-LINE.
           MOVE SPACES TO WRK6544-RPT-LINE
           STRING TRAN-ACTION DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TRAN-MGMT-CODE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TRAN-FUND-CODE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TRAN-EFF-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TRAN-BALANCE-BP DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TRAN-REPEAT-BP DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TRAN-REOPEN-BP DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-TRAN-MESSAGE DELIMITED BY SIZE
               INTO WRK6544-RPT-LINE
           WRITE WRK6544-RPT-LINE.

       3000-FINALIZE.
           MOVE SPACES TO WRK6544-RPT-LINE
           STRING 'TRANSACTIONS READ ' DELIMITED BY SIZE
               WS-TRAN-COUNT DELIMITED BY SIZE
               ' APPLIED ' DELIMITED BY SIZE
               WS-APPLIED-COUNT DELIMITED BY SIZE
               ' REJECTED ' DELIMITED BY SIZE
               WS-REJECTED-COUNT DELIMITED BY SIZE
               INTO WRK6544-RPT-LINE
           WRITE WRK6544-RPT-LINE
           CLOSE WRK6544-TRAN-FILE
           CLOSE WRK6520-FEE-FILE
           CLOSE WRK6544-RPT-FILE
           IF WS-REJECTED-COUNT > 0
               DISPLAY 'NRS-WRK6544 COMPLETED WITH '
                   WS-REJECTED-COUNT ' REJECTED TRANSACTIONS'
               MOVE 8 TO RETURN-CODE
           END-IF.
