       IDENTIFICATION DIVISION.
       PROGRAM-ID. NRS-WRK6543.
	     AUTHOR. AGENT.
	     DATE WRITTEN. 10/15/2026.
      *    BLUE-SKY SALES-VERSUS-PERMIT COMPLIANCE REPORT.
      *    CHECKS THE SUPER SHEET'S FUND/STATE ACTIVITY AGAINST THE
      *    REGISTRATION MASTER (REGMST, WRK6520E.CPY) MAINTAINED BY
      *    NRS-WRK6542, IN THREE SECTIONS:
      *      1. EVERY FUND/STATE DETAIL ON THE KSDS WITH SALES
      *         (AMOUNT-DATA ABOVE ZERO) WHERE THE FUND HAS NO
      *         REGISTRATION IN FORCE FOR THAT STATE ON THE
      *         SUPER-SHEET-DATE - NONE ON FILE, PENDING, WITHDRAWN,
      *         NOT YET EFFECTIVE OR LAPSED.
      *      2. EACH ACTIVE REGISTRATION WITH A PERMIT DOLLAR LIMIT,
      *         SHOWING YEAR-TO-DATE SALES IN THE STATE (THE CLOSED
      *         MONTHS OF THE YEAR FROM HISTFILE PLUS THE OPEN MONTH
      *         FROM THE KSDS) AGAINST THE LIMIT, FLAGGING THOSE AT
      *         OR ABOVE THE WARNING PERCENT ON THE PARAMETER CARD.
      *      3. ACTIVE REGISTRATIONS THAT LAPSE WITHIN THE NEXT 60
      *         DAYS, OR HAVE ALREADY LAPSED WITHOUT RENEWAL.
      *    UNREGISTERED SALES END THE JOB WITH RC 8 SO COMPLIANCE IS
      *    PAGED THE SAME MORNING.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRK6543-PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT WRK6520-REG-FILE ASSIGN TO "REGMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-KEY
               FILE STATUS IS WS-REG-STATUS.
           SELECT WRK6520-FILE ASSIGN TO "FNAME"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NRS-WRK6520-KEY
               ALTERNATE RECORD KEY IS MGMT-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-WRK6520-STATUS.
           SELECT OPTIONAL WRK6520-HIST-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT WRK6543-RPT-FILE ASSIGN TO "RPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WRK6543-PARM-FILE.
       01  WRK6543-PARM-RECORD.
           05  PARM-WARNING-PCT                  PIC X(3).
           05  FILLER                            PIC X(77).
       FD  WRK6520-REG-FILE.
           COPY WRK6520E.
       FD  WRK6520-FILE.
           COPY WRK6520.
       FD  WRK6520-HIST-FILE.
           COPY WRK6520H.
       FD  WRK6543-RPT-FILE.
       01  WRK6543-RPT-LINE                      PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-PARM-STATUS                    PIC X(2).
           05  WS-REG-STATUS                     PIC X(2).
           05  WS-WRK6520-STATUS                 PIC X(2).
           05  WS-HIST-STATUS                    PIC X(2).
           05  WS-RPT-STATUS                     PIC X(2).
       01  WS-SWITCHES.
           05  WS-EOF-SW                         PIC X(1) VALUE 'N'.
               88  WS-EOF                          VALUE 'Y'.
           05  WS-REG-EOF-SW                     PIC X(1) VALUE 'N'.
           05  WS-HIST-OPEN-SW                   PIC X(1) VALUE 'N'.
           05  WS-FOUND-SW                       PIC X(1).
       01  WS-WARNING-PCT                        PIC 9(3) VALUE 0.
       01  WS-RUN-DATE                           PIC 9(8).
      *    THE OPEN SALES MONTH IS THE LATEST SUPER-SHEET-DATE MONTH
      *    ON THE KSDS; THE YEAR'S EARLIER MONTHS COME FROM HISTFILE.
       01  WS-SALES-MONTH.
           05  WS-SALES-CCYY                     PIC 9(4) VALUE 0.
           05  WS-SALES-MM                       PIC 9(2) VALUE 0.
       01  WS-DETAIL-MONTH                       PIC 9(6).
      *    A FUND IS RARELY REGISTERED IN MORE THAN THE 51 STATES OF
      *    WRK6520S.CPY, SO 5000 REGISTRATIONS COVERS ABOUT A HUNDRED
      *    FULLY-REGISTERED FUNDS.
       01  WS-REG-TABLE-MAX                      PIC 9(4) VALUE 5000.
       01  WS-REG-LOADED                         PIC 9(4) VALUE 0.
       01  WS-REG-TABLE.
           05  WS-REG-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-REG-IDX.
               10  WS-REG-FUND-CODE              PIC 9(7).
               10  WS-REG-STATE-CODE             PIC 9(3).
               10  WS-REG-REG-STATUS             PIC X(1).
               10  WS-REG-FILING-TYPE            PIC X(1).
               10  WS-REG-PERMIT-AMOUNT     PIC S9(15)V9(2).
               10  WS-REG-EFFECTIVE-DATE         PIC 9(8).
               10  WS-REG-EXPIRE-DATE            PIC 9(8).
               10  WS-REG-MTD-SALES         PIC S9(15)V9(2).
       01  WS-WORK-FIELDS.
           05  WS-SEARCH-IDX                     PIC 9(4).
           05  WS-HIST-MM                        PIC 9(2).
           05  WS-YTD-SALES                 PIC S9(15)V9(2).
           05  WS-USED-PCT                       PIC S9(5)V9(2).
           05  WS-DAYS-LEFT                      PIC S9(7).
           05  WS-UNREG-REASON                   PIC X(30).
           05  WS-PERMIT-FLAG                    PIC X(12).
       01  WS-HIST-LOOKUP-KEY.
           05  WS-HL-CLOSE-MONTH.
               10  WS-HL-CCYY                    PIC 9(4).
               10  WS-HL-MM                      PIC 9(2).
           05  WS-HL-FUND-CODE                   PIC 9(7).
           05  WS-HL-STATE-CODE                  PIC 9(3).
       01  WS-COUNTS.
           05  WS-DETAIL-COUNT                   PIC 9(9) VALUE 0.
           05  WS-UNREG-COUNT                    PIC 9(9) VALUE 0.
           05  WS-PERMIT-COUNT                   PIC 9(9) VALUE 0.
           05  WS-WARNING-COUNT                  PIC 9(9) VALUE 0.
           05  WS-EXPIRING-COUNT                 PIC 9(9) VALUE 0.
       01  WS-EDIT-FIELDS.
           05  WS-E-AMOUNT                       PIC -(14)9.99.
           05  WS-E-PERMIT                       PIC -(14)9.99.
           05  WS-E-YTD                          PIC -(14)9.99.
           05  WS-E-PCT                          PIC -(4)9.99.
           05  WS-E-DAYS-LEFT                    PIC -(6)9.
       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 1200-LOAD-REGISTRATIONS
           PERFORM 2000-SCAN-DETAILS
           PERFORM 3000-PRINT-PERMIT-USAGE
           PERFORM 4000-PRINT-EXPIRING
           PERFORM 5000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT WRK6543-PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6543 PARM OPEN FAILED, STATUS='
                   WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ WRK6543-PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
                   OR PARM-WARNING-PCT NOT NUMERIC
               DISPLAY 'NRS-WRK6543 WARNING PERCENT MISSING '
                   'OR NOT NUMERIC'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PARM-WARNING-PCT TO WS-WARNING-PCT
           CLOSE WRK6543-PARM-FILE
           OPEN INPUT WRK6520-FILE
           IF WS-WRK6520-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6543 OPEN FAILED, STATUS='
                   WS-WRK6520-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT WRK6520-HIST-FILE
           IF WS-HIST-STATUS = '00'
               MOVE 'Y' TO WS-HIST-OPEN-SW
           ELSE
               DISPLAY 'NRS-WRK6543 HISTFILE NOT AVAILABLE, STATUS='
                   WS-HIST-STATUS ' - YTD IS OPEN MONTH ONLY'
           END-IF
           OPEN OUTPUT WRK6543-RPT-FILE
           MOVE SPACES TO WRK6543-RPT-LINE
           STRING 'BLUE-SKY COMPLIANCE REPORT - RUN DATE '
               DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ' PERMIT WARNING AT ' DELIMITED BY SIZE
               WS-WARNING-PCT DELIMITED BY SIZE
               ' PCT' DELIMITED BY SIZE
               INTO WRK6543-RPT-LINE
           WRITE WRK6543-RPT-LINE.

       1200-LOAD-REGISTRATIONS.
           OPEN INPUT WRK6520-REG-FILE
           IF WS-REG-STATUS NOT = '00'
      *    WITH NO MASTER EVERY SALE IS UNREGISTERED - SAY SO AND
      *    LET SECTION 1 LIST THEM ALL
               DISPLAY 'NRS-WRK6543 REGISTRATION MASTER OPEN FAILED, '
                   'STATUS=' WS-REG-STATUS
           ELSE
               PERFORM 1250-READ-REG-MASTER
                   UNTIL WS-REG-EOF-SW = 'Y'
               CLOSE WRK6520-REG-FILE
           END-IF.

       1250-READ-REG-MASTER.
           READ WRK6520-REG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-REG-EOF-SW
               NOT AT END
                   IF WS-REG-LOADED >= WS-REG-TABLE-MAX
      *    A REGISTRATION LEFT OFF THE TABLE WOULD REPORT ITS SALES
      *    AS UNREGISTERED - STOP RATHER THAN MISREPORT THEM
                       DISPLAY 'NRS-WRK6543 REGISTRATION TABLE FULL AT '
                           'FUND ' REG-FUND-CODE
                           ' STATE ' REG-STATE-CODE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       ADD 1 TO WS-REG-LOADED
                       SET WS-REG-IDX TO WS-REG-LOADED
                       MOVE REG-FUND-CODE
                           TO WS-REG-FUND-CODE(WS-REG-IDX)
                       MOVE REG-STATE-CODE
                           TO WS-REG-STATE-CODE(WS-REG-IDX)
                       MOVE REG-STATUS TO WS-REG-REG-STATUS(WS-REG-IDX)
                       MOVE REG-FILING-TYPE
                           TO WS-REG-FILING-TYPE(WS-REG-IDX)
                       MOVE REG-PERMIT-AMOUNT
                           TO WS-REG-PERMIT-AMOUNT(WS-REG-IDX)
                       MOVE REG-EFFECTIVE-DATE
                           TO WS-REG-EFFECTIVE-DATE(WS-REG-IDX)
                       MOVE REG-EXPIRE-DATE
                           TO WS-REG-EXPIRE-DATE(WS-REG-IDX)
                       MOVE 0 TO WS-REG-MTD-SALES(WS-REG-IDX)
                   END-IF
           END-READ.

       2000-SCAN-DETAILS.
           MOVE SPACES TO WRK6543-RPT-LINE
           WRITE WRK6543-RPT-LINE
           MOVE 'SECTION 1 - SALES WITH NO REGISTRATION IN FORCE'
               TO WRK6543-RPT-LINE
           WRITE WRK6543-RPT-LINE
           MOVE SPACES TO WRK6543-RPT-LINE
           STRING 'FUND    STATE MGMT SS-DATE           SALES AMOUNT'
                   DELIMITED BY SIZE
               '  REASON' DELIMITED BY SIZE
               INTO WRK6543-RPT-LINE
           WRITE WRK6543-RPT-LINE
           PERFORM 2100-READ-DETAIL UNTIL WS-EOF
           CLOSE WRK6520-FILE
           IF WS-UNREG-COUNT = 0
               MOVE 'NO UNREGISTERED SALES' TO WRK6543-RPT-LINE
               WRITE WRK6543-RPT-LINE
           END-IF
           IF WS-SALES-MONTH = '000000'
               MOVE WS-RUN-DATE(1:6) TO WS-SALES-MONTH
           END-IF.

       2100-READ-DETAIL.
           READ WRK6520-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF WRK6520-DETAIL-REC
                       PERFORM 2200-CHECK-DETAIL
                   END-IF
           END-READ.

       2200-CHECK-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT
           MOVE SUPER-SHEET-DATE OF DETAIL-DATA-AREA(1:6)
               TO WS-DETAIL-MONTH
           IF WS-DETAIL-MONTH > WS-SALES-MONTH
               MOVE WS-DETAIL-MONTH TO WS-SALES-MONTH
           END-IF
           PERFORM 2300-FIND-REGISTRATION
           IF WS-FOUND-SW = 'Y'
               ADD AMOUNT-DATA OF DETAIL-DATA-AREA
                   TO WS-REG-MTD-SALES(WS-REG-IDX)
           END-IF
           IF AMOUNT-DATA OF DETAIL-DATA-AREA > 0
               PERFORM 2400-CHECK-REGISTRATION-IN-FORCE
           END-IF.

       2300-FIND-REGISTRATION.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-REG-IDX TO 1
           SEARCH WS-REG-ENTRY
               AT END
                   CONTINUE
               WHEN WS-REG-IDX > WS-REG-LOADED
                   CONTINUE
               WHEN WS-REG-FUND-CODE(WS-REG-IDX) = FUND-CODE
                   AND WS-REG-STATE-CODE(WS-REG-IDX) =
                       STATE-CODE OF DETAIL-DATA-AREA
                   MOVE 'Y' TO WS-FOUND-SW
           END-SEARCH.

       2400-CHECK-REGISTRATION-IN-FORCE.
           MOVE SPACES TO WS-UNREG-REASON
           EVALUATE TRUE
               WHEN WS-FOUND-SW NOT = 'Y'
                   MOVE 'NO REGISTRATION ON FILE' TO WS-UNREG-REASON
               WHEN WS-REG-REG-STATUS(WS-REG-IDX) = 'P'
                   MOVE 'REGISTRATION PENDING' TO WS-UNREG-REASON
               WHEN WS-REG-REG-STATUS(WS-REG-IDX) = 'W'
                   MOVE 'REGISTRATION WITHDRAWN' TO WS-UNREG-REASON
               WHEN WS-REG-REG-STATUS(WS-REG-IDX) NOT = 'A'
                   MOVE 'REGISTRATION STATUS UNKNOWN'
                       TO WS-UNREG-REASON
               WHEN WS-REG-EFFECTIVE-DATE(WS-REG-IDX) >
                       SUPER-SHEET-DATE OF DETAIL-DATA-AREA
                   MOVE 'REGISTRATION NOT YET EFFECTIVE'
                       TO WS-UNREG-REASON
               WHEN WS-REG-EXPIRE-DATE(WS-REG-IDX) NOT = 0
                   AND WS-REG-EXPIRE-DATE(WS-REG-IDX) <
                       SUPER-SHEET-DATE OF DETAIL-DATA-AREA
                   MOVE 'REGISTRATION LAPSED' TO WS-UNREG-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-UNREG-REASON NOT = SPACES
               ADD 1 TO WS-UNREG-COUNT
               PERFORM 2500-PRINT-UNREGISTERED-LINE
           END-IF.

       2500-PRINT-UNREGISTERED-LINE.
           MOVE AMOUNT-DATA OF DETAIL-DATA-AREA TO WS-E-AMOUNT
           MOVE SPACES TO WRK6543-RPT-LINE
           STRING FUND-CODE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               STATE-CODE OF DETAIL-DATA-AREA DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               MGMT-CODE DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               SUPER-SHEET-DATE OF DETAIL-DATA-AREA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-E-AMOUNT DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-UNREG-REASON DELIMITED BY SIZE
               INTO WRK6543-RPT-LINE
           WRITE WRK6543-RPT-LINE.

       3000-PRINT-PERMIT-USAGE.
           MOVE SPACES TO WRK6543-RPT-LINE
           WRITE WRK6543-RPT-LINE
           MOVE SPACES TO WRK6543-RPT-LINE
           STRING 'SECTION 2 - YEAR-TO-DATE SALES AGAINST PERMIT '
                   DELIMITED BY SIZE
               'LIMIT THROUGH ' DELIMITED BY SIZE
               WS-SALES-MONTH DELIMITED BY SIZE
               INTO WRK6543-RPT-LINE
           WRITE WRK6543-RPT-LINE
           MOVE SPACES TO WRK6543-RPT-LINE
           STRING 'FUND    STATE FT       PERMIT LIMIT'
                   DELIMITED BY SIZE
               '     YEAR-TO-DATE SALES  PCT USED' DELIMITED BY SIZE
               INTO WRK6543-RPT-LINE
           WRITE WRK6543-RPT-LINE
           PERFORM 3100-CHECK-PERMIT
               VARYING WS-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-IDX > WS-REG-LOADED
           IF WS-PERMIT-COUNT = 0
               MOVE 'NO ACTIVE REGISTRATIONS CARRY A PERMIT LIMIT'
                   TO WRK6543-RPT-LINE
               WRITE WRK6543-RPT-LINE
           END-IF.

       3100-CHECK-PERMIT.
           SET WS-REG-IDX TO WS-SEARCH-IDX
           IF WS-REG-REG-STATUS(WS-REG-IDX) = 'A'
               AND WS-REG-PERMIT-AMOUNT(WS-REG-IDX) > 0
               ADD 1 TO WS-PERMIT-COUNT
               MOVE WS-REG-MTD-SALES(WS-REG-IDX) TO WS-YTD-SALES
               IF WS-HIST-OPEN-SW = 'Y'
                   PERFORM 3200-ADD-CLOSED-MONTH
                       VARYING WS-HIST-MM FROM 1 BY 1
                       UNTIL WS-HIST-MM >= WS-SALES-MM
               END-IF
               COMPUTE WS-USED-PCT ROUNDED =
                   WS-YTD-SALES * 100 / WS-REG-PERMIT-AMOUNT(WS-REG-IDX)
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-USED-PCT
               END-COMPUTE
               EVALUATE TRUE
                   WHEN WS-USED-PCT >= 100
                       MOVE '*OVER LIMIT*' TO WS-PERMIT-FLAG
                       ADD 1 TO WS-WARNING-COUNT
                   WHEN WS-USED-PCT >= WS-WARNING-PCT
                       MOVE '*WARNING*' TO WS-PERMIT-FLAG
                       ADD 1 TO WS-WARNING-COUNT
                   WHEN OTHER
                       MOVE SPACES TO WS-PERMIT-FLAG
               END-EVALUATE
               PERFORM 3300-PRINT-PERMIT-LINE
           END-IF.

       3200-ADD-CLOSED-MONTH.
           MOVE WS-SALES-CCYY TO WS-HL-CCYY
           MOVE WS-HIST-MM TO WS-HL-MM
           MOVE WS-REG-FUND-CODE(WS-REG-IDX) TO WS-HL-FUND-CODE
           MOVE WS-REG-STATE-CODE(WS-REG-IDX) TO WS-HL-STATE-CODE
           MOVE WS-HIST-LOOKUP-KEY TO HIST-KEY
           READ WRK6520-HIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD HIST-AMOUNT-DATA TO WS-YTD-SALES
           END-READ.

       3300-PRINT-PERMIT-LINE.
           MOVE WS-REG-PERMIT-AMOUNT(WS-REG-IDX) TO WS-E-PERMIT
           MOVE WS-YTD-SALES TO WS-E-YTD
           MOVE WS-USED-PCT TO WS-E-PCT
           MOVE SPACES TO WRK6543-RPT-LINE
           STRING WS-REG-FUND-CODE(WS-REG-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-REG-STATE-CODE(WS-REG-IDX) DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               WS-REG-FILING-TYPE(WS-REG-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-E-PERMIT DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-E-YTD DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-E-PCT DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-PERMIT-FLAG DELIMITED BY SIZE
               INTO WRK6543-RPT-LINE
           WRITE WRK6543-RPT-LINE.

       4000-PRINT-EXPIRING.
           MOVE SPACES TO WRK6543-RPT-LINE
           WRITE WRK6543-RPT-LINE
           MOVE 'SECTION 3 - REGISTRATIONS EXPIRING WITHIN 60 DAYS'
               TO WRK6543-RPT-LINE
           WRITE WRK6543-RPT-LINE
           MOVE 'FUND    STATE FT EXPIRES  DAYS LEFT'
               TO WRK6543-RPT-LINE
           WRITE WRK6543-RPT-LINE
           PERFORM 4100-CHECK-EXPIRATION
               VARYING WS-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-IDX > WS-REG-LOADED
           IF WS-EXPIRING-COUNT = 0
               MOVE 'NO REGISTRATIONS EXPIRING' TO WRK6543-RPT-LINE
               WRITE WRK6543-RPT-LINE
           END-IF.

       4100-CHECK-EXPIRATION.
           SET WS-REG-IDX TO WS-SEARCH-IDX
           IF WS-REG-REG-STATUS(WS-REG-IDX) = 'A'
               AND WS-REG-EXPIRE-DATE(WS-REG-IDX) NOT = 0
               COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE
                       (WS-REG-EXPIRE-DATE(WS-REG-IDX))
                   - FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               IF WS-DAYS-LEFT <= 60
                   ADD 1 TO WS-EXPIRING-COUNT
                   PERFORM 4200-PRINT-EXPIRING-LINE
               END-IF
           END-IF.

       4200-PRINT-EXPIRING-LINE.
           MOVE WS-DAYS-LEFT TO WS-E-DAYS-LEFT
           MOVE SPACES TO WRK6543-RPT-LINE
           STRING WS-REG-FUND-CODE(WS-REG-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-REG-STATE-CODE(WS-REG-IDX) DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               WS-REG-FILING-TYPE(WS-REG-IDX) DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-REG-EXPIRE-DATE(WS-REG-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-E-DAYS-LEFT DELIMITED BY SIZE
               INTO WRK6543-RPT-LINE
           IF WS-DAYS-LEFT < 0
               MOVE 'LAPSED - NOT RENEWED' TO WRK6543-RPT-LINE(40:20)
           END-IF
           WRITE WRK6543-RPT-LINE.

       5000-FINALIZE.
           MOVE SPACES TO WRK6543-RPT-LINE
           WRITE WRK6543-RPT-LINE
           MOVE SPACES TO WRK6543-RPT-LINE
           STRING 'DETAILS CHECKED ' DELIMITED BY SIZE
               WS-DETAIL-COUNT DELIMITED BY SIZE
               ' UNREGISTERED ' DELIMITED BY SIZE
               WS-UNREG-COUNT DELIMITED BY SIZE
               ' PERMIT WARNINGS ' DELIMITED BY SIZE
               WS-WARNING-COUNT DELIMITED BY SIZE
               ' EXPIRING ' DELIMITED BY SIZE
               WS-EXPIRING-COUNT DELIMITED BY SIZE
               INTO WRK6543-RPT-LINE
           WRITE WRK6543-RPT-LINE
           IF WS-HIST-OPEN-SW = 'Y'
               CLOSE WRK6520-HIST-FILE
           END-IF
           CLOSE WRK6543-RPT-FILE
           IF WS-UNREG-COUNT > 0
               DISPLAY 'NRS-WRK6543 ' WS-UNREG-COUNT
                   ' FUND/STATE DETAILS WITH UNREGISTERED SALES'
               MOVE 8 TO RETURN-CODE
           END-IF.
