       IDENTIFICATION DIVISION.
       PROGRAM-ID. NRS-WRK6545.
	     AUTHOR. AGENT.
	     DATE WRITTEN. 10/15/2026.
      *    MONTHLY SERVICING FEE ACCRUAL AND INVOICE FILE.
      *    RUNS AFTER THE NRS-WRK6524 CLOSE FOR THE MONTH ON THE
      *    PARAMETER CARD.  EVERY HISTFILE RECORD OF THE MONTH IS
      *    PRICED FROM THE FEE SCHEDULE (FEESCHD, WRK6520C.CPY) -
      *    THE FUND'S OVERRIDE ROW IF IT HAS ONE, ELSE ITS MANAGEMENT
      *    COMPANY'S STANDARD ROW, IN EITHER CASE THE ACTIVE ROW WITH
      *    THE LATEST EFFECTIVE DATE IN OR BEFORE THE MONTH.  THE
      *    BALANCE RATE IS ANNUAL AND ACCRUES ONE TWELFTH ON
      *    HIST-AMOUNT-DATA; THE REPEAT AND REOPEN RATES APPLY TO THE
      *    MONTH'S HIST-MTD-REPEAT-AMT AND HIST-MTD-REOPEN-AMT.
      *    OUTPUTS:
      *      ACCRHST  ONE ACCRUAL HISTORY RECORD PER FUND/STATE
      *               (WRK6520I.CPY).  A RERUN DELETES THE MONTH'S
      *               EARLIER RECORDS BEFORE ACCRUING, SO A FUND OR
      *               STATE NO LONGER ON HISTFILE LEAVES NOTHING
      *               BEHIND.
      *      INVFILE  ONE INVOICE PER MANAGEMENT COMPANY: A HEADER, A
      *               DETAIL LINE PER FUND AND A CONTROL TRAILER WITH
      *               THE LINE COUNT, FEE TOTAL AND BALANCE HASH.
      *      FEEPOST  THE CHANGE IN EACH COMPANY'S ACCRUAL FOR THE
      *               MONTH (WRK6520L.CPY) FOR NRS-WRK6533 TO BOOK
      *               UNDER ITS FEE ACCOUNT CLASS.
      *    A MONTH WITH NO HISTFILE RECORDS HAS NOT BEEN CLOSED AND
      *    ENDS RC 16 WITH NOTHING WRITTEN.  HISTORY RECORDS NO
      *    SCHEDULE ROW COVERS ARE LISTED AND LEFT UNBILLED, RC 8.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRK6545-PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT WRK6520-FEE-FILE ASSIGN TO "FEESCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FEE-KEY
               FILE STATUS IS WS-FEE-STATUS.
           SELECT WRK6520-MGMT-FILE ASSIGN TO "MGMTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MGMT-MST-CODE
               FILE STATUS IS WS-MGMT-STATUS.
           SELECT WRK6520-HIST-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT OPTIONAL WRK6520-ACCR-FILE ASSIGN TO "ACCRHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCR-KEY
               FILE STATUS IS WS-ACCR-STATUS.
           SELECT OPTIONAL WRK6520-FGL-FILE ASSIGN TO "FEEPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FGL-STATUS.
           SELECT WRK6545-INV-FILE ASSIGN TO "INVFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.
           SELECT WRK6545-RPT-FILE ASSIGN TO "RPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WRK6545-PARM-FILE.
       01  WRK6545-PARM-RECORD.
           05  PARM-CLOSE-MONTH                  PIC X(6).
           05  FILLER                            PIC X(74).
       FD  WRK6520-FEE-FILE.
           COPY WRK6520C.
       FD  WRK6520-MGMT-FILE.
           COPY WRK6520G.
       FD  WRK6520-HIST-FILE.
           COPY WRK6520H.
       FD  WRK6520-ACCR-FILE.
           COPY WRK6520I.
       FD  WRK6520-FGL-FILE.
           COPY WRK6520L.
      *    INVOICE FILE SENT TO THE MANAGEMENT COMPANIES.  PER
      *    COMPANY: ONE 'H' HEADER, ONE 'D' LINE PER FUND, ONE 'T'
      *    CONTROL TRAILER.  INV-NUMBER IS THE MGMT-CODE AND CLOSE
      *    MONTH, SO A RERUN REISSUES THE SAME INVOICE NUMBER.
       FD  WRK6545-INV-FILE.
       01  WRK6545-INV-RECORD.
           05  INV-RECORD-TYPE                   PIC X(1).
               88  INV-HEADER-REC                 VALUE 'H'.
               88  INV-DETAIL-REC                 VALUE 'D'.
               88  INV-TRAILER-REC                VALUE 'T'.
           05  INV-MGMT-CODE                     PIC X(2).
           05  INV-CLOSE-MONTH                   PIC 9(6).
           05  INV-DATA-AREA                     PIC X(130).
           05  INV-HEADER-AREA REDEFINES INV-DATA-AREA.
               10  INV-NUMBER                    PIC X(8).
               10  INV-MGMT-NAME                 PIC X(30).
               10  INV-RUN-DATE                  PIC 9(8).
               10  FILLER                        PIC X(84).
           05  INV-DETAIL-AREA REDEFINES INV-DATA-AREA.
               10  INV-FUND-CODE                 PIC 9(7).
               10  INV-BASE-AMOUNT               PIC S9(15)V9(2).
               10  INV-BASE-REPEAT-AMT           PIC S9(15)V9(2).
               10  INV-BASE-REOPEN-AMT           PIC S9(15)V9(2).
               10  INV-FEE-BALANCE               PIC S9(15)V9(2).
               10  INV-FEE-REPEAT                PIC S9(15)V9(2).
               10  INV-FEE-REOPEN                PIC S9(15)V9(2).
               10  INV-FEE-TOTAL                 PIC S9(15)V9(2).
               10  FILLER                        PIC X(4).
           05  INV-TRAILER-AREA REDEFINES INV-DATA-AREA.
               10  INV-CTL-LINE-COUNT            PIC 9(7).
               10  INV-CTL-FEE-TOTAL             PIC S9(15)V9(2).
               10  INV-CTL-BASE-HASH             PIC S9(15)V9(2).
               10  FILLER                        PIC X(89).
       FD  WRK6545-RPT-FILE.
       01  WRK6545-RPT-LINE                      PIC X(132).
       WORKING-STORAGE SECTION.
           COPY WRK6520M.
       01  WS-FILE-STATUSES.
           05  WS-PARM-STATUS                    PIC X(2).
           05  WS-FEE-STATUS                     PIC X(2).
           05  WS-MGMT-STATUS                    PIC X(2).
           05  WS-HIST-STATUS                    PIC X(2).
           05  WS-ACCR-STATUS                    PIC X(2).
           05  WS-FGL-STATUS                     PIC X(2).
           05  WS-INV-STATUS                     PIC X(2).
           05  WS-RPT-STATUS                     PIC X(2).
       01  WS-SWITCHES.
           05  WS-EOF-SW                         PIC X(1) VALUE 'N'.
               88  WS-EOF                          VALUE 'Y'.
           05  WS-FEE-EOF-SW                     PIC X(1) VALUE 'N'.
           05  WS-MGMT-EOF-SW                    PIC X(1) VALUE 'N'.
           05  WS-FGL-EOF-SW                     PIC X(1) VALUE 'N'.
           05  WS-PURGE-EOF-SW                   PIC X(1) VALUE 'N'.
           05  WS-RATE-FOUND-SW                  PIC X(1).
       01  WS-CLOSE-MONTH                        PIC 9(6).
      *    A SCHEDULE ROW IS IN FORCE FOR THE MONTH WHEN ITS
      *    EFFECTIVE DATE IS ON OR BEFORE CCYYMM31.
       01  WS-MONTH-END-DATE.
           05  WS-MONTH-END-MONTH                PIC 9(6).
           05  WS-MONTH-END-DD                   PIC 9(2) VALUE 31.
       01  WS-MONTH-END-DATE-N REDEFINES WS-MONTH-END-DATE
                                                 PIC 9(8).
       01  WS-CURR-DATE                          PIC 9(8).
       01  WS-CURR-TIME                          PIC 9(6).
       01  WS-FEE-TABLE-MAX                      PIC 9(4) VALUE 2000.
       01  WS-FEE-LOADED                         PIC 9(4) VALUE 0.
       01  WS-FEE-TABLE.
           05  WS-FEE-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-FEE-IDX.
               10  WS-FEE-MGMT-CODE              PIC X(2).
               10  WS-FEE-FUND-CODE              PIC 9(7).
               10  WS-FEE-EFF-DATE               PIC 9(8).
               10  WS-FEE-BALANCE-BP             PIC 9(4)V9(2).
               10  WS-FEE-REPEAT-BP              PIC 9(4)V9(2).
               10  WS-FEE-REOPEN-BP              PIC 9(4)V9(2).
      *    THE ROW CHOSEN FOR THE CURRENT HISTORY RECORD
       01  WS-RATE-PICK.
           05  WS-PICK-FUND-CODE                 PIC 9(7).
           05  WS-PICK-EFF-DATE                  PIC 9(8).
           05  WS-PICK-ROW                       PIC 9(4).
           05  WS-WANT-FUND-CODE                 PIC 9(7).
      *    ONE ROW PER MANAGEMENT COMPANY: THIS RUN'S ACCRUAL AND WHAT
      *    FEEPOST ALREADY CARRIES FOR THE MONTH
       01  WS-CO-TABLE-MAX                       PIC 9(4) VALUE 50.
       01  WS-CO-COUNT                           PIC 9(4) VALUE 0.
       01  WS-CO-TABLE.
           05  WS-CO-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-CO-IDX.
               10  WS-CO-MGMT-CODE               PIC X(2).
               10  WS-CO-FEE-TOTAL          PIC S9(15)V9(2).
               10  WS-CO-PRIOR-POSTED       PIC S9(15)V9(2).
               10  WS-CO-FUND-LINES              PIC 9(7).
               10  WS-CO-BASE-HASH          PIC S9(15)V9(2).
      *    ONE ROW PER MANAGEMENT COMPANY AND FUND FOR THE INVOICE
      *    DETAIL LINES; HISTFILE IS IN FUND/STATE ORDER, NOT BY
      *    COMPANY, SO THE LINES ARE GATHERED HERE FIRST.
       01  WS-INV-TABLE-MAX                      PIC 9(4) VALUE 5000.
       01  WS-INV-COUNT                          PIC 9(4) VALUE 0.
       01  WS-INV-TABLE.
           05  WS-INV-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-INV-IDX.
               10  WS-INV-MGMT-CODE              PIC X(2).
               10  WS-INV-FUND-CODE              PIC 9(7).
               10  WS-INV-BASE-AMOUNT       PIC S9(15)V9(2).
               10  WS-INV-BASE-REPEAT       PIC S9(15)V9(2).
               10  WS-INV-BASE-REOPEN       PIC S9(15)V9(2).
               10  WS-INV-FEE-BALANCE       PIC S9(15)V9(2).
               10  WS-INV-FEE-REPEAT        PIC S9(15)V9(2).
               10  WS-INV-FEE-REOPEN        PIC S9(15)V9(2).
               10  WS-INV-FEE-TOTAL         PIC S9(15)V9(2).
       01  WS-WORK-FIELDS.
           05  WS-ROW-IDX                        PIC 9(4).
           05  WS-ROW-FOUND                      PIC 9(4).
           05  WS-LINE-IDX                       PIC 9(4).
           05  WS-FIND-MGMT-CODE                 PIC X(2).
           05  WS-POST-AMOUNT               PIC S9(15)V9(2).
       01  WS-COUNTS.
           05  WS-HIST-READ-COUNT                PIC 9(9) VALUE 0.
           05  WS-ACCRUED-COUNT                  PIC 9(9) VALUE 0.
           05  WS-PURGED-COUNT                   PIC 9(9) VALUE 0.
           05  WS-UNRATED-COUNT                  PIC 9(9) VALUE 0.
           05  WS-INVOICE-COUNT                  PIC 9(9) VALUE 0.
           05  WS-POSTED-COUNT                   PIC 9(9) VALUE 0.
           05  WS-ACCRUAL-TOTAL             PIC S9(15)V9(2) VALUE 0.
       01  WS-EDIT-FIELDS.
           05  WS-E-AMOUNT                       PIC -(14)9.99.
           05  WS-E-AMOUNT-2                     PIC -(14)9.99.
           05  WS-E-MGMT-NAME                    PIC X(30).
       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 1200-LOAD-MGMT-TABLE
           PERFORM 1300-LOAD-FEE-SCHEDULE
           PERFORM 1400-LOAD-PRIOR-POSTINGS
           PERFORM 2000-ACCRUE-MONTH
           IF WS-HIST-READ-COUNT = 0
               MOVE SPACES TO WRK6545-RPT-LINE
               STRING 'NO HISTFILE RECORDS FOR ' DELIMITED BY SIZE
                   WS-CLOSE-MONTH DELIMITED BY SIZE
                   ' - MONTH NOT CLOSED, NOTHING ACCRUED'
                   DELIMITED BY SIZE
                   INTO WRK6545-RPT-LINE
               WRITE WRK6545-RPT-LINE
               DISPLAY 'NRS-WRK6545 MONTH ' WS-CLOSE-MONTH
                   ' NOT CLOSED - RUN NRS-WRK6524 FIRST'
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 3000-WRITE-INVOICES
               PERFORM 4000-WRITE-FEE-POSTINGS
           END-IF
           PERFORM 5000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURR-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CURR-TIME
           OPEN INPUT WRK6545-PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6545 PARM OPEN FAILED, STATUS='
                   WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ WRK6545-PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
                   OR PARM-CLOSE-MONTH NOT NUMERIC
               DISPLAY 'NRS-WRK6545 CLOSE MONTH PARAMETER MISSING '
                   'OR NOT NUMERIC'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PARM-CLOSE-MONTH TO WS-CLOSE-MONTH
           MOVE WS-CLOSE-MONTH TO WS-MONTH-END-MONTH
           CLOSE WRK6545-PARM-FILE
           OPEN OUTPUT WRK6545-RPT-FILE
           MOVE SPACES TO WRK6545-RPT-LINE
           STRING 'SERVICING FEE ACCRUAL FOR ' DELIMITED BY SIZE
               WS-CLOSE-MONTH DELIMITED BY SIZE
               INTO WRK6545-RPT-LINE
           WRITE WRK6545-RPT-LINE.

       1200-LOAD-MGMT-TABLE.
           MOVE 0 TO WS-MGMT-CODE-LOADED
           MOVE SPACES TO WS-MGMT-CODE-TABLE
           OPEN INPUT WRK6520-MGMT-FILE
           IF WS-MGMT-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6545 MGMT MASTER OPEN FAILED, STATUS='
                   WS-MGMT-STATUS ' - NAMES UNAVAILABLE'
           ELSE
               PERFORM 1250-READ-MGMT-MASTER
                   UNTIL WS-MGMT-EOF-SW = 'Y'
               CLOSE WRK6520-MGMT-FILE
           END-IF.

       1250-READ-MGMT-MASTER.
           READ WRK6520-MGMT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MGMT-EOF-SW
               NOT AT END
      *    INACTIVE COMPANIES ARE KEPT - A COMPANY DEACTIVATED IN
      *    THE MONTH IS STILL BILLED FOR IT
                   IF WS-MGMT-CODE-LOADED >= WS-MGMT-CODE-TABLE-MAX
                       DISPLAY 'NRS-WRK6545 MGMT TABLE FULL - '
                           'DROPPING CODE ' MGMT-MST-CODE
                   ELSE
                       ADD 1 TO WS-MGMT-CODE-LOADED
                       SET WS-MGMT-IDX TO WS-MGMT-CODE-LOADED
                       MOVE MGMT-MST-CODE
                           TO WS-MGMT-CODE-ENTRY(WS-MGMT-IDX)
                       MOVE MGMT-MST-NAME
                           TO WS-MGMT-NAME-ENTRY(WS-MGMT-IDX)
                   END-IF
           END-READ.

       1300-LOAD-FEE-SCHEDULE.
           OPEN INPUT WRK6520-FEE-FILE
           IF WS-FEE-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6545 FEE SCHEDULE OPEN FAILED, STATUS='
                   WS-FEE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1350-READ-FEE-SCHEDULE
               UNTIL WS-FEE-EOF-SW = 'Y'
           CLOSE WRK6520-FEE-FILE.

       1350-READ-FEE-SCHEDULE.
           READ WRK6520-FEE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FEE-EOF-SW
               NOT AT END
                   IF FEE-ACTIVE
                       AND FEE-EFF-DATE NOT > WS-MONTH-END-DATE-N
                       PERFORM 1360-STORE-FEE-ROW
                   END-IF
           END-READ.

       1360-STORE-FEE-ROW.
           IF WS-FEE-LOADED >= WS-FEE-TABLE-MAX
      *    A DROPPED RATE WOULD UNDERBILL SILENTLY - STOP INSTEAD
               DISPLAY 'NRS-WRK6545 FEE SCHEDULE TABLE FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-FEE-LOADED
           SET WS-FEE-IDX TO WS-FEE-LOADED
           MOVE FEE-MGMT-CODE TO WS-FEE-MGMT-CODE(WS-FEE-IDX)
           MOVE FEE-FUND-CODE TO WS-FEE-FUND-CODE(WS-FEE-IDX)
           MOVE FEE-EFF-DATE TO WS-FEE-EFF-DATE(WS-FEE-IDX)
           MOVE FEE-BALANCE-BP TO WS-FEE-BALANCE-BP(WS-FEE-IDX)
           MOVE FEE-REPEAT-BP TO WS-FEE-REPEAT-BP(WS-FEE-IDX)
           MOVE FEE-REOPEN-BP TO WS-FEE-REOPEN-BP(WS-FEE-IDX).

       1400-LOAD-PRIOR-POSTINGS.
      *    WHAT EARLIER RUNS FOR THE MONTH ALREADY SENT TO THE GL;
      *    THIS RUN POSTS ONLY THE DIFFERENCE.
           OPEN INPUT WRK6520-FGL-FILE
           IF WS-FGL-STATUS NOT = '00' AND WS-FGL-STATUS NOT = '05'
               DISPLAY 'NRS-WRK6545 FEEPOST OPEN FAILED, STATUS='
                   WS-FGL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1450-READ-PRIOR-POSTING
               UNTIL WS-FGL-EOF-SW = 'Y'
           CLOSE WRK6520-FGL-FILE.

       1450-READ-PRIOR-POSTING.
           READ WRK6520-FGL-FILE
               AT END
                   MOVE 'Y' TO WS-FGL-EOF-SW
               NOT AT END
                   IF FGL-ACCRUAL-REC
                       AND FGL-CLOSE-MONTH = WS-CLOSE-MONTH
                       MOVE FGL-MGMT-CODE TO WS-FIND-MGMT-CODE
                       PERFORM 2600-FIND-OR-ADD-COMPANY
                       IF WS-ROW-FOUND > 0
                           ADD FGL-ACCRUAL-AMOUNT
                               TO WS-CO-PRIOR-POSTED(WS-CO-IDX)
                       END-IF
                   END-IF
           END-READ.

       2000-ACCRUE-MONTH.
           OPEN INPUT WRK6520-HIST-FILE
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6545 HISTFILE OPEN FAILED, STATUS='
                   WS-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O WRK6520-ACCR-FILE
           IF WS-ACCR-STATUS NOT = '00' AND WS-ACCR-STATUS NOT = '05'
               DISPLAY 'NRS-WRK6545 ACCRHST OPEN FAILED, STATUS='
                   WS-ACCR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2100-READ-HISTORY UNTIL WS-EOF
           CLOSE WRK6520-HIST-FILE
           CLOSE WRK6520-ACCR-FILE.

       2100-READ-HISTORY.
           READ WRK6520-HIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF HIST-CLOSE-MONTH = WS-CLOSE-MONTH
                       ADD 1 TO WS-HIST-READ-COUNT
                       IF WS-HIST-READ-COUNT = 1
                           PERFORM 2150-PURGE-PRIOR-ACCRUALS
                       END-IF
                       PERFORM 2200-ACCRUE-HISTORY-RECORD
                   END-IF
           END-READ.

       2150-PURGE-PRIOR-ACCRUALS.
      *    DONE ON THE MONTH'S FIRST HISTORY RECORD, SO A MONTH THAT
      *    HAS NOT BEEN CLOSED KEEPS WHATEVER ACCRHST ALREADY HOLDS.
      *    EVERY RECORD OF AN EARLIER RUN OF THE MONTH IS DELETED AND
      *    THE ACCRUAL BELOW WRITES THE MONTH AFRESH.
           MOVE LOW-VALUES TO ACCR-KEY
           MOVE WS-CLOSE-MONTH TO ACCR-CLOSE-MONTH
           MOVE 'N' TO WS-PURGE-EOF-SW
           START WRK6520-ACCR-FILE KEY IS NOT LESS THAN ACCR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PURGE-EOF-SW
           END-START
           PERFORM 2160-PURGE-ACCRUAL UNTIL WS-PURGE-EOF-SW = 'Y'.

       2160-PURGE-ACCRUAL.
           READ WRK6520-ACCR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PURGE-EOF-SW
               NOT AT END
                   IF ACCR-CLOSE-MONTH NOT = WS-CLOSE-MONTH
                       MOVE 'Y' TO WS-PURGE-EOF-SW
                   ELSE
                       DELETE WRK6520-ACCR-FILE RECORD
                           INVALID KEY
                               DISPLAY 'NRS-WRK6545 ACCRHST DELETE '
                                   'FAILED, STATUS=' WS-ACCR-STATUS
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                       END-DELETE
                       ADD 1 TO WS-PURGED-COUNT
                   END-IF
           END-READ.

       2200-ACCRUE-HISTORY-RECORD.
           PERFORM 2300-PICK-RATE
           IF WS-RATE-FOUND-SW NOT = 'Y'
               ADD 1 TO WS-UNRATED-COUNT
               MOVE SPACES TO WRK6545-RPT-LINE
               STRING 'NO FEE SCHEDULE FOR MGMT ' DELIMITED BY SIZE
                   HIST-MGMT-CODE DELIMITED BY SIZE
                   ' FUND ' DELIMITED BY SIZE
                   HIST-FUND-CODE DELIMITED BY SIZE
                   ' STATE ' DELIMITED BY SIZE
                   HIST-STATE-CODE DELIMITED BY SIZE
                   ' - NOT BILLED' DELIMITED BY SIZE
                   INTO WRK6545-RPT-LINE
               WRITE WRK6545-RPT-LINE
           ELSE
               SET WS-FEE-IDX TO WS-PICK-ROW
               PERFORM 2400-BUILD-ACCRUAL
               PERFORM 2500-WRITE-ACCRUAL
               PERFORM 2700-ADD-TO-INVOICE
           END-IF.

       2300-PICK-RATE.
      *    THE FUND'S OWN ROW WINS OVER THE COMPANY STANDARD ROW
           MOVE 'N' TO WS-RATE-FOUND-SW
           MOVE HIST-FUND-CODE TO WS-WANT-FUND-CODE
           PERFORM 2310-SCAN-FEE-TABLE
           IF WS-RATE-FOUND-SW NOT = 'Y'
               MOVE 0 TO WS-WANT-FUND-CODE
               PERFORM 2310-SCAN-FEE-TABLE
           END-IF.

       2310-SCAN-FEE-TABLE.
           MOVE 0 TO WS-PICK-EFF-DATE
           MOVE 0 TO WS-PICK-ROW
           PERFORM 2320-CHECK-FEE-ROW
               VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-FEE-LOADED
           IF WS-PICK-ROW > 0
               MOVE 'Y' TO WS-RATE-FOUND-SW
               MOVE WS-WANT-FUND-CODE TO WS-PICK-FUND-CODE
           END-IF.

       2320-CHECK-FEE-ROW.
           SET WS-FEE-IDX TO WS-ROW-IDX
           IF WS-FEE-MGMT-CODE(WS-FEE-IDX) = HIST-MGMT-CODE
               AND WS-FEE-FUND-CODE(WS-FEE-IDX) = WS-WANT-FUND-CODE
               AND WS-FEE-EFF-DATE(WS-FEE-IDX) >= WS-PICK-EFF-DATE
               MOVE WS-FEE-EFF-DATE(WS-FEE-IDX) TO WS-PICK-EFF-DATE
               MOVE WS-ROW-IDX TO WS-PICK-ROW
           END-IF.

       2400-BUILD-ACCRUAL.
           MOVE SPACES TO NRS-WRK6520-ACCR
           MOVE HIST-CLOSE-MONTH TO ACCR-CLOSE-MONTH
           MOVE HIST-FUND-CODE TO ACCR-FUND-CODE
           MOVE HIST-STATE-CODE TO ACCR-STATE-CODE
           MOVE HIST-MGMT-CODE TO ACCR-MGMT-CODE
           MOVE WS-PICK-FUND-CODE TO ACCR-RATE-FUND-CODE
           MOVE WS-PICK-EFF-DATE TO ACCR-RATE-EFF-DATE
           MOVE WS-FEE-BALANCE-BP(WS-FEE-IDX) TO ACCR-BALANCE-BP
           MOVE WS-FEE-REPEAT-BP(WS-FEE-IDX) TO ACCR-REPEAT-BP
           MOVE WS-FEE-REOPEN-BP(WS-FEE-IDX) TO ACCR-REOPEN-BP
           MOVE HIST-AMOUNT-DATA TO ACCR-BASE-AMOUNT
           MOVE HIST-MTD-REPEAT-AMT TO ACCR-BASE-REPEAT-AMT
           MOVE HIST-MTD-REOPEN-AMT TO ACCR-BASE-REOPEN-AMT
      *    BASIS POINTS ARE HUNDREDTHS OF A PERCENT; THE BALANCE RATE
      *    IS ANNUAL, SO ONE TWELFTH OF IT ACCRUES EACH MONTH
           COMPUTE ACCR-FEE-BALANCE ROUNDED =
               HIST-AMOUNT-DATA * ACCR-BALANCE-BP / 120000
           COMPUTE ACCR-FEE-REPEAT ROUNDED =
               HIST-MTD-REPEAT-AMT * ACCR-REPEAT-BP / 10000
           COMPUTE ACCR-FEE-REOPEN ROUNDED =
               HIST-MTD-REOPEN-AMT * ACCR-REOPEN-BP / 10000
           COMPUTE ACCR-FEE-TOTAL =
               ACCR-FEE-BALANCE + ACCR-FEE-REPEAT + ACCR-FEE-REOPEN
           MOVE WS-CURR-DATE TO ACCR-RUN-DATE.

       2500-WRITE-ACCRUAL.
      *    THE MONTH'S EARLIER RECORDS WERE PURGED IN 2150; THE
      *    REWRITE ONLY GUARDS A DUPLICATE HISTORY KEY
           WRITE NRS-WRK6520-ACCR
               INVALID KEY
                   REWRITE NRS-WRK6520-ACCR
                       INVALID KEY
                           DISPLAY 'NRS-WRK6545 ACCRHST REWRITE '
                               'FAILED, STATUS=' WS-ACCR-STATUS
                           MOVE 16 TO RETURN-CODE
                   END-REWRITE
           END-WRITE
           ADD 1 TO WS-ACCRUED-COUNT
           ADD ACCR-FEE-TOTAL TO WS-ACCRUAL-TOTAL.

       2600-FIND-OR-ADD-COMPANY.
           MOVE 0 TO WS-ROW-FOUND
           SET WS-CO-IDX TO 1
           SEARCH WS-CO-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CO-IDX > WS-CO-COUNT
                   CONTINUE
               WHEN WS-CO-MGMT-CODE(WS-CO-IDX) = WS-FIND-MGMT-CODE
                   SET WS-ROW-FOUND TO WS-CO-IDX
           END-SEARCH
           IF WS-ROW-FOUND = 0
               IF WS-CO-COUNT >= WS-CO-TABLE-MAX
                   DISPLAY 'NRS-WRK6545 COMPANY TABLE FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CO-COUNT
               SET WS-CO-IDX TO WS-CO-COUNT
               MOVE WS-FIND-MGMT-CODE TO WS-CO-MGMT-CODE(WS-CO-IDX)
               MOVE 0 TO WS-CO-FEE-TOTAL(WS-CO-IDX)
               MOVE 0 TO WS-CO-PRIOR-POSTED(WS-CO-IDX)
               MOVE 0 TO WS-CO-FUND-LINES(WS-CO-IDX)
               MOVE 0 TO WS-CO-BASE-HASH(WS-CO-IDX)
               MOVE WS-CO-COUNT TO WS-ROW-FOUND
           END-IF
           SET WS-CO-IDX TO WS-ROW-FOUND.

       2700-ADD-TO-INVOICE.
           MOVE HIST-MGMT-CODE TO WS-FIND-MGMT-CODE
           PERFORM 2600-FIND-OR-ADD-COMPANY
           ADD ACCR-FEE-TOTAL TO WS-CO-FEE-TOTAL(WS-CO-IDX)
           MOVE 0 TO WS-ROW-FOUND
           SET WS-INV-IDX TO 1
           SEARCH WS-INV-ENTRY
               AT END
                   CONTINUE
               WHEN WS-INV-IDX > WS-INV-COUNT
                   CONTINUE
               WHEN WS-INV-MGMT-CODE(WS-INV-IDX) = HIST-MGMT-CODE
                   AND WS-INV-FUND-CODE(WS-INV-IDX) = HIST-FUND-CODE
                   SET WS-ROW-FOUND TO WS-INV-IDX
           END-SEARCH
           IF WS-ROW-FOUND = 0
               IF WS-INV-COUNT >= WS-INV-TABLE-MAX
                   DISPLAY 'NRS-WRK6545 INVOICE TABLE FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-INV-COUNT
               SET WS-INV-IDX TO WS-INV-COUNT
               MOVE HIST-MGMT-CODE TO WS-INV-MGMT-CODE(WS-INV-IDX)
               MOVE HIST-FUND-CODE TO WS-INV-FUND-CODE(WS-INV-IDX)
               MOVE 0 TO WS-INV-BASE-AMOUNT(WS-INV-IDX)
               MOVE 0 TO WS-INV-BASE-REPEAT(WS-INV-IDX)
               MOVE 0 TO WS-INV-BASE-REOPEN(WS-INV-IDX)
               MOVE 0 TO WS-INV-FEE-BALANCE(WS-INV-IDX)
               MOVE 0 TO WS-INV-FEE-REPEAT(WS-INV-IDX)
               MOVE 0 TO WS-INV-FEE-REOPEN(WS-INV-IDX)
               MOVE 0 TO WS-INV-FEE-TOTAL(WS-INV-IDX)
               MOVE WS-INV-COUNT TO WS-ROW-FOUND
           END-IF
           SET WS-INV-IDX TO WS-ROW-FOUND
           ADD ACCR-BASE-AMOUNT TO WS-INV-BASE-AMOUNT(WS-INV-IDX)
           ADD ACCR-BASE-REPEAT-AMT TO WS-INV-BASE-REPEAT(WS-INV-IDX)
           ADD ACCR-BASE-REOPEN-AMT TO WS-INV-BASE-REOPEN(WS-INV-IDX)
           ADD ACCR-FEE-BALANCE TO WS-INV-FEE-BALANCE(WS-INV-IDX)
           ADD ACCR-FEE-REPEAT TO WS-INV-FEE-REPEAT(WS-INV-IDX)
           ADD ACCR-FEE-REOPEN TO WS-INV-FEE-REOPEN(WS-INV-IDX)
           ADD ACCR-FEE-TOTAL TO WS-INV-FEE-TOTAL(WS-INV-IDX).

       3000-WRITE-INVOICES.
           OPEN OUTPUT WRK6545-INV-FILE
           IF WS-INV-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6545 INVFILE OPEN FAILED, STATUS='
                   WS-INV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3100-WRITE-COMPANY-INVOICE
               VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-CO-COUNT
           CLOSE WRK6545-INV-FILE.

       3100-WRITE-COMPANY-INVOICE.
           SET WS-CO-IDX TO WS-ROW-IDX
      *    A COMPANY WITH ONLY EARLIER POSTINGS AND NOTHING ACCRUED
      *    THIS RUN GETS NO INVOICE, ONLY ITS FEEPOST REVERSAL
           MOVE 0 TO WS-ROW-FOUND
           PERFORM 3150-COUNT-COMPANY-LINE
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-INV-COUNT
           IF WS-ROW-FOUND > 0
               ADD 1 TO WS-INVOICE-COUNT
               PERFORM 3200-WRITE-INVOICE-HEADER
               PERFORM 3300-WRITE-INVOICE-DETAIL
                   VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-INV-COUNT
               PERFORM 3400-WRITE-INVOICE-TRAILER
           END-IF.

       3150-COUNT-COMPANY-LINE.
           SET WS-INV-IDX TO WS-LINE-IDX
           IF WS-INV-MGMT-CODE(WS-INV-IDX) =
                   WS-CO-MGMT-CODE(WS-CO-IDX)
               ADD 1 TO WS-ROW-FOUND
           END-IF.

       3200-WRITE-INVOICE-HEADER.
           MOVE '*NOT ON MASTER*' TO WS-E-MGMT-NAME
           SET WS-MGMT-IDX TO 1
           SEARCH WS-MGMT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-MGMT-IDX > WS-MGMT-CODE-LOADED
                   CONTINUE
               WHEN WS-MGMT-CODE-ENTRY(WS-MGMT-IDX) =
                       WS-CO-MGMT-CODE(WS-CO-IDX)
                   MOVE WS-MGMT-NAME-ENTRY(WS-MGMT-IDX)
                       TO WS-E-MGMT-NAME
           END-SEARCH
           MOVE SPACES TO WRK6545-INV-RECORD
           MOVE 'H' TO INV-RECORD-TYPE
           MOVE WS-CO-MGMT-CODE(WS-CO-IDX) TO INV-MGMT-CODE
           MOVE WS-CLOSE-MONTH TO INV-CLOSE-MONTH
           STRING WS-CO-MGMT-CODE(WS-CO-IDX) DELIMITED BY SIZE
               WS-CLOSE-MONTH DELIMITED BY SIZE
               INTO INV-NUMBER
           MOVE WS-E-MGMT-NAME TO INV-MGMT-NAME
           MOVE WS-CURR-DATE TO INV-RUN-DATE
           PERFORM 3500-WRITE-INVOICE-RECORD.

       3300-WRITE-INVOICE-DETAIL.
           SET WS-INV-IDX TO WS-LINE-IDX
           IF WS-INV-MGMT-CODE(WS-INV-IDX) =
                   WS-CO-MGMT-CODE(WS-CO-IDX)
               MOVE SPACES TO WRK6545-INV-RECORD
               MOVE 'D' TO INV-RECORD-TYPE
               MOVE WS-CO-MGMT-CODE(WS-CO-IDX) TO INV-MGMT-CODE
               MOVE WS-CLOSE-MONTH TO INV-CLOSE-MONTH
               MOVE WS-INV-FUND-CODE(WS-INV-IDX) TO INV-FUND-CODE
               MOVE WS-INV-BASE-AMOUNT(WS-INV-IDX) TO INV-BASE-AMOUNT
               MOVE WS-INV-BASE-REPEAT(WS-INV-IDX)
                   TO INV-BASE-REPEAT-AMT
               MOVE WS-INV-BASE-REOPEN(WS-INV-IDX)
                   TO INV-BASE-REOPEN-AMT
               MOVE WS-INV-FEE-BALANCE(WS-INV-IDX) TO INV-FEE-BALANCE
               MOVE WS-INV-FEE-REPEAT(WS-INV-IDX) TO INV-FEE-REPEAT
               MOVE WS-INV-FEE-REOPEN(WS-INV-IDX) TO INV-FEE-REOPEN
               MOVE WS-INV-FEE-TOTAL(WS-INV-IDX) TO INV-FEE-TOTAL
               ADD 1 TO WS-CO-FUND-LINES(WS-CO-IDX)
               ADD WS-INV-BASE-AMOUNT(WS-INV-IDX)
                   TO WS-CO-BASE-HASH(WS-CO-IDX)
               PERFORM 3500-WRITE-INVOICE-RECORD
           END-IF.

       3400-WRITE-INVOICE-TRAILER.
           MOVE SPACES TO WRK6545-INV-RECORD
           MOVE 'T' TO INV-RECORD-TYPE
           MOVE WS-CO-MGMT-CODE(WS-CO-IDX) TO INV-MGMT-CODE
           MOVE WS-CLOSE-MONTH TO INV-CLOSE-MONTH
           MOVE WS-CO-FUND-LINES(WS-CO-IDX) TO INV-CTL-LINE-COUNT
           MOVE WS-CO-FEE-TOTAL(WS-CO-IDX) TO INV-CTL-FEE-TOTAL
           MOVE WS-CO-BASE-HASH(WS-CO-IDX) TO INV-CTL-BASE-HASH
           PERFORM 3500-WRITE-INVOICE-RECORD
           MOVE WS-CO-FEE-TOTAL(WS-CO-IDX) TO WS-E-AMOUNT
           MOVE SPACES TO WRK6545-RPT-LINE
           STRING 'INVOICE ' DELIMITED BY SIZE
               WS-CO-MGMT-CODE(WS-CO-IDX) DELIMITED BY SIZE
               WS-CLOSE-MONTH DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-E-MGMT-NAME DELIMITED BY SIZE
               ' FUND LINES ' DELIMITED BY SIZE
               WS-CO-FUND-LINES(WS-CO-IDX) DELIMITED BY SIZE
               ' FEE TOTAL ' DELIMITED BY SIZE
               WS-E-AMOUNT DELIMITED BY SIZE
               INTO WRK6545-RPT-LINE
           WRITE WRK6545-RPT-LINE.

       3500-WRITE-INVOICE-RECORD.
           WRITE WRK6545-INV-RECORD
           IF WS-INV-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6545 INVFILE WRITE FAILED, STATUS='
                   WS-INV-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       4000-WRITE-FEE-POSTINGS.
           OPEN EXTEND WRK6520-FGL-FILE
           IF WS-FGL-STATUS NOT = '00'
               OPEN OUTPUT WRK6520-FGL-FILE
           END-IF
           IF WS-FGL-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6545 FEEPOST OPEN FAILED, STATUS='
                   WS-FGL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4100-WRITE-COMPANY-POSTING
               VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-CO-COUNT
           CLOSE WRK6520-FGL-FILE.

       4100-WRITE-COMPANY-POSTING.
           SET WS-CO-IDX TO WS-ROW-IDX
           COMPUTE WS-POST-AMOUNT =
               WS-CO-FEE-TOTAL(WS-CO-IDX)
               - WS-CO-PRIOR-POSTED(WS-CO-IDX)
           IF WS-POST-AMOUNT NOT = 0
               MOVE SPACES TO WRK6520-FGL-RECORD
               MOVE 'A' TO FGL-RECORD-TYPE
               MOVE WS-CURR-DATE TO FGL-RUN-DATE
               MOVE WS-CURR-TIME TO FGL-RUN-TIME
               MOVE WS-CLOSE-MONTH TO FGL-CLOSE-MONTH
               MOVE WS-CO-MGMT-CODE(WS-CO-IDX) TO FGL-MGMT-CODE
               MOVE WS-POST-AMOUNT TO FGL-ACCRUAL-AMOUNT
               WRITE WRK6520-FGL-RECORD
               IF WS-FGL-STATUS NOT = '00'
                   DISPLAY 'NRS-WRK6545 FEEPOST WRITE FAILED, STATUS='
                       WS-FGL-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
               ADD 1 TO WS-POSTED-COUNT
               MOVE WS-POST-AMOUNT TO WS-E-AMOUNT
               MOVE WS-CO-PRIOR-POSTED(WS-CO-IDX) TO WS-E-AMOUNT-2
               MOVE SPACES TO WRK6545-RPT-LINE
               STRING 'GL FEE POSTING MGMT ' DELIMITED BY SIZE
                   WS-CO-MGMT-CODE(WS-CO-IDX) DELIMITED BY SIZE
                   ' AMOUNT ' DELIMITED BY SIZE
                   WS-E-AMOUNT DELIMITED BY SIZE
                   ' (ALREADY POSTED ' DELIMITED BY SIZE
                   WS-E-AMOUNT-2 DELIMITED BY SIZE
                   ')' DELIMITED BY SIZE
                   INTO WRK6545-RPT-LINE
               WRITE WRK6545-RPT-LINE
           END-IF.

       5000-FINALIZE.
           MOVE WS-ACCRUAL-TOTAL TO WS-E-AMOUNT
           MOVE SPACES TO WRK6545-RPT-LINE
           STRING 'HISTORY RECORDS ' DELIMITED BY SIZE
               WS-HIST-READ-COUNT DELIMITED BY SIZE
               ' ACCRUED ' DELIMITED BY SIZE
               WS-ACCRUED-COUNT DELIMITED BY SIZE
               ' REPLACED ' DELIMITED BY SIZE
               WS-PURGED-COUNT DELIMITED BY SIZE
               ' UNRATED ' DELIMITED BY SIZE
               WS-UNRATED-COUNT DELIMITED BY SIZE
               ' INVOICES ' DELIMITED BY SIZE
               WS-INVOICE-COUNT DELIMITED BY SIZE
               ' GL POSTINGS ' DELIMITED BY SIZE
               WS-POSTED-COUNT DELIMITED BY SIZE
               INTO WRK6545-RPT-LINE
           WRITE WRK6545-RPT-LINE
           MOVE SPACES TO WRK6545-RPT-LINE
           STRING 'ACCRUAL TOTAL ' DELIMITED BY SIZE
               WS-E-AMOUNT DELIMITED BY SIZE
               INTO WRK6545-RPT-LINE
           WRITE WRK6545-RPT-LINE
           CLOSE WRK6545-RPT-FILE
           IF WS-UNRATED-COUNT > 0 AND RETURN-CODE < 8
               DISPLAY 'NRS-WRK6545 ' WS-UNRATED-COUNT
                   ' HISTORY RECORDS WITH NO FEE SCHEDULE'
               MOVE 8 TO RETURN-CODE
           END-IF.
