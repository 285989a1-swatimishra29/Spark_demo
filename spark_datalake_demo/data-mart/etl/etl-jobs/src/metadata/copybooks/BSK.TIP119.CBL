       IDENTIFICATION DIVISION.
       PROGRAM-ID. NRS-WRK6551.
	     AUTHOR. AGENT.
	     DATE WRITTEN. 10/15/2026.
      *    DAILY NET SETTLEMENT INSTRUCTION FILE.
      *    REPLACES TREASURY WORKING EACH MANAGEMENT COMPANY'S NET
      *    CASH MOVEMENT OFF THE NRS-WRK6521 SUMMARY AND KEYING THE
      *    WIRES BY HAND.  THE JOB FIRST PROVES THE LATEST LOAD RUN
      *    PASSED RECONCILIATION WITH THE SAME TWO-PASS AUDIT SCAN AS
      *    NRS-WRK6533 AND REFUSES TO CUT THE FILE OTHERWISE.  IT
      *    THEN WALKS THE KSDS AND NETS, PER MGMT-CODE, THE DETAIL
      *    AMOUNT-DATA CREDITS AGAINST THE DEBITS INTO ONE
      *    INSTRUCTION PER COMPANY: A NET CREDIT IS PAID TO THE
      *    COMPANY'S ACCOUNT, A NET DEBIT IS DRAWN FROM IT.  CREDIT
      *    AND DEBIT GO BY THE SIGN OF AMOUNT-DATA, NOT DOLLAR-CODE -
      *    A POSTED ADJUSTMENT CAN TURN A BALANCE NEGATIVE WITHOUT
      *    CHANGING THE DETAIL'S DOLLAR-CODE.
      *    ADJUSTMENTS NRS-WRK6520 POSTED ARE ALREADY IN THE DETAIL
      *    BALANCES, SO THEY ARE SHOWN SEPARATELY, NOT ADDED AGAIN;
      *    A COMPANY WHOSE SETTLEMENT MASTER SAYS TO EXCLUDE THEM HAS
      *    THEM TAKEN BACK OUT OF ITS NET.  AN ADJUSTMENT FOR A FUND
      *    WITH NO DETAIL WAS NEVER POSTED AND IS NOT SETTLED.
      *    BANK DETAILS AND NETTING RULES COME FROM SETLMST
      *    (WRK6520W.CPY, MAINTAINED BY NRS-WRK6550).  A COMPANY IS
      *    HELD OFF THE FILE WHEN ONE OF ITS FEEDS HAS A FAILED,
      *    UNWITHDRAWN AUDIT ROW ON THE DAY OF THE LATEST RUN (FEED
      *    NAME TO COMPANY THROUGH FEEDSCH, AS NRS-WRK6546 DOES), OR
      *    WHEN IT HAS NO ACTIVE SETTLEMENT MASTER ENTRY.
      *    PAYFILE IS A 94-BYTE ACH (CCD) FILE: FILE HEADER, ONE
      *    BATCH PER SETTLEMENT METHOD WITH ITS OWN EFFECTIVE DATE
      *    FROM THE BUSCAL CALENDAR (WRK6520U.CPY), BATCH AND FILE
      *    CONTROL RECORDS WITH ENTRY HASH AND DEBIT/CREDIT TOTALS,
      *    PADDED TO A BLOCK OF TEN.  RPTFILE IS THE SETTLEMENT
      *    REGISTER TREASURY SIGNS OFF.
      *    PARAMETER CARD (REQUIRED):
      *      COL 1-10    ORIGINATING COMPANY ID
      *      COL 11-18   ORIGINATING DFI ID (8 DIGITS)
      *      COL 19-27   IMMEDIATE DESTINATION ROUTING NUMBER
      *      COL 28-50   IMMEDIATE DESTINATION NAME
      *      COL 51-73   IMMEDIATE ORIGIN NAME
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRK6520-AUDIT-FILE ASSIGN TO "AUDTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT WRK6520-FILE ASSIGN TO "FNAME"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NRS-WRK6520-KEY
               ALTERNATE RECORD KEY IS MGMT-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-WRK6520-STATUS.
           SELECT WRK6520-SCHED-FILE ASSIGN TO "FEEDSCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SCHED-KEY
               FILE STATUS IS WS-SCHED-STATUS.
           SELECT OPTIONAL WRK6520-SETL-FILE ASSIGN TO "SETLMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SETL-MGMT-CODE
               FILE STATUS IS WS-SETL-STATUS.
           SELECT OPTIONAL WRK6520-CAL-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.
           SELECT WRK6551-PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT WRK6551-PAY-FILE ASSIGN TO "PAYFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.
           SELECT WRK6551-RPT-FILE ASSIGN TO "RPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WRK6520-AUDIT-FILE.
           COPY WRK6520A.
       FD  WRK6520-FILE.
           COPY WRK6520.
       FD  WRK6520-SCHED-FILE.
           COPY WRK6520D.
       FD  WRK6520-SETL-FILE.
           COPY WRK6520W.
       FD  WRK6520-CAL-FILE.
           COPY WRK6520U.
       FD  WRK6551-PARM-FILE.
       01  WRK6551-PARM-RECORD.
           05  PARM-COMPANY-ID                   PIC X(10).
           05  PARM-ODFI-ID                      PIC X(8).
           05  PARM-DEST-ROUTING                 PIC X(9).
           05  PARM-DEST-NAME                    PIC X(23).
           05  PARM-ORIGIN-NAME                  PIC X(23).
           05  FILLER                            PIC X(7).
      *    ACH RECORD LAYOUTS - EVERY RECORD IS 94 BYTES AND THE
      *    FIRST BYTE SAYS WHICH LAYOUT APPLIES
       FD  WRK6551-PAY-FILE.
       01  WRK6551-PAY-RECORD                    PIC X(94).
       01  PAY-FILE-HEADER.
           05  PFH-RECORD-TYPE                   PIC X(1).
           05  PFH-PRIORITY-CODE                 PIC X(2).
           05  PFH-DEST-FILL                     PIC X(1).
           05  PFH-DEST-ROUTING                  PIC 9(9).
           05  PFH-ORIGIN-ID                     PIC X(10).
           05  PFH-CREATION-DATE                 PIC 9(6).
           05  PFH-CREATION-TIME                 PIC 9(4).
           05  PFH-FILE-ID-MODIFIER              PIC X(1).
           05  PFH-RECORD-SIZE                   PIC X(3).
           05  PFH-BLOCKING-FACTOR               PIC X(2).
           05  PFH-FORMAT-CODE                   PIC X(1).
           05  PFH-DEST-NAME                     PIC X(23).
           05  PFH-ORIGIN-NAME                   PIC X(23).
           05  PFH-REFERENCE-CODE                PIC X(8).
       01  PAY-BATCH-HEADER.
           05  PBH-RECORD-TYPE                   PIC X(1).
           05  PBH-SERVICE-CLASS                 PIC 9(3).
           05  PBH-COMPANY-NAME                  PIC X(16).
           05  PBH-DISCRETIONARY                 PIC X(20).
           05  PBH-COMPANY-ID                    PIC X(10).
           05  PBH-SEC-CODE                      PIC X(3).
           05  PBH-ENTRY-DESCRIPTION             PIC X(10).
           05  PBH-DESCRIPTIVE-DATE              PIC X(6).
           05  PBH-EFFECTIVE-DATE                PIC 9(6).
           05  PBH-SETTLEMENT-DATE               PIC X(3).
           05  PBH-ORIGINATOR-STATUS             PIC X(1).
           05  PBH-ODFI-ID                       PIC 9(8).
           05  PBH-BATCH-NUMBER                  PIC 9(7).
       01  PAY-ENTRY-DETAIL.
           05  PED-RECORD-TYPE                   PIC X(1).
           05  PED-TRANSACTION-CODE              PIC 9(2).
           05  PED-RDFI-ID                       PIC 9(8).
           05  PED-CHECK-DIGIT                   PIC 9(1).
           05  PED-DFI-ACCOUNT                   PIC X(17).
           05  PED-AMOUNT                        PIC 9(8)V9(2).
           05  PED-INDIVIDUAL-ID                 PIC X(15).
           05  PED-INDIVIDUAL-NAME               PIC X(22).
           05  PED-DISCRETIONARY                 PIC X(2).
           05  PED-ADDENDA-INDICATOR             PIC X(1).
           05  PED-TRACE-ODFI                    PIC 9(8).
           05  PED-TRACE-SEQUENCE                PIC 9(7).
       01  PAY-BATCH-CONTROL.
           05  PBC-RECORD-TYPE                   PIC X(1).
           05  PBC-SERVICE-CLASS                 PIC 9(3).
           05  PBC-ENTRY-COUNT                   PIC 9(6).
           05  PBC-ENTRY-HASH                    PIC 9(10).
           05  PBC-DEBIT-TOTAL                   PIC 9(10)V9(2).
           05  PBC-CREDIT-TOTAL                  PIC 9(10)V9(2).
           05  PBC-COMPANY-ID                    PIC X(10).
           05  PBC-AUTHENTICATION                PIC X(19).
           05  PBC-RESERVED                      PIC X(6).
           05  PBC-ODFI-ID                       PIC 9(8).
           05  PBC-BATCH-NUMBER                  PIC 9(7).
       01  PAY-FILE-CONTROL.
           05  PFC-RECORD-TYPE                   PIC X(1).
           05  PFC-BATCH-COUNT                   PIC 9(6).
           05  PFC-BLOCK-COUNT                   PIC 9(6).
           05  PFC-ENTRY-COUNT                   PIC 9(8).
           05  PFC-ENTRY-HASH                    PIC 9(10).
           05  PFC-DEBIT-TOTAL                   PIC 9(10)V9(2).
           05  PFC-CREDIT-TOTAL                  PIC 9(10)V9(2).
           05  PFC-RESERVED                      PIC X(39).
       FD  WRK6551-RPT-FILE.
       01  WRK6551-RPT-LINE                      PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-AUDIT-STATUS                   PIC X(2).
           05  WS-WRK6520-STATUS                 PIC X(2).
           05  WS-SCHED-STATUS                   PIC X(2).
           05  WS-SETL-STATUS                    PIC X(2).
           05  WS-CAL-STATUS                     PIC X(2).
           05  WS-PARM-STATUS                    PIC X(2).
           05  WS-PAY-STATUS                     PIC X(2).
           05  WS-RPT-STATUS                     PIC X(2).
       01  WS-SWITCHES.
           05  WS-EOF-SW                         PIC X(1) VALUE 'N'.
               88  WS-EOF                          VALUE 'Y'.
           05  WS-AUDIT-EOF-SW                   PIC X(1) VALUE 'N'.
           05  WS-SCHED-EOF-SW                   PIC X(1) VALUE 'N'.
           05  WS-GATE-PASS-SW                   PIC X(1) VALUE 'N'.
           05  WS-LATEST-FAIL-SW                 PIC X(1) VALUE 'N'.
           05  WS-SUPPL-FAIL-SW                  PIC X(1) VALUE 'N'.
           05  WS-RUN-SEEN-SW                    PIC X(1) VALUE 'N'.
           05  WS-SETL-OPEN-SW                   PIC X(1) VALUE 'N'.
           05  WS-SETL-FOUND-SW                  PIC X(1) VALUE 'N'.
       01  WS-AUDIT-SCAN.
           05  WS-AUDIT-PASS-NO                  PIC 9(1) VALUE 1.
           05  WS-LATEST-RUN.
               10  WS-LATEST-RUN-DATE            PIC 9(8) VALUE 0.
               10  WS-LATEST-RUN-TIME            PIC 9(6) VALUE 0.
           05  WS-AUDIT-RUN.
               10  WS-AUDIT-RUN-DATE             PIC 9(8).
               10  WS-AUDIT-RUN-TIME             PIC 9(6).
      *    WITHDRAWAL ROWS SEEN ON PASS 1; A LOAD ROW IS WITHDRAWN IF
      *    ONE OF THESE MATCHES ITS FEED AND WAS STAMPED AFTER IT,
      *    AND IS A RELOAD OF A WITHDRAWN FEED IF ONE OF THESE
      *    MATCHES ITS FEED AND WAS STAMPED BEFORE IT.
       01  WS-WITHDRAWN-FEEDS.
           05  WS-WDR-MAX                        PIC 9(3) VALUE 100.
           05  WS-WDR-LOADED                     PIC 9(3) VALUE 0.
           05  WS-WITHDRAWN-SW                   PIC X(1).
           05  WS-RESENT-SW                      PIC X(1).
           05  WS-WDR-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-WDR-IDX.
               10  WS-WDR-MGMT-NAME              PIC X(10).
               10  WS-WDR-SS-DATE                PIC 9(8).
               10  WS-WDR-SOURCE-CODE            PIC X(1).
               10  WS-WDR-RUN                    PIC X(14).
      *    FEED-HEADER MGMT-NAME TO MGMT-CODE, FROM FEEDSCH
       01  WS-FEED-NAME-MAX                      PIC 9(4) VALUE 200.
       01  WS-FEED-NAME-LOADED                   PIC 9(4) VALUE 0.
       01  WS-FEED-NAME-TABLE.
           05  WS-FEED-NAME-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-FEED-NAME-IDX.
               10  WS-FEED-NAME                  PIC X(10).
               10  WS-FEED-MGMT-CODE             PIC X(2).
      *    ONE ROW PER MGMT-CODE.  CREDITS AND DEBITS ARE KEPT GROSS
      *    FOR THE REGISTER; THE POSTED ADJUSTMENTS ARE ALREADY
      *    INSIDE THEM AND ARE CARRIED APART ONLY TO BE SHOWN (OR
      *    TAKEN BACK OUT UNDER SETL-EXCLUDE-ADJUSTMENTS).
       01  WS-CO-TABLE-MAX                       PIC 9(4) VALUE 50.
       01  WS-CO-COUNT                           PIC 9(4) VALUE 0.
       01  WS-CO-TABLE.
           05  WS-CO-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-CO-IDX.
               10  WS-CO-MGMT-CODE               PIC X(2).
               10  WS-CO-CR-AMT             PIC 9(15)V9(2).
               10  WS-CO-DR-AMT             PIC 9(15)V9(2).
               10  WS-CO-ADJ-AMT            PIC S9(15)V9(2).
               10  WS-CO-NET-AMT            PIC S9(15)V9(2).
               10  WS-CO-DETAIL-COUNT            PIC 9(7).
               10  WS-CO-FAILED-SW               PIC X(1).
               10  WS-CO-FAILED-FEED             PIC X(10).
               10  WS-CO-DISPOSITION             PIC X(1).
                   88  WS-CO-SENT                  VALUE 'S'.
                   88  WS-CO-HELD                  VALUE 'H'.
                   88  WS-CO-NIL                   VALUE 'Z'.
                   88  WS-CO-NOT-SENT              VALUE 'N'.
               10  WS-CO-DISP-TEXT               PIC X(20).
               10  WS-CO-REASON                  PIC X(40).
               10  WS-CO-METHOD                  PIC X(1).
               10  WS-CO-ROUTING                 PIC 9(9).
               10  WS-CO-ROUTING-R REDEFINES WS-CO-ROUTING.
                   15  WS-CO-RDFI-ID             PIC 9(8).
                   15  WS-CO-CHECK-DIGIT         PIC 9(1).
               10  WS-CO-ACCOUNT                 PIC X(17).
               10  WS-CO-ACCOUNT-NAME            PIC X(22).
               10  WS-CO-TRAN-CODE               PIC 9(2).
               10  WS-CO-PAY-AMT            PIC 9(8)V9(2).
      *    THE FUND NOW BEING READ.  THE KSDS IS IN FUND-CODE ORDER
      *    SO A FUND'S DETAILS AND ADJUSTMENTS ARE TOGETHER; AT THE
      *    BREAK ITS ADJUSTMENTS GO TO THE COMPANY OF ITS FIRST
      *    DETAIL, THE ONE NRS-WRK6520 POSTED THEM TO.
       01  WS-FUND-BREAK.
           05  WS-BRK-FUND-CODE                  PIC 9(7) VALUE 0.
           05  WS-BRK-MGMT-CODE                  PIC X(2).
           05  WS-BRK-DETAIL-SW                  PIC X(1) VALUE 'N'.
           05  WS-BRK-ADJ-COUNT                  PIC 9(5) VALUE 0.
           05  WS-BRK-ADJ-AMT               PIC S9(15)V9(2) VALUE 0.
       01  WS-WORK-FIELDS.
           05  WS-ROW-IDX                        PIC 9(4).
           05  WS-ROW-FOUND                      PIC 9(4).
           05  WS-BUCKET-MGMT-CODE               PIC X(2).
           05  WS-FIND-MGMT-CODE                 PIC X(2).
           05  WS-GEN-AMT                   PIC S9(15)V9(4).
           05  WS-ABS-AMT                   PIC 9(15)V9(2).
           05  WS-BATCH-METHOD                   PIC X(1).
           05  WS-ACCOUNT-LEN                    PIC 9(2).
           05  WS-MASKED-ACCOUNT                 PIC X(8).
       01  WS-EFFECTIVE-DATES.
           05  WS-EFF-ACH-DATE                   PIC 9(8).
           05  WS-EFF-SAME-DAY-DATE              PIC 9(8).
           05  WS-EFF-BATCH-DATE                 PIC 9(8).
       01  WS-CALENDAR-WORK.
           05  WS-CAL-OPEN-SW                    PIC X(1) VALUE 'N'.
           05  WS-CAL-WORK-DATE                  PIC 9(8).
           05  WS-CAL-DAY-NUMBER                 PIC 9(9).
           05  WS-CAL-WEEKDAY                    PIC 9(1).
           05  WS-CAL-BUSINESS-SW                PIC X(1).
           05  WS-CAL-STEP-COUNT                 PIC 9(3).
       01  WS-TOTALS.
           05  WS-DETAIL-COUNT                   PIC 9(9) VALUE 0.
           05  WS-ADJ-READ-COUNT                 PIC 9(9) VALUE 0.
           05  WS-UNPOSTED-ADJ-COUNT             PIC 9(9) VALUE 0.
           05  WS-UNPOSTED-ADJ-AMT          PIC S9(15)V9(2) VALUE 0.
           05  WS-UNMAPPED-FAIL-COUNT            PIC 9(9) VALUE 0.
           05  WS-SENT-COUNT                     PIC 9(4) VALUE 0.
           05  WS-HELD-COUNT                     PIC 9(4) VALUE 0.
           05  WS-NOT-SENT-COUNT                 PIC 9(4) VALUE 0.
           05  WS-NIL-COUNT                      PIC 9(4) VALUE 0.
           05  WS-ACH-SENT-COUNT                 PIC 9(4) VALUE 0.
           05  WS-SAME-DAY-SENT-COUNT            PIC 9(4) VALUE 0.
      *    PAYMENT FILE CONTROL FIGURES - THE BATCH FIGURES ROLL INTO
      *    THE FILE FIGURES AT EACH BATCH CONTROL RECORD
       01  WS-PAY-CONTROLS.
           05  WS-PAY-RECORD-COUNT               PIC 9(8) VALUE 0.
           05  WS-PAY-BATCH-NUMBER               PIC 9(7) VALUE 0.
           05  WS-PAY-TRACE-SEQ                  PIC 9(7) VALUE 0.
           05  WS-PAY-BLOCK-COUNT                PIC 9(6) VALUE 0.
           05  WS-BATCH-ENTRY-COUNT              PIC 9(6) VALUE 0.
           05  WS-BATCH-HASH                     PIC 9(15) VALUE 0.
           05  WS-BATCH-DEBIT-TOTAL         PIC 9(10)V9(2) VALUE 0.
           05  WS-BATCH-CREDIT-TOTAL        PIC 9(10)V9(2) VALUE 0.
           05  WS-FILE-ENTRY-COUNT               PIC 9(8) VALUE 0.
           05  WS-FILE-HASH                      PIC 9(15) VALUE 0.
           05  WS-FILE-HASH-10                   PIC 9(10) VALUE 0.
           05  WS-FILE-DEBIT-TOTAL          PIC 9(10)V9(2) VALUE 0.
           05  WS-FILE-CREDIT-TOTAL         PIC 9(10)V9(2) VALUE 0.
       01  WS-CURR-DATE                          PIC 9(8).
       01  WS-CURR-TIME                          PIC 9(6).
       01  WS-EDIT-FIELDS.
           05  WS-E-AMOUNT                       PIC -(14)9.99.
           05  WS-E-AMOUNT-2                     PIC -(14)9.99.
           05  WS-E-AMOUNT-3                     PIC -(14)9.99.
           05  WS-E-AMOUNT-4                     PIC -(14)9.99.
       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-RECON-GATE
           IF WS-GATE-PASS-SW = 'Y'
               PERFORM 3000-ACCUMULATE-KSDS
               PERFORM 4000-DECIDE-SETTLEMENTS
               PERFORM 5000-WRITE-PAYMENT-FILE
               PERFORM 6000-PRINT-REGISTER
           END-IF
           PERFORM 7000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURR-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CURR-TIME
           PERFORM 1100-READ-PARAMETERS
           PERFORM 1200-SET-EFFECTIVE-DATES
           PERFORM 1300-LOAD-FEED-NAMES
           OPEN OUTPUT WRK6551-RPT-FILE
           MOVE SPACES TO WRK6551-RPT-LINE
           STRING 'DAILY NET SETTLEMENT REGISTER  RUN DATE '
               DELIMITED BY SIZE
               WS-CURR-DATE DELIMITED BY SIZE
               '  ORIGINATOR ' DELIMITED BY SIZE
               PARM-COMPANY-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PARM-ORIGIN-NAME DELIMITED BY SIZE
               INTO WRK6551-RPT-LINE
           WRITE WRK6551-RPT-LINE
           MOVE SPACES TO WRK6551-RPT-LINE
           STRING 'EFFECTIVE DATES  SAME-DAY ACH ' DELIMITED BY SIZE
               WS-EFF-SAME-DAY-DATE DELIMITED BY SIZE
               '  ACH ' DELIMITED BY SIZE
               WS-EFF-ACH-DATE DELIMITED BY SIZE
               INTO WRK6551-RPT-LINE
           WRITE WRK6551-RPT-LINE.

       1100-READ-PARAMETERS.
           OPEN INPUT WRK6551-PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6551 PARM OPEN FAILED, STATUS='
                   WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ WRK6551-PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
                   OR PARM-COMPANY-ID = SPACES
                   OR PARM-ODFI-ID NOT NUMERIC
                   OR PARM-DEST-ROUTING NOT NUMERIC
                   OR PARM-ORIGIN-NAME = SPACES
               DISPLAY 'NRS-WRK6551 INVALID PARAMETER CARD'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE WRK6551-PARM-FILE.

       1200-SET-EFFECTIVE-DATES.
      *    SAME-DAY ACH SETTLES TODAY IF TODAY IS A BUSINESS DAY,
      *    OTHERWISE ON THE NEXT ONE; ORDINARY ACH SETTLES ON THE
      *    NEXT BUSINESS DAY AFTER TODAY.
           PERFORM 9000-OPEN-CALENDAR
           MOVE WS-CURR-DATE TO WS-CAL-WORK-DATE
           COMPUTE WS-CAL-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-CAL-WORK-DATE)
           PERFORM 9200-TEST-BUSINESS-DAY
           IF WS-CAL-BUSINESS-SW NOT = 'Y'
               PERFORM 9150-NEXT-BUSINESS-DAY
           END-IF
           MOVE WS-CAL-WORK-DATE TO WS-EFF-SAME-DAY-DATE
           MOVE WS-CURR-DATE TO WS-CAL-WORK-DATE
           PERFORM 9150-NEXT-BUSINESS-DAY
           MOVE WS-CAL-WORK-DATE TO WS-EFF-ACH-DATE
           PERFORM 9900-CLOSE-CALENDAR.

       1300-LOAD-FEED-NAMES.
           OPEN INPUT WRK6520-SCHED-FILE
           IF WS-SCHED-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6551 FEEDSCH OPEN FAILED, STATUS='
                   WS-SCHED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1350-READ-FEED-SCHEDULE
               UNTIL WS-SCHED-EOF-SW = 'Y'
           CLOSE WRK6520-SCHED-FILE.

       1350-READ-FEED-SCHEDULE.
      *    INACTIVE ENTRIES ARE KEPT - A FEED TAKEN OFF THE SCHEDULE
      *    TODAY MAY STILL HAVE LOADED THIS MORNING
           READ WRK6520-SCHED-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCHED-EOF-SW
               NOT AT END
                   IF WS-FEED-NAME-LOADED >= WS-FEED-NAME-MAX
                       DISPLAY 'NRS-WRK6551 FEED NAME TABLE FULL - '
                           'DROPPING ' SCHED-FEED-NAME
                   ELSE
                       ADD 1 TO WS-FEED-NAME-LOADED
                       SET WS-FEED-NAME-IDX TO WS-FEED-NAME-LOADED
                       MOVE SCHED-FEED-NAME
                           TO WS-FEED-NAME(WS-FEED-NAME-IDX)
                       MOVE SCHED-MGMT-CODE
                           TO WS-FEED-MGMT-CODE(WS-FEED-NAME-IDX)
                   END-IF
           END-READ.

       2000-CHECK-RECON-GATE.
      *    THE NRS-WRK6533 GATE: PASS 1 FINDS THE LATEST RUN STAMP,
      *    PASS 2 JUDGES EVERY ROW CARRYING IT AND ANY SAME-DAY
      *    SUPPLEMENTAL ROW.  PASS 2 ALSO NOTES EVERY COMPANY WITH A
      *    FAILED ROW ON THE DAY OF THE LATEST RUN - AN EARLIER RUN
      *    THAT DAY INCLUDED - SO IT CAN BE HELD.
           PERFORM 2100-SCAN-AUDIT-FILE
           MOVE 2 TO WS-AUDIT-PASS-NO
           PERFORM 2100-SCAN-AUDIT-FILE
           EVALUATE TRUE
               WHEN WS-RUN-SEEN-SW NOT = 'Y'
                   MOVE SPACES TO WRK6551-RPT-LINE
                   STRING 'NO LOAD RUN ON THE AUDIT FILE - '
                       DELIMITED BY SIZE
                       'PAYMENT FILE NOT CUT' DELIMITED BY SIZE
                       INTO WRK6551-RPT-LINE
                   WRITE WRK6551-RPT-LINE
               WHEN WS-LATEST-FAIL-SW = 'Y'
                   MOVE SPACES TO WRK6551-RPT-LINE
                   STRING 'LATEST RUN FAILED RECONCILIATION - '
                       DELIMITED BY SIZE
                       'PAYMENT FILE NOT CUT' DELIMITED BY SIZE
                       INTO WRK6551-RPT-LINE
                   WRITE WRK6551-RPT-LINE
               WHEN WS-SUPPL-FAIL-SW = 'Y'
                   MOVE SPACES TO WRK6551-RPT-LINE
                   STRING 'SAME-DAY SUPPLEMENTAL RUN FAILED '
                       DELIMITED BY SIZE
                       'RECONCILIATION - PAYMENT FILE NOT CUT'
                       DELIMITED BY SIZE
                       INTO WRK6551-RPT-LINE
                   WRITE WRK6551-RPT-LINE
               WHEN OTHER
                   MOVE 'Y' TO WS-GATE-PASS-SW
                   MOVE SPACES TO WRK6551-RPT-LINE
                   STRING 'RECONCILIATION GATE PASSED - LATEST RUN '
                       DELIMITED BY SIZE
                       WS-LATEST-RUN-DATE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-LATEST-RUN-TIME DELIMITED BY SIZE
                       INTO WRK6551-RPT-LINE
                   WRITE WRK6551-RPT-LINE
           END-EVALUATE.

       2100-SCAN-AUDIT-FILE.
           MOVE 'N' TO WS-AUDIT-EOF-SW
           OPEN INPUT WRK6520-AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6551 AUDIT OPEN FAILED, STATUS='
                   WS-AUDIT-STATUS
               MOVE 'Y' TO WS-AUDIT-EOF-SW
           END-IF
           PERFORM 2200-READ-AUDIT-RECORD
               UNTIL WS-AUDIT-EOF-SW = 'Y'
           IF WS-AUDIT-STATUS = '00' OR WS-AUDIT-STATUS = '10'
               CLOSE WRK6520-AUDIT-FILE
           END-IF.

       2200-READ-AUDIT-RECORD.
           READ WRK6520-AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-AUDIT-EOF-SW
               NOT AT END
                   MOVE AUD-RUN-DATE TO WS-AUDIT-RUN-DATE
                   MOVE AUD-RUN-TIME TO WS-AUDIT-RUN-TIME
                   EVALUATE TRUE
                       WHEN AUD-SOURCE-CODE = 'R'
                           CONTINUE
                       WHEN AUD-WITHDRAWN-FEED
                           IF WS-AUDIT-PASS-NO = 1
                               PERFORM 2300-NOTE-WITHDRAWN-FEED
                           END-IF
                       WHEN AUD-SUPPLEMENTAL-RUN
                           IF WS-AUDIT-PASS-NO = 2
                               AND AUD-RUN-DATE = WS-LATEST-RUN-DATE
                               AND AUD-RECON-FAIL
                               PERFORM 2400-CHECK-WITHDRAWN-FEED
                               IF WS-WITHDRAWN-SW = 'N'
                                   MOVE 'Y' TO WS-SUPPL-FAIL-SW
                                   PERFORM 2500-NOTE-FAILED-COMPANY
                               END-IF
                           END-IF
      *    A RELOAD OF A WITHDRAWN FEED REPLACES ONE COMPANY ONLY, SO
      *    IT NEVER BECOMES THE LATEST RUN; A FAILED RELOAD HOLDS THE
      *    GATE THE WAY A FAILED LATEST-RUN ROW DOES.
                       WHEN OTHER
                           PERFORM 2450-CHECK-RESENT-FEED
                           IF WS-AUDIT-PASS-NO = 1
                               MOVE 'Y' TO WS-RUN-SEEN-SW
                               IF WS-RESENT-SW = 'N'
                                   AND WS-AUDIT-RUN > WS-LATEST-RUN
                                   MOVE WS-AUDIT-RUN TO WS-LATEST-RUN
                               END-IF
                           ELSE
                               IF AUD-RUN-DATE = WS-LATEST-RUN-DATE
                                   AND AUD-RECON-FAIL
                                   PERFORM 2400-CHECK-WITHDRAWN-FEED
                                   IF WS-WITHDRAWN-SW = 'N'
                                       PERFORM 2500-NOTE-FAILED-COMPANY
                                       IF WS-AUDIT-RUN = WS-LATEST-RUN
                                           OR WS-RESENT-SW = 'Y'
                                           MOVE 'Y'
                                               TO WS-LATEST-FAIL-SW
                                       END-IF
                                   END-IF
                               END-IF
                           END-IF
                   END-EVALUATE
           END-READ.

       2300-NOTE-WITHDRAWN-FEED.
           IF WS-WDR-LOADED < WS-WDR-MAX
               ADD 1 TO WS-WDR-LOADED
               SET WS-WDR-IDX TO WS-WDR-LOADED
               MOVE AUD-MGMT-NAME TO WS-WDR-MGMT-NAME(WS-WDR-IDX)
               MOVE AUD-SUPER-SHEET-DATE TO WS-WDR-SS-DATE(WS-WDR-IDX)
               MOVE AUD-SOURCE-CODE TO WS-WDR-SOURCE-CODE(WS-WDR-IDX)
               MOVE WS-AUDIT-RUN TO WS-WDR-RUN(WS-WDR-IDX)
           ELSE
               DISPLAY 'NRS-WRK6551 WITHDRAWN FEED TABLE FULL - '
                   AUD-MGMT-NAME ' NOT EXCLUDED'
           END-IF.

       2400-CHECK-WITHDRAWN-FEED.
           MOVE 'N' TO WS-WITHDRAWN-SW
           SET WS-WDR-IDX TO 1
           SEARCH WS-WDR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-WDR-IDX > WS-WDR-LOADED
                   CONTINUE
               WHEN WS-WDR-MGMT-NAME(WS-WDR-IDX) = AUD-MGMT-NAME
                   AND WS-WDR-SS-DATE(WS-WDR-IDX) = AUD-SUPER-SHEET-DATE
                   AND WS-WDR-SOURCE-CODE(WS-WDR-IDX) = AUD-SOURCE-CODE
                   AND WS-WDR-RUN(WS-WDR-IDX) > WS-AUDIT-RUN
                   MOVE 'Y' TO WS-WITHDRAWN-SW
           END-SEARCH.

       2450-CHECK-RESENT-FEED.
           MOVE 'N' TO WS-RESENT-SW
           SET WS-WDR-IDX TO 1
           SEARCH WS-WDR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-WDR-IDX > WS-WDR-LOADED
                   CONTINUE
               WHEN WS-WDR-MGMT-NAME(WS-WDR-IDX) = AUD-MGMT-NAME
                   AND WS-WDR-SS-DATE(WS-WDR-IDX) = AUD-SUPER-SHEET-DATE
                   AND WS-WDR-SOURCE-CODE(WS-WDR-IDX) = AUD-SOURCE-CODE
                   AND WS-WDR-RUN(WS-WDR-IDX) < WS-AUDIT-RUN
                   MOVE 'Y' TO WS-RESENT-SW
           END-SEARCH.

       2500-NOTE-FAILED-COMPANY.
      *    A FAILED ROW THAT CANNOT BE TIED TO A COMPANY CANNOT HOLD
      *    ONE - IT IS LISTED FOR TREASURY TO RESOLVE BY HAND
           MOVE SPACES TO WS-FIND-MGMT-CODE
           SET WS-FEED-NAME-IDX TO 1
           SEARCH WS-FEED-NAME-ENTRY
               AT END
                   CONTINUE
               WHEN WS-FEED-NAME-IDX > WS-FEED-NAME-LOADED
                   CONTINUE
               WHEN WS-FEED-NAME(WS-FEED-NAME-IDX) = AUD-MGMT-NAME
                   MOVE WS-FEED-MGMT-CODE(WS-FEED-NAME-IDX)
                       TO WS-FIND-MGMT-CODE
           END-SEARCH
           IF WS-FIND-MGMT-CODE = SPACES
               ADD 1 TO WS-UNMAPPED-FAIL-COUNT
               MOVE SPACES TO WRK6551-RPT-LINE
               STRING 'FAILED AUDIT ROW FOR FEED ' DELIMITED BY SIZE
                   AUD-MGMT-NAME DELIMITED BY SIZE
                   ' SOURCE ' DELIMITED BY SIZE
                   AUD-SOURCE-CODE DELIMITED BY SIZE
                   ' NOT ON FEEDSCH - NO COMPANY HELD FOR IT'
                   DELIMITED BY SIZE
                   INTO WRK6551-RPT-LINE
               WRITE WRK6551-RPT-LINE
           ELSE
               MOVE WS-FIND-MGMT-CODE TO WS-BUCKET-MGMT-CODE
               PERFORM 3400-FIND-OR-ADD-COMPANY
               SET WS-CO-IDX TO WS-ROW-FOUND
               IF WS-CO-FAILED-SW(WS-CO-IDX) NOT = 'Y'
                   MOVE 'Y' TO WS-CO-FAILED-SW(WS-CO-IDX)
                   MOVE AUD-MGMT-NAME TO WS-CO-FAILED-FEED(WS-CO-IDX)
               END-IF
           END-IF.

       3000-ACCUMULATE-KSDS.
           OPEN INPUT WRK6520-FILE
           IF WS-WRK6520-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6551 KSDS OPEN FAILED, STATUS='
                   WS-WRK6520-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3100-READ-KSDS-RECORD UNTIL WS-EOF
           PERFORM 3300-CLOSE-FUND
           CLOSE WRK6520-FILE.

       3100-READ-KSDS-RECORD.
           READ WRK6520-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF WRK6520-DETAIL-REC OR WRK6520-ADJUSTMENT-REC
                       IF FUND-CODE NOT = WS-BRK-FUND-CODE
                           PERFORM 3300-CLOSE-FUND
                           MOVE FUND-CODE TO WS-BRK-FUND-CODE
                       END-IF
                       IF WRK6520-DETAIL-REC
                           ADD 1 TO WS-DETAIL-COUNT
                           PERFORM 3200-BUCKET-DETAIL
                       ELSE
                           ADD 1 TO WS-ADJ-READ-COUNT
                           PERFORM 3250-NOTE-ADJUSTMENT
                       END-IF
                   END-IF
           END-READ.

       3200-BUCKET-DETAIL.
           IF WS-BRK-DETAIL-SW NOT = 'Y'
               MOVE 'Y' TO WS-BRK-DETAIL-SW
               MOVE MGMT-CODE TO WS-BRK-MGMT-CODE
           END-IF
           MOVE MGMT-CODE TO WS-BUCKET-MGMT-CODE
           PERFORM 3400-FIND-OR-ADD-COMPANY
           SET WS-CO-IDX TO WS-ROW-FOUND
           ADD 1 TO WS-CO-DETAIL-COUNT(WS-CO-IDX)
           MOVE AMOUNT-DATA OF DETAIL-DATA-AREA TO WS-GEN-AMT
           PERFORM 3450-TAKE-ABSOLUTE
           IF WS-GEN-AMT < 0
               ADD WS-ABS-AMT TO WS-CO-DR-AMT(WS-CO-IDX)
           ELSE
               ADD WS-ABS-AMT TO WS-CO-CR-AMT(WS-CO-IDX)
           END-IF.

       3250-NOTE-ADJUSTMENT.
      *    SIGNED, EXACTLY AS NRS-WRK6520 ADDED IT INTO AMOUNT-DATA
           ADD 1 TO WS-BRK-ADJ-COUNT
           ADD ADJ-AMOUNT-DATA TO WS-BRK-ADJ-AMT.

       3300-CLOSE-FUND.
           IF WS-BRK-ADJ-COUNT > 0
               IF WS-BRK-DETAIL-SW = 'Y'
                   MOVE WS-BRK-MGMT-CODE TO WS-BUCKET-MGMT-CODE
                   PERFORM 3400-FIND-OR-ADD-COMPANY
                   SET WS-CO-IDX TO WS-ROW-FOUND
                   ADD WS-BRK-ADJ-AMT TO WS-CO-ADJ-AMT(WS-CO-IDX)
               ELSE
                   ADD WS-BRK-ADJ-COUNT TO WS-UNPOSTED-ADJ-COUNT
                   ADD WS-BRK-ADJ-AMT TO WS-UNPOSTED-ADJ-AMT
                   MOVE WS-BRK-ADJ-AMT TO WS-E-AMOUNT
                   MOVE SPACES TO WRK6551-RPT-LINE
                   STRING 'ADJUSTMENTS FOR FUND ' DELIMITED BY SIZE
                       WS-BRK-FUND-CODE DELIMITED BY SIZE
                       ' HAVE NO DETAIL - NOT POSTED, NOT SETTLED '
                       DELIMITED BY SIZE
                       WS-E-AMOUNT DELIMITED BY SIZE
                       INTO WRK6551-RPT-LINE
                   WRITE WRK6551-RPT-LINE
               END-IF
           END-IF
           MOVE 'N' TO WS-BRK-DETAIL-SW
           MOVE SPACES TO WS-BRK-MGMT-CODE
           MOVE 0 TO WS-BRK-ADJ-COUNT
           MOVE 0 TO WS-BRK-ADJ-AMT.

       3400-FIND-OR-ADD-COMPANY.
           MOVE 0 TO WS-ROW-FOUND
           SET WS-CO-IDX TO 1
           SEARCH WS-CO-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CO-IDX > WS-CO-COUNT
                   CONTINUE
               WHEN WS-CO-MGMT-CODE(WS-CO-IDX) = WS-BUCKET-MGMT-CODE
                   SET WS-ROW-FOUND TO WS-CO-IDX
           END-SEARCH
           IF WS-ROW-FOUND = 0
               IF WS-CO-COUNT >= WS-CO-TABLE-MAX
      *    A COMPANY LEFT OFF THE TABLE WOULD SIMPLY NOT BE PAID -
      *    STOP RATHER THAN CUT AN INCOMPLETE FILE
                   DISPLAY 'NRS-WRK6551 COMPANY TABLE FULL AT CODE '
                       WS-BUCKET-MGMT-CODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CO-COUNT
               SET WS-CO-IDX TO WS-CO-COUNT
               MOVE SPACES TO WS-CO-ENTRY(WS-CO-IDX)
               MOVE WS-BUCKET-MGMT-CODE TO WS-CO-MGMT-CODE(WS-CO-IDX)
               MOVE 0 TO WS-CO-CR-AMT(WS-CO-IDX)
               MOVE 0 TO WS-CO-DR-AMT(WS-CO-IDX)
               MOVE 0 TO WS-CO-ADJ-AMT(WS-CO-IDX)
               MOVE 0 TO WS-CO-NET-AMT(WS-CO-IDX)
               MOVE 0 TO WS-CO-DETAIL-COUNT(WS-CO-IDX)
               MOVE 'N' TO WS-CO-FAILED-SW(WS-CO-IDX)
               MOVE 0 TO WS-CO-ROUTING(WS-CO-IDX)
               MOVE 0 TO WS-CO-TRAN-CODE(WS-CO-IDX)
               MOVE 0 TO WS-CO-PAY-AMT(WS-CO-IDX)
               MOVE WS-CO-COUNT TO WS-ROW-FOUND
           END-IF.

       3450-TAKE-ABSOLUTE.
           IF WS-GEN-AMT < 0
               COMPUTE WS-ABS-AMT = 0 - WS-GEN-AMT
           ELSE
               MOVE WS-GEN-AMT TO WS-ABS-AMT
           END-IF.

       4000-DECIDE-SETTLEMENTS.
      *    WITHOUT A SETTLEMENT MASTER EVERY COMPANY IS HELD
           OPEN INPUT WRK6520-SETL-FILE
           EVALUATE WS-SETL-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-SETL-OPEN-SW
               WHEN '05'
                   CLOSE WRK6520-SETL-FILE
               WHEN OTHER
                   DISPLAY 'NRS-WRK6551 SETLMST OPEN FAILED, STATUS='
                       WS-SETL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           PERFORM 4100-DECIDE-COMPANY
               VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-CO-COUNT
           IF WS-SETL-OPEN-SW = 'Y'
               CLOSE WRK6520-SETL-FILE
           END-IF.

       4100-DECIDE-COMPANY.
           SET WS-CO-IDX TO WS-ROW-IDX
           MOVE 'N' TO WS-SETL-FOUND-SW
           IF WS-SETL-OPEN-SW = 'Y'
               MOVE WS-CO-MGMT-CODE(WS-CO-IDX) TO SETL-MGMT-CODE
               READ WRK6520-SETL-FILE
               IF WS-SETL-STATUS = '00'
                   MOVE 'Y' TO WS-SETL-FOUND-SW
                   MOVE SETL-METHOD TO WS-CO-METHOD(WS-CO-IDX)
                   MOVE SETL-BANK-ROUTING TO WS-CO-ROUTING(WS-CO-IDX)
                   MOVE SETL-BANK-ACCOUNT TO WS-CO-ACCOUNT(WS-CO-IDX)
                   MOVE SETL-ACCOUNT-NAME
                       TO WS-CO-ACCOUNT-NAME(WS-CO-IDX)
               END-IF
           END-IF
           COMPUTE WS-CO-NET-AMT(WS-CO-IDX) =
               WS-CO-CR-AMT(WS-CO-IDX) - WS-CO-DR-AMT(WS-CO-IDX)
           IF WS-SETL-FOUND-SW = 'Y' AND SETL-EXCLUDE-ADJUSTMENTS
               SUBTRACT WS-CO-ADJ-AMT(WS-CO-IDX)
                   FROM WS-CO-NET-AMT(WS-CO-IDX)
           END-IF
           MOVE WS-CO-NET-AMT(WS-CO-IDX) TO WS-GEN-AMT
           PERFORM 3450-TAKE-ABSOLUTE
           EVALUATE TRUE
               WHEN WS-CO-FAILED-SW(WS-CO-IDX) = 'Y'
                   MOVE 'H' TO WS-CO-DISPOSITION(WS-CO-IDX)
                   STRING 'FAILED AUDIT ROW TODAY - FEED '
                       DELIMITED BY SIZE
                       WS-CO-FAILED-FEED(WS-CO-IDX) DELIMITED BY SIZE
                       INTO WS-CO-REASON(WS-CO-IDX)
               WHEN WS-SETL-FOUND-SW NOT = 'Y'
                   MOVE 'H' TO WS-CO-DISPOSITION(WS-CO-IDX)
                   MOVE 'NO SETTLEMENT MASTER ENTRY'
                       TO WS-CO-REASON(WS-CO-IDX)
               WHEN NOT SETL-ACTIVE
                   MOVE 'H' TO WS-CO-DISPOSITION(WS-CO-IDX)
                   MOVE 'SETTLEMENT MASTER ENTRY INACTIVE'
                       TO WS-CO-REASON(WS-CO-IDX)
               WHEN WS-CO-NET-AMT(WS-CO-IDX) = 0
                   MOVE 'Z' TO WS-CO-DISPOSITION(WS-CO-IDX)
                   MOVE 'NOTHING TO SETTLE'
                       TO WS-CO-DISP-TEXT(WS-CO-IDX)
               WHEN WS-CO-NET-AMT(WS-CO-IDX) > 0
                   AND SETL-NET-DEBITS-ONLY
                   MOVE 'N' TO WS-CO-DISPOSITION(WS-CO-IDX)
                   MOVE 'NOT SENT - NETTING'
                       TO WS-CO-DISP-TEXT(WS-CO-IDX)
               WHEN WS-CO-NET-AMT(WS-CO-IDX) < 0
                   AND SETL-NET-CREDITS-ONLY
                   MOVE 'N' TO WS-CO-DISPOSITION(WS-CO-IDX)
                   MOVE 'NOT SENT - NETTING'
                       TO WS-CO-DISP-TEXT(WS-CO-IDX)
               WHEN WS-ABS-AMT < SETL-MIN-AMOUNT
                   MOVE 'N' TO WS-CO-DISPOSITION(WS-CO-IDX)
                   MOVE 'NOT SENT - MINIMUM'
                       TO WS-CO-DISP-TEXT(WS-CO-IDX)
               WHEN WS-ABS-AMT > 99999999.99
                   MOVE 'H' TO WS-CO-DISPOSITION(WS-CO-IDX)
                   MOVE 'NET TOO LARGE FOR ONE ACH ENTRY'
                       TO WS-CO-REASON(WS-CO-IDX)
               WHEN OTHER
                   PERFORM 4200-SET-INSTRUCTION
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-CO-HELD(WS-CO-IDX)
                   ADD 1 TO WS-HELD-COUNT
                   MOVE 'HELD' TO WS-CO-DISP-TEXT(WS-CO-IDX)
               WHEN WS-CO-NIL(WS-CO-IDX)
                   ADD 1 TO WS-NIL-COUNT
               WHEN WS-CO-NOT-SENT(WS-CO-IDX)
                   ADD 1 TO WS-NOT-SENT-COUNT
               WHEN WS-CO-SENT(WS-CO-IDX)
                   ADD 1 TO WS-SENT-COUNT
           END-EVALUATE.

       4200-SET-INSTRUCTION.
      *    A NET CREDIT IS PAID TO THE COMPANY (CHECKING CREDIT 22),
      *    A NET DEBIT IS DRAWN FROM IT (CHECKING DEBIT 27)
           MOVE 'S' TO WS-CO-DISPOSITION(WS-CO-IDX)
           MOVE WS-ABS-AMT TO WS-CO-PAY-AMT(WS-CO-IDX)
           IF WS-CO-NET-AMT(WS-CO-IDX) > 0
               MOVE 22 TO WS-CO-TRAN-CODE(WS-CO-IDX)
               MOVE 'SENT - PAY' TO WS-CO-DISP-TEXT(WS-CO-IDX)
           ELSE
               MOVE 27 TO WS-CO-TRAN-CODE(WS-CO-IDX)
               MOVE 'SENT - DRAW' TO WS-CO-DISP-TEXT(WS-CO-IDX)
           END-IF
           IF SETL-SAME-DAY-ACH
               ADD 1 TO WS-SAME-DAY-SENT-COUNT
           ELSE
               ADD 1 TO WS-ACH-SENT-COUNT
           END-IF.

       5000-WRITE-PAYMENT-FILE.
           OPEN OUTPUT WRK6551-PAY-FILE
           IF WS-PAY-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6551 PAYMENT FILE OPEN FAILED, STATUS='
                   WS-PAY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 5050-WRITE-FILE-HEADER
           IF WS-SAME-DAY-SENT-COUNT > 0
               MOVE 'S' TO WS-BATCH-METHOD
               MOVE WS-EFF-SAME-DAY-DATE TO WS-EFF-BATCH-DATE
               PERFORM 5100-WRITE-BATCH
           END-IF
           IF WS-ACH-SENT-COUNT > 0
               MOVE 'A' TO WS-BATCH-METHOD
               MOVE WS-EFF-ACH-DATE TO WS-EFF-BATCH-DATE
               PERFORM 5100-WRITE-BATCH
           END-IF
           PERFORM 5400-WRITE-FILE-CONTROL
           CLOSE WRK6551-PAY-FILE.

       5050-WRITE-FILE-HEADER.
           MOVE SPACES TO PAY-FILE-HEADER
           MOVE '1' TO PFH-RECORD-TYPE
           MOVE '01' TO PFH-PRIORITY-CODE
           MOVE PARM-DEST-ROUTING TO PFH-DEST-ROUTING
           MOVE PARM-COMPANY-ID TO PFH-ORIGIN-ID
           MOVE WS-CURR-DATE(3:6) TO PFH-CREATION-DATE
           MOVE WS-CURR-TIME(1:4) TO PFH-CREATION-TIME
           MOVE 'A' TO PFH-FILE-ID-MODIFIER
           MOVE '094' TO PFH-RECORD-SIZE
           MOVE '10' TO PFH-BLOCKING-FACTOR
           MOVE '1' TO PFH-FORMAT-CODE
           MOVE PARM-DEST-NAME TO PFH-DEST-NAME
           MOVE PARM-ORIGIN-NAME TO PFH-ORIGIN-NAME
           PERFORM 5900-WRITE-PAY-RECORD.

       5100-WRITE-BATCH.
           ADD 1 TO WS-PAY-BATCH-NUMBER
           MOVE 0 TO WS-BATCH-ENTRY-COUNT
           MOVE 0 TO WS-BATCH-HASH
           MOVE 0 TO WS-BATCH-DEBIT-TOTAL
           MOVE 0 TO WS-BATCH-CREDIT-TOTAL
           MOVE SPACES TO PAY-BATCH-HEADER
           MOVE '5' TO PBH-RECORD-TYPE
           MOVE 200 TO PBH-SERVICE-CLASS
           MOVE PARM-ORIGIN-NAME(1:16) TO PBH-COMPANY-NAME
           MOVE PARM-COMPANY-ID TO PBH-COMPANY-ID
           MOVE 'CCD' TO PBH-SEC-CODE
           MOVE 'SETTLEMENT' TO PBH-ENTRY-DESCRIPTION
           MOVE WS-EFF-BATCH-DATE(3:6) TO PBH-EFFECTIVE-DATE
           MOVE '1' TO PBH-ORIGINATOR-STATUS
           MOVE PARM-ODFI-ID TO PBH-ODFI-ID
           MOVE WS-PAY-BATCH-NUMBER TO PBH-BATCH-NUMBER
           PERFORM 5900-WRITE-PAY-RECORD
           PERFORM 5200-WRITE-ENTRY
               VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-CO-COUNT
           PERFORM 5300-WRITE-BATCH-CONTROL.

       5200-WRITE-ENTRY.
           SET WS-CO-IDX TO WS-ROW-IDX
           IF WS-CO-SENT(WS-CO-IDX)
               AND WS-CO-METHOD(WS-CO-IDX) = WS-BATCH-METHOD
               ADD 1 TO WS-PAY-TRACE-SEQ
               MOVE SPACES TO PAY-ENTRY-DETAIL
               MOVE '6' TO PED-RECORD-TYPE
               MOVE WS-CO-TRAN-CODE(WS-CO-IDX) TO PED-TRANSACTION-CODE
               MOVE WS-CO-RDFI-ID(WS-CO-IDX) TO PED-RDFI-ID
               MOVE WS-CO-CHECK-DIGIT(WS-CO-IDX) TO PED-CHECK-DIGIT
               MOVE WS-CO-ACCOUNT(WS-CO-IDX) TO PED-DFI-ACCOUNT
               MOVE WS-CO-PAY-AMT(WS-CO-IDX) TO PED-AMOUNT
               MOVE WS-CO-MGMT-CODE(WS-CO-IDX) TO PED-INDIVIDUAL-ID
               MOVE WS-CO-ACCOUNT-NAME(WS-CO-IDX)
                   TO PED-INDIVIDUAL-NAME
               MOVE '0' TO PED-ADDENDA-INDICATOR
               MOVE PARM-ODFI-ID TO PED-TRACE-ODFI
               MOVE WS-PAY-TRACE-SEQ TO PED-TRACE-SEQUENCE
               PERFORM 5900-WRITE-PAY-RECORD
               ADD 1 TO WS-BATCH-ENTRY-COUNT
               ADD WS-CO-RDFI-ID(WS-CO-IDX) TO WS-BATCH-HASH
               IF WS-CO-TRAN-CODE(WS-CO-IDX) = 22
                   ADD WS-CO-PAY-AMT(WS-CO-IDX)
                       TO WS-BATCH-CREDIT-TOTAL
               ELSE
                   ADD WS-CO-PAY-AMT(WS-CO-IDX)
                       TO WS-BATCH-DEBIT-TOTAL
               END-IF
           END-IF.

       5300-WRITE-BATCH-CONTROL.
      *    THE ENTRY HASH IS THE SUM OF THE 8-DIGIT RDFI IDS, KEPT
      *    TO ITS LOW-ORDER TEN DIGITS BY THE MOVE
           MOVE SPACES TO PAY-BATCH-CONTROL
           MOVE '8' TO PBC-RECORD-TYPE
           MOVE 200 TO PBC-SERVICE-CLASS
           MOVE WS-BATCH-ENTRY-COUNT TO PBC-ENTRY-COUNT
           MOVE WS-BATCH-HASH TO PBC-ENTRY-HASH
           MOVE WS-BATCH-DEBIT-TOTAL TO PBC-DEBIT-TOTAL
           MOVE WS-BATCH-CREDIT-TOTAL TO PBC-CREDIT-TOTAL
           MOVE PARM-COMPANY-ID TO PBC-COMPANY-ID
           MOVE PARM-ODFI-ID TO PBC-ODFI-ID
           MOVE WS-PAY-BATCH-NUMBER TO PBC-BATCH-NUMBER
           PERFORM 5900-WRITE-PAY-RECORD
           ADD WS-BATCH-ENTRY-COUNT TO WS-FILE-ENTRY-COUNT
           ADD WS-BATCH-HASH TO WS-FILE-HASH
           ADD WS-BATCH-DEBIT-TOTAL TO WS-FILE-DEBIT-TOTAL
           ADD WS-BATCH-CREDIT-TOTAL TO WS-FILE-CREDIT-TOTAL.

       5400-WRITE-FILE-CONTROL.
      *    THE BLOCK COUNT INCLUDES THIS RECORD; THE LAST BLOCK IS
      *    THEN FILLED OUT WITH ALL-NINES RECORDS
           COMPUTE WS-PAY-BLOCK-COUNT =
               (WS-PAY-RECORD-COUNT + 1 + 9) / 10
           MOVE WS-FILE-HASH TO WS-FILE-HASH-10
           MOVE SPACES TO PAY-FILE-CONTROL
           MOVE '9' TO PFC-RECORD-TYPE
           MOVE WS-PAY-BATCH-NUMBER TO PFC-BATCH-COUNT
           MOVE WS-PAY-BLOCK-COUNT TO PFC-BLOCK-COUNT
           MOVE WS-FILE-ENTRY-COUNT TO PFC-ENTRY-COUNT
           MOVE WS-FILE-HASH-10 TO PFC-ENTRY-HASH
           MOVE WS-FILE-DEBIT-TOTAL TO PFC-DEBIT-TOTAL
           MOVE WS-FILE-CREDIT-TOTAL TO PFC-CREDIT-TOTAL
           PERFORM 5900-WRITE-PAY-RECORD
           PERFORM 5450-WRITE-BLOCK-FILLER
               UNTIL WS-PAY-RECORD-COUNT >= WS-PAY-BLOCK-COUNT * 10.

       5450-WRITE-BLOCK-FILLER.
           MOVE ALL '9' TO WRK6551-PAY-RECORD
           PERFORM 5900-WRITE-PAY-RECORD.

       5900-WRITE-PAY-RECORD.
           WRITE WRK6551-PAY-RECORD
           IF WS-PAY-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6551 PAYMENT FILE WRITE FAILED, STATUS='
                   WS-PAY-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           ADD 1 TO WS-PAY-RECORD-COUNT.

       6000-PRINT-REGISTER.
           MOVE SPACES TO WRK6551-RPT-LINE
           WRITE WRK6551-RPT-LINE
           MOVE SPACES TO WRK6551-RPT-LINE
           STRING 'MG            CREDITS             DEBITS'
               DELIMITED BY SIZE
               '    POSTED ADJ (IN)                NET'
               DELIMITED BY SIZE
               ' M ROUTING   ACCOUNT  DISPOSITION'
               DELIMITED BY SIZE
               INTO WRK6551-RPT-LINE
           WRITE WRK6551-RPT-LINE
           PERFORM 6100-PRINT-COMPANY-LINE
               VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-CO-COUNT
           MOVE SPACES TO WRK6551-RPT-LINE
           WRITE WRK6551-RPT-LINE
           MOVE 'HELD COMPANIES - NOT ON THE PAYMENT FILE'
               TO WRK6551-RPT-LINE
           WRITE WRK6551-RPT-LINE
           IF WS-HELD-COUNT = 0
               MOVE '  NONE' TO WRK6551-RPT-LINE
               WRITE WRK6551-RPT-LINE
           ELSE
               PERFORM 6200-PRINT-HELD-LINE
                   VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-CO-COUNT
           END-IF
           PERFORM 6300-PRINT-CONTROL-TOTALS
           PERFORM 6400-PRINT-SIGN-OFF.

       6100-PRINT-COMPANY-LINE.
           SET WS-CO-IDX TO WS-ROW-IDX
           MOVE WS-CO-CR-AMT(WS-CO-IDX) TO WS-E-AMOUNT
           MOVE WS-CO-DR-AMT(WS-CO-IDX) TO WS-E-AMOUNT-2
           MOVE WS-CO-ADJ-AMT(WS-CO-IDX) TO WS-E-AMOUNT-3
           MOVE WS-CO-NET-AMT(WS-CO-IDX) TO WS-E-AMOUNT-4
           PERFORM 6250-MASK-ACCOUNT
           MOVE SPACES TO WRK6551-RPT-LINE
           STRING WS-CO-MGMT-CODE(WS-CO-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-E-AMOUNT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-E-AMOUNT-2 DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-E-AMOUNT-3 DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-E-AMOUNT-4 DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-CO-METHOD(WS-CO-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-CO-ROUTING(WS-CO-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-MASKED-ACCOUNT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-CO-DISP-TEXT(WS-CO-IDX) DELIMITED BY SIZE
               INTO WRK6551-RPT-LINE
           WRITE WRK6551-RPT-LINE.

       6200-PRINT-HELD-LINE.
           SET WS-CO-IDX TO WS-ROW-IDX
           IF WS-CO-HELD(WS-CO-IDX)
               MOVE WS-CO-NET-AMT(WS-CO-IDX) TO WS-E-AMOUNT
               MOVE SPACES TO WRK6551-RPT-LINE
               STRING '  MGMT ' DELIMITED BY SIZE
                   WS-CO-MGMT-CODE(WS-CO-IDX) DELIMITED BY SIZE
                   ' NET ' DELIMITED BY SIZE
                   WS-E-AMOUNT DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-CO-REASON(WS-CO-IDX) DELIMITED BY SIZE
                   INTO WRK6551-RPT-LINE
               WRITE WRK6551-RPT-LINE
           END-IF.

       6250-MASK-ACCOUNT.
      *    A BANK ACCOUNT NUMBER IS NEVER PRINTED IN FULL
           MOVE SPACES TO WS-MASKED-ACCOUNT
           IF WS-CO-ACCOUNT(WS-CO-IDX) NOT = SPACES
               MOVE '********' TO WS-MASKED-ACCOUNT
               COMPUTE WS-ACCOUNT-LEN =
                   FUNCTION LENGTH(
                       FUNCTION TRIM(WS-CO-ACCOUNT(WS-CO-IDX) TRAILING))
               IF WS-ACCOUNT-LEN >= 4
                   MOVE WS-CO-ACCOUNT(WS-CO-IDX)(WS-ACCOUNT-LEN - 3:4)
                       TO WS-MASKED-ACCOUNT(5:4)
               END-IF
           END-IF.

       6300-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO WRK6551-RPT-LINE
           WRITE WRK6551-RPT-LINE
           MOVE SPACES TO WRK6551-RPT-LINE
           STRING 'COMPANIES ' DELIMITED BY SIZE
               WS-CO-COUNT DELIMITED BY SIZE
               '  SENT ' DELIMITED BY SIZE
               WS-SENT-COUNT DELIMITED BY SIZE
               '  HELD ' DELIMITED BY SIZE
               WS-HELD-COUNT DELIMITED BY SIZE
               '  NOT SENT ' DELIMITED BY SIZE
               WS-NOT-SENT-COUNT DELIMITED BY SIZE
               '  NOTHING TO SETTLE ' DELIMITED BY SIZE
               WS-NIL-COUNT DELIMITED BY SIZE
               INTO WRK6551-RPT-LINE
           WRITE WRK6551-RPT-LINE
           MOVE WS-UNPOSTED-ADJ-AMT TO WS-E-AMOUNT
           MOVE SPACES TO WRK6551-RPT-LINE
           STRING 'DETAILS READ ' DELIMITED BY SIZE
               WS-DETAIL-COUNT DELIMITED BY SIZE
               '  ADJUSTMENTS READ ' DELIMITED BY SIZE
               WS-ADJ-READ-COUNT DELIMITED BY SIZE
               '  NOT POSTED (NO DETAIL) ' DELIMITED BY SIZE
               WS-UNPOSTED-ADJ-COUNT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-E-AMOUNT DELIMITED BY SIZE
               INTO WRK6551-RPT-LINE
           WRITE WRK6551-RPT-LINE
           MOVE SPACES TO WRK6551-RPT-LINE
           STRING 'PAYMENT FILE  RECORDS ' DELIMITED BY SIZE
               WS-PAY-RECORD-COUNT DELIMITED BY SIZE
               '  BLOCKS ' DELIMITED BY SIZE
               WS-PAY-BLOCK-COUNT DELIMITED BY SIZE
               '  BATCHES ' DELIMITED BY SIZE
               WS-PAY-BATCH-NUMBER DELIMITED BY SIZE
               '  ENTRIES ' DELIMITED BY SIZE
               WS-FILE-ENTRY-COUNT DELIMITED BY SIZE
               '  ENTRY HASH ' DELIMITED BY SIZE
               WS-FILE-HASH-10 DELIMITED BY SIZE
               INTO WRK6551-RPT-LINE
           WRITE WRK6551-RPT-LINE
           MOVE WS-FILE-CREDIT-TOTAL TO WS-E-AMOUNT
           MOVE SPACES TO WRK6551-RPT-LINE
           STRING 'TOTAL CREDITS - PAID TO COMPANIES  '
               DELIMITED BY SIZE
               WS-E-AMOUNT DELIMITED BY SIZE
               INTO WRK6551-RPT-LINE
           WRITE WRK6551-RPT-LINE
           MOVE WS-FILE-DEBIT-TOTAL TO WS-E-AMOUNT
           MOVE SPACES TO WRK6551-RPT-LINE
           STRING 'TOTAL DEBITS - DRAWN FROM COMPANIES'
               DELIMITED BY SIZE
               WS-E-AMOUNT DELIMITED BY SIZE
               INTO WRK6551-RPT-LINE
           WRITE WRK6551-RPT-LINE.

       6400-PRINT-SIGN-OFF.
           MOVE SPACES TO WRK6551-RPT-LINE
           WRITE WRK6551-RPT-LINE
           MOVE SPACES TO WRK6551-RPT-LINE
           WRITE WRK6551-RPT-LINE
           MOVE SPACES TO WRK6551-RPT-LINE
           STRING 'PREPARED BY  ______________________________'
               DELIMITED BY SIZE
               '   DATE  __________' DELIMITED BY SIZE
               INTO WRK6551-RPT-LINE
           WRITE WRK6551-RPT-LINE
           MOVE SPACES TO WRK6551-RPT-LINE
           WRITE WRK6551-RPT-LINE
           MOVE SPACES TO WRK6551-RPT-LINE
           STRING 'APPROVED BY  ______________________________'
               DELIMITED BY SIZE
               '   DATE  __________   (TREASURY)' DELIMITED BY SIZE
               INTO WRK6551-RPT-LINE
           WRITE WRK6551-RPT-LINE.

       7000-FINALIZE.
           CLOSE WRK6551-RPT-FILE
           IF WS-HELD-COUNT > 0 OR WS-UNMAPPED-FAIL-COUNT > 0
               DISPLAY 'NRS-WRK6551 ' WS-HELD-COUNT
                   ' COMPANIES HELD, ' WS-UNMAPPED-FAIL-COUNT
                   ' FAILED FEEDS NOT ON FEEDSCH - SEE REGISTER'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-GATE-PASS-SW NOT = 'Y'
               DISPLAY 'NRS-WRK6551 PAYMENT FILE NOT CUT - SEE REPORT'
               MOVE 16 TO RETURN-CODE
           END-IF.

       9000-OPEN-CALENDAR.
      *    THE CALENDAR IS OPTIONAL - WITHOUT IT EVERY WEEKDAY IS A
      *    BUSINESS DAY.
           MOVE 'N' TO WS-CAL-OPEN-SW
           OPEN INPUT WRK6520-CAL-FILE
           EVALUATE WS-CAL-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-CAL-OPEN-SW
               WHEN '05'
                   CLOSE WRK6520-CAL-FILE
               WHEN OTHER
                   DISPLAY 'NRS-WRK6551 CALENDAR OPEN FAILED, STATUS='
                       WS-CAL-STATUS ' - WEEKDAYS ONLY'
           END-EVALUATE.

       9150-NEXT-BUSINESS-DAY.
      *    STEPS WS-CAL-WORK-DATE FORWARD TO THE NEAREST LATER
      *    BUSINESS DAY.
           COMPUTE WS-CAL-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-CAL-WORK-DATE)
           MOVE 'N' TO WS-CAL-BUSINESS-SW
           MOVE 0 TO WS-CAL-STEP-COUNT
           PERFORM 9160-STEP-FORWARD-ONE-DAY
               UNTIL WS-CAL-BUSINESS-SW = 'Y'
                   OR WS-CAL-STEP-COUNT >= 31.

       9160-STEP-FORWARD-ONE-DAY.
           ADD 1 TO WS-CAL-DAY-NUMBER
           ADD 1 TO WS-CAL-STEP-COUNT
           COMPUTE WS-CAL-WORK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CAL-DAY-NUMBER)
           PERFORM 9200-TEST-BUSINESS-DAY.

       9200-TEST-BUSINESS-DAY.
      *    DAY 1 OF INTEGER-OF-DATE IS A MONDAY, SO MOD 7 GIVES
      *    6 FOR SATURDAY AND 0 FOR SUNDAY.  AN ACTIVE CALENDAR ROW
      *    OVERRIDES THE WEEKDAY RULE EITHER WAY.
           COMPUTE WS-CAL-WEEKDAY = FUNCTION MOD(WS-CAL-DAY-NUMBER, 7)
           IF WS-CAL-WEEKDAY = 0 OR WS-CAL-WEEKDAY = 6
               MOVE 'N' TO WS-CAL-BUSINESS-SW
           ELSE
               MOVE 'Y' TO WS-CAL-BUSINESS-SW
           END-IF
           IF WS-CAL-OPEN-SW = 'Y'
               MOVE WS-CAL-WORK-DATE TO CAL-DATE
               READ WRK6520-CAL-FILE
               IF WS-CAL-STATUS = '00' AND CAL-ACTIVE
                   IF CAL-HOLIDAY
                       MOVE 'N' TO WS-CAL-BUSINESS-SW
                   ELSE
                       MOVE 'Y' TO WS-CAL-BUSINESS-SW
                   END-IF
               END-IF
           END-IF.

       9900-CLOSE-CALENDAR.
           IF WS-CAL-OPEN-SW = 'Y'
               CLOSE WRK6520-CAL-FILE
               MOVE 'N' TO WS-CAL-OPEN-SW
           END-IF.
