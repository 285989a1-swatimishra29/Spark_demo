       IDENTIFICATION DIVISION.
       PROGRAM-ID. NRS-WRK6546.
	     AUTHOR. AGENT.
	     DATE WRITTEN. 10/15/2026.
      *    END-OF-STREAM BALANCING PROOF FOR THE OVERNIGHT OUTPUTS.
      *    NRS-WRK6533 (GLPOST), NRS-WRK6522 (DTLOUT/ADJOUT) AND
      *    NRS-WRK6534 (ACKFILE) EACH PROVE THEIR OWN INPUTS, BUT ONE
      *    CUT BEFORE A SUPPLEMENTAL RUN OR AN NRS-WRK6527 RESUBMIT
      *    AND ANOTHER CUT AFTER IT CAN EACH LOOK RIGHT WHILE
      *    DESCRIBING DIFFERENT LOADS.  THIS JOB RUNS LAST AND PROVES
      *    THE OUTPUTS AGAINST EACH OTHER, ONE PROOF SHEET PER
      *    MGMT-CODE:
      *      KSDS  VS DTLOUT  DETAIL COUNT AND AMOUNT-DATA SUM
      *      KSDS  VS ADJOUT  ADJUSTMENT COUNT AND ADJ-AMOUNT-DATA SUM
      *      KSDS  VS GLPOST  AMT/RPT/ROP DEBIT AND CREDIT LEGS, BUILT
      *                       FROM THE C/D CODES THE WAY NRS-WRK6533
      *                       BUILDS THEM
      *      AUDIT VS ACK     RUN DATE, ACCEPTED RECORDS AND RECON
      *                       STATUS OF THE LATEST MORNING RUN
      *    THEN A STREAM PAGE: THE AUDIT ROWS OF THE LATEST RUN (THE
      *    MORNING ROWS PLUS THE SAME-DAY SUPPLEMENTAL AND RESUBMIT
      *    ROWS STAMPED AFTER THEM, WITHDRAWN FEEDS DROPPED), THE
      *    GLPOST CONTROL RECORD AGAINST ITS OWN JOURNAL LINES, AND
      *    THE GLPOST CUT DATE AGAINST THE LAST AUDIT ROW - A GL FILE
      *    CUT BEFORE THE LAST SUPPLEMENTAL OR RESUBMIT IS A BREAK.
      *    ADJUSTMENTS CARRY NO MGMT-CODE AND ARE ATTRIBUTED THROUGH
      *    THE OWNING COMPANY ON FUNDMST ON BOTH SIDES; AUDIT ROWS ARE
      *    ATTRIBUTED THROUGH THE FEED NAME ON FEEDSCH.  ACKFILE IS
      *    EVERY COMPANY'S RETURN DATASET CONCATENATED.
      *    ANY BREAK ENDS RC 8 SO NOTHING IS RELEASED TO FINANCE OR
      *    THE DATA MART OUT OF STEP; A MISSING INPUT ENDS RC 16.
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
           SELECT WRK6520-FUND-FILE ASSIGN TO "FUNDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FUND-MST-CODE
               FILE STATUS IS WS-FUND-STATUS.
           SELECT WRK6520-MGMT-FILE ASSIGN TO "MGMTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MGMT-MST-CODE
               FILE STATUS IS WS-MGMT-STATUS.
           SELECT WRK6546-DTL-FILE ASSIGN TO "DTLOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DTL-STATUS.
           SELECT WRK6546-ADJ-FILE ASSIGN TO "ADJOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-STATUS.
           SELECT WRK6533-GL-FILE ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT WRK6534-ACK-FILE ASSIGN TO "ACKFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT WRK6546-RPT-FILE ASSIGN TO "RPTFILE"
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
       FD  WRK6520-FUND-FILE.
           COPY WRK6520F.
       FD  WRK6520-MGMT-FILE.
           COPY WRK6520G.
       FD  WRK6546-DTL-FILE.
       01  WRK6546-DTL-LINE                      PIC X(200).
       FD  WRK6546-ADJ-FILE.
       01  WRK6546-ADJ-LINE                      PIC X(200).
       FD  WRK6533-GL-FILE.
           COPY WRK6520J.
       FD  WRK6534-ACK-FILE.
           COPY WRK6520Y.
       FD  WRK6546-RPT-FILE.
       01  WRK6546-RPT-LINE                      PIC X(132).
       WORKING-STORAGE SECTION.
           COPY WRK6520M.
           COPY WRK6520N.
       01  WS-FILE-STATUSES.
           05  WS-AUDIT-STATUS                   PIC X(2).
           05  WS-WRK6520-STATUS                 PIC X(2).
           05  WS-SCHED-STATUS                   PIC X(2).
           05  WS-FUND-STATUS                    PIC X(2).
           05  WS-MGMT-STATUS                    PIC X(2).
           05  WS-DTL-STATUS                     PIC X(2).
           05  WS-ADJ-STATUS                     PIC X(2).
           05  WS-GL-STATUS                      PIC X(2).
           05  WS-ACK-STATUS                     PIC X(2).
           05  WS-RPT-STATUS                     PIC X(2).
       01  WS-SWITCHES.
           05  WS-EOF-SW                         PIC X(1) VALUE 'N'.
               88  WS-EOF                          VALUE 'Y'.
           05  WS-AUDIT-EOF-SW                   PIC X(1) VALUE 'N'.
           05  WS-SCHED-EOF-SW                   PIC X(1) VALUE 'N'.
           05  WS-FUND-EOF-SW                    PIC X(1) VALUE 'N'.
           05  WS-MGMT-EOF-SW                    PIC X(1) VALUE 'N'.
           05  WS-DTL-EOF-SW                     PIC X(1) VALUE 'N'.
           05  WS-ADJ-EOF-SW                     PIC X(1) VALUE 'N'.
           05  WS-GL-EOF-SW                      PIC X(1) VALUE 'N'.
           05  WS-ACK-EOF-SW                     PIC X(1) VALUE 'N'.
           05  WS-RUN-SEEN-SW                    PIC X(1) VALUE 'N'.
           05  WS-GL-CTL-SEEN-SW                 PIC X(1) VALUE 'N'.
           05  WS-PAIR-AGREE-SW                  PIC X(1).
       01  WS-AUDIT-SCAN.
           05  WS-AUDIT-PASS-NO                  PIC 9(1) VALUE 1.
           05  WS-LATEST-RUN.
               10  WS-LATEST-RUN-DATE            PIC 9(8) VALUE 0.
               10  WS-LATEST-RUN-TIME            PIC 9(6) VALUE 0.
           05  WS-AUDIT-RUN.
               10  WS-AUDIT-RUN-DATE             PIC 9(8).
               10  WS-AUDIT-RUN-TIME             PIC 9(6).
           05  WS-LAST-WINDOW-DATE               PIC 9(8) VALUE 0.
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
      *    ONE PROOF ROW PER MGMT-CODE SEEN ON ANY INPUT
       01  WS-CO-TABLE-MAX                       PIC 9(4) VALUE 60.
       01  WS-CO-COUNT                           PIC 9(4) VALUE 0.
       01  WS-CO-TABLE.
           05  WS-CO-ENTRY OCCURS 60 TIMES
                   INDEXED BY WS-CO-IDX.
               10  WS-CO-MGMT-CODE               PIC X(2).
               10  WS-CO-AUD-SEEN-SW             PIC X(1).
               10  WS-CO-AUD-ACCEPTED            PIC 9(9).
               10  WS-CO-AUD-RECON               PIC X(1).
               10  WS-CO-ACK-SEEN-SW             PIC X(1).
               10  WS-CO-ACK-RUN-DATE            PIC 9(8).
               10  WS-CO-ACK-ACCEPTED            PIC 9(9).
               10  WS-CO-ACK-RECON               PIC X(1).
               10  WS-CO-KS-DTL-COUNT            PIC 9(9).
               10  WS-CO-KS-DTL-AMOUNT      PIC S9(15)V9(2).
               10  WS-CO-KS-ADJ-COUNT            PIC 9(9).
               10  WS-CO-KS-ADJ-AMOUNT      PIC S9(15)V9(2).
               10  WS-CO-EX-DTL-COUNT            PIC 9(9).
               10  WS-CO-EX-DTL-AMOUNT      PIC S9(15)V9(2).
               10  WS-CO-EX-ADJ-COUNT            PIC 9(9).
               10  WS-CO-EX-ADJ-AMOUNT      PIC S9(15)V9(2).
               10  WS-CO-KS-LEGS.
                   15  WS-CO-KS-LEG         PIC 9(15)V9(2)
                           OCCURS 6 TIMES.
               10  WS-CO-GL-LEGS.
                   15  WS-CO-GL-LEG         PIC 9(15)V9(2)
                           OCCURS 6 TIMES.
               10  WS-CO-BREAKS                  PIC 9(4).
      *    LEG ORDER FOR THE KSDS/GLPOST COMPARISON
       01  WS-LEG-NAMES-DATA.
           05  FILLER                   PIC X(6) VALUE 'AMT DR'.
           05  FILLER                   PIC X(6) VALUE 'AMT CR'.
           05  FILLER                   PIC X(6) VALUE 'RPT DR'.
           05  FILLER                   PIC X(6) VALUE 'RPT CR'.
           05  FILLER                   PIC X(6) VALUE 'ROP DR'.
           05  FILLER                   PIC X(6) VALUE 'ROP CR'.
       01  WS-LEG-NAMES REDEFINES WS-LEG-NAMES-DATA.
           05  WS-LEG-NAME                       PIC X(6)
                   OCCURS 6 TIMES.
      *    ONE PIPE-DELIMITED EXTRACT LINE BROKEN INTO ITS COLUMNS;
      *    THE AMOUNT COLUMN IS THE 18-BYTE EDITED FIGURE NRS-WRK6522
      *    WROTE AND IS DE-EDITED THROUGH THE REDEFINITION.
       01  WS-EXTRACT-COLUMNS.
           05  WS-X-FUND-CODE                    PIC X(7).
           05  WS-X-COL-2                        PIC X(18).
           05  WS-X-COL-3                        PIC X(18).
           05  WS-X-COL-4                        PIC X(18).
           05  WS-X-COL-5                        PIC X(18).
           05  WS-X-COL-6                        PIC X(18).
           05  WS-X-COL-7                        PIC X(18).
           05  WS-X-COL-8                        PIC X(18).
           05  WS-X-COL-9                        PIC X(18).
           05  WS-X-COL-10                       PIC X(18).
       01  WS-X-AMOUNT-TEXT                      PIC X(18).
       01  WS-X-AMOUNT-EDITED REDEFINES WS-X-AMOUNT-TEXT
                                                 PIC -(14)9.99.
       01  WS-X-AMOUNT                      PIC S9(15)V9(2).
       01  WS-WORK-FIELDS.
           05  WS-ROW-IDX                        PIC 9(4).
           05  WS-ROW-FOUND                      PIC 9(4).
           05  WS-LEG-IDX                        PIC 9(1).
           05  WS-FIND-MGMT-CODE                 PIC X(2).
           05  WS-LOOKUP-FUND                    PIC X(7).
           05  WS-GEN-CDE                        PIC X(1).
           05  WS-GEN-AMT                   PIC S9(15)V9(4).
           05  WS-ABS-AMT                   PIC 9(15)V9(2).
           05  WS-ROW-ACCEPTED                   PIC 9(9).
       01  WS-STREAM-FIGURES.
           05  WS-MORNING-ROWS                   PIC 9(9) VALUE 0.
           05  WS-SUPPL-ROWS                     PIC 9(9) VALUE 0.
           05  WS-RESUB-ROWS                     PIC 9(9) VALUE 0.
           05  WS-WDR-SKIPPED                    PIC 9(9) VALUE 0.
           05  WS-UNMAPPED-ROWS                  PIC 9(9) VALUE 0.
           05  WS-GL-LINES-READ                  PIC 9(9) VALUE 0.
           05  WS-GL-DEBITS-READ            PIC 9(15)V9(2) VALUE 0.
           05  WS-GL-CREDITS-READ           PIC 9(15)V9(2) VALUE 0.
           05  WS-GL-CTL-LINES                   PIC 9(9) VALUE 0.
           05  WS-GL-CTL-DEBITS             PIC 9(15)V9(2) VALUE 0.
           05  WS-GL-CTL-CREDITS            PIC 9(15)V9(2) VALUE 0.
           05  WS-GL-CUT-DATE                    PIC 9(8) VALUE 0.
           05  WS-ACK-HEADERS                    PIC 9(9) VALUE 0.
           05  WS-STREAM-BREAKS                  PIC 9(4) VALUE 0.
           05  WS-TOTAL-BREAKS                   PIC 9(4) VALUE 0.
       01  WS-CURR-DATE                          PIC 9(8).
      *    ONE PRINTED PAIR: THE CALLER FILLS THE LABEL, BOTH SIDES
      *    AND THE AGREE SWITCH, THEN PERFORMS 7900-PRINT-PAIR
       01  WS-PAIR-LINE.
           05  WS-PAIR-LABEL                     PIC X(30).
           05  WS-PAIR-LEFT                      PIC X(18).
           05  WS-PAIR-RIGHT                     PIC X(18).
       01  WS-PAIR-COUNT-L                       PIC 9(9).
       01  WS-PAIR-COUNT-R                       PIC 9(9).
       01  WS-PAIR-AMOUNT-L                 PIC S9(15)V9(2).
       01  WS-PAIR-AMOUNT-R                 PIC S9(15)V9(2).
       01  WS-EDIT-FIELDS.
           05  WS-E-COUNT                        PIC Z(17)9.
           05  WS-E-AMOUNT                       PIC -(14)9.99.
           05  WS-E-MGMT-NAME                    PIC X(30).
       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 1200-LOAD-MGMT-TABLE
           PERFORM 1300-LOAD-FEED-NAMES
           PERFORM 1400-LOAD-FUND-TABLE
           PERFORM 2000-SCAN-AUDIT-ROWS
           PERFORM 3000-READ-KSDS
           PERFORM 4000-READ-DETAIL-EXTRACT
           PERFORM 4500-READ-ADJUSTMENT-EXTRACT
           PERFORM 5000-READ-GL-FILE
           PERFORM 6000-READ-ACK-FILE
           PERFORM 7000-PRINT-PROOF-SHEETS
           PERFORM 7500-PRINT-STREAM-PROOF
           PERFORM 8000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURR-DATE
           OPEN OUTPUT WRK6546-RPT-FILE
           MOVE SPACES TO WRK6546-RPT-LINE
           STRING 'END-OF-STREAM BALANCING PROOF ' DELIMITED BY SIZE
               WS-CURR-DATE DELIMITED BY SIZE
               INTO WRK6546-RPT-LINE
           WRITE WRK6546-RPT-LINE.

       1200-LOAD-MGMT-TABLE.
           MOVE 0 TO WS-MGMT-CODE-LOADED
           MOVE SPACES TO WS-MGMT-CODE-TABLE
           OPEN INPUT WRK6520-MGMT-FILE
           IF WS-MGMT-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6546 MGMT MASTER OPEN FAILED, STATUS='
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
                   IF WS-MGMT-CODE-LOADED >= WS-MGMT-CODE-TABLE-MAX
                       DISPLAY 'NRS-WRK6546 MGMT TABLE FULL - '
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

       1300-LOAD-FEED-NAMES.
           OPEN INPUT WRK6520-SCHED-FILE
           IF WS-SCHED-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6546 FEEDSCH OPEN FAILED, STATUS='
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
                       DISPLAY 'NRS-WRK6546 FEED NAME TABLE FULL - '
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

       1400-LOAD-FUND-TABLE.
           MOVE 0 TO WS-FUND-LOADED
           MOVE SPACES TO WS-FUND-TABLE
           OPEN INPUT WRK6520-FUND-FILE
           IF WS-FUND-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6546 FUND MASTER OPEN FAILED, STATUS='
                   WS-FUND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1450-READ-FUND-MASTER
               UNTIL WS-FUND-EOF-SW = 'Y'
           CLOSE WRK6520-FUND-FILE.

       1450-READ-FUND-MASTER.
           READ WRK6520-FUND-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FUND-EOF-SW
               NOT AT END
                   IF WS-FUND-LOADED >= WS-FUND-TABLE-MAX
                       DISPLAY 'NRS-WRK6546 FUND TABLE FULL - '
                           'DROPPING FUND ' FUND-MST-CODE
                   ELSE
                       ADD 1 TO WS-FUND-LOADED
                       SET WS-FUND-IDX TO WS-FUND-LOADED
                       MOVE FUND-MST-CODE
                           TO WS-FUND-CODE-ENTRY(WS-FUND-IDX)
                       MOVE FUND-MST-NAME
                           TO WS-FUND-NAME-ENTRY(WS-FUND-IDX)
                       MOVE FUND-MST-MGMT-CODE
                           TO WS-FUND-MGMT-ENTRY(WS-FUND-IDX)
                       MOVE FUND-MST-STATUS
                           TO WS-FUND-STATUS-ENTRY(WS-FUND-IDX)
                   END-IF
           END-READ.

       1500-FIND-OWNING-MGMT.
      *    WS-LOOKUP-FUND IN, WS-FIND-MGMT-CODE OUT (SPACES WHEN THE
      *    FUND IS NOT ON FUNDMST - ITS OWN PROOF SHEET)
           MOVE SPACES TO WS-FIND-MGMT-CODE
           SET WS-FUND-IDX TO 1
           SEARCH WS-FUND-ENTRY
               AT END
                   CONTINUE
               WHEN WS-FUND-IDX > WS-FUND-LOADED
                   CONTINUE
               WHEN WS-FUND-CODE-ENTRY(WS-FUND-IDX) = WS-LOOKUP-FUND
                   MOVE WS-FUND-MGMT-ENTRY(WS-FUND-IDX)
                       TO WS-FIND-MGMT-CODE
           END-SEARCH.

       1600-FIND-OR-ADD-COMPANY.
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
                   DISPLAY 'NRS-WRK6546 COMPANY TABLE FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CO-COUNT
               SET WS-CO-IDX TO WS-CO-COUNT
               MOVE WS-FIND-MGMT-CODE TO WS-CO-MGMT-CODE(WS-CO-IDX)
               MOVE 'N' TO WS-CO-AUD-SEEN-SW(WS-CO-IDX)
               MOVE 0 TO WS-CO-AUD-ACCEPTED(WS-CO-IDX)
               MOVE SPACE TO WS-CO-AUD-RECON(WS-CO-IDX)
               MOVE 'N' TO WS-CO-ACK-SEEN-SW(WS-CO-IDX)
               MOVE 0 TO WS-CO-ACK-RUN-DATE(WS-CO-IDX)
               MOVE 0 TO WS-CO-ACK-ACCEPTED(WS-CO-IDX)
               MOVE SPACE TO WS-CO-ACK-RECON(WS-CO-IDX)
               MOVE 0 TO WS-CO-KS-DTL-COUNT(WS-CO-IDX)
               MOVE 0 TO WS-CO-KS-DTL-AMOUNT(WS-CO-IDX)
               MOVE 0 TO WS-CO-KS-ADJ-COUNT(WS-CO-IDX)
               MOVE 0 TO WS-CO-KS-ADJ-AMOUNT(WS-CO-IDX)
               MOVE 0 TO WS-CO-EX-DTL-COUNT(WS-CO-IDX)
               MOVE 0 TO WS-CO-EX-DTL-AMOUNT(WS-CO-IDX)
               MOVE 0 TO WS-CO-EX-ADJ-COUNT(WS-CO-IDX)
               MOVE 0 TO WS-CO-EX-ADJ-AMOUNT(WS-CO-IDX)
               PERFORM 1650-CLEAR-LEGS
                   VARYING WS-LEG-IDX FROM 1 BY 1
                   UNTIL WS-LEG-IDX > 6
               MOVE 0 TO WS-CO-BREAKS(WS-CO-IDX)
               MOVE WS-CO-COUNT TO WS-ROW-FOUND
           END-IF
           SET WS-CO-IDX TO WS-ROW-FOUND.

       1650-CLEAR-LEGS.
           MOVE 0 TO WS-CO-KS-LEG(WS-CO-IDX, WS-LEG-IDX)
           MOVE 0 TO WS-CO-GL-LEG(WS-CO-IDX, WS-LEG-IDX).

       2000-SCAN-AUDIT-ROWS.
      *    PASS 1 FINDS THE LATEST MORNING RUN STAMP AND TABLES THE
      *    WITHDRAWAL ROWS; PASS 2 TAKES THE ROWS OF THAT RUN PLUS
      *    THE SAME-DAY SUPPLEMENTAL AND RESUBMIT ROWS STAMPED AT OR
      *    AFTER IT - TOGETHER THE LOAD THE OUTPUTS SHOULD DESCRIBE.
           PERFORM 2100-SCAN-AUDIT-FILE
           MOVE 2 TO WS-AUDIT-PASS-NO
           PERFORM 2100-SCAN-AUDIT-FILE
           IF WS-RUN-SEEN-SW NOT = 'Y'
               DISPLAY 'NRS-WRK6546 NO LOAD RUN ON THE AUDIT FILE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2100-SCAN-AUDIT-FILE.
           MOVE 'N' TO WS-AUDIT-EOF-SW
           OPEN INPUT WRK6520-AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6546 AUDIT OPEN FAILED, STATUS='
                   WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2200-READ-AUDIT-RECORD
               UNTIL WS-AUDIT-EOF-SW = 'Y'
           CLOSE WRK6520-AUDIT-FILE.

       2200-READ-AUDIT-RECORD.
           READ WRK6520-AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-AUDIT-EOF-SW
               NOT AT END
                   MOVE AUD-RUN-DATE TO WS-AUDIT-RUN-DATE
                   MOVE AUD-RUN-TIME TO WS-AUDIT-RUN-TIME
                   EVALUATE TRUE
                       WHEN AUD-WITHDRAWN-FEED
                           IF WS-AUDIT-PASS-NO = 1
                               PERFORM 2300-NOTE-WITHDRAWN-FEED
                           END-IF
      *    A RELOAD OF A WITHDRAWN FEED REPLACES ONE COMPANY ONLY, SO
      *    IT NEVER BECOMES THE LATEST RUN; PASS 2 TAKES IT AS THAT
      *    COMPANY'S MORNING ROW ALONGSIDE THE LATEST RUN'S ROWS.
                       WHEN WS-AUDIT-PASS-NO = 1
                           IF AUD-SOURCE-CODE NOT = 'R'
                               AND NOT AUD-SUPPLEMENTAL-RUN
                               MOVE 'Y' TO WS-RUN-SEEN-SW
                               PERFORM 2450-CHECK-RESENT-FEED
                               IF WS-RESENT-SW = 'N'
                                   AND WS-AUDIT-RUN > WS-LATEST-RUN
                                   MOVE WS-AUDIT-RUN TO WS-LATEST-RUN
                               END-IF
                           END-IF
                       WHEN AUD-SOURCE-CODE = 'R'
                           IF AUD-RUN-DATE = WS-LATEST-RUN-DATE
                               AND WS-AUDIT-RUN NOT < WS-LATEST-RUN
                               PERFORM 2500-TAKE-RESUBMIT-ROW
                           END-IF
                       WHEN AUD-SUPPLEMENTAL-RUN
                           IF AUD-RUN-DATE = WS-LATEST-RUN-DATE
                               AND WS-AUDIT-RUN NOT < WS-LATEST-RUN
                               PERFORM 2600-TAKE-LOAD-ROW
                           END-IF
                       WHEN WS-AUDIT-RUN = WS-LATEST-RUN
                           PERFORM 2600-TAKE-LOAD-ROW
                       WHEN WS-AUDIT-RUN > WS-LATEST-RUN
                           PERFORM 2450-CHECK-RESENT-FEED
                           IF WS-RESENT-SW = 'Y'
                               PERFORM 2600-TAKE-LOAD-ROW
                           END-IF
                       WHEN OTHER
                           CONTINUE
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
               DISPLAY 'NRS-WRK6546 WITHDRAWN FEED TABLE FULL - '
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

       2500-TAKE-RESUBMIT-ROW.
      *    RESUBMIT ROWS CARRY NO COMPANY (MGMT-NAME 'RESUBMIT'); THEY
      *    ONLY MOVE THE LAST-ROW DATE THE GL CUT IS PROVED AGAINST
           ADD 1 TO WS-RESUB-ROWS
           IF AUD-RUN-DATE > WS-LAST-WINDOW-DATE
               MOVE AUD-RUN-DATE TO WS-LAST-WINDOW-DATE
           END-IF.

       2600-TAKE-LOAD-ROW.
           PERFORM 2400-CHECK-WITHDRAWN-FEED
           IF WS-WITHDRAWN-SW = 'Y'
               ADD 1 TO WS-WDR-SKIPPED
           ELSE
               IF AUD-RUN-DATE > WS-LAST-WINDOW-DATE
                   MOVE AUD-RUN-DATE TO WS-LAST-WINDOW-DATE
               END-IF
               IF AUD-SUPPLEMENTAL-RUN
                   ADD 1 TO WS-SUPPL-ROWS
               ELSE
                   ADD 1 TO WS-MORNING-ROWS
                   PERFORM 2700-POST-MORNING-ROW
               END-IF
           END-IF.

       2700-POST-MORNING-ROW.
      *    THE ACKNOWLEDGMENT COVERS THE MORNING RUN ONLY, SO ONLY
      *    MORNING ROWS FEED THE AUDIT SIDE OF THE ACK PAIR.  ACCEPTED
      *    = DETAILS COUNTED + ADJUSTMENTS COUNTED - REJECTS, THE SAME
      *    FIGURE NRS-WRK6534 REPORTS AS ITS TWO ACCEPTED COUNTS.
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
               ADD 1 TO WS-UNMAPPED-ROWS
               MOVE SPACES TO WRK6546-RPT-LINE
               STRING 'AUDIT ROW FOR FEED ' DELIMITED BY SIZE
                   AUD-MGMT-NAME DELIMITED BY SIZE
                   ' SOURCE ' DELIMITED BY SIZE
                   AUD-SOURCE-CODE DELIMITED BY SIZE
                   ' NOT ON FEEDSCH - CANNOT BE PROVED TO A COMPANY'
                   DELIMITED BY SIZE
                   INTO WRK6546-RPT-LINE
               WRITE WRK6546-RPT-LINE
           ELSE
               PERFORM 1600-FIND-OR-ADD-COMPANY
               MOVE 'Y' TO WS-CO-AUD-SEEN-SW(WS-CO-IDX)
               COMPUTE WS-ROW-ACCEPTED =
                   AUD-RECS-COUNTED + AUD-ADJUSTMENT-COUNT
               IF WS-ROW-ACCEPTED > AUD-REJECT-COUNT
                   SUBTRACT AUD-REJECT-COUNT FROM WS-ROW-ACCEPTED
               ELSE
                   MOVE 0 TO WS-ROW-ACCEPTED
               END-IF
               ADD WS-ROW-ACCEPTED TO WS-CO-AUD-ACCEPTED(WS-CO-IDX)
               IF WS-CO-AUD-RECON(WS-CO-IDX) NOT = 'F'
                   MOVE AUD-RECON-STATUS TO WS-CO-AUD-RECON(WS-CO-IDX)
               END-IF
           END-IF.

       3000-READ-KSDS.
           OPEN INPUT WRK6520-FILE
           IF WS-WRK6520-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6546 KSDS OPEN FAILED, STATUS='
                   WS-WRK6520-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3100-READ-KSDS-RECORD UNTIL WS-EOF
           CLOSE WRK6520-FILE.

       3100-READ-KSDS-RECORD.
           READ WRK6520-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   EVALUATE TRUE
                       WHEN WRK6520-DETAIL-REC
                           PERFORM 3200-TAKE-KSDS-DETAIL
                       WHEN WRK6520-ADJUSTMENT-REC
                           MOVE FUND-CODE TO WS-LOOKUP-FUND
                           PERFORM 1500-FIND-OWNING-MGMT
                           PERFORM 1600-FIND-OR-ADD-COMPANY
                           ADD 1 TO WS-CO-KS-ADJ-COUNT(WS-CO-IDX)
                           ADD ADJ-AMOUNT-DATA
                               TO WS-CO-KS-ADJ-AMOUNT(WS-CO-IDX)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       3200-TAKE-KSDS-DETAIL.
           MOVE MGMT-CODE TO WS-FIND-MGMT-CODE
           PERFORM 1600-FIND-OR-ADD-COMPANY
           ADD 1 TO WS-CO-KS-DTL-COUNT(WS-CO-IDX)
           ADD AMOUNT-DATA OF DETAIL-DATA-AREA
               TO WS-CO-KS-DTL-AMOUNT(WS-CO-IDX)
      *    THE GL LEGS NRS-WRK6533 SHOULD HAVE CUT FROM THIS DETAIL
           MOVE DOLLAR-CODE OF DETAIL-DATA-AREA TO WS-GEN-CDE
           MOVE AMOUNT-DATA OF DETAIL-DATA-AREA TO WS-GEN-AMT
           MOVE 1 TO WS-LEG-IDX
           PERFORM 3300-ADD-KSDS-LEG
           MOVE MTD-REPEAT-AMT-CDE OF DETAIL-DATA-AREA TO WS-GEN-CDE
           MOVE MTD-REPEAT-AMT OF DETAIL-DATA-AREA TO WS-GEN-AMT
           MOVE 3 TO WS-LEG-IDX
           PERFORM 3300-ADD-KSDS-LEG
           MOVE MTD-REOPEN-AMT-CDE OF DETAIL-DATA-AREA TO WS-GEN-CDE
           MOVE MTD-REOPEN-AMT OF DETAIL-DATA-AREA TO WS-GEN-AMT
           MOVE 5 TO WS-LEG-IDX
           PERFORM 3300-ADD-KSDS-LEG.

       3300-ADD-KSDS-LEG.
      *    WS-LEG-IDX IS THE CLASS'S DEBIT LEG; A NON-'D' CODE POSTS
      *    TO THE CREDIT LEG NEXT TO IT, AS IN NRS-WRK6533
           IF WS-GEN-AMT < 0
               COMPUTE WS-ABS-AMT = 0 - WS-GEN-AMT
           ELSE
               MOVE WS-GEN-AMT TO WS-ABS-AMT
           END-IF
           IF WS-GEN-CDE NOT = 'D'
               ADD 1 TO WS-LEG-IDX
           END-IF
           ADD WS-ABS-AMT TO WS-CO-KS-LEG(WS-CO-IDX, WS-LEG-IDX).

       4000-READ-DETAIL-EXTRACT.
           OPEN INPUT WRK6546-DTL-FILE
           IF WS-DTL-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6546 DTLOUT OPEN FAILED, STATUS='
                   WS-DTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4100-READ-DETAIL-LINE
               UNTIL WS-DTL-EOF-SW = 'Y'
           CLOSE WRK6546-DTL-FILE.

       4100-READ-DETAIL-LINE.
           READ WRK6546-DTL-FILE
               AT END
                   MOVE 'Y' TO WS-DTL-EOF-SW
               NOT AT END
                   IF WRK6546-DTL-LINE(1:9) NOT = 'FUND-CODE'
                       PERFORM 4200-TAKE-DETAIL-LINE
                   END-IF
           END-READ.

       4200-TAKE-DETAIL-LINE.
      *    FUND|MGMT|STATE|SS-DATE|RPT-CDE|RPT|SHR-CDE|SHARE|
      *    DOLLAR-CDE|AMOUNT|...
           MOVE SPACES TO WS-EXTRACT-COLUMNS
           UNSTRING WRK6546-DTL-LINE DELIMITED BY '|'
               INTO WS-X-FUND-CODE WS-X-COL-2 WS-X-COL-3 WS-X-COL-4
                   WS-X-COL-5 WS-X-COL-6 WS-X-COL-7 WS-X-COL-8
                   WS-X-COL-9 WS-X-COL-10
           END-UNSTRING
           MOVE WS-X-COL-2(1:2) TO WS-FIND-MGMT-CODE
           PERFORM 1600-FIND-OR-ADD-COMPANY
           MOVE WS-X-COL-10 TO WS-X-AMOUNT-TEXT
           MOVE WS-X-AMOUNT-EDITED TO WS-X-AMOUNT
           ADD 1 TO WS-CO-EX-DTL-COUNT(WS-CO-IDX)
           ADD WS-X-AMOUNT TO WS-CO-EX-DTL-AMOUNT(WS-CO-IDX).

       4500-READ-ADJUSTMENT-EXTRACT.
           OPEN INPUT WRK6546-ADJ-FILE
           IF WS-ADJ-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6546 ADJOUT OPEN FAILED, STATUS='
                   WS-ADJ-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4600-READ-ADJUSTMENT-LINE
               UNTIL WS-ADJ-EOF-SW = 'Y'
           CLOSE WRK6546-ADJ-FILE.

       4600-READ-ADJUSTMENT-LINE.
           READ WRK6546-ADJ-FILE
               AT END
                   MOVE 'Y' TO WS-ADJ-EOF-SW
               NOT AT END
                   IF WRK6546-ADJ-LINE(1:9) NOT = 'FUND-CODE'
                       PERFORM 4700-TAKE-ADJUSTMENT-LINE
                   END-IF
           END-READ.

       4700-TAKE-ADJUSTMENT-LINE.
      *    FUND|REASON|ORIG-DATE|RPT-CDE|RPT|SHR-CDE|SHARE|
      *    DOLLAR-CDE|AMOUNT|...
           MOVE SPACES TO WS-EXTRACT-COLUMNS
           UNSTRING WRK6546-ADJ-LINE DELIMITED BY '|'
               INTO WS-X-FUND-CODE WS-X-COL-2 WS-X-COL-3 WS-X-COL-4
                   WS-X-COL-5 WS-X-COL-6 WS-X-COL-7 WS-X-COL-8
                   WS-X-COL-9
           END-UNSTRING
           MOVE WS-X-FUND-CODE TO WS-LOOKUP-FUND
           PERFORM 1500-FIND-OWNING-MGMT
           PERFORM 1600-FIND-OR-ADD-COMPANY
           MOVE WS-X-COL-9 TO WS-X-AMOUNT-TEXT
           MOVE WS-X-AMOUNT-EDITED TO WS-X-AMOUNT
           ADD 1 TO WS-CO-EX-ADJ-COUNT(WS-CO-IDX)
           ADD WS-X-AMOUNT TO WS-CO-EX-ADJ-AMOUNT(WS-CO-IDX).

       5000-READ-GL-FILE.
           OPEN INPUT WRK6533-GL-FILE
           IF WS-GL-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6546 GLPOST OPEN FAILED, STATUS='
                   WS-GL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 5100-READ-GL-RECORD
               UNTIL WS-GL-EOF-SW = 'Y'
           CLOSE WRK6533-GL-FILE.

       5100-READ-GL-RECORD.
           READ WRK6533-GL-FILE
               AT END
                   MOVE 'Y' TO WS-GL-EOF-SW
               NOT AT END
                   EVALUATE TRUE
                       WHEN GLJ-CONTROL-REC
                           MOVE 'Y' TO WS-GL-CTL-SEEN-SW
                           MOVE GLJ-RUN-DATE TO WS-GL-CUT-DATE
                           MOVE GLJ-CTL-LINE-COUNT TO WS-GL-CTL-LINES
                           MOVE GLJ-CTL-DEBIT-TOTAL
                               TO WS-GL-CTL-DEBITS
                           MOVE GLJ-CTL-CREDIT-TOTAL
                               TO WS-GL-CTL-CREDITS
                       WHEN GLJ-JOURNAL-REC
                           PERFORM 5200-TAKE-GL-LINE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       5200-TAKE-GL-LINE.
           ADD 1 TO WS-GL-LINES-READ
           IF GLJ-DEBIT
               ADD GLJ-AMOUNT TO WS-GL-DEBITS-READ
           ELSE
               ADD GLJ-AMOUNT TO WS-GL-CREDITS-READ
           END-IF
      *    THE FEE CLASS (NRS-WRK6545 ACCRUALS) AND THE CLEARING LINE
      *    HAVE NO KSDS COUNTERPART AND ARE PROVED ONLY IN THE TOTALS
           EVALUATE GLJ-ACCOUNT-CLASS
               WHEN 'AMT'
                   MOVE 1 TO WS-LEG-IDX
               WHEN 'RPT'
                   MOVE 3 TO WS-LEG-IDX
               WHEN 'ROP'
                   MOVE 5 TO WS-LEG-IDX
               WHEN OTHER
                   MOVE 0 TO WS-LEG-IDX
           END-EVALUATE
           IF WS-LEG-IDX > 0
               MOVE GLJ-MGMT-CODE TO WS-FIND-MGMT-CODE
               PERFORM 1600-FIND-OR-ADD-COMPANY
               IF GLJ-CREDIT
                   ADD 1 TO WS-LEG-IDX
               END-IF
               ADD GLJ-AMOUNT TO WS-CO-GL-LEG(WS-CO-IDX, WS-LEG-IDX)
           END-IF.

       6000-READ-ACK-FILE.
           OPEN INPUT WRK6534-ACK-FILE
           IF WS-ACK-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6546 ACKFILE OPEN FAILED, STATUS='
                   WS-ACK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 6100-READ-ACK-RECORD
               UNTIL WS-ACK-EOF-SW = 'Y'
           CLOSE WRK6534-ACK-FILE.

       6100-READ-ACK-RECORD.
           READ WRK6534-ACK-FILE
               AT END
                   MOVE 'Y' TO WS-ACK-EOF-SW
               NOT AT END
                   IF ACK-HEADER-REC
                       ADD 1 TO WS-ACK-HEADERS
                       MOVE ACK-MGMT-CODE TO WS-FIND-MGMT-CODE
                       PERFORM 1600-FIND-OR-ADD-COMPANY
                       MOVE 'Y' TO WS-CO-ACK-SEEN-SW(WS-CO-IDX)
                       MOVE ACK-RUN-DATE
                           TO WS-CO-ACK-RUN-DATE(WS-CO-IDX)
                       COMPUTE WS-CO-ACK-ACCEPTED(WS-CO-IDX) =
                           ACK-DETAILS-ACCEPTED + ACK-ADJS-ACCEPTED
                       MOVE ACK-RECON-STATUS
                           TO WS-CO-ACK-RECON(WS-CO-IDX)
                   END-IF
           END-READ.

       7000-PRINT-PROOF-SHEETS.
           PERFORM 7100-PRINT-COMPANY-SHEET
               VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-CO-COUNT.

       7100-PRINT-COMPANY-SHEET.
           SET WS-CO-IDX TO WS-ROW-IDX
           IF WS-CO-MGMT-CODE(WS-CO-IDX) = SPACES
               MOVE '*FUND NOT ON FUNDMST*' TO WS-E-MGMT-NAME
           ELSE
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
           END-IF
           MOVE SPACES TO WRK6546-RPT-LINE
           WRITE WRK6546-RPT-LINE
           MOVE SPACES TO WRK6546-RPT-LINE
           STRING 'PROOF SHEET MGMT ' DELIMITED BY SIZE
               WS-CO-MGMT-CODE(WS-CO-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-E-MGMT-NAME DELIMITED BY SIZE
               INTO WRK6546-RPT-LINE
           WRITE WRK6546-RPT-LINE
           MOVE SPACES TO WRK6546-RPT-LINE
           STRING 'PAIR                          ' DELIMITED BY SIZE
               '              LEFT' DELIMITED BY SIZE
               '             RIGHT' DELIMITED BY SIZE
               '  RESULT' DELIMITED BY SIZE
               INTO WRK6546-RPT-LINE
           WRITE WRK6546-RPT-LINE
           MOVE 'KSDS/DTLOUT DETAIL COUNT' TO WS-PAIR-LABEL
           MOVE WS-CO-KS-DTL-COUNT(WS-CO-IDX) TO WS-PAIR-COUNT-L
           MOVE WS-CO-EX-DTL-COUNT(WS-CO-IDX) TO WS-PAIR-COUNT-R
           PERFORM 7800-COUNT-PAIR
           MOVE 'KSDS/DTLOUT AMOUNT-DATA' TO WS-PAIR-LABEL
           MOVE WS-CO-KS-DTL-AMOUNT(WS-CO-IDX) TO WS-PAIR-AMOUNT-L
           MOVE WS-CO-EX-DTL-AMOUNT(WS-CO-IDX) TO WS-PAIR-AMOUNT-R
           PERFORM 7850-AMOUNT-PAIR
           MOVE 'KSDS/ADJOUT ADJUSTMENT COUNT' TO WS-PAIR-LABEL
           MOVE WS-CO-KS-ADJ-COUNT(WS-CO-IDX) TO WS-PAIR-COUNT-L
           MOVE WS-CO-EX-ADJ-COUNT(WS-CO-IDX) TO WS-PAIR-COUNT-R
           PERFORM 7800-COUNT-PAIR
           MOVE 'KSDS/ADJOUT ADJ-AMOUNT-DATA' TO WS-PAIR-LABEL
           MOVE WS-CO-KS-ADJ-AMOUNT(WS-CO-IDX) TO WS-PAIR-AMOUNT-L
           MOVE WS-CO-EX-ADJ-AMOUNT(WS-CO-IDX) TO WS-PAIR-AMOUNT-R
           PERFORM 7850-AMOUNT-PAIR
           PERFORM 7200-PRINT-GL-LEG
               VARYING WS-LEG-IDX FROM 1 BY 1
               UNTIL WS-LEG-IDX > 6
           PERFORM 7300-PRINT-ACK-PAIRS
           IF WS-CO-BREAKS(WS-CO-IDX) = 0
               MOVE 'SHEET IN BALANCE' TO WRK6546-RPT-LINE
           ELSE
               MOVE SPACES TO WRK6546-RPT-LINE
               STRING 'SHEET OUT OF BALANCE - BREAKS ' DELIMITED BY SIZE
                   WS-CO-BREAKS(WS-CO-IDX) DELIMITED BY SIZE
                   INTO WRK6546-RPT-LINE
           END-IF
           WRITE WRK6546-RPT-LINE.

       7200-PRINT-GL-LEG.
           MOVE SPACES TO WS-PAIR-LABEL
           STRING 'KSDS/GLPOST ' DELIMITED BY SIZE
               WS-LEG-NAME(WS-LEG-IDX) DELIMITED BY SIZE
               INTO WS-PAIR-LABEL
           MOVE WS-CO-KS-LEG(WS-CO-IDX, WS-LEG-IDX) TO WS-PAIR-AMOUNT-L
           MOVE WS-CO-GL-LEG(WS-CO-IDX, WS-LEG-IDX) TO WS-PAIR-AMOUNT-R
           PERFORM 7850-AMOUNT-PAIR.

       7300-PRINT-ACK-PAIRS.
      *    A SHEET WITH NEITHER A MORNING AUDIT ROW NOR AN ACK HEADER
      *    (A COMPANY THAT ONLY HAD ADJUSTMENTS, OR THE UNATTRIBUTED
      *    SHEET) HAS NO ACK PAIR TO PROVE
           IF WS-CO-AUD-SEEN-SW(WS-CO-IDX) = 'N'
               AND WS-CO-ACK-SEEN-SW(WS-CO-IDX) = 'N'
               MOVE 'AUDIT/ACK  NO MORNING ROW, NO ACK - NOT PROVED'
                   TO WRK6546-RPT-LINE
               WRITE WRK6546-RPT-LINE
           ELSE
               MOVE 'AUDIT/ACK RUN DATE' TO WS-PAIR-LABEL
               MOVE WS-LATEST-RUN-DATE TO WS-PAIR-COUNT-L
               MOVE WS-CO-ACK-RUN-DATE(WS-CO-IDX) TO WS-PAIR-COUNT-R
               PERFORM 7800-COUNT-PAIR
               MOVE 'AUDIT/ACK ACCEPTED RECORDS' TO WS-PAIR-LABEL
               MOVE WS-CO-AUD-ACCEPTED(WS-CO-IDX) TO WS-PAIR-COUNT-L
               MOVE WS-CO-ACK-ACCEPTED(WS-CO-IDX) TO WS-PAIR-COUNT-R
               PERFORM 7800-COUNT-PAIR
               MOVE 'AUDIT/ACK RECON STATUS' TO WS-PAIR-LABEL
               MOVE WS-CO-AUD-RECON(WS-CO-IDX) TO WS-PAIR-LEFT
               MOVE WS-CO-ACK-RECON(WS-CO-IDX) TO WS-PAIR-RIGHT
               IF WS-CO-AUD-RECON(WS-CO-IDX) =
                       WS-CO-ACK-RECON(WS-CO-IDX)
                   MOVE 'Y' TO WS-PAIR-AGREE-SW
               ELSE
                   MOVE 'N' TO WS-PAIR-AGREE-SW
               END-IF
               PERFORM 7900-PRINT-PAIR
           END-IF.

       7500-PRINT-STREAM-PROOF.
           MOVE SPACES TO WRK6546-RPT-LINE
           WRITE WRK6546-RPT-LINE
           MOVE SPACES TO WRK6546-RPT-LINE
           STRING 'STREAM PROOF - LATEST RUN ' DELIMITED BY SIZE
               WS-LATEST-RUN-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-LATEST-RUN-TIME DELIMITED BY SIZE
               INTO WRK6546-RPT-LINE
           WRITE WRK6546-RPT-LINE
           MOVE SPACES TO WRK6546-RPT-LINE
           STRING 'AUDIT ROWS  MORNING ' DELIMITED BY SIZE
               WS-MORNING-ROWS DELIMITED BY SIZE
               ' SUPPLEMENTAL ' DELIMITED BY SIZE
               WS-SUPPL-ROWS DELIMITED BY SIZE
               ' RESUBMIT ' DELIMITED BY SIZE
               WS-RESUB-ROWS DELIMITED BY SIZE
               ' WITHDRAWN ' DELIMITED BY SIZE
               WS-WDR-SKIPPED DELIMITED BY SIZE
               INTO WRK6546-RPT-LINE
           WRITE WRK6546-RPT-LINE
           MOVE SPACES TO WRK6546-RPT-LINE
           STRING 'ACK HEADERS READ ' DELIMITED BY SIZE
               WS-ACK-HEADERS DELIMITED BY SIZE
               INTO WRK6546-RPT-LINE
           WRITE WRK6546-RPT-LINE
           MOVE 'AUDIT ROWS NOT ON FEEDSCH' TO WS-PAIR-LABEL
           MOVE WS-UNMAPPED-ROWS TO WS-PAIR-COUNT-L
           MOVE 0 TO WS-PAIR-COUNT-R
           PERFORM 7800-COUNT-PAIR
           IF WS-GL-CTL-SEEN-SW NOT = 'Y'
               MOVE 'GLPOST CONTROL RECORD MISSING - BREAK'
                   TO WRK6546-RPT-LINE
               WRITE WRK6546-RPT-LINE
               ADD 1 TO WS-STREAM-BREAKS
           ELSE
               MOVE 'GLPOST CONTROL/LINE COUNT' TO WS-PAIR-LABEL
               MOVE WS-GL-CTL-LINES TO WS-PAIR-COUNT-L
               MOVE WS-GL-LINES-READ TO WS-PAIR-COUNT-R
               PERFORM 7800-COUNT-PAIR
               MOVE 'GLPOST CONTROL/DEBITS' TO WS-PAIR-LABEL
               MOVE WS-GL-CTL-DEBITS TO WS-PAIR-AMOUNT-L
               MOVE WS-GL-DEBITS-READ TO WS-PAIR-AMOUNT-R
               PERFORM 7850-AMOUNT-PAIR
               MOVE 'GLPOST CONTROL/CREDITS' TO WS-PAIR-LABEL
               MOVE WS-GL-CTL-CREDITS TO WS-PAIR-AMOUNT-L
               MOVE WS-GL-CREDITS-READ TO WS-PAIR-AMOUNT-R
               PERFORM 7850-AMOUNT-PAIR
      *    THE GL FILE MUST HAVE BEEN CUT NO EARLIER THAN THE DAY OF
      *    THE LAST ROW IN THE RUN - A CUT DATED BEFORE A SUPPLEMENTAL
      *    OR RESUBMIT ROW CANNOT INCLUDE IT
               MOVE 'LAST AUDIT ROW/GLPOST CUT DATE' TO WS-PAIR-LABEL
               MOVE WS-LAST-WINDOW-DATE TO WS-E-COUNT
               MOVE WS-E-COUNT TO WS-PAIR-LEFT
               MOVE WS-GL-CUT-DATE TO WS-E-COUNT
               MOVE WS-E-COUNT TO WS-PAIR-RIGHT
               IF WS-GL-CUT-DATE < WS-LAST-WINDOW-DATE
                   MOVE 'N' TO WS-PAIR-AGREE-SW
               ELSE
                   MOVE 'Y' TO WS-PAIR-AGREE-SW
               END-IF
               PERFORM 7900-PRINT-PAIR
           END-IF.

       7800-COUNT-PAIR.
           MOVE WS-PAIR-COUNT-L TO WS-E-COUNT
           MOVE WS-E-COUNT TO WS-PAIR-LEFT
           MOVE WS-PAIR-COUNT-R TO WS-E-COUNT
           MOVE WS-E-COUNT TO WS-PAIR-RIGHT
           IF WS-PAIR-COUNT-L = WS-PAIR-COUNT-R
               MOVE 'Y' TO WS-PAIR-AGREE-SW
           ELSE
               MOVE 'N' TO WS-PAIR-AGREE-SW
           END-IF
           PERFORM 7900-PRINT-PAIR.

       7850-AMOUNT-PAIR.
           MOVE WS-PAIR-AMOUNT-L TO WS-E-AMOUNT
           MOVE WS-E-AMOUNT TO WS-PAIR-LEFT
           MOVE WS-PAIR-AMOUNT-R TO WS-E-AMOUNT
           MOVE WS-E-AMOUNT TO WS-PAIR-RIGHT
           IF WS-PAIR-AMOUNT-L = WS-PAIR-AMOUNT-R
               MOVE 'Y' TO WS-PAIR-AGREE-SW
           ELSE
               MOVE 'N' TO WS-PAIR-AGREE-SW
           END-IF
           PERFORM 7900-PRINT-PAIR.

       7900-PRINT-PAIR.
      *    A BREAK COUNTS AGAINST THE COMPANY SHEET BEING PRINTED, OR
      *    AGAINST THE STREAM PAGE ONCE THE SHEETS ARE DONE
           MOVE SPACES TO WRK6546-RPT-LINE
           IF WS-PAIR-AGREE-SW = 'Y'
               STRING WS-PAIR-LABEL DELIMITED BY SIZE
                   WS-PAIR-LEFT DELIMITED BY SIZE
                   WS-PAIR-RIGHT DELIMITED BY SIZE
                   '  AGREE' DELIMITED BY SIZE
                   INTO WRK6546-RPT-LINE
           ELSE
               STRING WS-PAIR-LABEL DELIMITED BY SIZE
                   WS-PAIR-LEFT DELIMITED BY SIZE
                   WS-PAIR-RIGHT DELIMITED BY SIZE
                   '  *BREAK*' DELIMITED BY SIZE
                   INTO WRK6546-RPT-LINE
               IF WS-ROW-IDX > WS-CO-COUNT
                   ADD 1 TO WS-STREAM-BREAKS
               ELSE
                   ADD 1 TO WS-CO-BREAKS(WS-CO-IDX)
               END-IF
               ADD 1 TO WS-TOTAL-BREAKS
           END-IF
           WRITE WRK6546-RPT-LINE.

       8000-FINALIZE.
           MOVE SPACES TO WRK6546-RPT-LINE
           WRITE WRK6546-RPT-LINE
           MOVE SPACES TO WRK6546-RPT-LINE
           STRING 'PROOF SHEETS ' DELIMITED BY SIZE
               WS-CO-COUNT DELIMITED BY SIZE
               ' BREAKS ' DELIMITED BY SIZE
               WS-TOTAL-BREAKS DELIMITED BY SIZE
               ' (STREAM ' DELIMITED BY SIZE
               WS-STREAM-BREAKS DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO WRK6546-RPT-LINE
           WRITE WRK6546-RPT-LINE
           IF WS-TOTAL-BREAKS = 0 AND WS-STREAM-BREAKS = 0
               MOVE 'OUTPUTS IN BALANCE - RELEASE' TO WRK6546-RPT-LINE
           ELSE
               MOVE 'OUTPUTS OUT OF STEP - DO NOT RELEASE'
                   TO WRK6546-RPT-LINE
           END-IF
           WRITE WRK6546-RPT-LINE
           CLOSE WRK6546-RPT-FILE
           IF WS-TOTAL-BREAKS > 0 OR WS-STREAM-BREAKS > 0
               DISPLAY 'NRS-WRK6546 OUTPUTS OUT OF BALANCE - SEE REPORT'
               MOVE 8 TO RETURN-CODE
           END-IF.
