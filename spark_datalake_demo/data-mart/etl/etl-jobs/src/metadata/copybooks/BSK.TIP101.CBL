      *    JOURNAL BALANCES, AND A BATCH CONTROL RECORD CARRYING THE
      *    LINE COUNT AND DEBIT/CREDIT HASH TOTALS FOR THE GL SIDE
      *    TO PROVE IN.
      *    MODIFIED BY AGENT - A FEED BACKED OUT BY NRS-WRK6541 NO
      *    LONGER HOLDS THE GATE: A FAILED ROW (LATEST RUN OR SAME-DAY
      *    SUPPLEMENTAL) IS IGNORED WHEN A LATER WITHDRAWAL ROW
      *    (AUD-RUN-MODE 'W') CARRIES ITS MGMT-NAME, SUPER-SHEET-DATE
      *    AND SOURCE-CODE, AND A WITHDRAWAL ROW IS NEVER A LOAD RUN.
      *    MODIFIED BY AGENT - SERVICING FEE ACCRUALS WRITTEN TO
      *    FEEPOST BY NRS-WRK6545 AND NOT YET BOOKED ARE CUT AS THEIR
      *    OWN ACCOUNT CLASS 'FEE' IN EACH COMPANY'S JOURNAL (INSIDE
      *    THE CLEARING LINE), AND A POSTED MARKER IS APPENDED TO
      *    FEEPOST ONCE THE FILE IS CUT.
      *    MODIFIED BY AGENT - A CORRECTED FEED RELOADED AFTER ITS
      *    BACKOUT (A LOAD ROW FOR THE SAME FEED STAMPED AFTER THE
      *    WITHDRAWAL ROW) IS JUDGED AS THE COMPANY'S LIVE ROW
      *    ALONGSIDE THE LATEST RUN, AND NEVER BECOMES THE LATEST
      *    RUN ITSELF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           SELECT WRK6533-GL-FILE ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT OPTIONAL WRK6520-FGL-FILE ASSIGN TO "FEEPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FGL-STATUS.
           SELECT WRK6533-RPT-FILE ASSIGN TO "RPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY WRK6520.
       FD  WRK6533-GL-FILE.
           COPY WRK6520J.
       FD  WRK6520-FGL-FILE.
           COPY WRK6520L.
       FD  WRK6533-RPT-FILE.
       01  WRK6533-RPT-LINE                      PIC X(132).
       WORKING-STORAGE SECTION.
           05  WS-WRK6520-STATUS                 PIC X(2).
           05  WS-GL-STATUS                      PIC X(2).
           05  WS-RPT-STATUS                     PIC X(2).
           05  WS-FGL-STATUS                     PIC X(2).
       01  WS-SWITCHES.
           05  WS-EOF-SW                         PIC X(1) VALUE 'N'.
               88  WS-EOF                          VALUE 'Y'.
           05  WS-LATEST-FAIL-SW                 PIC X(1) VALUE 'N'.
           05  WS-SUPPL-FAIL-SW                  PIC X(1) VALUE 'N'.
           05  WS-RUN-SEEN-SW                    PIC X(1) VALUE 'N'.
           05  WS-FGL-EOF-SW                     PIC X(1) VALUE 'N'.
       01  WS-AUDIT-SCAN.
           05  WS-AUDIT-PASS-NO                  PIC 9(1) VALUE 1.
           05  WS-LATEST-RUN.
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
      *    ONE BUCKET ROW PER MGMT-CODE; DEBITS AND CREDITS ARE KEPT
      *    APART PER ACCOUNT CLASS SO THE JOURNAL LINES CAN BE CUT
      *    GROSS, NOT NETTED - THE GL SIDE WANTS TO SEE BOTH LEGS.
               10  WS-GL-CR-RPT             PIC 9(15)V9(2).
               10  WS-GL-DR-ROP             PIC 9(15)V9(2).
               10  WS-GL-CR-ROP             PIC 9(15)V9(2).
               10  WS-GL-DR-FEE             PIC 9(15)V9(2).
               10  WS-GL-CR-FEE             PIC 9(15)V9(2).
      *    FEEPOST ACCRUAL ROWS NOT YET BOOKED, NETTED PER MGMT-CODE.
      *    A POSTED MARKER FROM AN EARLIER DAY EMPTIES THE TABLE - THE
      *    ROWS AHEAD OF IT ARE ALREADY IN THE GL.  A MARKER FROM
      *    TODAY DOES NOT: A RERUN TODAY REPLACES THAT GLPOST FILE.
       01  WS-FEE-STAGE-MAX                      PIC 9(4) VALUE 50.
       01  WS-FEE-STAGE-COUNT                    PIC 9(4) VALUE 0.
       01  WS-FEE-STAGE-TABLE.
           05  WS-FEE-STAGE-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-FEE-STAGE-IDX.
               10  WS-FEE-STAGE-MGMT-CODE        PIC X(2).
               10  WS-FEE-STAGE-AMOUNT      PIC S9(15)V9(2).
       01  WS-WORK-FIELDS.
           05  WS-ROW-IDX                        PIC 9(4).
           05  WS-ROW-FOUND                      PIC 9(4).
           05  WS-FEE-ROW                        PIC 9(4).
           05  WS-BUCKET-MGMT-CODE               PIC X(2).
           05  WS-GEN-CDE                        PIC X(1).
           05  WS-GEN-AMT                   PIC S9(15)V9(4).
           05  WS-ABS-AMT                   PIC 9(15)V9(2).
           05  WS-DEBIT-TOTAL               PIC 9(15)V9(2) VALUE 0.
           05  WS-CREDIT-TOTAL              PIC 9(15)V9(2) VALUE 0.
           05  WS-DETAIL-COUNT                   PIC 9(9) VALUE 0.
           05  WS-FEE-ROW-COUNT                  PIC 9(9) VALUE 0.
           05  WS-FEE-BOOKED-TOTAL          PIC S9(15)V9(2) VALUE 0.
       01  WS-CURR-DATE                          PIC 9(8).
       01  WS-CURR-TIME                          PIC 9(6).
       01  WS-EDIT-FIELDS.
           05  WS-E-AMOUNT                       PIC -(14)9.99.
           05  WS-E-AMOUNT-2                     PIC -(14)9.99.
           PERFORM 2000-CHECK-RECON-GATE
           IF WS-GATE-PASS-SW = 'Y'
               PERFORM 3000-ACCUMULATE-DETAILS
               PERFORM 3500-ACCUMULATE-FEE-ACCRUALS
               PERFORM 4000-WRITE-GL-FILE
               PERFORM 4600-MARK-FEES-POSTED
           END-IF
           PERFORM 5000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURR-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CURR-TIME
           OPEN OUTPUT WRK6533-RPT-FILE
           MOVE 'GL JOURNAL INTERFACE' TO WRK6533-RPT-LINE
           WRITE WRK6533-RPT-LINE.
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
                               END-IF
                           END-IF
      *    A RELOAD OF A WITHDRAWN FEED REPLACES ONE COMPANY ONLY, SO
      *    IT NEVER BECOMES THE LATEST RUN; PASS 2 JUDGES IT WITH THE
      *    LATEST RUN'S ROWS AS THAT COMPANY'S LIVE FEED.
                       WHEN OTHER
                           PERFORM 2450-CHECK-RESENT-FEED
                           IF WS-AUDIT-PASS-NO = 1
                               MOVE 'Y' TO WS-RUN-SEEN-SW
                               IF WS-RESENT-SW = 'N'
                                   AND WS-AUDIT-RUN > WS-LATEST-RUN
                                   MOVE WS-AUDIT-RUN TO WS-LATEST-RUN
                               END-IF
                           ELSE
                               IF (WS-AUDIT-RUN = WS-LATEST-RUN
                                   OR (WS-AUDIT-RUN > WS-LATEST-RUN
                                       AND WS-RESENT-SW = 'Y'))
                                   AND AUD-RECON-FAIL
                                   PERFORM 2400-CHECK-WITHDRAWN-FEED
                                   IF WS-WITHDRAWN-SW = 'N'
                                       MOVE 'Y' TO WS-LATEST-FAIL-SW
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
               DISPLAY 'NRS-WRK6533 WITHDRAWN FEED TABLE FULL - '
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

       3000-ACCUMULATE-DETAILS.
           OPEN INPUT WRK6520-FILE
           IF WS-WRK6520-STATUS NOT = '00'
           END-READ.

       3200-BUCKET-DETAIL.
           MOVE MGMT-CODE TO WS-BUCKET-MGMT-CODE
           PERFORM 3300-FIND-OR-ADD-MGMT-ROW
           IF WS-ROW-FOUND > 0
               SET WS-GL-IDX TO WS-ROW-FOUND
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-GL-COUNT
               SET WS-GL-IDX TO WS-ROW-IDX
               IF WS-GL-MGMT-CODE(WS-GL-IDX) = WS-BUCKET-MGMT-CODE
                   MOVE WS-ROW-IDX TO WS-ROW-FOUND
               END-IF
           END-PERFORM
           IF WS-ROW-FOUND = 0
               IF WS-GL-COUNT >= WS-GL-TABLE-MAX
                   DISPLAY 'NRS-WRK6533 MGMT TABLE FULL - DROPPING '
                       'CODE ' WS-BUCKET-MGMT-CODE
               ELSE
                   ADD 1 TO WS-GL-COUNT
                   SET WS-GL-IDX TO WS-GL-COUNT
                   MOVE WS-BUCKET-MGMT-CODE
                       TO WS-GL-MGMT-CODE(WS-GL-IDX)
                   MOVE 0 TO WS-GL-DR-AMT(WS-GL-IDX)
                   MOVE 0 TO WS-GL-CR-AMT(WS-GL-IDX)
                   MOVE 0 TO WS-GL-DR-RPT(WS-GL-IDX)
                   MOVE 0 TO WS-GL-CR-RPT(WS-GL-IDX)
                   MOVE 0 TO WS-GL-DR-ROP(WS-GL-IDX)
                   MOVE 0 TO WS-GL-CR-ROP(WS-GL-IDX)
                   MOVE 0 TO WS-GL-DR-FEE(WS-GL-IDX)
                   MOVE 0 TO WS-GL-CR-FEE(WS-GL-IDX)
                   MOVE WS-GL-COUNT TO WS-ROW-FOUND
               END-IF
           END-IF.
               MOVE WS-GEN-AMT TO WS-ABS-AMT
           END-IF.

       3500-ACCUMULATE-FEE-ACCRUALS.
           OPEN INPUT WRK6520-FGL-FILE
           IF WS-FGL-STATUS NOT = '00' AND WS-FGL-STATUS NOT = '05'
               DISPLAY 'NRS-WRK6533 FEEPOST OPEN FAILED, STATUS='
                   WS-FGL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3600-READ-FEE-ACCRUAL
               UNTIL WS-FGL-EOF-SW = 'Y'
           CLOSE WRK6520-FGL-FILE
           PERFORM 3800-BUCKET-FEE-ACCRUAL
               VARYING WS-FEE-ROW FROM 1 BY 1
               UNTIL WS-FEE-ROW > WS-FEE-STAGE-COUNT.

       3600-READ-FEE-ACCRUAL.
           READ WRK6520-FGL-FILE
               AT END
                   MOVE 'Y' TO WS-FGL-EOF-SW
               NOT AT END
                   EVALUATE TRUE
                       WHEN FGL-POSTED-MARKER
                           AND FGL-RUN-DATE < WS-CURR-DATE
                           MOVE 0 TO WS-FEE-STAGE-COUNT
                           MOVE 0 TO WS-FEE-ROW-COUNT
                       WHEN FGL-ACCRUAL-REC
                           PERFORM 3700-STAGE-FEE-ACCRUAL
                   END-EVALUATE
           END-READ.

       3700-STAGE-FEE-ACCRUAL.
           ADD 1 TO WS-FEE-ROW-COUNT
           MOVE 0 TO WS-ROW-FOUND
           SET WS-FEE-STAGE-IDX TO 1
           SEARCH WS-FEE-STAGE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-FEE-STAGE-IDX > WS-FEE-STAGE-COUNT
                   CONTINUE
               WHEN WS-FEE-STAGE-MGMT-CODE(WS-FEE-STAGE-IDX) =
                       FGL-MGMT-CODE
                   SET WS-ROW-FOUND TO WS-FEE-STAGE-IDX
           END-SEARCH
           IF WS-ROW-FOUND = 0
               IF WS-FEE-STAGE-COUNT >= WS-FEE-STAGE-MAX
      *    AN ACCRUAL LEFT OFF THE JOURNAL WOULD BE MARKED POSTED
      *    REGARDLESS - STOP RATHER THAN LOSE IT
                   DISPLAY 'NRS-WRK6533 FEE ACCRUAL TABLE FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-FEE-STAGE-COUNT
               SET WS-FEE-STAGE-IDX TO WS-FEE-STAGE-COUNT
               MOVE FGL-MGMT-CODE
                   TO WS-FEE-STAGE-MGMT-CODE(WS-FEE-STAGE-IDX)
               MOVE 0 TO WS-FEE-STAGE-AMOUNT(WS-FEE-STAGE-IDX)
               MOVE WS-FEE-STAGE-COUNT TO WS-ROW-FOUND
           END-IF
           SET WS-FEE-STAGE-IDX TO WS-ROW-FOUND
           ADD FGL-ACCRUAL-AMOUNT
               TO WS-FEE-STAGE-AMOUNT(WS-FEE-STAGE-IDX).

       3800-BUCKET-FEE-ACCRUAL.
      *    AN ACCRUAL INCREASE DEBITS THE FEE CLASS, A REDUCTION
      *    (A RESTATED OR RERUN MONTH) CREDITS IT
           SET WS-FEE-STAGE-IDX TO WS-FEE-ROW
           MOVE WS-FEE-STAGE-MGMT-CODE(WS-FEE-STAGE-IDX)
               TO WS-BUCKET-MGMT-CODE
           MOVE WS-FEE-STAGE-AMOUNT(WS-FEE-STAGE-IDX) TO WS-GEN-AMT
           IF WS-GEN-AMT NOT = 0
               PERFORM 3300-FIND-OR-ADD-MGMT-ROW
               IF WS-ROW-FOUND = 0
                   DISPLAY 'NRS-WRK6533 FEE ACCRUAL NOT BOOKED FOR '
                       WS-BUCKET-MGMT-CODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-GL-IDX TO WS-ROW-FOUND
               PERFORM 3400-TAKE-ABSOLUTE
               IF WS-GEN-AMT > 0
                   ADD WS-ABS-AMT TO WS-GL-DR-FEE(WS-GL-IDX)
               ELSE
                   ADD WS-ABS-AMT TO WS-GL-CR-FEE(WS-GL-IDX)
               END-IF
               ADD WS-FEE-STAGE-AMOUNT(WS-FEE-STAGE-IDX)
                   TO WS-FEE-BOOKED-TOTAL
           END-IF.

       4000-WRITE-GL-FILE.
           OPEN OUTPUT WRK6533-GL-FILE
           IF WS-GL-STATUS NOT = '00'
           MOVE WS-GL-DR-ROP(WS-GL-IDX) TO WS-CLASS-DR
           MOVE WS-GL-CR-ROP(WS-GL-IDX) TO WS-CLASS-CR
           PERFORM 4200-WRITE-CLASS-LINES
           MOVE 'FEE' TO GLJ-ACCOUNT-CLASS
           MOVE WS-GL-DR-FEE(WS-GL-IDX) TO WS-CLASS-DR
           MOVE WS-GL-CR-FEE(WS-GL-IDX) TO WS-CLASS-CR
           PERFORM 4200-WRITE-CLASS-LINES
           PERFORM 4300-WRITE-CLEARING-LINE
           PERFORM 4400-REPORT-MGMT-JOURNAL.

               MOVE 16 TO RETURN-CODE
           END-IF.

       4600-MARK-FEES-POSTED.
      *    ONLY WHEN THE FILE WAS CUT CLEAN AND CARRIED ACCRUALS
           IF WS-FEE-ROW-COUNT > 0 AND RETURN-CODE < 16
               OPEN EXTEND WRK6520-FGL-FILE
               IF WS-FGL-STATUS NOT = '00'
                   DISPLAY 'NRS-WRK6533 FEEPOST OPEN FAILED, STATUS='
                       WS-FGL-STATUS ' - FEES NOT MARKED POSTED'
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE SPACES TO WRK6520-FGL-RECORD
                   MOVE 'P' TO FGL-RECORD-TYPE
                   MOVE WS-CURR-DATE TO FGL-RUN-DATE
                   MOVE WS-CURR-TIME TO FGL-RUN-TIME
                   MOVE 0 TO FGL-CLOSE-MONTH
                   MOVE 0 TO FGL-ACCRUAL-AMOUNT
                   WRITE WRK6520-FGL-RECORD
                   IF WS-FGL-STATUS NOT = '00'
                       DISPLAY 'NRS-WRK6533 FEEPOST WRITE FAILED, '
                           'STATUS=' WS-FGL-STATUS
                       MOVE 16 TO RETURN-CODE
                   END-IF
                   CLOSE WRK6520-FGL-FILE
               END-IF
           END-IF.

       5000-FINALIZE.
           MOVE SPACES TO WRK6533-RPT-LINE
           STRING 'DETAILS READ ' DELIMITED BY SIZE
               WS-LINE-COUNT DELIMITED BY SIZE
               INTO WRK6533-RPT-LINE
           WRITE WRK6533-RPT-LINE
           MOVE WS-FEE-BOOKED-TOTAL TO WS-E-AMOUNT
           MOVE SPACES TO WRK6533-RPT-LINE
           STRING 'FEE ACCRUAL ROWS ' DELIMITED BY SIZE
               WS-FEE-ROW-COUNT DELIMITED BY SIZE
               ' BOOKED NET ' DELIMITED BY SIZE
               WS-E-AMOUNT DELIMITED BY SIZE
               INTO WRK6533-RPT-LINE
           WRITE WRK6533-RPT-LINE
           MOVE WS-DEBIT-TOTAL TO WS-E-AMOUNT
           MOVE SPACES TO WRK6533-RPT-LINE
           STRING 'BATCH DEBIT TOTAL  ' DELIMITED BY SIZE
