       IDENTIFICATION DIVISION.
       PROGRAM-ID. NRS-WRK6552.
	     AUTHOR. AGENT.
	     DATE WRITTEN. 10/15/2026.
      *    TRANSFER AGENT SHARES-OUTSTANDING RECONCILIATION.
      *    THE TRAILER PROVES A FEED AGREES WITH ITSELF AND
      *    NRS-WRK6535 PROVES SHARES TIMES NAV AGREES WITH DOLLARS;
      *    THIS JOB PROVES SHARE-DATA AGREES WITH THE TRANSFER
      *    AGENT'S OFFICIAL SHARES OUTSTANDING.  IT LOADS THE DAILY
      *    TA POSITION FILE (TAPOSN, WRK6520Z.CPY), TOTALS EACH
      *    FUND'S SHARE-DATA ACROSS ALL STATES ON THE SUPER SHEET
      *    KSDS AND COMPARES THE TWO WITHIN THE SHARE TOLERANCE ON
      *    THE PARAMETER CARD.  FUNDS HELD BY ONLY ONE SIDE ARE
      *    LISTED SEPARATELY.
      *    BREAKS ARE KEPT ON BRKFILE, KEYED BY FUND, FROM DAY TO
      *    DAY.  A BREAK STILL OPEN KEEPS THE DATE IT WAS FIRST SEEN;
      *    A FUND BACK WITHIN TOLERANCE CLEARS ITS BREAK AND IS
      *    REPORTED AS CLEARED THAT DAY.  A FUND ON THE SUPER SHEET
      *    ONLY STILL COUNTS AS SEEN; A FUND ON NEITHER SIDE (A FUND
      *    MERGED AWAY BY NRS-WRK6549, SAY) CLEARS ITS OPEN BREAK AS
      *    NO LONGER HELD.  THE OTHER OPEN BREAKS ARE AGED IN
      *    BUSINESS DAYS ON THE BUSCAL CALENDAR (WRK6520U.CPY), FIRST
      *    SEEN DAY INCLUDED, INTO 1 DAY, 2-5 DAYS AND OVER 5 DAYS.
      *    ANY BREAK OVER 5 DAYS OLD ENDS THE JOB WITH RC 8.
      *    PARAMETER CARD:
      *      COL 1-13    SHARE TOLERANCE, 9 WHOLE + 4 DECIMAL DIGITS
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRK6552-PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT WRK6552-TAPOSN-FILE ASSIGN TO "TAPOSN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAPOSN-STATUS.
           SELECT WRK6520-FILE ASSIGN TO "FNAME"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NRS-WRK6520-KEY
               ALTERNATE RECORD KEY IS MGMT-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-WRK6520-STATUS.
           SELECT OPTIONAL WRK6552-BRK-FILE ASSIGN TO "BRKFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRK-FUND-CODE
               FILE STATUS IS WS-BRK-STATUS.
           SELECT OPTIONAL WRK6520-CAL-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.
           SELECT WRK6552-RPT-FILE ASSIGN TO "RPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WRK6552-PARM-FILE.
       01  WRK6552-PARM-RECORD.
           05  PARM-SHARE-TOLERANCE              PIC X(13).
           05  PARM-SHARE-TOLERANCE-N REDEFINES PARM-SHARE-TOLERANCE
                                                  PIC 9(9)V9(4).
           05  FILLER                            PIC X(67).
       FD  WRK6552-TAPOSN-FILE.
           COPY WRK6520Z.
       FD  WRK6520-FILE.
           COPY WRK6520.
      *    ONE RECORD PER FUND THAT HAS EVER BROKEN.  A CLEARED
      *    RECORD IS KEPT AND REOPENED WITH A NEW FIRST-SEEN DATE IF
      *    THE FUND BREAKS AGAIN.
       FD  WRK6552-BRK-FILE.
       01  WRK6552-BRK-RECORD.
           05  BRK-FUND-CODE                     PIC 9(7).
           05  BRK-STATUS                        PIC X(1).
               88  BRK-OPEN                       VALUE 'O'.
               88  BRK-CLEARED                    VALUE 'C'.
           05  BRK-FIRST-SEEN-DATE               PIC 9(8).
           05  BRK-LAST-SEEN-DATE                PIC 9(8).
           05  BRK-CLEARED-DATE                  PIC 9(8).
           05  BRK-SHEET-SHARES                  PIC S9(13)V9(4).
           05  BRK-TA-SHARES                     PIC S9(13)V9(4).
           05  BRK-DIFFERENCE                    PIC S9(13)V9(4).
           05  FILLER                            PIC X(20).
       FD  WRK6520-CAL-FILE.
           COPY WRK6520U.
       FD  WRK6552-RPT-FILE.
       01  WRK6552-RPT-LINE                      PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-PARM-STATUS                    PIC X(2).
           05  WS-TAPOSN-STATUS                  PIC X(2).
           05  WS-WRK6520-STATUS                 PIC X(2).
           05  WS-BRK-STATUS                     PIC X(2).
           05  WS-CAL-STATUS                     PIC X(2).
           05  WS-RPT-STATUS                     PIC X(2).
       01  WS-SWITCHES.
           05  WS-EOF-SW                         PIC X(1) VALUE 'N'.
               88  WS-EOF                          VALUE 'Y'.
           05  WS-TAPOSN-EOF-SW                  PIC X(1) VALUE 'N'.
           05  WS-BRK-EOF-SW                     PIC X(1) VALUE 'N'.
           05  WS-TA-FOUND-SW                    PIC X(1).
           05  WS-DROPPED-SW                     PIC X(1) VALUE 'N'.
       01  WS-SHARE-TOLERANCE                PIC 9(9)V9(4) VALUE 0.
       01  WS-CURR-DATE                          PIC 9(8).
      *    TA POSITIONS; WS-TA-MATCHED-SW MARKS THOSE THE SUPER SHEET
      *    ALSO HOLDS, SO THE REST ARE THE TA-ONLY FUNDS
       01  WS-TA-TABLE-MAX                       PIC 9(4) VALUE 2000.
       01  WS-TA-LOADED                          PIC 9(4) VALUE 0.
       01  WS-TA-TABLE.
           05  WS-TA-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-TA-IDX.
               10  WS-TA-FUND-ENTRY              PIC 9(7).
               10  WS-TA-DATE-ENTRY              PIC 9(8).
               10  WS-TA-SHARES-ENTRY            PIC 9(13)V9(4).
               10  WS-TA-MATCHED-SW              PIC X(1).
      *    THE FUND NOW BEING TOTALLED - THE KSDS IS IN FUND-CODE
      *    ORDER, SO ALL OF A FUND'S STATES ARE TOGETHER
       01  WS-FUND-BREAK.
           05  WS-BRK-FUND                       PIC 9(7) VALUE 0.
           05  WS-BRK-STATES                     PIC 9(5) VALUE 0.
           05  WS-BRK-SHEET-SHARES          PIC S9(13)V9(4) VALUE 0.
      *    OPEN BREAKS AND BREAKS CLEARED TODAY, READ BACK OFF
      *    BRKFILE AFTER TODAY'S COMPARISON FOR THE AGING SECTIONS
       01  WS-BT-TABLE-MAX                       PIC 9(4) VALUE 2000.
       01  WS-BT-LOADED                          PIC 9(4) VALUE 0.
       01  WS-BT-TABLE.
           05  WS-BT-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-BT-IDX.
               10  WS-BT-FUND                    PIC 9(7).
               10  WS-BT-STATUS                  PIC X(1).
               10  WS-BT-FIRST-SEEN              PIC 9(8).
               10  WS-BT-LAST-SEEN               PIC 9(8).
               10  WS-BT-SHEET-SHARES       PIC S9(13)V9(4).
               10  WS-BT-TA-SHARES          PIC S9(13)V9(4).
               10  WS-BT-DIFFERENCE         PIC S9(13)V9(4).
               10  WS-BT-AGE                     PIC 9(3).
               10  WS-BT-BUCKET                  PIC X(1).
               10  WS-BT-DROPPED-SW              PIC X(1).
               10  WS-BT-COMPARED-SW             PIC X(1).
       01  WS-WORK-FIELDS.
           05  WS-ROW-IDX                        PIC 9(4).
           05  WS-TA-SHARES                 PIC S9(13)V9(4).
           05  WS-DIFFERENCE                PIC S9(13)V9(4).
           05  WS-ABS-DIFFERENCE            PIC 9(13)V9(4).
           05  WS-PRINT-BUCKET                   PIC X(1).
           05  WS-BUCKET-LINES                   PIC 9(4).
           05  WS-AGE-NOTE                       PIC X(19).
       01  WS-CALENDAR-WORK.
           05  WS-CAL-OPEN-SW                    PIC X(1) VALUE 'N'.
           05  WS-CAL-WORK-DATE                  PIC 9(8).
           05  WS-CAL-DAY-NUMBER                 PIC 9(9).
           05  WS-CAL-END-NUMBER                 PIC 9(9).
           05  WS-CAL-WEEKDAY                    PIC 9(1).
           05  WS-CAL-BUSINESS-SW                PIC X(1).
           05  WS-CAL-AGE-COUNT                  PIC 9(3).
       01  WS-COUNTS.
           05  WS-DETAIL-COUNT                   PIC 9(9) VALUE 0.
           05  WS-COMPARED-COUNT                 PIC 9(9) VALUE 0.
           05  WS-AGREED-COUNT                   PIC 9(9) VALUE 0.
           05  WS-BREAK-COUNT                    PIC 9(9) VALUE 0.
           05  WS-NEW-BREAK-COUNT                PIC 9(9) VALUE 0.
           05  WS-CLEARED-COUNT                  PIC 9(9) VALUE 0.
           05  WS-SHEET-ONLY-COUNT               PIC 9(9) VALUE 0.
           05  WS-TA-ONLY-COUNT                  PIC 9(9) VALUE 0.
           05  WS-AGE-1-COUNT                    PIC 9(9) VALUE 0.
           05  WS-AGE-2-5-COUNT                  PIC 9(9) VALUE 0.
           05  WS-AGE-OVER-5-COUNT               PIC 9(9) VALUE 0.
           05  WS-FILE-ERROR-COUNT               PIC 9(9) VALUE 0.
       01  WS-EDIT-FIELDS.
           05  WS-E-SHARES                       PIC -(13)9.9999.
           05  WS-E-SHARES-2                     PIC -(13)9.9999.
           05  WS-E-SHARES-3                     PIC -(13)9.9999.
           05  WS-E-AGE                          PIC ZZ9.
       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-DETAIL UNTIL WS-EOF
           PERFORM 2500-COMPARE-FUND
           CLOSE WRK6520-FILE
           PERFORM 3000-LIST-TA-ONLY-FUNDS
           PERFORM 4000-LOAD-BREAK-FILE
           PERFORM 5000-PRINT-BREAKS
           PERFORM 6000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURR-DATE
           OPEN INPUT WRK6552-PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6552 PARM OPEN FAILED, STATUS='
                   WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ WRK6552-PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
                   OR PARM-SHARE-TOLERANCE NOT NUMERIC
               DISPLAY 'NRS-WRK6552 SHARE TOLERANCE MISSING '
                   'OR NOT NUMERIC'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PARM-SHARE-TOLERANCE-N TO WS-SHARE-TOLERANCE
           CLOSE WRK6552-PARM-FILE
           PERFORM 1200-LOAD-TA-TABLE
           OPEN I-O WRK6552-BRK-FILE
           IF WS-BRK-STATUS NOT = '00' AND WS-BRK-STATUS NOT = '05'
               DISPLAY 'NRS-WRK6552 BREAK FILE OPEN FAILED, STATUS='
                   WS-BRK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 9000-OPEN-CALENDAR
           OPEN INPUT WRK6520-FILE
           IF WS-WRK6520-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6552 KSDS OPEN FAILED, STATUS='
                   WS-WRK6520-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT WRK6552-RPT-FILE
           MOVE WS-SHARE-TOLERANCE TO WS-E-SHARES
           MOVE SPACES TO WRK6552-RPT-LINE
           STRING 'TRANSFER AGENT SHARES RECONCILIATION - RUN DATE '
               DELIMITED BY SIZE
               WS-CURR-DATE DELIMITED BY SIZE
               ' TOLERANCE ' DELIMITED BY SIZE
               WS-E-SHARES DELIMITED BY SIZE
               ' SHARES, TA POSITIONS ' DELIMITED BY SIZE
               WS-TA-LOADED DELIMITED BY SIZE
               INTO WRK6552-RPT-LINE
           WRITE WRK6552-RPT-LINE
           MOVE SPACES TO WRK6552-RPT-LINE
           WRITE WRK6552-RPT-LINE
           MOVE 'FUNDS ON THE SUPER SHEET ONLY - NO TA POSITION'
               TO WRK6552-RPT-LINE
           WRITE WRK6552-RPT-LINE.

       1200-LOAD-TA-TABLE.
           OPEN INPUT WRK6552-TAPOSN-FILE
           IF WS-TAPOSN-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6552 TA POSITION OPEN FAILED, STATUS='
                   WS-TAPOSN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1250-READ-TA-RECORD
               UNTIL WS-TAPOSN-EOF-SW = 'Y'
           CLOSE WRK6552-TAPOSN-FILE
           IF WS-TA-LOADED = 0
               DISPLAY 'NRS-WRK6552 NO POSITIONS ON TA POSITION FILE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1250-READ-TA-RECORD.
      *    A FUND SENT MORE THAN ONCE KEEPS THE LATEST POSITION DATE
      *    ON THE FILE - THE TRANSFER AGENT RETRANSMITS CORRECTIONS.
           READ WRK6552-TAPOSN-FILE
               AT END
                   MOVE 'Y' TO WS-TAPOSN-EOF-SW
               NOT AT END
                   PERFORM 1270-STORE-POSITION
           END-READ.

       1270-STORE-POSITION.
           MOVE 'N' TO WS-TA-FOUND-SW
           SET WS-TA-IDX TO 1
           SEARCH WS-TA-ENTRY
               AT END
                   CONTINUE
               WHEN WS-TA-IDX > WS-TA-LOADED
                   CONTINUE
               WHEN WS-TA-FUND-ENTRY(WS-TA-IDX) = TAP-FUND-CODE
                   MOVE 'Y' TO WS-TA-FOUND-SW
                   IF TAP-POSITION-DATE >= WS-TA-DATE-ENTRY(WS-TA-IDX)
                       MOVE TAP-SHARES-OUTSTANDING
                           TO WS-TA-SHARES-ENTRY(WS-TA-IDX)
                       MOVE TAP-POSITION-DATE
                           TO WS-TA-DATE-ENTRY(WS-TA-IDX)
                   END-IF
           END-SEARCH
           IF WS-TA-FOUND-SW NOT = 'Y'
               IF WS-TA-LOADED >= WS-TA-TABLE-MAX
      *    A POSITION LEFT OFF THE TABLE WOULD SHOW ITS FUND AS A
      *    SUPER-SHEET-ONLY FUND - STOP RATHER THAN MISREPORT IT
                   DISPLAY 'NRS-WRK6552 TA POSITION TABLE FULL AT FUND '
                       TAP-FUND-CODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-TA-LOADED
               SET WS-TA-IDX TO WS-TA-LOADED
               MOVE TAP-FUND-CODE TO WS-TA-FUND-ENTRY(WS-TA-IDX)
               MOVE TAP-POSITION-DATE TO WS-TA-DATE-ENTRY(WS-TA-IDX)
               MOVE TAP-SHARES-OUTSTANDING
                   TO WS-TA-SHARES-ENTRY(WS-TA-IDX)
               MOVE 'N' TO WS-TA-MATCHED-SW(WS-TA-IDX)
           END-IF.

       2000-READ-DETAIL.
           READ WRK6520-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF WRK6520-DETAIL-REC
                       ADD 1 TO WS-DETAIL-COUNT
                       IF FUND-CODE NOT = WS-BRK-FUND
                           PERFORM 2500-COMPARE-FUND
                           MOVE FUND-CODE TO WS-BRK-FUND
                       END-IF
                       ADD 1 TO WS-BRK-STATES
                       ADD SHARE-DATA OF DETAIL-DATA-AREA
                           TO WS-BRK-SHEET-SHARES
                   END-IF
           END-READ.

       2500-COMPARE-FUND.
      *    CALLED AT EACH CHANGE OF FUND AND ONCE AT END OF FILE;
      *    NOTHING TO DO BEFORE THE FIRST FUND
           IF WS-BRK-STATES > 0
               MOVE 'N' TO WS-TA-FOUND-SW
               SET WS-TA-IDX TO 1
               SEARCH WS-TA-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-TA-IDX > WS-TA-LOADED
                       CONTINUE
                   WHEN WS-TA-FUND-ENTRY(WS-TA-IDX) = WS-BRK-FUND
                       MOVE 'Y' TO WS-TA-FOUND-SW
                       MOVE 'Y' TO WS-TA-MATCHED-SW(WS-TA-IDX)
                       MOVE WS-TA-SHARES-ENTRY(WS-TA-IDX)
                           TO WS-TA-SHARES
               END-SEARCH
               IF WS-TA-FOUND-SW NOT = 'Y'
                   PERFORM 2550-REPORT-SHEET-ONLY
               ELSE
                   ADD 1 TO WS-COMPARED-COUNT
                   COMPUTE WS-DIFFERENCE =
                       WS-BRK-SHEET-SHARES - WS-TA-SHARES
                   IF WS-DIFFERENCE < 0
                       COMPUTE WS-ABS-DIFFERENCE = 0 - WS-DIFFERENCE
                   ELSE
                       MOVE WS-DIFFERENCE TO WS-ABS-DIFFERENCE
                   END-IF
                   IF WS-ABS-DIFFERENCE > WS-SHARE-TOLERANCE
                       PERFORM 2600-RECORD-BREAK
                   ELSE
                       ADD 1 TO WS-AGREED-COUNT
                       PERFORM 2700-CLEAR-BREAK
                   END-IF
               END-IF
           END-IF
           MOVE 0 TO WS-BRK-STATES
           MOVE 0 TO WS-BRK-SHEET-SHARES.

       2550-REPORT-SHEET-ONLY.
           ADD 1 TO WS-SHEET-ONLY-COUNT
           MOVE WS-BRK-SHEET-SHARES TO WS-E-SHARES
           MOVE SPACES TO WRK6552-RPT-LINE
           STRING '  FUND ' DELIMITED BY SIZE
               WS-BRK-FUND DELIMITED BY SIZE
               ' STATES ' DELIMITED BY SIZE
               WS-BRK-STATES DELIMITED BY SIZE
               ' SUPER SHEET SHARES ' DELIMITED BY SIZE
               WS-E-SHARES DELIMITED BY SIZE
               INTO WRK6552-RPT-LINE
           WRITE WRK6552-RPT-LINE
      *    THE FUND IS STILL HELD, SO AN OPEN BREAK FOR IT IS MARKED
      *    SEEN TODAY AND 4100 DOES NOT TAKE IT FOR A DROPPED FUND
           MOVE WS-BRK-FUND TO BRK-FUND-CODE
           READ WRK6552-BRK-FILE
           IF WS-BRK-STATUS = '00' AND BRK-OPEN
               MOVE WS-CURR-DATE TO BRK-LAST-SEEN-DATE
               REWRITE WRK6552-BRK-RECORD
                   INVALID KEY
                       PERFORM 2900-BREAK-FILE-ERROR
               END-REWRITE
           END-IF.

       2600-RECORD-BREAK.
      *    AN OPEN BREAK KEEPS ITS FIRST-SEEN DATE; A NEW ONE, OR ONE
      *    CLEARED ON AN EARLIER DAY, STARTS AGING TODAY
           ADD 1 TO WS-BREAK-COUNT
           MOVE WS-BRK-FUND TO BRK-FUND-CODE
           READ WRK6552-BRK-FILE
           IF WS-BRK-STATUS = '00'
               IF NOT BRK-OPEN
                   ADD 1 TO WS-NEW-BREAK-COUNT
                   MOVE 'O' TO BRK-STATUS
                   MOVE WS-CURR-DATE TO BRK-FIRST-SEEN-DATE
                   MOVE 0 TO BRK-CLEARED-DATE
               END-IF
               MOVE WS-CURR-DATE TO BRK-LAST-SEEN-DATE
               MOVE WS-BRK-SHEET-SHARES TO BRK-SHEET-SHARES
               MOVE WS-TA-SHARES TO BRK-TA-SHARES
               MOVE WS-DIFFERENCE TO BRK-DIFFERENCE
               REWRITE WRK6552-BRK-RECORD
                   INVALID KEY
                       PERFORM 2900-BREAK-FILE-ERROR
               END-REWRITE
           ELSE
               ADD 1 TO WS-NEW-BREAK-COUNT
               MOVE SPACES TO WRK6552-BRK-RECORD
               MOVE WS-BRK-FUND TO BRK-FUND-CODE
               MOVE 'O' TO BRK-STATUS
               MOVE WS-CURR-DATE TO BRK-FIRST-SEEN-DATE
               MOVE WS-CURR-DATE TO BRK-LAST-SEEN-DATE
               MOVE 0 TO BRK-CLEARED-DATE
               MOVE WS-BRK-SHEET-SHARES TO BRK-SHEET-SHARES
               MOVE WS-TA-SHARES TO BRK-TA-SHARES
               MOVE WS-DIFFERENCE TO BRK-DIFFERENCE
               WRITE WRK6552-BRK-RECORD
                   INVALID KEY
                       PERFORM 2900-BREAK-FILE-ERROR
               END-WRITE
           END-IF.

       2700-CLEAR-BREAK.
           MOVE WS-BRK-FUND TO BRK-FUND-CODE
           READ WRK6552-BRK-FILE
           IF WS-BRK-STATUS = '00' AND BRK-OPEN
               ADD 1 TO WS-CLEARED-COUNT
               MOVE 'C' TO BRK-STATUS
               MOVE WS-CURR-DATE TO BRK-CLEARED-DATE
               MOVE WS-CURR-DATE TO BRK-LAST-SEEN-DATE
               MOVE WS-BRK-SHEET-SHARES TO BRK-SHEET-SHARES
               MOVE WS-TA-SHARES TO BRK-TA-SHARES
               MOVE WS-DIFFERENCE TO BRK-DIFFERENCE
               REWRITE WRK6552-BRK-RECORD
                   INVALID KEY
                       PERFORM 2900-BREAK-FILE-ERROR
               END-REWRITE
           END-IF.

       2900-BREAK-FILE-ERROR.
           DISPLAY 'NRS-WRK6552 BREAK FILE UPDATE FAILED FOR FUND '
               WS-BRK-FUND ', STATUS=' WS-BRK-STATUS
           ADD 1 TO WS-FILE-ERROR-COUNT.

       3000-LIST-TA-ONLY-FUNDS.
           IF WS-SHEET-ONLY-COUNT = 0
               MOVE '  NONE' TO WRK6552-RPT-LINE
               WRITE WRK6552-RPT-LINE
           END-IF
           MOVE SPACES TO WRK6552-RPT-LINE
           WRITE WRK6552-RPT-LINE
           MOVE SPACES TO WRK6552-RPT-LINE
           STRING 'FUNDS ON THE TA POSITION FILE ONLY - '
               DELIMITED BY SIZE
               'NOT ON THE SUPER SHEET' DELIMITED BY SIZE
               INTO WRK6552-RPT-LINE
           WRITE WRK6552-RPT-LINE
           PERFORM 3100-REPORT-TA-ONLY
               VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-TA-LOADED
           IF WS-TA-ONLY-COUNT = 0
               MOVE '  NONE' TO WRK6552-RPT-LINE
               WRITE WRK6552-RPT-LINE
           END-IF.

       3100-REPORT-TA-ONLY.
           SET WS-TA-IDX TO WS-ROW-IDX
           IF WS-TA-MATCHED-SW(WS-TA-IDX) NOT = 'Y'
               ADD 1 TO WS-TA-ONLY-COUNT
               MOVE WS-TA-SHARES-ENTRY(WS-TA-IDX) TO WS-E-SHARES
               MOVE SPACES TO WRK6552-RPT-LINE
               STRING '  FUND ' DELIMITED BY SIZE
                   WS-TA-FUND-ENTRY(WS-TA-IDX) DELIMITED BY SIZE
                   ' POSITION DATE ' DELIMITED BY SIZE
                   WS-TA-DATE-ENTRY(WS-TA-IDX) DELIMITED BY SIZE
                   ' TA SHARES ' DELIMITED BY SIZE
                   WS-E-SHARES DELIMITED BY SIZE
                   INTO WRK6552-RPT-LINE
               WRITE WRK6552-RPT-LINE
           END-IF.

       4000-LOAD-BREAK-FILE.
      *    AN OPEN BREAK WHOSE FUND WAS NOT COMPARED TODAY IS STILL
      *    AGED WHILE EITHER SIDE HOLDS THE FUND - IT IS NOT RESOLVED.
      *    ONE NOT SEEN TODAY WHOSE FUND IS NOT ON THE TA FILE EITHER
      *    IS ON NEITHER SIDE ANY MORE, SO 4150 CLEARS IT AS NO
      *    LONGER HELD RATHER THAN AGE IT FOREVER.
           MOVE 0 TO BRK-FUND-CODE
           START WRK6552-BRK-FILE
               KEY IS NOT LESS THAN BRK-FUND-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-BRK-EOF-SW
           END-START
           PERFORM 4100-READ-BREAK-RECORD
               UNTIL WS-BRK-EOF-SW = 'Y'.

       4100-READ-BREAK-RECORD.
           READ WRK6552-BRK-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BRK-EOF-SW
               NOT AT END
                   MOVE 'N' TO WS-DROPPED-SW
                   IF BRK-OPEN
                       AND BRK-LAST-SEEN-DATE < WS-CURR-DATE
                       PERFORM 4150-CLEAR-DROPPED-FUND
                   END-IF
                   IF BRK-OPEN
                       OR (BRK-CLEARED
                           AND BRK-CLEARED-DATE = WS-CURR-DATE)
                       PERFORM 4200-TABLE-BREAK
                   END-IF
           END-READ.

       4150-CLEAR-DROPPED-FUND.
           MOVE 'N' TO WS-TA-FOUND-SW
           SET WS-TA-IDX TO 1
           SEARCH WS-TA-ENTRY
               AT END
                   CONTINUE
               WHEN WS-TA-IDX > WS-TA-LOADED
                   CONTINUE
               WHEN WS-TA-FUND-ENTRY(WS-TA-IDX) = BRK-FUND-CODE
                   MOVE 'Y' TO WS-TA-FOUND-SW
           END-SEARCH
           IF WS-TA-FOUND-SW NOT = 'Y'
               MOVE BRK-FUND-CODE TO WS-BRK-FUND
               MOVE 'C' TO BRK-STATUS
               MOVE WS-CURR-DATE TO BRK-CLEARED-DATE
               REWRITE WRK6552-BRK-RECORD
                   INVALID KEY
                       PERFORM 2900-BREAK-FILE-ERROR
               END-REWRITE
               ADD 1 TO WS-CLEARED-COUNT
               MOVE 'Y' TO WS-DROPPED-SW
           END-IF.

       4200-TABLE-BREAK.
           IF WS-BT-LOADED >= WS-BT-TABLE-MAX
               DISPLAY 'NRS-WRK6552 BREAK TABLE FULL AT FUND '
                   BRK-FUND-CODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BT-LOADED
           SET WS-BT-IDX TO WS-BT-LOADED
           MOVE BRK-FUND-CODE TO WS-BT-FUND(WS-BT-IDX)
           MOVE BRK-STATUS TO WS-BT-STATUS(WS-BT-IDX)
           MOVE BRK-FIRST-SEEN-DATE TO WS-BT-FIRST-SEEN(WS-BT-IDX)
           MOVE BRK-LAST-SEEN-DATE TO WS-BT-LAST-SEEN(WS-BT-IDX)
           MOVE BRK-SHEET-SHARES TO WS-BT-SHEET-SHARES(WS-BT-IDX)
           MOVE BRK-TA-SHARES TO WS-BT-TA-SHARES(WS-BT-IDX)
           MOVE BRK-DIFFERENCE TO WS-BT-DIFFERENCE(WS-BT-IDX)
           MOVE 0 TO WS-BT-AGE(WS-BT-IDX)
           MOVE SPACE TO WS-BT-BUCKET(WS-BT-IDX)
           MOVE WS-DROPPED-SW TO WS-BT-DROPPED-SW(WS-BT-IDX)
      *    COMPARED TODAY ONLY IF BOTH SIDES HELD THE FUND; A SUPER
      *    SHEET ONLY FUND IS SEEN TODAY BUT NOT COMPARED
           MOVE 'N' TO WS-BT-COMPARED-SW(WS-BT-IDX)
           SET WS-TA-IDX TO 1
           SEARCH WS-TA-ENTRY
               AT END
                   CONTINUE
               WHEN WS-TA-IDX > WS-TA-LOADED
                   CONTINUE
               WHEN WS-TA-FUND-ENTRY(WS-TA-IDX) = BRK-FUND-CODE
                   MOVE WS-TA-MATCHED-SW(WS-TA-IDX)
                       TO WS-BT-COMPARED-SW(WS-BT-IDX)
           END-SEARCH
           IF BRK-OPEN
               PERFORM 9300-AGE-IN-BUSINESS-DAYS
               MOVE WS-CAL-AGE-COUNT TO WS-BT-AGE(WS-BT-IDX)
               EVALUATE TRUE
                   WHEN WS-CAL-AGE-COUNT <= 1
                       MOVE '1' TO WS-BT-BUCKET(WS-BT-IDX)
                       ADD 1 TO WS-AGE-1-COUNT
                   WHEN WS-CAL-AGE-COUNT <= 5
                       MOVE '2' TO WS-BT-BUCKET(WS-BT-IDX)
                       ADD 1 TO WS-AGE-2-5-COUNT
                   WHEN OTHER
                       MOVE '3' TO WS-BT-BUCKET(WS-BT-IDX)
                       ADD 1 TO WS-AGE-OVER-5-COUNT
               END-EVALUATE
           END-IF.

       5000-PRINT-BREAKS.
           MOVE SPACES TO WRK6552-RPT-LINE
           WRITE WRK6552-RPT-LINE
           MOVE SPACES TO WRK6552-RPT-LINE
           STRING 'FUND       SUPER SHEET SHARES           TA SHARES'
               DELIMITED BY SIZE
               '          DIFFERENCE FIRST SEEN  AGE'
               DELIMITED BY SIZE
               INTO WRK6552-RPT-LINE
           WRITE WRK6552-RPT-LINE
           MOVE 'OPEN BREAKS AGED 1 DAY' TO WRK6552-RPT-LINE
           MOVE '1' TO WS-PRINT-BUCKET
           PERFORM 5100-PRINT-BUCKET
           MOVE 'OPEN BREAKS AGED 2-5 DAYS' TO WRK6552-RPT-LINE
           MOVE '2' TO WS-PRINT-BUCKET
           PERFORM 5100-PRINT-BUCKET
           MOVE 'OPEN BREAKS AGED OVER 5 DAYS' TO WRK6552-RPT-LINE
           MOVE '3' TO WS-PRINT-BUCKET
           PERFORM 5100-PRINT-BUCKET
           MOVE 'BREAKS CLEARED TODAY' TO WRK6552-RPT-LINE
           MOVE 'C' TO WS-PRINT-BUCKET
           PERFORM 5100-PRINT-BUCKET.

       5100-PRINT-BUCKET.
      *    THE SECTION HEADING IS PRESET IN THE PRINT LINE BY THE
      *    CALLER; WS-PRINT-BUCKET 'C' SELECTS THE CLEARED BREAKS
           WRITE WRK6552-RPT-LINE
           MOVE 0 TO WS-BUCKET-LINES
           PERFORM 5200-PRINT-BREAK-LINE
               VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-BT-LOADED
           IF WS-BUCKET-LINES = 0
               MOVE '  NONE' TO WRK6552-RPT-LINE
               WRITE WRK6552-RPT-LINE
           END-IF
           MOVE SPACES TO WRK6552-RPT-LINE
           WRITE WRK6552-RPT-LINE.

       5200-PRINT-BREAK-LINE.
           SET WS-BT-IDX TO WS-ROW-IDX
           IF (WS-PRINT-BUCKET = 'C' AND WS-BT-STATUS(WS-BT-IDX) = 'C')
               OR (WS-PRINT-BUCKET NOT = 'C'
                   AND WS-BT-STATUS(WS-BT-IDX) = 'O'
                   AND WS-BT-BUCKET(WS-BT-IDX) = WS-PRINT-BUCKET)
               ADD 1 TO WS-BUCKET-LINES
               MOVE WS-BT-SHEET-SHARES(WS-BT-IDX) TO WS-E-SHARES
               MOVE WS-BT-TA-SHARES(WS-BT-IDX) TO WS-E-SHARES-2
               MOVE WS-BT-DIFFERENCE(WS-BT-IDX) TO WS-E-SHARES-3
               MOVE WS-BT-AGE(WS-BT-IDX) TO WS-E-AGE
               EVALUATE TRUE
                   WHEN WS-BT-DROPPED-SW(WS-BT-IDX) = 'Y'
                       MOVE 'FUND NO LONGER HELD' TO WS-AGE-NOTE
                   WHEN WS-BT-STATUS(WS-BT-IDX) = 'C'
                       MOVE 'CLEARED' TO WS-AGE-NOTE
                   WHEN WS-BT-COMPARED-SW(WS-BT-IDX) NOT = 'Y'
                       MOVE 'NOT COMPARED TODAY' TO WS-AGE-NOTE
                   WHEN OTHER
                       MOVE SPACES TO WS-AGE-NOTE
               END-EVALUATE
               MOVE SPACES TO WRK6552-RPT-LINE
               STRING WS-BT-FUND(WS-BT-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-E-SHARES DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-E-SHARES-2 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-E-SHARES-3 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-BT-FIRST-SEEN(WS-BT-IDX) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-E-AGE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-AGE-NOTE DELIMITED BY SIZE
                   INTO WRK6552-RPT-LINE
               WRITE WRK6552-RPT-LINE
           END-IF.

       6000-FINALIZE.
           MOVE SPACES TO WRK6552-RPT-LINE
           STRING 'DETAILS READ ' DELIMITED BY SIZE
               WS-DETAIL-COUNT DELIMITED BY SIZE
               ' FUNDS COMPARED ' DELIMITED BY SIZE
               WS-COMPARED-COUNT DELIMITED BY SIZE
               ' IN TOLERANCE ' DELIMITED BY SIZE
               WS-AGREED-COUNT DELIMITED BY SIZE
               ' BREAKS ' DELIMITED BY SIZE
               WS-BREAK-COUNT DELIMITED BY SIZE
               ' NEW ' DELIMITED BY SIZE
               WS-NEW-BREAK-COUNT DELIMITED BY SIZE
               INTO WRK6552-RPT-LINE
           WRITE WRK6552-RPT-LINE
           MOVE SPACES TO WRK6552-RPT-LINE
           STRING 'CLEARED TODAY ' DELIMITED BY SIZE
               WS-CLEARED-COUNT DELIMITED BY SIZE
               ' SUPER SHEET ONLY ' DELIMITED BY SIZE
               WS-SHEET-ONLY-COUNT DELIMITED BY SIZE
               ' TA ONLY ' DELIMITED BY SIZE
               WS-TA-ONLY-COUNT DELIMITED BY SIZE
               INTO WRK6552-RPT-LINE
           WRITE WRK6552-RPT-LINE
           MOVE SPACES TO WRK6552-RPT-LINE
           STRING 'OPEN BREAKS  1 DAY ' DELIMITED BY SIZE
               WS-AGE-1-COUNT DELIMITED BY SIZE
               '  2-5 DAYS ' DELIMITED BY SIZE
               WS-AGE-2-5-COUNT DELIMITED BY SIZE
               '  OVER 5 DAYS ' DELIMITED BY SIZE
               WS-AGE-OVER-5-COUNT DELIMITED BY SIZE
               INTO WRK6552-RPT-LINE
           WRITE WRK6552-RPT-LINE
           CLOSE WRK6552-BRK-FILE
           PERFORM 9900-CLOSE-CALENDAR
           CLOSE WRK6552-RPT-FILE
           IF WS-AGE-OVER-5-COUNT > 0
               DISPLAY 'NRS-WRK6552 ' WS-AGE-OVER-5-COUNT
                   ' SHARE BREAKS OPEN OVER 5 DAYS - SEE REPORT'
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-FILE-ERROR-COUNT > 0
               DISPLAY 'NRS-WRK6552 BRKFILE NOT UPDATED FOR '
                   WS-FILE-ERROR-COUNT ' FUNDS'
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
                   DISPLAY 'NRS-WRK6552 CALENDAR OPEN FAILED, STATUS='
                       WS-CAL-STATUS ' - WEEKDAYS ONLY'
           END-EVALUATE.

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

       9300-AGE-IN-BUSINESS-DAYS.
      *    COUNTS THE BUSINESS DAYS FROM BRK-FIRST-SEEN-DATE THROUGH
      *    TODAY, BOTH INCLUDED.  A BREAK FIRST SEEN TODAY IS 1 DAY
      *    OLD EVEN ON A NON-BUSINESS DAY; THE COUNT STOPS AT 999.
           COMPUTE WS-CAL-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(BRK-FIRST-SEEN-DATE)
           COMPUTE WS-CAL-END-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-CURR-DATE)
           MOVE 0 TO WS-CAL-AGE-COUNT
           PERFORM 9310-COUNT-ONE-DAY
               UNTIL WS-CAL-DAY-NUMBER > WS-CAL-END-NUMBER
                   OR WS-CAL-AGE-COUNT >= 999
           IF WS-CAL-AGE-COUNT = 0
               MOVE 1 TO WS-CAL-AGE-COUNT
           END-IF.

       9310-COUNT-ONE-DAY.
           COMPUTE WS-CAL-WORK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CAL-DAY-NUMBER)
           PERFORM 9200-TEST-BUSINESS-DAY
           IF WS-CAL-BUSINESS-SW = 'Y'
               ADD 1 TO WS-CAL-AGE-COUNT
           END-IF
           ADD 1 TO WS-CAL-DAY-NUMBER.

       9900-CLOSE-CALENDAR.
           IF WS-CAL-OPEN-SW = 'Y'
               CLOSE WRK6520-CAL-FILE
               MOVE 'N' TO WS-CAL-OPEN-SW
           END-IF.
