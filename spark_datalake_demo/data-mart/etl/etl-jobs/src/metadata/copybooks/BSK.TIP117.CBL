       IDENTIFICATION DIVISION.
       PROGRAM-ID. NRS-WRK6549.
	     AUTHOR. AGENT.
	     DATE WRITTEN. 10/15/2026.
      *    FUND REORGANIZATION - MERGERS AND MANAGER TRANSFERS.
      *    A MERGER CARD (TYPE 'M') CLOSES THE OLD FUND ON FUNDMST
      *    (WRK6520F.CPY) AS OF THE EFFECTIVE DATE WITH A POINTER TO
      *    THE SUCCESSOR FUND, AND MOVES EVERY HISTFILE RECORD OF THE
      *    OLD FUND FOR A CLOSE MONTH ON OR AFTER THE EFFECTIVE MONTH
      *    ONTO THE SUCCESSOR - ADDED INTO THE SUCCESSOR'S OWN RECORD
      *    FOR THAT MONTH AND STATE WHEN THERE IS ONE, WRITTEN UNDER
      *    THE SUCCESSOR'S MGMT-CODE WHEN THERE IS NOT.  A MANAGER
      *    TRANSFER CARD (TYPE 'T') CHANGES THE FUND'S MGMT-CODE ON
      *    FUNDMST AND RESTATES HIST-MGMT-CODE ON THE SAME MONTHS.
      *    EARLIER MONTHS ARE LEFT AS THEY CLOSED, SO NRS-WRK6525 NO
      *    LONGER SHOWS ONE COMPANY COLLAPSING AND ANOTHER JUMPING
      *    ACROSS THE REORGANIZATION.  EVERY HISTORY RECORD MOVED IS
      *    LOGGED TO RSTMFILE (WRK6520R.CPY) UNDER THE OLD KEY GOING
      *    TO ZERO AND THE NEW KEY GOING TO ITS NEW VALUES, AND THE
      *    REORGANIZATION REPORT SHOWS THE FUND AND EACH HISTORY
      *    RECORD BEFORE AND AFTER.
      *    FUNDMST IS UNDER DUAL CONTROL, SO THE CARDS ARE TOO, THE
      *    SAME WAY AS NRS-WRK6532: THE CAPTURE RUN (NO PARMFILE, OR
      *    RUN MODE 'C') EDITS EACH CARD AND FILES IT ON PENDCHG
      *    (WRK6520O.CPY, PEND-REORG-MASTER) UNDER THE KEYING
      *    OPERATOR'S ID FROM COLUMNS 73-80; THE APPROVAL RUN (RUN
      *    MODE 'A') READS RELEASE/REJECT CARDS FROM APPRFILE,
      *    REFUSES A CHECKER WHO IS THE MAKER, AND APPLIES RELEASED
      *    CARDS, LOGGING THE FUND MASTER BEFORE AND AFTER IMAGES TO
      *    CHGLOG (WRK6520T.CPY) WITH CHG-ACTION 'M' OR 'T'.
      *    NOTHING IS TOUCHED FOR A REORGANIZATION WHOSE HISTORY WILL
      *    NOT FIT THE WORK TABLE - A HALF-MOVED FUND WOULD BE WORSE
      *    THAN NONE.
      *    TRANSACTION CARD:
      *      COL 1       TYPE       M=MERGER T=MANAGER TRANSFER
      *      COL 2-8     OLD FUND   7-DIGIT FUND-CODE
      *      COL 9-15    SUCCESSOR  7-DIGIT FUND-CODE (MERGER ONLY)
      *      COL 16-17   NEW MGMT   MGMT-CODE (TRANSFER ONLY)
      *      COL 18-25   EFFECTIVE  CCYYMMDD
      *      COL 73-80   OPERATOR   KEYING OPERATOR'S ID
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WRK6520-FUND-FILE ASSIGN TO "FUNDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FUND-MST-CODE
               FILE STATUS IS WS-FUND-STATUS.
           SELECT OPTIONAL WRK6520-MGMT-FILE ASSIGN TO "MGMTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MGMT-MST-CODE
               FILE STATUS IS WS-MGMT-STATUS.
           SELECT OPTIONAL WRK6520-HIST-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT WRK6520-RSTM-FILE ASSIGN TO "RSTMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSTM-STATUS.
           SELECT WRK6549-TRAN-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT OPTIONAL WRK6549-PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL WRK6520-PEND-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PEND-KEY
               FILE STATUS IS WS-PEND-STATUS.
           SELECT WRK6549-APPR-FILE ASSIGN TO "APPRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPR-STATUS.
           SELECT WRK6520-CHG-FILE ASSIGN TO "CHGLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.
           SELECT WRK6549-RPT-FILE ASSIGN TO "RPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WRK6520-FUND-FILE.
           COPY WRK6520F.
       FD  WRK6520-MGMT-FILE.
           COPY WRK6520G.
       FD  WRK6520-HIST-FILE.
           COPY WRK6520H.
       FD  WRK6520-RSTM-FILE.
           COPY WRK6520R.
       FD  WRK6549-TRAN-FILE.
       01  WRK6549-TRAN-CARD                     PIC X(80).
       FD  WRK6549-PARM-FILE.
       01  WRK6549-PARM-RECORD.
           05  PARM-RUN-MODE                     PIC X(1).
               88  PARM-APPROVAL-RUN              VALUE 'A'.
           05  FILLER                            PIC X(79).
       FD  WRK6520-PEND-FILE.
           COPY WRK6520O.
       FD  WRK6549-APPR-FILE.
       01  WRK6549-APPR-RECORD.
           05  APPR-ACTION                       PIC X(1).
               88  APPR-RELEASE                   VALUE 'R'.
               88  APPR-REJECT                    VALUE 'X'.
           05  APPR-PEND-KEY                     PIC X(19).
           05  APPR-CHECKER-ID                   PIC X(8).
           05  APPR-REASON                       PIC X(30).
           05  FILLER                            PIC X(22).
       FD  WRK6520-CHG-FILE.
           COPY WRK6520T.
       FD  WRK6549-RPT-FILE.
       01  WRK6549-RPT-LINE                      PIC X(132).
       WORKING-STORAGE SECTION.
      *    THE CARD IS HELD HERE, NOT IN THE FD, SO THE APPROVAL RUN
      *    CAN EDIT AND APPLY A CARD IMAGE TAKEN FROM PENDCHG
       01  WRK6549-TRAN-RECORD.
           05  TRAN-REORG-TYPE                   PIC X(1).
               88  TRAN-MERGER                    VALUE 'M'.
               88  TRAN-TRANSFER                  VALUE 'T'.
           05  TRAN-OLD-FUND                     PIC X(7).
           05  TRAN-OLD-FUND-N REDEFINES TRAN-OLD-FUND
                                                 PIC 9(7).
           05  TRAN-SUCCESSOR-FUND               PIC X(7).
           05  TRAN-SUCCESSOR-FUND-N REDEFINES TRAN-SUCCESSOR-FUND
                                                 PIC 9(7).
           05  TRAN-NEW-MGMT-CODE                PIC X(2).
           05  TRAN-EFF-DATE                     PIC X(8).
           05  TRAN-EFF-DATE-N REDEFINES TRAN-EFF-DATE
                                                 PIC 9(8).
           05  TRAN-EFF-DATE-R REDEFINES TRAN-EFF-DATE.
               10  TRAN-EFF-MONTH                PIC 9(6).
               10  FILLER                        PIC 9(2).
           05  FILLER                            PIC X(47).
           05  TRAN-OPERATOR-ID                  PIC X(8).
       01  WS-FILE-STATUSES.
           05  WS-FUND-STATUS                    PIC X(2).
           05  WS-MGMT-STATUS                    PIC X(2).
           05  WS-HIST-STATUS                    PIC X(2).
           05  WS-RSTM-STATUS                    PIC X(2).
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
           05  WS-HIST-OPEN-SW                   PIC X(1) VALUE 'N'.
           05  WS-HIST-EOF-SW                    PIC X(1) VALUE 'N'.
           05  WS-RSTM-OPEN-SW                   PIC X(1) VALUE 'N'.
           05  WS-MGMT-OPEN-SW                   PIC X(1) VALUE 'N'.
       01  WS-COUNTS.
           05  WS-TRAN-COUNT                     PIC 9(9) VALUE 0.
           05  WS-APPLIED-COUNT                  PIC 9(9) VALUE 0.
           05  WS-REJECTED-COUNT                 PIC 9(9) VALUE 0.
           05  WS-PENDED-COUNT                   PIC 9(9) VALUE 0.
           05  WS-DECLINED-COUNT                 PIC 9(9) VALUE 0.
           05  WS-REFUSED-COUNT                  PIC 9(9) VALUE 0.
           05  WS-FILE-ERROR-COUNT               PIC 9(9) VALUE 0.
           05  WS-HST-MOVED-COUNT                PIC 9(9) VALUE 0.
       01  WS-TRAN-MESSAGE                       PIC X(50).
       01  WS-RUN-STAMP.
           05  WS-CURR-DATE                      PIC 9(8).
           05  WS-CURR-TIME                      PIC 9(6).
       01  WS-PEND-SEQ                           PIC 9(4) VALUE 0.
       01  WS-BEFORE-IMAGE                       PIC X(80).
       01  WS-IMAGE-LABEL                        PIC X(6).
       01  WS-AFTER-IMAGE                        PIC X(80).
      *    THE TWO SIDES OF THE REORGANIZATION AS FOUND ON THE
      *    MASTERS WHEN THE CARD IS RELEASED
       01  WS-REORG-SIDES.
           05  WS-OLD-FUND-NAME                  PIC X(30).
           05  WS-OLD-MGMT-CODE                  PIC X(2).
           05  WS-NEW-FUND-CODE                  PIC 9(7).
           05  WS-NEW-FUND-NAME                  PIC X(30).
           05  WS-NEW-MGMT-CODE                  PIC X(2).
      *    THE OLD FUND'S HISTORY RECORDS TO BE RESTATED, COLLECTED
      *    BEFORE ANYTHING IS CHANGED
       01  WS-HST-TABLE-MAX                      PIC 9(4) VALUE 2000.
       01  WS-HST-COUNT                          PIC 9(4) VALUE 0.
       01  WS-HST-OVERFLOW-SW                    PIC X(1) VALUE 'N'.
       01  WS-HST-TABLE.
           05  WS-HST-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-HST-IDX.
               10  WS-HST-CLOSE-MONTH            PIC 9(6).
               10  WS-HST-STATE-CODE             PIC 9(3).
               10  WS-HST-MGMT-CODE              PIC X(2).
               10  WS-HST-AMOUNT            PIC S9(15)V9(2).
               10  WS-HST-SHARE             PIC S9(13)V9(4).
               10  WS-HST-REPEAT-AMT        PIC S9(15)V9(2).
               10  WS-HST-REOPEN-AMT        PIC S9(15)V9(2).
               10  WS-HST-CLOSE-RUN-DATE         PIC 9(8).
      *    THE SUCCESSOR'S OWN RECORD FOR THE MONTH AND STATE BEFORE
      *    THE OLD FUND'S VALUES WERE ADDED INTO IT
       01  WS-TARGET-BEFORE.
           05  WS-TGT-FOUND-SW                   PIC X(1).
           05  WS-TGT-MGMT-CODE                  PIC X(2).
           05  WS-TGT-AMOUNT                PIC S9(15)V9(2).
           05  WS-TGT-SHARE                 PIC S9(13)V9(4).
           05  WS-TGT-REPEAT-AMT            PIC S9(15)V9(2).
           05  WS-TGT-REOPEN-AMT            PIC S9(15)V9(2).
       01  WS-MOVED-AMOUNT                  PIC S9(15)V9(2) VALUE 0.
       01  WS-EDITED-FIELDS.
           05  WS-E-AMOUNT                       PIC -(14)9.99.
           05  WS-E-AFTER-AMOUNT                 PIC -(14)9.99.
           05  WS-E-COUNT                        PIC Z(8)9.
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
               PERFORM 1200-OPEN-APPROVAL-FILES
           ELSE
               OPEN INPUT WRK6549-TRAN-FILE
               IF WS-TRAN-STATUS NOT = '00'
                   DISPLAY 'NRS-WRK6549 TRAN OPEN FAILED, STATUS='
                       WS-TRAN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN I-O WRK6520-PEND-FILE
           IF WS-PEND-STATUS NOT = '00' AND WS-PEND-STATUS NOT = '05'
               DISPLAY 'NRS-WRK6549 PENDCHG OPEN FAILED, STATUS='
                   WS-PEND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT WRK6549-RPT-FILE
           IF WS-APPROVAL-RUN
               MOVE 'FUND REORGANIZATION - APPROVAL'
                   TO WRK6549-RPT-LINE
           ELSE
               MOVE 'FUND REORGANIZATION - CAPTURE'
                   TO WRK6549-RPT-LINE
           END-IF
           WRITE WRK6549-RPT-LINE.

       1100-READ-RUN-MODE.
      *    NO PARAMETER CARD MEANS A CAPTURE RUN - A REORGANIZATION
      *    IS NEVER APPLIED UNREVIEWED
           OPEN INPUT WRK6549-PARM-FILE
           IF WS-PARM-STATUS = '00' OR WS-PARM-STATUS = '05'
               READ WRK6549-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-APPROVAL-RUN
                           MOVE 'A' TO WS-RUN-MODE-SW
                       END-IF
               END-READ
               CLOSE WRK6549-PARM-FILE
           END-IF.

       1200-OPEN-APPROVAL-FILES.
           OPEN INPUT WRK6549-APPR-FILE
           IF WS-APPR-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6549 APPROVAL OPEN FAILED, STATUS='
                   WS-APPR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O WRK6520-FUND-FILE
           IF WS-FUND-STATUS NOT = '00'
                   AND WS-FUND-STATUS NOT = '05'
               DISPLAY 'NRS-WRK6549 FUND MASTER OPEN FAILED, STATUS='
                   WS-FUND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    WITHOUT THE MANAGEMENT MASTER A TRANSFER CANNOT BE CHECKED
      *    AND IS REFUSED; MERGERS DO NOT NEED IT
           OPEN INPUT WRK6520-MGMT-FILE
           IF WS-MGMT-STATUS = '00'
               MOVE 'Y' TO WS-MGMT-OPEN-SW
           ELSE
               IF WS-MGMT-STATUS NOT = '05'
                   DISPLAY 'NRS-WRK6549 MGMTMST NOT AVAILABLE, STATUS='
                       WS-MGMT-STATUS ' - TRANSFERS WILL BE REFUSED'
               END-IF
           END-IF
      *    A HISTORY FILE THAT DOES NOT EXIST YET HAS NOTHING TO
      *    RESTATE; ONE THAT WILL NOT OPEN MUST STOP THE RUN, OR THE
      *    FUND MASTER WOULD MOVE WITHOUT ITS HISTORY
           OPEN I-O WRK6520-HIST-FILE
           EVALUATE WS-HIST-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-HIST-OPEN-SW
               WHEN '05'
                   CLOSE WRK6520-HIST-FILE
               WHEN OTHER
                   DISPLAY 'NRS-WRK6549 HISTFILE OPEN FAILED, STATUS='
                       WS-HIST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           OPEN EXTEND WRK6520-CHG-FILE
           IF WS-CHG-STATUS NOT = '00'
               OPEN OUTPUT WRK6520-CHG-FILE
           END-IF
           IF WS-CHG-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6549 CHANGE LOG OPEN FAILED, STATUS='
                   WS-CHG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           READ WRK6549-TRAN-FILE INTO WRK6549-TRAN-RECORD
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
           MOVE 'R' TO PEND-MASTER-ID
           MOVE WS-CURR-DATE TO PEND-KEYED-DATE
           MOVE WS-CURR-TIME TO PEND-KEYED-TIME
           ADD 1 TO WS-PEND-SEQ
           MOVE WS-PEND-SEQ TO PEND-KEYED-SEQ
           MOVE 'P' TO PEND-STATUS
           MOVE TRAN-OPERATOR-ID TO PEND-MAKER-ID
           MOVE WRK6549-TRAN-RECORD TO PEND-TRAN-IMAGE
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
               IF TRAN-MERGER
                   PERFORM 2200-EDIT-MERGER
               ELSE
                   PERFORM 2300-EDIT-TRANSFER
               END-IF
           END-IF
           IF WS-TRAN-OK-SW = 'Y'
               PERFORM 2400-COLLECT-HISTORY
           END-IF
           IF WS-TRAN-OK-SW = 'Y'
               PERFORM 2150-WRITE-REORG-HEADING
               PERFORM 2500-UPDATE-FUND-MASTER
           END-IF
           IF WS-TRAN-OK-SW = 'Y'
               PERFORM 2600-RESTATE-HISTORY
           END-IF
           IF WS-TRAN-OK-SW = 'Y'
               ADD 1 TO WS-APPLIED-COUNT
               MOVE 'APPLIED' TO WS-TRAN-MESSAGE
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF
           PERFORM 2900-WRITE-TRAN-LINE.

       2110-VALIDATE-TRANSACTION.
           IF NOT TRAN-MERGER AND NOT TRAN-TRANSFER
               MOVE 'N' TO WS-TRAN-OK-SW
               MOVE 'REORGANIZATION TYPE MUST BE M OR T'
                   TO WS-TRAN-MESSAGE
           END-IF
           IF WS-TRAN-OK-SW = 'Y' AND TRAN-OLD-FUND NOT NUMERIC
               MOVE 'N' TO WS-TRAN-OK-SW
               MOVE 'OLD FUND-CODE NOT NUMERIC' TO WS-TRAN-MESSAGE
           END-IF
           IF WS-TRAN-OK-SW = 'Y' AND TRAN-OLD-FUND = '0000000'
               MOVE 'N' TO WS-TRAN-OK-SW
               MOVE 'FUND-CODE ZERO IS RESERVED' TO WS-TRAN-MESSAGE
           END-IF
           IF WS-TRAN-OK-SW = 'Y' AND TRAN-EFF-DATE NOT NUMERIC
               MOVE 'N' TO WS-TRAN-OK-SW
               MOVE 'EFFECTIVE DATE NOT NUMERIC' TO WS-TRAN-MESSAGE
           END-IF
           IF WS-TRAN-OK-SW = 'Y'
               IF FUNCTION TEST-DATE-YYYYMMDD(TRAN-EFF-DATE-N) NOT = 0
                   MOVE 'N' TO WS-TRAN-OK-SW
                   MOVE 'EFFECTIVE DATE IS NOT A VALID DATE'
                       TO WS-TRAN-MESSAGE
               END-IF
           END-IF
           IF WS-TRAN-OK-SW = 'Y' AND TRAN-MERGER
               PERFORM 2120-VALIDATE-MERGER-CARD
           END-IF
           IF WS-TRAN-OK-SW = 'Y' AND TRAN-TRANSFER
               IF TRAN-NEW-MGMT-CODE = SPACES
                   MOVE 'N' TO WS-TRAN-OK-SW
                   MOVE 'NEW MGMT-CODE IS BLANK ON TRANSFER'
                       TO WS-TRAN-MESSAGE
               END-IF
           END-IF.

       2120-VALIDATE-MERGER-CARD.
           IF TRAN-SUCCESSOR-FUND NOT NUMERIC
               MOVE 'N' TO WS-TRAN-OK-SW
               MOVE 'SUCCESSOR FUND-CODE NOT NUMERIC'
                   TO WS-TRAN-MESSAGE
           END-IF
           IF WS-TRAN-OK-SW = 'Y'
                   AND TRAN-SUCCESSOR-FUND = '0000000'
               MOVE 'N' TO WS-TRAN-OK-SW
               MOVE 'FUND-CODE ZERO IS RESERVED' TO WS-TRAN-MESSAGE
           END-IF
           IF WS-TRAN-OK-SW = 'Y'
                   AND TRAN-SUCCESSOR-FUND = TRAN-OLD-FUND
               MOVE 'N' TO WS-TRAN-OK-SW
               MOVE 'FUND CANNOT BE MERGED INTO ITSELF'
                   TO WS-TRAN-MESSAGE
           END-IF.

       2150-WRITE-REORG-HEADING.
           MOVE SPACES TO WRK6549-RPT-LINE
           WRITE WRK6549-RPT-LINE
           MOVE SPACES TO WRK6549-RPT-LINE
           IF TRAN-MERGER
               STRING 'MERGER OF FUND ' DELIMITED BY SIZE
                   TRAN-OLD-FUND DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-OLD-FUND-NAME DELIMITED BY SIZE
                   ' MGMT ' DELIMITED BY SIZE
                   WS-OLD-MGMT-CODE DELIMITED BY SIZE
                   ' INTO FUND ' DELIMITED BY SIZE
                   WS-NEW-FUND-CODE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-NEW-FUND-NAME DELIMITED BY SIZE
                   ' MGMT ' DELIMITED BY SIZE
                   WS-NEW-MGMT-CODE DELIMITED BY SIZE
                   INTO WRK6549-RPT-LINE
           ELSE
               STRING 'MANAGER TRANSFER OF FUND ' DELIMITED BY SIZE
                   TRAN-OLD-FUND DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-OLD-FUND-NAME DELIMITED BY SIZE
                   ' FROM MGMT ' DELIMITED BY SIZE
                   WS-OLD-MGMT-CODE DELIMITED BY SIZE
                   ' TO MGMT ' DELIMITED BY SIZE
                   WS-NEW-MGMT-CODE DELIMITED BY SIZE
                   INTO WRK6549-RPT-LINE
           END-IF
           WRITE WRK6549-RPT-LINE
           MOVE SPACES TO WRK6549-RPT-LINE
           MOVE WS-HST-COUNT TO WS-E-COUNT
           STRING '  EFFECTIVE ' DELIMITED BY SIZE
               TRAN-EFF-DATE DELIMITED BY SIZE
               ' - HISTORY RECORDS TO RESTATE ' DELIMITED BY SIZE
               WS-E-COUNT DELIMITED BY SIZE
               ' FROM CLOSE MONTH ' DELIMITED BY SIZE
               TRAN-EFF-MONTH DELIMITED BY SIZE
               INTO WRK6549-RPT-LINE
           WRITE WRK6549-RPT-LINE.

       2200-EDIT-MERGER.
      *    THE SUCCESSOR IS READ FIRST SO THE OLD FUND'S RECORD IS
      *    THE ONE LEFT IN THE BUFFER FOR THE REWRITE IN 2500
           MOVE TRAN-SUCCESSOR-FUND-N TO FUND-MST-CODE
           READ WRK6520-FUND-FILE
           IF WS-FUND-STATUS NOT = '00'
               MOVE 'N' TO WS-TRAN-OK-SW
               MOVE 'SUCCESSOR FUND NOT ON MASTER' TO WS-TRAN-MESSAGE
           ELSE
               IF FUND-MST-CLOSED
                   MOVE 'N' TO WS-TRAN-OK-SW
                   MOVE 'SUCCESSOR FUND IS CLOSED' TO WS-TRAN-MESSAGE
               ELSE
                   MOVE FUND-MST-CODE TO WS-NEW-FUND-CODE
                   MOVE FUND-MST-NAME TO WS-NEW-FUND-NAME
                   MOVE FUND-MST-MGMT-CODE TO WS-NEW-MGMT-CODE
               END-IF
           END-IF
           IF WS-TRAN-OK-SW = 'Y'
               PERFORM 2250-READ-OLD-FUND
           END-IF.

       2250-READ-OLD-FUND.
           MOVE TRAN-OLD-FUND-N TO FUND-MST-CODE
           READ WRK6520-FUND-FILE
           IF WS-FUND-STATUS NOT = '00'
               MOVE 'N' TO WS-TRAN-OK-SW
               MOVE 'OLD FUND NOT ON MASTER' TO WS-TRAN-MESSAGE
           ELSE
               MOVE FUND-MST-NAME TO WS-OLD-FUND-NAME
               MOVE FUND-MST-MGMT-CODE TO WS-OLD-MGMT-CODE
               IF FUND-MST-CLOSED
                   MOVE 'N' TO WS-TRAN-OK-SW
                   MOVE 'OLD FUND IS ALREADY CLOSED' TO WS-TRAN-MESSAGE
               END-IF
               IF WS-TRAN-OK-SW = 'Y'
                       AND TRAN-EFF-DATE-N < FUND-MST-INCEPT-DATE
                   MOVE 'N' TO WS-TRAN-OK-SW
                   MOVE 'EFFECTIVE DATE IS BEFORE FUND INCEPTION'
                       TO WS-TRAN-MESSAGE
               END-IF
           END-IF.

       2300-EDIT-TRANSFER.
           IF WS-MGMT-OPEN-SW NOT = 'Y'
               MOVE 'N' TO WS-TRAN-OK-SW
               MOVE 'MGMTMST NOT AVAILABLE - TRANSFER NOT CHECKED'
                   TO WS-TRAN-MESSAGE
           ELSE
               MOVE TRAN-NEW-MGMT-CODE TO MGMT-MST-CODE
               READ WRK6520-MGMT-FILE
               IF WS-MGMT-STATUS NOT = '00'
                   MOVE 'N' TO WS-TRAN-OK-SW
                   MOVE 'NEW MGMT-CODE NOT ON MGMTMST'
                       TO WS-TRAN-MESSAGE
               ELSE
                   IF NOT MGMT-MST-ACTIVE
                       MOVE 'N' TO WS-TRAN-OK-SW
                       MOVE 'NEW MGMT-CODE IS INACTIVE ON MGMTMST'
                           TO WS-TRAN-MESSAGE
                   END-IF
               END-IF
           END-IF
           IF WS-TRAN-OK-SW = 'Y'
               PERFORM 2250-READ-OLD-FUND
           END-IF
           IF WS-TRAN-OK-SW = 'Y'
               MOVE TRAN-OLD-FUND-N TO WS-NEW-FUND-CODE
               MOVE WS-OLD-FUND-NAME TO WS-NEW-FUND-NAME
               MOVE TRAN-NEW-MGMT-CODE TO WS-NEW-MGMT-CODE
               IF WS-NEW-MGMT-CODE = WS-OLD-MGMT-CODE
                   MOVE 'N' TO WS-TRAN-OK-SW
                   MOVE 'FUND IS ALREADY UNDER THAT MGMT-CODE'
                       TO WS-TRAN-MESSAGE
               END-IF
           END-IF.

       2400-COLLECT-HISTORY.
      *    HISTORY IS KEYED CLOSE MONTH FIRST, SO THE SCAN STARTS AT
      *    THE EFFECTIVE MONTH AND PICKS THE OLD FUND'S RECORDS OUT
      *    OF EVERY LATER MONTH
           MOVE 0 TO WS-HST-COUNT
           MOVE 'N' TO WS-HST-OVERFLOW-SW
           IF WS-HIST-OPEN-SW = 'Y'
               MOVE TRAN-EFF-MONTH TO HIST-CLOSE-MONTH
               MOVE 0 TO HIST-FUND-CODE
               MOVE 0 TO HIST-STATE-CODE
               START WRK6520-HIST-FILE KEY IS NOT LESS THAN HIST-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-HIST-EOF-SW
                   NOT INVALID KEY
                       MOVE 'N' TO WS-HIST-EOF-SW
               END-START
               PERFORM 2410-READ-NEXT-HISTORY
                   UNTIL WS-HIST-EOF-SW = 'Y'
           END-IF
           IF WS-HST-OVERFLOW-SW = 'Y'
               MOVE 'N' TO WS-TRAN-OK-SW
               MOVE 'HISTORY EXCEEDS WORK TABLE - NOTHING CHANGED'
                   TO WS-TRAN-MESSAGE
           END-IF.

       2410-READ-NEXT-HISTORY.
           READ WRK6520-HIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-SW
               NOT AT END
                   IF HIST-FUND-CODE = TRAN-OLD-FUND-N
                       PERFORM 2420-SAVE-HISTORY-ENTRY
                   END-IF
           END-READ.

       2420-SAVE-HISTORY-ENTRY.
           IF WS-HST-COUNT >= WS-HST-TABLE-MAX
               MOVE 'Y' TO WS-HST-OVERFLOW-SW
               MOVE 'Y' TO WS-HIST-EOF-SW
           ELSE
               ADD 1 TO WS-HST-COUNT
               SET WS-HST-IDX TO WS-HST-COUNT
               MOVE HIST-CLOSE-MONTH
                   TO WS-HST-CLOSE-MONTH(WS-HST-IDX)
               MOVE HIST-STATE-CODE TO WS-HST-STATE-CODE(WS-HST-IDX)
               MOVE HIST-MGMT-CODE TO WS-HST-MGMT-CODE(WS-HST-IDX)
               MOVE HIST-AMOUNT-DATA TO WS-HST-AMOUNT(WS-HST-IDX)
               MOVE HIST-SHARE-DATA TO WS-HST-SHARE(WS-HST-IDX)
               MOVE HIST-MTD-REPEAT-AMT
                   TO WS-HST-REPEAT-AMT(WS-HST-IDX)
               MOVE HIST-MTD-REOPEN-AMT
                   TO WS-HST-REOPEN-AMT(WS-HST-IDX)
               MOVE HIST-CLOSE-RUN-DATE
                   TO WS-HST-CLOSE-RUN-DATE(WS-HST-IDX)
           END-IF.

       2500-UPDATE-FUND-MASTER.
      *    THE OLD FUND'S RECORD IS STILL IN THE BUFFER FROM 2250
           MOVE NRS-WRK6520-FUND TO WS-BEFORE-IMAGE
           MOVE 'BEFORE' TO WS-IMAGE-LABEL
           PERFORM 2550-WRITE-FUND-IMAGE-LINE
           IF TRAN-MERGER
               MOVE 'C' TO FUND-MST-STATUS
               MOVE TRAN-EFF-DATE-N TO FUND-MST-CLOSE-DATE
               MOVE TRAN-SUCCESSOR-FUND TO FUND-MST-SUCCESSOR-CODE
           ELSE
               MOVE TRAN-NEW-MGMT-CODE TO FUND-MST-MGMT-CODE
           END-IF
           REWRITE NRS-WRK6520-FUND
               INVALID KEY
                   MOVE 'N' TO WS-TRAN-OK-SW
                   MOVE 'MASTER REWRITE FAILED - NOTHING CHANGED'
                       TO WS-TRAN-MESSAGE
                   MOVE SPACES TO WS-BEFORE-IMAGE
           END-REWRITE
           IF WS-TRAN-OK-SW = 'Y'
               MOVE 'AFTER' TO WS-IMAGE-LABEL
               PERFORM 2550-WRITE-FUND-IMAGE-LINE
           END-IF.

       2550-WRITE-FUND-IMAGE-LINE.
           MOVE SPACES TO WRK6549-RPT-LINE
           STRING '  ' DELIMITED BY SIZE
               WS-IMAGE-LABEL DELIMITED BY SIZE
               ' FUNDMST ' DELIMITED BY SIZE
               FUND-MST-CODE DELIMITED BY SIZE
               ' MGMT ' DELIMITED BY SIZE
               FUND-MST-MGMT-CODE DELIMITED BY SIZE
               ' STATUS ' DELIMITED BY SIZE
               FUND-MST-STATUS DELIMITED BY SIZE
               ' CLOSED ' DELIMITED BY SIZE
               FUND-MST-CLOSE-DATE DELIMITED BY SIZE
               ' SUCCESSOR ' DELIMITED BY SIZE
               FUND-MST-SUCCESSOR-CODE DELIMITED BY SIZE
               INTO WRK6549-RPT-LINE
           WRITE WRK6549-RPT-LINE.

       2600-RESTATE-HISTORY.
      *    THE FUND MASTER IS ALREADY CHANGED, SO A HISTORY RECORD
      *    THAT CANNOT BE MOVED IS COUNTED AS A FILE ERROR AND NAMED
      *    ON THE REPORT RATHER THAN FAILING THE WHOLE CARD
           MOVE 0 TO WS-MOVED-AMOUNT
           PERFORM 2605-RESTATE-ONE-RECORD
               VARYING WS-HST-IDX FROM 1 BY 1
               UNTIL WS-HST-IDX > WS-HST-COUNT
           MOVE SPACES TO WRK6549-RPT-LINE
           MOVE WS-HST-COUNT TO WS-E-COUNT
           MOVE WS-MOVED-AMOUNT TO WS-E-AMOUNT
           STRING '  HISTORY RECORDS RESTATED ' DELIMITED BY SIZE
               WS-E-COUNT DELIMITED BY SIZE
               ' AMOUNT MOVED ' DELIMITED BY SIZE
               WS-E-AMOUNT DELIMITED BY SIZE
               INTO WRK6549-RPT-LINE
           WRITE WRK6549-RPT-LINE.

       2605-RESTATE-ONE-RECORD.
           IF TRAN-MERGER
               PERFORM 2610-MOVE-TO-SUCCESSOR
           ELSE
               PERFORM 2650-MOVE-TO-NEW-MANAGER
           END-IF.

       2610-MOVE-TO-SUCCESSOR.
      *    THE SUCCESSOR'S RECORD IS WRITTEN BEFORE THE OLD ONE IS
      *    DELETED, SO A FAILURE NEVER LOSES THE VALUES
           MOVE WS-HST-CLOSE-MONTH(WS-HST-IDX) TO HIST-CLOSE-MONTH
           MOVE TRAN-SUCCESSOR-FUND-N TO HIST-FUND-CODE
           MOVE WS-HST-STATE-CODE(WS-HST-IDX) TO HIST-STATE-CODE
           READ WRK6520-HIST-FILE
           IF WS-HIST-STATUS = '00'
               MOVE 'Y' TO WS-TGT-FOUND-SW
               MOVE HIST-MGMT-CODE TO WS-TGT-MGMT-CODE
               MOVE HIST-AMOUNT-DATA TO WS-TGT-AMOUNT
               MOVE HIST-SHARE-DATA TO WS-TGT-SHARE
               MOVE HIST-MTD-REPEAT-AMT TO WS-TGT-REPEAT-AMT
               MOVE HIST-MTD-REOPEN-AMT TO WS-TGT-REOPEN-AMT
               ADD WS-HST-AMOUNT(WS-HST-IDX) TO HIST-AMOUNT-DATA
               ADD WS-HST-SHARE(WS-HST-IDX) TO HIST-SHARE-DATA
               ADD WS-HST-REPEAT-AMT(WS-HST-IDX)
                   TO HIST-MTD-REPEAT-AMT
               ADD WS-HST-REOPEN-AMT(WS-HST-IDX)
                   TO HIST-MTD-REOPEN-AMT
               REWRITE NRS-WRK6520-HIST
           ELSE
               MOVE 'N' TO WS-TGT-FOUND-SW
               MOVE WS-NEW-MGMT-CODE TO WS-TGT-MGMT-CODE
               MOVE 0 TO WS-TGT-AMOUNT
               MOVE 0 TO WS-TGT-SHARE
               MOVE 0 TO WS-TGT-REPEAT-AMT
               MOVE 0 TO WS-TGT-REOPEN-AMT
               MOVE SPACES TO NRS-WRK6520-HIST
               MOVE WS-HST-CLOSE-MONTH(WS-HST-IDX) TO HIST-CLOSE-MONTH
               MOVE TRAN-SUCCESSOR-FUND-N TO HIST-FUND-CODE
               MOVE WS-HST-STATE-CODE(WS-HST-IDX) TO HIST-STATE-CODE
               MOVE WS-NEW-MGMT-CODE TO HIST-MGMT-CODE
               MOVE WS-HST-AMOUNT(WS-HST-IDX) TO HIST-AMOUNT-DATA
               MOVE WS-HST-SHARE(WS-HST-IDX) TO HIST-SHARE-DATA
               MOVE WS-HST-REPEAT-AMT(WS-HST-IDX)
                   TO HIST-MTD-REPEAT-AMT
               MOVE WS-HST-REOPEN-AMT(WS-HST-IDX)
                   TO HIST-MTD-REOPEN-AMT
               MOVE WS-HST-CLOSE-RUN-DATE(WS-HST-IDX)
                   TO HIST-CLOSE-RUN-DATE
               WRITE NRS-WRK6520-HIST
           END-IF
           IF WS-HIST-STATUS NOT = '00'
               PERFORM 2690-HISTORY-NOT-MOVED
           ELSE
               MOVE WS-HST-CLOSE-MONTH(WS-HST-IDX) TO HIST-CLOSE-MONTH
               MOVE TRAN-OLD-FUND-N TO HIST-FUND-CODE
               MOVE WS-HST-STATE-CODE(WS-HST-IDX) TO HIST-STATE-CODE
               DELETE WRK6520-HIST-FILE RECORD
               IF WS-HIST-STATUS NOT = '00'
                   PERFORM 2690-HISTORY-NOT-MOVED
               ELSE
                   PERFORM 2700-LOG-MOVED-RECORD
               END-IF
           END-IF.

       2650-MOVE-TO-NEW-MANAGER.
           MOVE WS-HST-CLOSE-MONTH(WS-HST-IDX) TO HIST-CLOSE-MONTH
           MOVE TRAN-OLD-FUND-N TO HIST-FUND-CODE
           MOVE WS-HST-STATE-CODE(WS-HST-IDX) TO HIST-STATE-CODE
           READ WRK6520-HIST-FILE
           IF WS-HIST-STATUS = '00'
               MOVE WS-NEW-MGMT-CODE TO HIST-MGMT-CODE
               REWRITE NRS-WRK6520-HIST
           END-IF
           IF WS-HIST-STATUS NOT = '00'
               PERFORM 2690-HISTORY-NOT-MOVED
           ELSE
               MOVE 'N' TO WS-TGT-FOUND-SW
               MOVE WS-NEW-MGMT-CODE TO WS-TGT-MGMT-CODE
               MOVE 0 TO WS-TGT-AMOUNT
               MOVE 0 TO WS-TGT-SHARE
               MOVE 0 TO WS-TGT-REPEAT-AMT
               MOVE 0 TO WS-TGT-REOPEN-AMT
               PERFORM 2700-LOG-MOVED-RECORD
           END-IF.

       2690-HISTORY-NOT-MOVED.
           DISPLAY 'NRS-WRK6549 HISTFILE UPDATE FAILED, STATUS='
               WS-HIST-STATUS ' KEY ' HIST-KEY
           ADD 1 TO WS-FILE-ERROR-COUNT
           MOVE SPACES TO WRK6549-RPT-LINE
           STRING '  HISTORY ' DELIMITED BY SIZE
               HIST-CLOSE-MONTH DELIMITED BY SIZE
               ' FUND ' DELIMITED BY SIZE
               HIST-FUND-CODE DELIMITED BY SIZE
               ' STATE ' DELIMITED BY SIZE
               HIST-STATE-CODE DELIMITED BY SIZE
               ' NOT RESTATED - HISTFILE STATUS ' DELIMITED BY SIZE
               WS-HIST-STATUS DELIMITED BY SIZE
               INTO WRK6549-RPT-LINE
           WRITE WRK6549-RPT-LINE.

       2700-LOG-MOVED-RECORD.
      *    ONE RESTATEMENT ROW FOR THE OLD KEY AND COMPANY GOING TO
      *    ZERO, ONE FOR THE NEW KEY AND COMPANY TAKING THE VALUES,
      *    AND THE BEFORE/AFTER LINE ON THE REPORT
           ADD 1 TO WS-HST-MOVED-COUNT
           ADD WS-HST-AMOUNT(WS-HST-IDX) TO WS-MOVED-AMOUNT
           MOVE SPACES TO WRK6520-RSTM-RECORD
           MOVE WS-CURR-DATE TO RSTM-RUN-DATE
           MOVE WS-CURR-TIME TO RSTM-RUN-TIME
           MOVE 'NRS-WRK6549' TO RSTM-PROGRAM-ID
           MOVE 0 TO RSTM-ADJ-SEQUENCE-NO
           MOVE TRAN-EFF-DATE-N TO RSTM-ADJ-ORIGINAL-SS-DATE
           MOVE WS-HST-CLOSE-MONTH(WS-HST-IDX) TO RSTM-CLOSE-MONTH
           MOVE TRAN-OLD-FUND-N TO RSTM-FUND-CODE
           MOVE WS-HST-STATE-CODE(WS-HST-IDX) TO RSTM-STATE-CODE
           MOVE WS-HST-MGMT-CODE(WS-HST-IDX) TO RSTM-MGMT-CODE
           MOVE WS-HST-AMOUNT(WS-HST-IDX) TO RSTM-BEFORE-AMOUNT
           MOVE WS-HST-SHARE(WS-HST-IDX) TO RSTM-BEFORE-SHARE
           MOVE WS-HST-REPEAT-AMT(WS-HST-IDX)
               TO RSTM-BEFORE-REPEAT-AMT
           MOVE WS-HST-REOPEN-AMT(WS-HST-IDX)
               TO RSTM-BEFORE-REOPEN-AMT
           MOVE 0 TO RSTM-AFTER-AMOUNT
           MOVE 0 TO RSTM-AFTER-SHARE
           MOVE 0 TO RSTM-AFTER-REPEAT-AMT
           MOVE 0 TO RSTM-AFTER-REOPEN-AMT
           PERFORM 2750-WRITE-RESTATEMENT-LOG
           MOVE WS-NEW-FUND-CODE TO RSTM-FUND-CODE
           MOVE WS-TGT-MGMT-CODE TO RSTM-MGMT-CODE
           MOVE WS-TGT-AMOUNT TO RSTM-BEFORE-AMOUNT
           MOVE WS-TGT-SHARE TO RSTM-BEFORE-SHARE
           MOVE WS-TGT-REPEAT-AMT TO RSTM-BEFORE-REPEAT-AMT
           MOVE WS-TGT-REOPEN-AMT TO RSTM-BEFORE-REOPEN-AMT
           ADD WS-HST-AMOUNT(WS-HST-IDX) WS-TGT-AMOUNT
               GIVING RSTM-AFTER-AMOUNT
           ADD WS-HST-SHARE(WS-HST-IDX) WS-TGT-SHARE
               GIVING RSTM-AFTER-SHARE
           ADD WS-HST-REPEAT-AMT(WS-HST-IDX) WS-TGT-REPEAT-AMT
               GIVING RSTM-AFTER-REPEAT-AMT
           ADD WS-HST-REOPEN-AMT(WS-HST-IDX) WS-TGT-REOPEN-AMT
               GIVING RSTM-AFTER-REOPEN-AMT
           PERFORM 2750-WRITE-RESTATEMENT-LOG
           MOVE WS-HST-AMOUNT(WS-HST-IDX) TO WS-E-AMOUNT
           MOVE RSTM-AFTER-AMOUNT TO WS-E-AFTER-AMOUNT
           MOVE SPACES TO WRK6549-RPT-LINE
           STRING '  HISTORY ' DELIMITED BY SIZE
               RSTM-CLOSE-MONTH DELIMITED BY SIZE
               ' STATE ' DELIMITED BY SIZE
               RSTM-STATE-CODE DELIMITED BY SIZE
               ' BEFORE FUND ' DELIMITED BY SIZE
               TRAN-OLD-FUND DELIMITED BY SIZE
               ' MGMT ' DELIMITED BY SIZE
               WS-HST-MGMT-CODE(WS-HST-IDX) DELIMITED BY SIZE
               WS-E-AMOUNT DELIMITED BY SIZE
               '  AFTER FUND ' DELIMITED BY SIZE
               WS-NEW-FUND-CODE DELIMITED BY SIZE
               ' MGMT ' DELIMITED BY SIZE
               WS-TGT-MGMT-CODE DELIMITED BY SIZE
               WS-E-AFTER-AMOUNT DELIMITED BY SIZE
               INTO WRK6549-RPT-LINE
           WRITE WRK6549-RPT-LINE
           IF WS-TGT-FOUND-SW = 'Y'
               MOVE WS-TGT-AMOUNT TO WS-E-AMOUNT
               MOVE SPACES TO WRK6549-RPT-LINE
               STRING '    ADDED INTO SUCCESSOR RECORD ALREADY HOLDING '
                   DELIMITED BY SIZE
                   WS-E-AMOUNT DELIMITED BY SIZE
                   INTO WRK6549-RPT-LINE
               WRITE WRK6549-RPT-LINE
           END-IF.

       2750-WRITE-RESTATEMENT-LOG.
           IF WS-RSTM-OPEN-SW NOT = 'Y'
               OPEN EXTEND WRK6520-RSTM-FILE
               IF WS-RSTM-STATUS NOT = '00'
                   OPEN OUTPUT WRK6520-RSTM-FILE
               END-IF
               IF WS-RSTM-STATUS NOT = '00'
                   DISPLAY 'NRS-WRK6549 RSTMFILE OPEN FAILED, STATUS='
                       WS-RSTM-STATUS
                   ADD 1 TO WS-FILE-ERROR-COUNT
               END-IF
               MOVE 'Y' TO WS-RSTM-OPEN-SW
           END-IF
           WRITE WRK6520-RSTM-RECORD
           IF WS-RSTM-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6549 RSTMFILE WRITE FAILED, STATUS='
                   WS-RSTM-STATUS
               ADD 1 TO WS-FILE-ERROR-COUNT
           END-IF.

       2900-WRITE-TRAN-LINE.
           MOVE SPACES TO WRK6549-RPT-LINE
           STRING TRAN-REORG-TYPE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TRAN-OLD-FUND DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TRAN-SUCCESSOR-FUND DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TRAN-NEW-MGMT-CODE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TRAN-EFF-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-TRAN-MESSAGE DELIMITED BY SIZE
               INTO WRK6549-RPT-LINE
           WRITE WRK6549-RPT-LINE.

       3000-FINALIZE.
           MOVE SPACES TO WRK6549-RPT-LINE
           WRITE WRK6549-RPT-LINE
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
                   ' HISTORY RESTATED ' DELIMITED BY SIZE
                   WS-HST-MOVED-COUNT DELIMITED BY SIZE
                   INTO WRK6549-RPT-LINE
               WRITE WRK6549-RPT-LINE
               CLOSE WRK6549-APPR-FILE
               CLOSE WRK6520-FUND-FILE
               CLOSE WRK6520-CHG-FILE
               IF WS-MGMT-OPEN-SW = 'Y'
                   CLOSE WRK6520-MGMT-FILE
               END-IF
               IF WS-HIST-OPEN-SW = 'Y'
                   CLOSE WRK6520-HIST-FILE
               END-IF
               IF WS-RSTM-OPEN-SW = 'Y'
                   CLOSE WRK6520-RSTM-FILE
               END-IF
           ELSE
               STRING 'TRANSACTIONS READ ' DELIMITED BY SIZE
                   WS-TRAN-COUNT DELIMITED BY SIZE
                   ' PENDING ' DELIMITED BY SIZE
                   WS-PENDED-COUNT DELIMITED BY SIZE
                   ' REJECTED ' DELIMITED BY SIZE
                   WS-REJECTED-COUNT DELIMITED BY SIZE
                   INTO WRK6549-RPT-LINE
               WRITE WRK6549-RPT-LINE
               CLOSE WRK6549-TRAN-FILE
           END-IF
           CLOSE WRK6520-PEND-FILE
           CLOSE WRK6549-RPT-FILE
           IF WS-REJECTED-COUNT > 0 OR WS-REFUSED-COUNT > 0
               DISPLAY 'NRS-WRK6549 COMPLETED WITH '
                   WS-REJECTED-COUNT ' REJECTED TRANSACTIONS AND '
                   WS-REFUSED-COUNT ' REFUSED APPROVALS'
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-FILE-ERROR-COUNT > 0
               DISPLAY 'NRS-WRK6549 ' WS-FILE-ERROR-COUNT
                   ' HISTFILE/RSTMFILE/PENDCHG/CHGLOG UPDATES FAILED'
               MOVE 16 TO RETURN-CODE
           END-IF.

       4000-PROCESS-APPROVALS.
           READ WRK6549-APPR-FILE
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
           IF WS-TRAN-OK-SW = 'Y' AND NOT PEND-REORG-MASTER
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
           MOVE PEND-TRAN-IMAGE TO WRK6549-TRAN-RECORD
           PERFORM 2100-APPLY-TRANSACTION
      *    THE FUND MASTER MAY HAVE CHANGED EVEN IF A HISTORY RECORD
      *    LATER FAILED - THE LOG FOLLOWS THE MASTER, NOT THE CARD
           IF WS-BEFORE-IMAGE NOT = SPACES
               MOVE NRS-WRK6520-FUND TO WS-AFTER-IMAGE
               IF WS-AFTER-IMAGE NOT = WS-BEFORE-IMAGE
                   PERFORM 4500-WRITE-CHANGE-LOG
               END-IF
           END-IF
           IF WS-TRAN-OK-SW = 'Y'
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
                   DISPLAY 'NRS-WRK6549 PENDCHG REWRITE FAILED FOR '
                       PEND-KEY
                   ADD 1 TO WS-FILE-ERROR-COUNT
           END-REWRITE.

       4500-WRITE-CHANGE-LOG.
           MOVE SPACES TO NRS-WRK6520-CHGLOG
           MOVE WS-CURR-DATE TO CHG-APPLIED-DATE
           MOVE WS-CURR-TIME TO CHG-APPLIED-TIME
           MOVE 'F' TO CHG-MASTER-ID
           MOVE TRAN-OLD-FUND TO CHG-MASTER-KEY
           MOVE TRAN-REORG-TYPE TO CHG-ACTION
           MOVE 'NRS-WRK6549' TO CHG-PROGRAM-ID
           MOVE PEND-MAKER-ID TO CHG-MAKER-ID
           MOVE APPR-CHECKER-ID TO CHG-CHECKER-ID
           MOVE PEND-KEY TO CHG-PEND-KEY
           MOVE WS-BEFORE-IMAGE TO CHG-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO CHG-AFTER-IMAGE
           WRITE NRS-WRK6520-CHGLOG
           IF WS-CHG-STATUS NOT = '00'
               DISPLAY 'NRS-WRK6549 CHANGE LOG WRITE FAILED, STATUS='
                   WS-CHG-STATUS
               ADD 1 TO WS-FILE-ERROR-COUNT
           END-IF.

       4900-WRITE-APPROVAL-LINE.
           MOVE SPACES TO WRK6549-RPT-LINE
           STRING APPR-ACTION DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               APPR-PEND-KEY DELIMITED BY SIZE
               ' CHECKER ' DELIMITED BY SIZE
               APPR-CHECKER-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-TRAN-MESSAGE DELIMITED BY SIZE
               INTO WRK6549-RPT-LINE
           WRITE WRK6549-RPT-LINE.
