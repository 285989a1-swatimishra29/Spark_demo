      *================================================================
      *    WRK6520W.CPY
      *    Settlement master record.  Keyed KSDS (SETLMST) with one
      *    record per management company, maintained under dual
      *    control by NRS-WRK6550 and read at random by the
      *    NRS-WRK6551 daily net settlement.  Carries where the
      *    company's net cash movement is paid or drawn and how it
      *    is netted:
      *        SETL-METHOD         'A' ACH, effective the next
      *                            business day; 'S' same-day ACH,
      *                            effective the run date
      *        SETL-NET-DIRECTION  'B' pay a net credit and draw a
      *                            net debit; 'C' pay credits only;
      *                            'D' draw debits only - the other
      *                            direction is left for the company
      *                            to settle itself
      *        SETL-MIN-AMOUNT     a net smaller than this is not
      *                            sent that day
      *        SETL-ADJ-RULE       'Y' the net includes the day's
      *                            posted adjustments; 'N' they are
      *                            taken back out and settled apart
      *    A company with no record, or an inactive one, is held off
      *    the payment file.  The record is 80 bytes so its image
      *    fits CHGLOG (WRK6520T.CPY) whole.
      *================================================================
       01  NRS-WRK6520-SETL.
           05  SETL-MGMT-CODE                    PIC X(2).
           05  SETL-BANK-ROUTING                 PIC 9(9).
           05  SETL-BANK-ROUTING-R REDEFINES SETL-BANK-ROUTING.
               10  SETL-BANK-RDFI-ID             PIC 9(8).
               10  SETL-BANK-CHECK-DIGIT         PIC 9(1).
           05  SETL-BANK-ACCOUNT                 PIC X(17).
           05  SETL-ACCOUNT-NAME                 PIC X(22).
           05  SETL-METHOD                       PIC X(1).
               88  SETL-ACH                       VALUE 'A'.
               88  SETL-SAME-DAY-ACH              VALUE 'S'.
           05  SETL-NET-DIRECTION                PIC X(1).
               88  SETL-NET-BOTH                  VALUE 'B'.
               88  SETL-NET-CREDITS-ONLY          VALUE 'C'.
               88  SETL-NET-DEBITS-ONLY           VALUE 'D'.
           05  SETL-MIN-AMOUNT                   PIC 9(9)V9(2).
           05  SETL-ADJ-RULE                     PIC X(1).
               88  SETL-INCLUDE-ADJUSTMENTS       VALUE 'Y'.
               88  SETL-EXCLUDE-ADJUSTMENTS       VALUE 'N'.
           05  SETL-STATUS                       PIC X(1).
               88  SETL-ACTIVE                    VALUE 'A'.
               88  SETL-INACTIVE                  VALUE 'I'.
           05  SETL-EFF-DATE                     PIC 9(8).
           05  FILLER                            PIC X(7).
