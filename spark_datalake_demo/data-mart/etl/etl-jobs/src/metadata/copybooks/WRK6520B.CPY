      *================================================================
      *    WRK6520B.CPY
      *    Posting journal (JRNLFILE).  One record for every change
      *    NRS-WRK6520 and the NRS-WRK6527 resubmit pass make to the
      *    Super Sheet KSDS, tagged with the identity of the feed that
      *    made it (MGMT-NAME, SUPER-SHEET-DATE, SYSTEM-CODE and
      *    SOURCE-CODE).  A record added carries no before-image; a
      *    record replaced in place (2370 reload) carries the full
      *    120-byte image it overwrote; an adjustment posted against a
      *    fund detail carries the detail key and the amounts added.
      *    The KSDS itself keeps no history, so this file is what
      *    NRS-WRK6541 reads to back one feed out, undoing its entries
      *    newest first.  The backout appends a 'B' marker for the
      *    feed so a later backout of the corrected resend does not
      *    undo the same entries twice.  A fresh full-range load
      *    starts the journal over with the day's KSDS; every other
      *    writer extends it.  Partitioned load instances each keep
      *    their own journal, which the NRS-WRK6531 merge folds in
      *    here, starting the day's journal over the same way.
      *================================================================
       01  WRK6520-JRNL-RECORD.
           05  JRNL-RUN-DATE                     PIC 9(8).
           05  JRNL-RUN-TIME                     PIC 9(6).
           05  JRNL-PROGRAM-ID                   PIC X(11).
           05  JRNL-MGMT-NAME                    PIC X(10).
           05  JRNL-SUPER-SHEET-DATE             PIC 9(8).
           05  JRNL-SYSTEM-CODE                  PIC X(3).
           05  JRNL-SOURCE-CODE                  PIC X(1).
           05  JRNL-ACTION                       PIC X(1).
               88  JRNL-RECORD-ADDED              VALUE 'A'.
               88  JRNL-RECORD-REPLACED           VALUE 'R'.
               88  JRNL-ADJ-POSTED                VALUE 'P'.
               88  JRNL-FEED-BACKED-OUT           VALUE 'B'.
           05  JRNL-RECORD-KEY                   PIC X(10).
           05  JRNL-BEFORE-IMAGE                 PIC X(120).
           05  JRNL-ADJ-SEQUENCE-NO              PIC 9(3).
           05  JRNL-POST-AMOUNT                  PIC S9(15)V9(2).
           05  JRNL-POST-SHARE                   PIC S9(13)V9(4).
           05  JRNL-POST-REPEAT-AMT              PIC S9(15)V9(2).
           05  JRNL-POST-REOPEN-AMT              PIC S9(15)V9(2).
           05  FILLER                            PIC X(10).
