      *================================================================
      *    WRK6520U.CPY
      *    Business-day calendar record.  Keyed KSDS (BUSCAL)
      *    maintained by NRS-WRK6548.  The file holds only the
      *    exceptions to the ordinary week: any date not on file is
      *    a business day if it falls Monday through Friday and a
      *    non-business day if it falls on a weekend.
      *        CAL-HOLIDAY      no load runs and no feed is expected
      *        CAL-EARLY-CLOSE  a business day closing at
      *                         CAL-EARLY-CLOSE-TIME (HHMM)
      *        CAL-BUSINESS-DAY a business day by exception (a
      *                         weekend date the markets open)
      *    CAL-MONTH-END-SW 'Y' marks the date that is the last
      *    business day of its month when it is not simply the last
      *    weekday that is not a holiday; NRS-WRK6524 takes the
      *    flagged date over the derived one.  A deactivated row
      *    (CAL-INACTIVE) is ignored, so the date reverts to the
      *    ordinary weekday rule.
      *    NRS-WRK6537, NRS-WRK6530, NRS-WRK6540, NRS-WRK6524,
      *    NRS-WRK6551 and NRS-WRK6552 read it at random by date; the
      *    file is optional to all of them, in which case every
      *    weekday is a business day.
      *================================================================
       01  NRS-WRK6520-CAL.
           05  CAL-DATE                          PIC 9(8).
           05  CAL-DAY-TYPE                      PIC X(1).
               88  CAL-HOLIDAY                    VALUE 'H'.
               88  CAL-EARLY-CLOSE                VALUE 'E'.
               88  CAL-BUSINESS-DAY               VALUE 'B'.
           05  CAL-MONTH-END-SW                  PIC X(1).
               88  CAL-MONTH-END                  VALUE 'Y'.
           05  CAL-EARLY-CLOSE-TIME              PIC 9(4).
           05  CAL-DESCRIPTION                   PIC X(30).
           05  CAL-STATUS                        PIC X(1).
               88  CAL-ACTIVE                     VALUE 'A'.
               88  CAL-INACTIVE                   VALUE 'I'.
           05  CAL-LAST-MAINT-DATE               PIC 9(8).
           05  FILLER                            PIC X(27).
