      *    THE MODE BYTE EXISTED (TREATED AS MORNING).  NRS-WRK6526
      *    EXCLUDES 'S' ROWS FROM ITS LATEST-RUN TIE-BACK - A
      *    SUPPLEMENTAL TRAILER COVERS ONLY THE LATE CORRECTION
      *    FILE, NOT THE DAY.  'W' = WITHDRAWAL ROW WRITTEN BY THE
      *    NRS-WRK6541 FEED BACKOUT: IT CARRIES THE BACKED-OUT FEED'S
      *    MGMT-NAME, SUPER-SHEET-DATE AND SOURCE-CODE, THE COUNTS
      *    REMOVED AND THE NET CHANGE TO THE DETAIL BALANCES (SO
      *    NORMALLY NEGATIVE).  EVERY EARLIER ROW FOR THAT FEED
      *    IDENTITY IS THEN TREATED AS WITHDRAWN; A 'W' ROW IS NEVER
      *    ITSELF A LOAD RUN.
           05  AUD-RUN-MODE                      PIC X(1).
               88  AUD-MORNING-RUN                VALUE 'M'.
               88  AUD-SUPPLEMENTAL-RUN           VALUE 'S'.
               88  AUD-WITHDRAWN-FEED             VALUE 'W'.
           05  FILLER                            PIC X(9).
