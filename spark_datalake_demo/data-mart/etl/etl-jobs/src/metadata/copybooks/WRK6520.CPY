                   88  ADJ-MTD-REOPEN-AMT-DEBIT   VALUE 'D'.
               10  ADJ-MTD-REOPEN-AMT            PIC S9(15)V9(2).
               10  FILLER                        PIC X(1).
      *    REDIRECTED-FROM-FUND IS SET BY NRS-WRK6520 ON A KSDS RECORD
      *    REDIRECTED FROM A MERGED-AWAY FUND TO ITS SUCCESSOR, AND IS
      *    SPACES ON EVERY OTHER RECORD; THE LOAD WILL NOT LET ONE
      *    FUND'S RECORD REPLACE A RECORD THAT CAME FROM ANOTHER.
           05  REDIRECTED-FROM-FUND              PIC X(7).
           05  FILLER                            PIC X(20).
