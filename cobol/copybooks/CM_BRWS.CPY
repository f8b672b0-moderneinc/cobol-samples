000000* The browse positions CMINQ keeps from cycle to cycle, one
      * record per terminal with a BROWSE or ALTKEY walk under way,
      * kept beside the roster so the 12-byte roster readers are
      * left alone.  80 bytes:
      *   1-12   terminal
      *   14-19  BROWSE or ALTKEY
      *   21-30  the key the browse started from, or the alternate
      *          key value the duplicates walk is under
      *   32-41  primary key of the last record returned
      *   43-47  place in the walk of the first record on the page
      *          last returned, 49-53 of the last record on it
      *   55-62  date and 64-69 time of the last request against
      *          it - what the idle limit runs from
       01 BRWS-REC.
           02 BRWS-TERMINAL        PIC X(12).
           02 FILLER               PIC X(1).
           02 BRWS-FUNCTION        PIC X(6).
           02 FILLER               PIC X(1).
           02 BRWS-ORIGIN          PIC X(10).
           02 FILLER               PIC X(1).
           02 BRWS-LAST-KEY        PIC X(10).
           02 FILLER               PIC X(1).
           02 BRWS-FIRST-PLACE     PIC 9(5).
           02 FILLER               PIC X(1).
           02 BRWS-LAST-PLACE      PIC 9(5).
           02 FILLER               PIC X(1).
           02 BRWS-LAST-DATE       PIC 9(8).
           02 FILLER               PIC X(1).
           02 BRWS-LAST-TIME       PIC 9(6).
           02 FILLER               PIC X(11).
