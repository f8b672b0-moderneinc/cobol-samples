000000* The terminal session table CMROUTE keeps from cycle to
      * cycle, one record per terminal with a user signed on, kept
      * beside the roster so the 12-byte roster readers are left
      * alone.  80 bytes:
      *   1-12   terminal
      *   14-21  user id signed on there
      *   23-30  date and 32-37 time of the sign-on
      *   39-46  date and 48-53 time of the last traffic taken
      *          from the terminal - what the idle limit runs from
       01 SESS-REC.
           02 SESS-TERMINAL        PIC X(12).
           02 FILLER               PIC X(1).
           02 SESS-USER-ID         PIC X(8).
           02 FILLER               PIC X(1).
           02 SESS-SIGNON-DATE     PIC 9(8).
           02 FILLER               PIC X(1).
           02 SESS-SIGNON-TIME     PIC 9(6).
           02 FILLER               PIC X(1).
           02 SESS-LAST-DATE       PIC 9(8).
           02 FILLER               PIC X(1).
           02 SESS-LAST-TIME       PIC 9(6).
           02 FILLER               PIC X(27).
