000000* The IXMAINT authorization dataset the controls group
      * maintains, one grant per record, 80 bytes:
      *   1-8    user id
      *   10-12  permitted verb: ADD, UPD, DEL, RKY or ALL
      *   14-23  low key through 25-34 high key of the permitted
      *          range (blank range means every key)
      * ALL does not cover RKY: a re-key needs a grant of its own.
      * A user may carry any number of grants; comment records
      * start with an asterisk.
       01 AUTH-REC.
           02 AUTH-USER-ID         PIC X(8).
           02 FILLER               PIC X(1).
           02 AUTH-VERB            PIC X(3).
           02 FILLER               PIC X(1).
           02 AUTH-KEY-LOW         PIC X(10).
           02 FILLER               PIC X(1).
           02 AUTH-KEY-HIGH        PIC X(10).
           02 FILLER               PIC X(46).
