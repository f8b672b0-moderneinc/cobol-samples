000000* The journal-shipping control record, one per site: at the
      * home site the last MNTJRNL sequence packaged for the DR
      * site, at the DR site the last sequence applied to its copy
      * of IX-FD1.  Rewritten at the end of every run.  80 bytes:
      *   1-4   site code
      *   6-11  last journal sequence shipped or applied
      *   13-20 date and 22-27 time of that journal entry
      *   29-36 date and 38-43 time of the run that moved it
      *   45-56 run identification of that run's package
      *   58-61 SHIP, APPL or BASE - what last set the record
       01 SHIP-CTL-REC.
           02 SCTL-SITE            PIC X(4).
           02 FILLER               PIC X(1).
           02 SCTL-LAST-SEQ        PIC 9(6).
           02 FILLER               PIC X(1).
           02 SCTL-LAST-DATE       PIC 9(8).
           02 FILLER               PIC X(1).
           02 SCTL-LAST-TIME       PIC 9(6).
           02 FILLER               PIC X(1).
           02 SCTL-RUN-DATE        PIC 9(8).
           02 FILLER               PIC X(1).
           02 SCTL-RUN-TIME        PIC 9(6).
           02 FILLER               PIC X(1).
           02 SCTL-RUN-ID          PIC X(12).
           02 FILLER               PIC X(1).
           02 SCTL-SET-BY          PIC X(4).
           02 FILLER               PIC X(19).
