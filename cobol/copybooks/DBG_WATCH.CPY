000000* The data-item watch stream: one record per change to a
      * watched item reported by the DBG_DATAWATCH declarative, in
      * the order the changes happened, with the paragraph the
      * program was in at the time.
      *   1-8    program id             57-61  first subscript, if
      *   10-17  change sequence in            the item was one
      *          the program's run      63-92  paragraph
      *   19-24  DEBUG-LINE             94-123 value before
      *   26-55  DEBUG-NAME             125-154 value after
       01 DBG-WATCH-REC.
           02 WCH-PROGRAM          PIC X(8).
           02 FILLER               PIC X(1).
           02 WCH-SEQ              PIC 9(8).
           02 FILLER               PIC X(1).
           02 WCH-LINE             PIC X(6).
           02 FILLER               PIC X(1).
           02 WCH-NAME             PIC X(30).
           02 FILLER               PIC X(1).
           02 WCH-SUB              PIC X(5).
           02 FILLER               PIC X(1).
           02 WCH-PARAGRAPH        PIC X(30).
           02 FILLER               PIC X(1).
           02 WCH-OLD-VALUE        PIC X(30).
           02 FILLER               PIC X(1).
           02 WCH-NEW-VALUE        PIC X(30).
           02 FILLER               PIC X(6).
