000000* The operator command dataset: one record per command an
      * authorized terminal has sent through CMOPCMD, appended in
      * the order taken.  CERTCKPT QUERY and CERTDEP read it before
      * each step, CERTRER BUILD takes the RERUN entries, CERTHOV
      * lists it for the day shift.  A fresh CERTCKPT INIT empties
      * it with the state dataset.  80 bytes:
      *   1-7    HOLD, RELEASE, SKIP or RERUN
      *   9-17   the step (HOLD, RELEASE, SKIP) or the program
      *          (RERUN) the command names
      *   19-26  date and 28-33 time the command was taken
      *   35-42  the operator's user id
      *   44-55  the terminal it came from
      *   57-80  the reason given (SKIP must carry one)
      * For a step the latest HOLD, RELEASE or SKIP stands.
       01 OPR-CMD-REC.
           02 OPC-VERB             PIC X(7).
           02 FILLER               PIC X(1).
           02 OPC-TARGET           PIC X(9).
           02 FILLER               PIC X(1).
           02 OPC-DATE             PIC 9(8).
           02 FILLER               PIC X(1).
           02 OPC-TIME             PIC 9(6).
           02 FILLER               PIC X(1).
           02 OPC-OPERATOR         PIC X(8).
           02 FILLER               PIC X(1).
           02 OPC-TERMINAL         PIC X(12).
           02 FILLER               PIC X(1).
           02 OPC-REASON           PIC X(24).
