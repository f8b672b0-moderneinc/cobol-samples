000000* The paragraph-trace stream: one record per procedure entry
      * reported by a USE FOR DEBUGGING ON ALL PROCEDURES
      * declarative, written in the order the procedures were
      * entered, so both the coverage map and the build-to-build
      * path comparison read the same run of the program.
      *   1-8    program id             19-24  DEBUG-LINE
      *   10-17  entry sequence in      26-55  DEBUG-NAME
      *          the program's run      57-73  how entered (START
      *                                        PROGRAM, FALL THROUGH,
      *                                        PERFORM LOOP, ...)
       01 DBG-TRACE-REC.
           02 TRC-PROGRAM          PIC X(8).
           02 FILLER               PIC X(1).
           02 TRC-SEQ              PIC 9(8).
           02 FILLER               PIC X(1).
           02 TRC-LINE             PIC X(6).
           02 FILLER               PIC X(1).
           02 TRC-NAME             PIC X(30).
           02 FILLER               PIC X(1).
           02 TRC-HOW              PIC X(17).
           02 FILLER               PIC X(7).
