           SELECT EXTRACT-IN ASSIGN TO XTRFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTRER-XTR-STATUS.
           SELECT OPERATOR-COMMANDS ASSIGN TO OPCMDS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTRER-OPC-STATUS.
           SELECT PROFILE-OUT ASSIGN TO PROFFILE
               ORGANIZATION IS SEQUENTIAL.
           SELECT SELECT-LIST-OUT ASSIGN TO SELLIST
           02 XTR-RESULT           PIC X(7).
           02 FILLER               PIC X(115).

      * The operator command dataset (BUILD input): a RERUN sent
      * from an operator terminal through CMOPCMD queues its
      * program for the profile alongside the night's failures.
       FD  OPERATOR-COMMANDS
           LABEL RECORDS ARE STANDARD.
           COPY OPR_CMD.

      * The rerun profile in CERTPROF's definition shape, profile
      * name RERUN, one member per failing program.
       FD  PROFILE-OUT
       01  CERTRER-XTR-STATUS      PIC XX  VALUE '00'.
       01  CERTRER-RER-STATUS      PIC XX  VALUE '00'.
       01  CERTRER-HST-STATUS      PIC XX  VALUE '00'.
       01  CERTRER-OPC-STATUS      PIC XX  VALUE '00'.
       01  CERTRER-QUEUED-CNT      PIC 9(3) VALUE ZERO.
       01  CERTRER-EOF-SW          PIC X(3) VALUE 'NO'.
           88 CERTRER-AT-EOF             VALUE 'YES'.
       01  CERTRER-FUNCTION        PIC X(5) VALUE SPACE.

      * Closing the rerun loop.  BUILD reads the night's extract
      * and writes a RERUN profile (and the expanded selection
      * list) covering exactly the failing programs, plus any an
      * operator queued with a RERUN command, so the targeted
      * rerun is one submission instead of a hand-edited profile.
      * MERGE then reads the rerun's extract and folds its
      * outcomes back into the run's history - each rerun
      * program's counts replaced, its disposition printed as
      * reran-and-now-passes or reran-and-still-fails - so the
      * official numbers carry the final state and the report
           IF CERTRER-XTR-STATUS EQUAL TO '00'
             OR CERTRER-XTR-STATUS EQUAL TO '10'
               CLOSE EXTRACT-IN.
           MOVE 'NO' TO CERTRER-EOF-SW.
           OPEN INPUT OPERATOR-COMMANDS.
           IF CERTRER-OPC-STATUS NOT EQUAL TO '00'
               SET CERTRER-AT-EOF TO TRUE.
           PERFORM COLLECT-ONE-OPERATOR-RERUN UNTIL CERTRER-AT-EOF.
           IF CERTRER-OPC-STATUS EQUAL TO '00'
             OR CERTRER-OPC-STATUS EQUAL TO '10'
               CLOSE OPERATOR-COMMANDS.
           OPEN OUTPUT PROFILE-OUT SELECT-LIST-OUT.
           MOVE ZERO TO CERTRER-PGM-SUB.
           PERFORM WRITE-ONE-RERUN-MEMBER
           CLOSE PROFILE-OUT SELECT-LIST-OUT.
           MOVE SPACES TO CERTRER-REPORT-LINE.
           STRING 'RERUN PROFILE BUILT WITH ' CERTRER-PGM-USED
               ' PROGRAM(S), ' CERTRER-QUEUED-CNT
               ' QUEUED BY OPERATOR COMMAND'
               DELIMITED BY SIZE INTO CERTRER-REPORT-LINE.
           MOVE CERTRER-REPORT-LINE TO RERUN-REPORT-REC.
           WRITE RERUN-REPORT-REC.
                       PERFORM LOCATE-PROGRAM-ENTRY
                   END-IF.

      * A program queued by more than one operator, or queued as
      * well as failing, is still one member.
       COLLECT-ONE-OPERATOR-RERUN.
           READ OPERATOR-COMMANDS
               AT END SET CERTRER-AT-EOF TO TRUE
               NOT AT END
                   IF OPC-VERB EQUAL TO 'RERUN  '
                     AND OPC-TARGET NOT EQUAL TO SPACE
                       ADD 1 TO CERTRER-QUEUED-CNT
                       MOVE OPC-TARGET TO CERTRER-LOOKUP-PGM
                       PERFORM LOCATE-PROGRAM-ENTRY
                       MOVE SPACES TO CERTRER-REPORT-LINE
                       STRING '   ' OPC-TARGET
                           ' QUEUED BY ' OPC-OPERATOR
                           ' FROM ' OPC-TERMINAL
                           ' ' OPC-REASON
                           DELIMITED BY SIZE
                           INTO CERTRER-REPORT-LINE
                       MOVE CERTRER-REPORT-LINE TO RERUN-REPORT-REC
                       WRITE RERUN-REPORT-REC
                   END-IF.

       LOCATE-PROGRAM-ENTRY.
           MOVE 'NO' TO CERTRER-FOUND-SW.
           MOVE ZERO TO CERTRER-PGM-SUB.
