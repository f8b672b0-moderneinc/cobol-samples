           SELECT TIMING-HISTORY ASSIGN TO TIMHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTCKPT-TIM-STATUS.
           SELECT OPERATOR-COMMANDS ASSIGN TO OPCMDS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTCKPT-OPC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           02 TIMH-ELAPSED         PIC 9(6).
           02 FILLER               PIC X(46).

      * HOLD, RELEASE and SKIP commands sent from the operator
      * terminals through CMOPCMD.
       FD  OPERATOR-COMMANDS
           LABEL RECORDS ARE STANDARD.
           COPY OPR_CMD.

       WORKING-STORAGE SECTION.
       01  CERTCKPT-STATE-STATUS   PIC XX  VALUE '00'.
       01  CERTCKPT-SEL-STATUS     PIC XX  VALUE '00'.
           88 CERTCKPT-HARD-FAILED       VALUE 'YES'.
       01  CERTCKPT-GOV-STATUS     PIC XX  VALUE '00'.
       01  CERTCKPT-TIM-STATUS     PIC XX  VALUE '00'.
       01  CERTCKPT-OPC-STATUS     PIC XX  VALUE '00'.
       01  CERTCKPT-OPC-EOF-SW     PIC X(3) VALUE 'NO'.
           88 CERTCKPT-OPC-AT-EOF        VALUE 'YES'.
       01  CERTCKPT-OPR-VERB       PIC X(7) VALUE SPACE.
           88 CERTCKPT-OPR-HELD          VALUE 'HOLD   '.
           88 CERTCKPT-OPR-SKIPPED       VALUE 'SKIP   '.
       01  CERTCKPT-STAMP-DISP     PIC X(10) VALUE SPACE.
       01  CERTCKPT-GOV-EOF-SW     PIC X(3) VALUE 'NO'.
           88 CERTCKPT-GOV-AT-EOF        VALUE 'YES'.
       01  CERTCKPT-TIM-EOF-SW     PIC X(3) VALUE 'NO'.
       01  CERTCKPT-CLEAN-CNT      PIC 9(3) VALUE ZERO.
       01  CERTCKPT-FAILED-CNT     PIC 9(3) VALUE ZERO.
       01  CERTCKPT-BYPASS-CNT     PIC 9(3) VALUE ZERO.
       01  CERTCKPT-HELD-CNT       PIC 9(3) VALUE ZERO.
       01  CERTCKPT-OPSKIP-CNT     PIC 9(3) VALUE ZERO.
       01  CERTCKPT-RUN-DATE       PIC 9(8) VALUE ZERO.
       01  CERTCKPT-RUN-TIME       PIC 9(6) VALUE ZERO.


      * One control card per invocation:
      *   INIT     - start of run.  RESTART=NO  clears the state
      *              dataset and the operator command dataset - the
      *              commands belong to the run they were sent
      *              for; RESTART=YES keeps COMPLETED records and
      *              drops FAILED ones, so already-successful steps
      *              are skipped and the run resumes at the failure.
      *   QUERY    - asked before each suite step.  RETURN-CODE 0 run,
      *              2 bypass (an earlier step hard-failed, matching
      *              the old COND=(4,LT) behavior within a submission),
      *              3 not selected by the run profile in force,
      *              5 shed by the batch-window deadline governor,
      *              6 skipped by an operator SKIP command,
      *              7 held by an operator HOLD command (runs on a
      *              restart once the step is RELEASEd).
      *   RECORD   - after a step runs: append COMPLETED (RC 4 or
      *              less) or FAILED to the state dataset.
      *   REPORT   - print the state dataset for the operators.
                   THRU COMPACT-STATE-FOR-RESTART-EX
           ELSE
               OPEN OUTPUT STATE-FILE
               CLOSE STATE-FILE
               OPEN OUTPUT OPERATOR-COMMANDS
               CLOSE OPERATOR-COMMANDS.
           MOVE 0 TO RETURN-CODE.

      * Restart keeps the COMPLETED records only, rewriting the

      * QUERY verdict order: a step already completed is skipped
      * (RC=1) before anything else is considered; a step the run
      * profile did not select answers RC=3; then an operator's
      * standing SKIP (RC=6) or HOLD (RC=7); otherwise an earlier
      * hard failure bypasses the step (RC=2); else run it (RC=0).
       QUERY-FUNCTION.
           MOVE 'NO' TO CERTCKPT-EOF-SW.
           MOVE 'NO' TO CERTCKPT-STEP-DONE-SW.
           MOVE 'NO' TO CERTCKPT-HARD-FAIL-SW.
           PERFORM CHECK-PROFILE-SELECTION.
           PERFORM CHECK-OPERATOR-COMMANDS.
           OPEN INPUT STATE-FILE.
           IF CERTCKPT-STATE-STATUS EQUAL TO '00'
               PERFORM QUERY-ONE-STATE-RECORD
               MOVE 1 TO RETURN-CODE
           ELSE IF NOT CERTCKPT-IS-SELECTED
               MOVE 3 TO RETURN-CODE
           ELSE IF CERTCKPT-OPR-SKIPPED
               MOVE 'OPR-SKIP  ' TO CERTCKPT-STAMP-DISP
               PERFORM STAMP-OPERATOR-DISPOSITION
               MOVE 6 TO RETURN-CODE
           ELSE IF CERTCKPT-OPR-HELD
               MOVE 'HELD      ' TO CERTCKPT-STAMP-DISP
               PERFORM STAMP-OPERATOR-DISPOSITION
               MOVE 7 TO RETURN-CODE
           ELSE IF CERTCKPT-HARD-FAILED
               PERFORM STAMP-STEP-BYPASSED
               MOVE 2 TO RETURN-CODE
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      * The latest HOLD, RELEASE or SKIP an operator sent for this
      * step stands; a RELEASE lifts either of the others.  No
      * command dataset means no commands.
       CHECK-OPERATOR-COMMANDS.
           MOVE SPACES TO CERTCKPT-OPR-VERB.
           MOVE 'NO' TO CERTCKPT-OPC-EOF-SW.
           OPEN INPUT OPERATOR-COMMANDS.
           IF CERTCKPT-OPC-STATUS NOT EQUAL TO '00'
               SET CERTCKPT-OPC-AT-EOF TO TRUE
           ELSE
               PERFORM CHECK-ONE-OPERATOR-COMMAND
                   UNTIL CERTCKPT-OPC-AT-EOF
               CLOSE OPERATOR-COMMANDS.

       CHECK-ONE-OPERATOR-COMMAND.
           READ OPERATOR-COMMANDS
               AT END SET CERTCKPT-OPC-AT-EOF TO TRUE
               NOT AT END
                   IF OPC-TARGET EQUAL TO SAVED-STEP-NAME
                     AND OPC-VERB NOT EQUAL TO 'RERUN  '
                       MOVE OPC-VERB TO CERTCKPT-OPR-VERB
                   END-IF.

      * The governor compares the time left before the window's
      * deadline with this step's own average elapsed time from the
      * timing history.  A step that cannot fit is shed only when
           WRITE STATE-REC.
           CLOSE STATE-FILE.

      * A held or operator-skipped step leaves its own state record
      * as a bypassed one does.  Neither triggers bypassing, and a
      * restart compaction drops both, so a step RELEASEd after
      * being held runs on the restart.
       STAMP-OPERATOR-DISPOSITION.
           ACCEPT CERTCKPT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT CERTCKPT-TIME-FULL FROM TIME.
           MOVE CERTCKPT-TIME-HHMMSS TO CERTCKPT-RUN-TIME.
           OPEN EXTEND STATE-FILE.
           IF CERTCKPT-STATE-STATUS NOT EQUAL TO '00'
               OPEN OUTPUT STATE-FILE.
           MOVE SPACES TO STATE-REC.
           MOVE SAVED-STEP-NAME TO STATE-STEP-NAME.
           MOVE SAVED-PROGRAM TO STATE-PROGRAM.
           MOVE ZERO TO STATE-STEP-RC.
           MOVE CERTCKPT-RUN-DATE TO STATE-RUN-DATE.
           MOVE CERTCKPT-RUN-TIME TO STATE-RUN-TIME.
           MOVE CERTCKPT-STAMP-DISP TO STATE-DISPOSITION.
           MOVE SAVED-GROUP TO STATE-GROUP.
           WRITE STATE-REC.
           CLOSE STATE-FILE.

      * The selection list is written by CERTPROF from the chosen run
      * profile.  A missing or empty list means no profile is in
      * force and every program runs.  Entries are either a full
               DELIMITED BY SIZE INTO CERTCKPT-REPORT-LINE.
           MOVE CERTCKPT-REPORT-LINE TO CKPT-REPORT-REC.
           WRITE CKPT-REPORT-REC.
           MOVE SPACES TO CERTCKPT-REPORT-LINE.
           STRING 'HELD BY OPERATOR = ' CERTCKPT-HELD-CNT
               '   SKIPPED BY OPERATOR = ' CERTCKPT-OPSKIP-CNT
               DELIMITED BY SIZE INTO CERTCKPT-REPORT-LINE.
           MOVE CERTCKPT-REPORT-LINE TO CKPT-REPORT-REC.
           WRITE CKPT-REPORT-REC.
           CLOSE STATE-FILE CKPT-REPORT.
           MOVE 0 TO RETURN-CODE.

               ADD 1 TO CERTCKPT-BYPASS-CNT
           ELSE IF STATE-DISPOSITION EQUAL TO 'SHED      '
               ADD 1 TO CERTCKPT-SHED-CNT
           ELSE IF STATE-DISPOSITION EQUAL TO 'HELD      '
               ADD 1 TO CERTCKPT-HELD-CNT
           ELSE IF STATE-DISPOSITION EQUAL TO 'OPR-SKIP  '
               ADD 1 TO CERTCKPT-OPSKIP-CNT
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
