           SELECT STATE-FILE ASSIGN TO CKPTSTAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTDEP-STATE-STATUS.
           SELECT OPERATOR-COMMANDS ASSIGN TO OPCMDS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTDEP-OPC-STATUS.
           SELECT DEP-REPORT ASSIGN TO DEPRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
           02 STATE-GROUP          PIC X(8).
           02 FILLER               PIC X(22).

      * HOLD, RELEASE and SKIP commands sent from the operator
      * terminals through CMOPCMD.
       FD  OPERATOR-COMMANDS
           LABEL RECORDS ARE STANDARD.
           COPY OPR_CMD.

       FD  DEP-REPORT
           LABEL RECORDS ARE STANDARD.
       01  DEP-REPORT-REC          PIC X(120).
       WORKING-STORAGE SECTION.
       01  CERTDEP-DEP-STATUS      PIC XX  VALUE '00'.
       01  CERTDEP-STATE-STATUS    PIC XX  VALUE '00'.
       01  CERTDEP-OPC-STATUS      PIC XX  VALUE '00'.
       01  CERTDEP-OPR-VERB        PIC X(7) VALUE SPACE.
           88 CERTDEP-OPR-HELD           VALUE 'HOLD   '.
           88 CERTDEP-OPR-SKIPPED        VALUE 'SKIP   '.
       01  CERTDEP-OPR-OPERATOR    PIC X(8) VALUE SPACE.
       01  CERTDEP-OPR-REASON      PIC X(24) VALUE SPACE.
       01  CERTDEP-EOF-SW          PIC X(3) VALUE 'NO'.
           88 CERTDEP-AT-EOF             VALUE 'YES'.
       01  CERTDEP-RUN-DATE        PIC 9(8) VALUE ZERO.
      * stamped so the morning ledger shows an echo, not a
      * mystery), 7 hold (a predecessor has not completed yet).
      * Half the morning's "failures" used to be echoes of one
      * real failure upstream; now they are one line each.  An
      * operator's standing SKIP or HOLD for the step itself is
      * honored ahead of the predecessors: SKIP answers 6 and
      * stamps OPR-SKIP, HOLD answers 7.
       MAINLINE.
           ACCEPT CERTDEP-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT CERTDEP-TIME-FULL FROM TIME.
           MOVE CARD-PROGRAM TO SAVED-PROGRAM.
           CLOSE DEP-CARD-FILE.
           OPEN OUTPUT DEP-REPORT.
           PERFORM CHECK-OPERATOR-COMMANDS.
           IF CERTDEP-OPR-SKIPPED
               PERFORM STAMP-OPERATOR-SKIP
               MOVE SPACES TO CERTDEP-REPORT-LINE
               STRING 'STEP ' SAVED-STEP-NAME
                   ' SKIPPED BY OPERATOR ' CERTDEP-OPR-OPERATOR
                   ' - ' CERTDEP-OPR-REASON
                   DELIMITED BY SIZE INTO CERTDEP-REPORT-LINE
               MOVE CERTDEP-REPORT-LINE TO DEP-REPORT-REC
               WRITE DEP-REPORT-REC
               MOVE 6 TO RETURN-CODE
           ELSE IF CERTDEP-OPR-HELD
               MOVE SPACES TO CERTDEP-REPORT-LINE
               STRING 'STEP ' SAVED-STEP-NAME
                   ' HELD BY OPERATOR ' CERTDEP-OPR-OPERATOR
                   ' - AWAITING RELEASE'
                   DELIMITED BY SIZE INTO CERTDEP-REPORT-LINE
               MOVE CERTDEP-REPORT-LINE TO DEP-REPORT-REC
               WRITE DEP-REPORT-REC
               MOVE 7 TO RETURN-CODE
           ELSE
               PERFORM LOAD-STEP-PREDECESSORS
               PERFORM RESOLVE-PREDECESSOR-STATES
               PERFORM JUDGE-THE-STEP
           END-IF
           END-IF.
           CLOSE DEP-REPORT.
           GOBACK.

      * The latest HOLD, RELEASE or SKIP for the step stands, as
      * in CERTCKPT QUERY.
       CHECK-OPERATOR-COMMANDS.
           OPEN INPUT OPERATOR-COMMANDS.
           IF CERTDEP-OPC-STATUS NOT EQUAL TO '00'
               SET CERTDEP-AT-EOF TO TRUE
           ELSE
               PERFORM CHECK-ONE-OPERATOR-COMMAND
                   UNTIL CERTDEP-AT-EOF
               CLOSE OPERATOR-COMMANDS.
           MOVE 'NO' TO CERTDEP-EOF-SW.

       CHECK-ONE-OPERATOR-COMMAND.
           READ OPERATOR-COMMANDS
               AT END SET CERTDEP-AT-EOF TO TRUE
               NOT AT END
                   IF OPC-TARGET EQUAL TO SAVED-STEP-NAME
                     AND OPC-VERB NOT EQUAL TO 'RERUN  '
                       MOVE OPC-VERB TO CERTDEP-OPR-VERB
                       MOVE OPC-OPERATOR TO CERTDEP-OPR-OPERATOR
                       MOVE OPC-REASON TO CERTDEP-OPR-REASON
                   END-IF.

       LOAD-STEP-PREDECESSORS.
           OPEN INPUT DEPEND-FILE.
           IF CERTDEP-DEP-STATUS NOT EQUAL TO '00'
      * BYPASSED and SHED dispositions mean the predecessor will
      * not run again this run at all (CERTCKPT stamps BYPASSED
      * when an upstream hard failure took its group out, SHED
      * when the window governor dropped it, OPR-SKIP when an
      * operator skipped it) - waiting on any of them would hold
      * the dependent forever, so all five skip it.  Anything else
      * (STARTED, HELD, UNSEEN) is still to come and holds.
           IF CERTDEP-PRED-STATE (CERTDEP-PRED-SUB) EQUAL TO
                   'FAILED    '
             OR CERTDEP-PRED-STATE (CERTDEP-PRED-SUB) EQUAL TO
                   'BYPASSED  '
             OR CERTDEP-PRED-STATE (CERTDEP-PRED-SUB) EQUAL TO
                   'SHED      '
             OR CERTDEP-PRED-STATE (CERTDEP-PRED-SUB) EQUAL TO
                   'OPR-SKIP  '
               SET CERTDEP-MUST-SKIP TO TRUE
           ELSE IF CERTDEP-PRED-STATE (CERTDEP-PRED-SUB) NOT
                   EQUAL TO 'COMPLETED '
           MOVE SPACES TO STATE-GROUP.
           WRITE STATE-REC.
           CLOSE STATE-FILE.

      * An operator skip is stamped the way CERTCKPT stamps it.
       STAMP-OPERATOR-SKIP.
           OPEN EXTEND STATE-FILE.
           IF CERTDEP-STATE-STATUS NOT EQUAL TO '00'
               OPEN OUTPUT STATE-FILE.
           MOVE SPACES TO STATE-REC.
           MOVE SAVED-STEP-NAME TO STATE-STEP-NAME.
           MOVE SAVED-PROGRAM TO STATE-PROGRAM.
           MOVE ZERO TO STATE-STEP-RC.
           MOVE CERTDEP-RUN-DATE TO STATE-RUN-DATE.
           MOVE CERTDEP-RUN-TIME TO STATE-RUN-TIME.
           MOVE 'OPR-SKIP  ' TO STATE-DISPOSITION.
           MOVE SPACES TO STATE-GROUP.
           WRITE STATE-REC.
           CLOSE STATE-FILE.
