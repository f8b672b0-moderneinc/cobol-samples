000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           CMOPCMD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMMAND-IN ASSIGN TO OPCMSGS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CMOPCMD-IN-STATUS.
           SELECT ROSTER-FILE ASSIGN TO ROSTERIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CMOPCMD-ROSTER-STATUS.
           SELECT OPER-AUTH-FILE ASSIGN TO OPRAUTH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CMOPCMD-AUTH-STATUS.
           SELECT OPER-COMMAND-FILE ASSIGN TO OPCMDS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CMOPCMD-CMD-STATUS.
           SELECT REPLY-DECK-OUT ASSIGN TO REQOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT COMMAND-REPORT ASSIGN TO OPCRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      * Input is the command stream CMROUTE splits off under its
      * CMD routing rule: originating terminal in 1-12, the routed
      * message text in 14-63, and in 65-72 the user whose session
      * CMROUTE routed it under.  Inside the text: CMD in 1-3, the
      * command in 5-11 (HOLD, RELEASE, SKIP or RERUN), the step -
      * or for RERUN the failed program - in 13-21, and the reason
      * in 23-46 (required for SKIP, optional otherwise).
       FD  COMMAND-IN
           LABEL RECORDS ARE STANDARD.
       01  COMMAND-IN-REC.
           02 OPM-SOURCE           PIC X(12).
           02 FILLER               PIC X(1).
           02 OPM-TEXT.
              03 OPM-TAG           PIC X(3).
              03 FILLER            PIC X(1).
              03 OPM-VERB          PIC X(7).
              03 FILLER            PIC X(1).
              03 OPM-TARGET        PIC X(9).
              03 FILLER            PIC X(1).
              03 OPM-REASON        PIC X(24).
              03 FILLER            PIC X(4).
           02 FILLER               PIC X(1).
           02 OPM-USER-ID          PIC X(8).
           02 FILLER               PIC X(8).

      * The terminal roster the comm step delivers to.
       FD  ROSTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  ROSTER-FILE-REC         PIC X(12).

      * The operator authority dataset the shift supervisors keep,
      * one grant per record: user id 1-8, the command in 10-16
      * (HOLD, RELEASE, SKIP, RERUN or ALL) and in 18-29 the one
      * terminal it may be sent from (blank means any roster
      * terminal).  Comment records start with an asterisk.
       FD  OPER-AUTH-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPER-AUTH-REC.
           02 OPA-USER-ID          PIC X(8).
           02 FILLER               PIC X(1).
           02 OPA-VERB             PIC X(7).
           02 FILLER               PIC X(1).
           02 OPA-TERMINAL         PIC X(12).
           02 FILLER               PIC X(51).

       FD  OPER-COMMAND-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OPR_CMD.

      * Replies go back through the send deck the comm step already
      * redelivers from: destination 1-12, message text from 14.
       FD  REPLY-DECK-OUT
           LABEL RECORDS ARE STANDARD.
       01  REPLY-DECK-REC.
           02 RPLY-DESTINATION     PIC X(12).
           02 FILLER               PIC X(1).
           02 RPLY-MESSAGE         PIC X(60).
           02 FILLER               PIC X(7).

       FD  COMMAND-REPORT
           LABEL RECORDS ARE STANDARD.
       01  COMMAND-REPORT-REC      PIC X(120).

       WORKING-STORAGE SECTION.
       01  CMOPCMD-IN-STATUS       PIC XX VALUE '00'.
       01  CMOPCMD-ROSTER-STATUS   PIC XX VALUE '00'.
       01  CMOPCMD-AUTH-STATUS     PIC XX VALUE '00'.
       01  CMOPCMD-CMD-STATUS      PIC XX VALUE '00'.
       01  CMOPCMD-EOF-SW          PIC X(3) VALUE 'NO'.
           88 CMOPCMD-AT-EOF             VALUE 'YES'.
       01  CMOPCMD-AUTH-LOADED-SW  PIC X(3) VALUE 'NO'.
           88 CMOPCMD-AUTH-IN-FORCE      VALUE 'YES'.
       01  CMOPCMD-GRANTED-SW      PIC X(3) VALUE 'NO'.
           88 CMOPCMD-IS-GRANTED         VALUE 'YES'.
       01  CMOPCMD-FOUND-SW        PIC X(3) VALUE 'NO'.
           88 CMOPCMD-ENTRY-FOUND        VALUE 'YES'.
       01  CMOPCMD-RUN-DATE        PIC 9(8) VALUE ZERO.
       01  CMOPCMD-RUN-TIME        PIC 9(6) VALUE ZERO.
       01  CMOPCMD-TIME-FULL.
           02 CMOPCMD-TIME-HHMMSS  PIC 9(6).
           02 FILLER               PIC 99.
       01  CMOPCMD-LOOKUP-STEP     PIC X(9) VALUE SPACE.
       01  CMOPCMD-EFFECT          PIC X(24) VALUE SPACE.
       01  CMOPCMD-REQUEST-CNT     PIC 9(5) VALUE ZERO.
       01  CMOPCMD-ACCEPTED-CNT    PIC 9(5) VALUE ZERO.
       01  CMOPCMD-REJECT-CNT      PIC 9(5) VALUE ZERO.
       01  CMOPCMD-REPORT-LINE     PIC X(120) VALUE SPACE.
       01  CMOPCMD-REPLY-LINE      PIC X(60) VALUE SPACE.

       01  CMOPCMD-ROSTER-USED     PIC 9(2) VALUE ZERO.
       01  CMOPCMD-ROSTER-SUB      PIC 9(2) VALUE ZERO.
       01  CMOPCMD-ROSTER-TABLE.
           02 CMOPCMD-ROSTER-TERM OCCURS 10 TIMES PIC X(12).

       01  CMOPCMD-AUTH-USED       PIC 9(3) VALUE ZERO.
       01  CMOPCMD-AUTH-SUB        PIC 9(3) VALUE ZERO.
       01  CMOPCMD-AUTH-TABLE.
           02 CMOPCMD-AUTH-ENTRY OCCURS 100 TIMES.
              03 CMOPCMD-AUTH-USER      PIC X(8).
              03 CMOPCMD-AUTH-VERB      PIC X(7).
              03 CMOPCMD-AUTH-TERM      PIC X(12).

      * The command standing against each step: the latest on the
      * dataset, kept current as this cycle's commands are taken.
       01  CMOPCMD-STEP-USED       PIC 9(3) VALUE ZERO.
       01  CMOPCMD-STEP-SUB        PIC 9(3) VALUE ZERO.
       01  CMOPCMD-STEP-TABLE.
           02 CMOPCMD-STEP-ENTRY OCCURS 200 TIMES.
              03 CMOPCMD-STEP-NAME      PIC X(9).
              03 CMOPCMD-STEP-VERB      PIC X(7).

       PROCEDURE DIVISION.

      * Operator commands over the terminal network.  The STATUS
      * inquiry told an operator where the night run stood, but
      * acting on it still meant editing CERTCKPT cards or CERTRER
      * profiles at the console.  CMROUTE now peels "CMD" traffic
      * into this handler: HOLD, RELEASE or SKIP a step, or RERUN
      * a failed program.  Each command from a roster terminal is
      * stamped with the user signed on there, checked against the
      * operator authority grants, and appended to the command
      * dataset CERTCKPT QUERY and CERTDEP read before every step
      * and CERTRER BUILD reads for the rerun profile.  The
      * terminal is answered at once, and the dataset is the log
      * of who issued what, which the handover report prints.
      * RC=4 when any command was rejected.
       MAINLINE.
           ACCEPT CMOPCMD-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT CMOPCMD-TIME-FULL FROM TIME.
           MOVE CMOPCMD-TIME-HHMMSS TO CMOPCMD-RUN-TIME.
           OPEN OUTPUT REPLY-DECK-OUT COMMAND-REPORT.
           MOVE 'TERMINAL OPERATOR COMMAND HANDLER'
               TO COMMAND-REPORT-REC.
           WRITE COMMAND-REPORT-REC.
           PERFORM LOAD-TERMINAL-ROSTER.
           PERFORM LOAD-AUTHORITY-TABLE.
           PERFORM LOAD-STANDING-COMMANDS.
           OPEN EXTEND OPER-COMMAND-FILE.
           IF CMOPCMD-CMD-STATUS NOT EQUAL TO '00'
               OPEN OUTPUT OPER-COMMAND-FILE.
           OPEN INPUT COMMAND-IN.
           MOVE 'NO' TO CMOPCMD-EOF-SW.
           IF CMOPCMD-IN-STATUS NOT EQUAL TO '00'
               SET CMOPCMD-AT-EOF TO TRUE
               MOVE 'NO COMMAND TRAFFIC THIS CYCLE'
                   TO COMMAND-REPORT-REC
               WRITE COMMAND-REPORT-REC.
           PERFORM TAKE-ONE-MESSAGE UNTIL CMOPCMD-AT-EOF.
           CLOSE OPER-COMMAND-FILE.
           IF CMOPCMD-IN-STATUS EQUAL TO '00'
             OR CMOPCMD-IN-STATUS EQUAL TO '10'
               CLOSE COMMAND-IN.
           PERFORM WRITE-HANDLER-TOTALS.
           CLOSE REPLY-DECK-OUT COMMAND-REPORT.
           IF CMOPCMD-REJECT-CNT NOT EQUAL TO ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE.
           GOBACK.

       LOAD-TERMINAL-ROSTER.
           MOVE 'NO' TO CMOPCMD-EOF-SW.
           OPEN INPUT ROSTER-FILE.
           IF CMOPCMD-ROSTER-STATUS EQUAL TO '00'
               PERFORM LOAD-ONE-ROSTER-TERMINAL
                   UNTIL CMOPCMD-AT-EOF
                      OR CMOPCMD-ROSTER-USED NOT LESS THAN 10
               CLOSE ROSTER-FILE.

       LOAD-ONE-ROSTER-TERMINAL.
           READ ROSTER-FILE
               AT END SET CMOPCMD-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO CMOPCMD-ROSTER-USED
                   MOVE ROSTER-FILE-REC
                       TO CMOPCMD-ROSTER-TERM (CMOPCMD-ROSTER-USED).

      * A missing authority dataset means the control has not been
      * deployed at this site yet; as in CMMNT the handler proceeds
      * open but says so once on the report.
       LOAD-AUTHORITY-TABLE.
           MOVE 'NO' TO CMOPCMD-EOF-SW.
           OPEN INPUT OPER-AUTH-FILE.
           IF CMOPCMD-AUTH-STATUS NOT EQUAL TO '00'
               MOVE 'NO OPERATOR AUTHORITY DATASET - EDIT NOT IN FORCE'
                   TO COMMAND-REPORT-REC
               WRITE COMMAND-REPORT-REC
           ELSE
               SET CMOPCMD-AUTH-IN-FORCE TO TRUE
               PERFORM LOAD-ONE-AUTH-RECORD
                   UNTIL CMOPCMD-AT-EOF
                      OR CMOPCMD-AUTH-USED NOT LESS THAN 100
               CLOSE OPER-AUTH-FILE.

       LOAD-ONE-AUTH-RECORD.
           READ OPER-AUTH-FILE
               AT END SET CMOPCMD-AT-EOF TO TRUE
               NOT AT END
                   IF OPA-USER-ID NOT EQUAL TO SPACE
                     AND OPA-USER-ID(1:1) NOT EQUAL TO '*'
                       ADD 1 TO CMOPCMD-AUTH-USED
                       MOVE OPA-USER-ID TO
                           CMOPCMD-AUTH-USER (CMOPCMD-AUTH-USED)
                       MOVE OPA-VERB TO
                           CMOPCMD-AUTH-VERB (CMOPCMD-AUTH-USED)
                       MOVE OPA-TERMINAL TO
                           CMOPCMD-AUTH-TERM (CMOPCMD-AUTH-USED)
                   END-IF.

       LOAD-STANDING-COMMANDS.
           MOVE 'NO' TO CMOPCMD-EOF-SW.
           OPEN INPUT OPER-COMMAND-FILE.
           IF CMOPCMD-CMD-STATUS EQUAL TO '00'
               PERFORM LOAD-ONE-STANDING-COMMAND
                   UNTIL CMOPCMD-AT-EOF
               CLOSE OPER-COMMAND-FILE.

       LOAD-ONE-STANDING-COMMAND.
           READ OPER-COMMAND-FILE
               AT END SET CMOPCMD-AT-EOF TO TRUE
               NOT AT END
                   IF OPC-VERB NOT EQUAL TO 'RERUN  '
                       MOVE OPC-TARGET TO CMOPCMD-LOOKUP-STEP
                       PERFORM POST-STANDING-COMMAND
                   END-IF.

       POST-STANDING-COMMAND.
           PERFORM LOCATE-STEP-ENTRY.
           IF NOT CMOPCMD-ENTRY-FOUND
             AND CMOPCMD-STEP-USED IS LESS THAN 200
               ADD 1 TO CMOPCMD-STEP-USED
               MOVE CMOPCMD-STEP-USED TO CMOPCMD-STEP-SUB
               MOVE CMOPCMD-LOOKUP-STEP
                   TO CMOPCMD-STEP-NAME (CMOPCMD-STEP-SUB)
               SET CMOPCMD-ENTRY-FOUND TO TRUE.
           IF CMOPCMD-ENTRY-FOUND
               MOVE OPC-VERB TO CMOPCMD-STEP-VERB (CMOPCMD-STEP-SUB).

       LOCATE-STEP-ENTRY.
           MOVE 'NO' TO CMOPCMD-FOUND-SW.
           MOVE ZERO TO CMOPCMD-STEP-SUB.
           PERFORM LOCATE-STEP-SCAN
               UNTIL CMOPCMD-ENTRY-FOUND
                  OR CMOPCMD-STEP-SUB NOT LESS THAN
                     CMOPCMD-STEP-USED.

       LOCATE-STEP-SCAN.
           ADD 1 TO CMOPCMD-STEP-SUB.
           IF CMOPCMD-STEP-NAME (CMOPCMD-STEP-SUB) EQUAL TO
                   CMOPCMD-LOOKUP-STEP
               SET CMOPCMD-ENTRY-FOUND TO TRUE.

       TAKE-ONE-MESSAGE.
           READ COMMAND-IN
               AT END SET CMOPCMD-AT-EOF TO TRUE
               NOT AT END PERFORM EDIT-ONE-MESSAGE
                   THRU EDIT-ONE-MESSAGE-EX.

      * Traffic from a terminal off the roster is reported but not
      * answered, as in CMMNT.  A RELEASE must find a HOLD or SKIP
      * standing against the step; nothing else looks at what is
      * standing, so a repeated HOLD simply restates it.
       EDIT-ONE-MESSAGE.
           ADD 1 TO CMOPCMD-REQUEST-CNT.
           MOVE SPACES TO CMOPCMD-REPORT-LINE.
           STRING 'FROM ' OPM-SOURCE ' USER ' OPM-USER-ID
               ': ' OPM-TEXT
               DELIMITED BY SIZE INTO CMOPCMD-REPORT-LINE.
           MOVE CMOPCMD-REPORT-LINE TO COMMAND-REPORT-REC.
           WRITE COMMAND-REPORT-REC.
           PERFORM CHECK-ROSTER-TERMINAL.
           IF NOT CMOPCMD-ENTRY-FOUND
               ADD 1 TO CMOPCMD-REJECT-CNT
               MOVE '   REJECTED: NOT A ROSTER TERMINAL - NO REPLY SENT'
                   TO COMMAND-REPORT-REC
               WRITE COMMAND-REPORT-REC
               GO TO EDIT-ONE-MESSAGE-EX.
           IF OPM-USER-ID EQUAL TO SPACE
               MOVE 'REJECTED - NO USER SIGNED ON AT THIS TERMINAL'
                   TO CMOPCMD-REPLY-LINE
               PERFORM REJECT-ONE-MESSAGE
               GO TO EDIT-ONE-MESSAGE-EX.
           IF OPM-TAG NOT EQUAL TO 'CMD'
             OR (OPM-VERB NOT EQUAL TO 'HOLD   '
               AND OPM-VERB NOT EQUAL TO 'RELEASE'
               AND OPM-VERB NOT EQUAL TO 'SKIP   '
               AND OPM-VERB NOT EQUAL TO 'RERUN  ')
               MOVE 'REJECTED - SEND CMD HOLD/RELEASE/SKIP/RERUN NAME'
                   TO CMOPCMD-REPLY-LINE
               PERFORM REJECT-ONE-MESSAGE
               GO TO EDIT-ONE-MESSAGE-EX.
           IF OPM-TARGET EQUAL TO SPACE
               MOVE 'REJECTED - NO STEP OR PROGRAM NAMED'
                   TO CMOPCMD-REPLY-LINE
               PERFORM REJECT-ONE-MESSAGE
               GO TO EDIT-ONE-MESSAGE-EX.
           IF OPM-VERB EQUAL TO 'SKIP   '
             AND OPM-REASON EQUAL TO SPACE
               MOVE 'REJECTED - SKIP NEEDS A REASON IN 23-46'
                   TO CMOPCMD-REPLY-LINE
               PERFORM REJECT-ONE-MESSAGE
               GO TO EDIT-ONE-MESSAGE-EX.
           IF CMOPCMD-AUTH-IN-FORCE
               PERFORM CHECK-COMMAND-AUTHORITY
               IF NOT CMOPCMD-IS-GRANTED
                   MOVE SPACES TO CMOPCMD-REPLY-LINE
                   STRING 'REJECTED - ' DELIMITED BY SIZE
                       OPM-USER-ID DELIMITED BY SPACE
                       ' NOT AUTHORIZED FOR ' DELIMITED BY SIZE
                       OPM-VERB DELIMITED BY SPACE
                       ' AT THIS TERMINAL' DELIMITED BY SIZE
                       INTO CMOPCMD-REPLY-LINE
                   PERFORM REJECT-ONE-MESSAGE
                   GO TO EDIT-ONE-MESSAGE-EX
               END-IF
           END-IF.
           IF OPM-VERB EQUAL TO 'RELEASE'
               MOVE OPM-TARGET TO CMOPCMD-LOOKUP-STEP
               PERFORM LOCATE-STEP-ENTRY
               IF NOT CMOPCMD-ENTRY-FOUND
                 OR (CMOPCMD-STEP-VERB (CMOPCMD-STEP-SUB)
                       NOT EQUAL TO 'HOLD   '
                   AND CMOPCMD-STEP-VERB (CMOPCMD-STEP-SUB)
                       NOT EQUAL TO 'SKIP   ')
                   MOVE SPACES TO CMOPCMD-REPLY-LINE
                   STRING 'REJECTED - ' DELIMITED BY SIZE
                       OPM-TARGET DELIMITED BY SPACE
                       ' IS NOT HELD OR SKIPPED' DELIMITED BY SIZE
                       INTO CMOPCMD-REPLY-LINE
                   PERFORM REJECT-ONE-MESSAGE
                   GO TO EDIT-ONE-MESSAGE-EX
               END-IF
           END-IF.
           PERFORM ACCEPT-ONE-COMMAND.
       EDIT-ONE-MESSAGE-EX.
           EXIT.

       CHECK-ROSTER-TERMINAL.
           MOVE 'NO' TO CMOPCMD-FOUND-SW.
           MOVE ZERO TO CMOPCMD-ROSTER-SUB.
           PERFORM MATCH-ONE-ROSTER-TERMINAL
               UNTIL CMOPCMD-ENTRY-FOUND
                  OR CMOPCMD-ROSTER-SUB NOT LESS THAN
                     CMOPCMD-ROSTER-USED.

       MATCH-ONE-ROSTER-TERMINAL.
           ADD 1 TO CMOPCMD-ROSTER-SUB.
           IF CMOPCMD-ROSTER-TERM (CMOPCMD-ROSTER-SUB) EQUAL TO
                   OPM-SOURCE
               SET CMOPCMD-ENTRY-FOUND TO TRUE.

      * A grant names the user and the command or ALL, and either
      * names the terminal or leaves it blank for any of them.
       CHECK-COMMAND-AUTHORITY.
           MOVE 'NO' TO CMOPCMD-GRANTED-SW.
           MOVE ZERO TO CMOPCMD-AUTH-SUB.
           PERFORM MATCH-ONE-AUTH-GRANT
               UNTIL CMOPCMD-IS-GRANTED
                  OR CMOPCMD-AUTH-SUB NOT LESS THAN
                     CMOPCMD-AUTH-USED.

       MATCH-ONE-AUTH-GRANT.
           ADD 1 TO CMOPCMD-AUTH-SUB.
           IF CMOPCMD-AUTH-USER (CMOPCMD-AUTH-SUB) EQUAL TO
                   OPM-USER-ID
             AND (CMOPCMD-AUTH-VERB (CMOPCMD-AUTH-SUB) EQUAL TO
                   OPM-VERB
               OR CMOPCMD-AUTH-VERB (CMOPCMD-AUTH-SUB) EQUAL TO
                   'ALL    ')
             AND (CMOPCMD-AUTH-TERM (CMOPCMD-AUTH-SUB) EQUAL TO
                   SPACE
               OR CMOPCMD-AUTH-TERM (CMOPCMD-AUTH-SUB) EQUAL TO
                   OPM-SOURCE)
               SET CMOPCMD-IS-GRANTED TO TRUE.

       ACCEPT-ONE-COMMAND.
           ADD 1 TO CMOPCMD-ACCEPTED-CNT.
           MOVE SPACES TO OPR-CMD-REC.
           MOVE OPM-VERB TO OPC-VERB.
           MOVE OPM-TARGET TO OPC-TARGET.
           MOVE CMOPCMD-RUN-DATE TO OPC-DATE.
           MOVE CMOPCMD-RUN-TIME TO OPC-TIME.
           MOVE OPM-USER-ID TO OPC-OPERATOR.
           MOVE OPM-SOURCE TO OPC-TERMINAL.
           MOVE OPM-REASON TO OPC-REASON.
           WRITE OPR-CMD-REC.
           IF OPM-VERB EQUAL TO 'RERUN  '
               MOVE 'QUEUED FOR RERUN PROFILE' TO CMOPCMD-EFFECT
           ELSE
               MOVE OPM-TARGET TO CMOPCMD-LOOKUP-STEP
               PERFORM POST-STANDING-COMMAND
               IF OPM-VERB EQUAL TO 'HOLD   '
                   MOVE 'STEP WILL NOT START' TO CMOPCMD-EFFECT
               ELSE IF OPM-VERB EQUAL TO 'SKIP   '
                   MOVE 'STEP WILL BE SKIPPED' TO CMOPCMD-EFFECT
               ELSE
                   MOVE 'STEP FREE TO RUN' TO CMOPCMD-EFFECT
               END-IF
               END-IF
           END-IF.
           MOVE SPACES TO CMOPCMD-REPLY-LINE.
           STRING 'CONFIRMED ' DELIMITED BY SIZE
               OPM-VERB DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               OPM-TARGET DELIMITED BY SPACE
               ' BY ' DELIMITED BY SIZE
               OPM-USER-ID DELIMITED BY SPACE
               ' - ' CMOPCMD-EFFECT DELIMITED BY SIZE
               INTO CMOPCMD-REPLY-LINE.
           PERFORM SEND-ONE-REPLY.

       REJECT-ONE-MESSAGE.
           ADD 1 TO CMOPCMD-REJECT-CNT.
           PERFORM SEND-ONE-REPLY.

       SEND-ONE-REPLY.
           MOVE SPACES TO REPLY-DECK-REC.
           MOVE OPM-SOURCE TO RPLY-DESTINATION.
           MOVE CMOPCMD-REPLY-LINE TO RPLY-MESSAGE.
           WRITE REPLY-DECK-REC.
           MOVE SPACES TO CMOPCMD-REPORT-LINE.
           STRING '   REPLIED: ' CMOPCMD-REPLY-LINE
               DELIMITED BY SIZE INTO CMOPCMD-REPORT-LINE.
           MOVE CMOPCMD-REPORT-LINE TO COMMAND-REPORT-REC.
           WRITE COMMAND-REPORT-REC.
           MOVE SPACES TO CMOPCMD-REPLY-LINE.

       WRITE-HANDLER-TOTALS.
           MOVE SPACES TO COMMAND-REPORT-REC.
           WRITE COMMAND-REPORT-REC.
           MOVE SPACES TO CMOPCMD-REPORT-LINE.
           STRING 'COMMANDS = ' CMOPCMD-REQUEST-CNT
               '  CONFIRMED = ' CMOPCMD-ACCEPTED-CNT
               '  REJECTED = ' CMOPCMD-REJECT-CNT
               DELIMITED BY SIZE INTO CMOPCMD-REPORT-LINE.
           MOVE CMOPCMD-REPORT-LINE TO COMMAND-REPORT-REC.
           WRITE COMMAND-REPORT-REC.
