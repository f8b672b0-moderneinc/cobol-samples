000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           CMACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-MSG-IN ASSIGN TO ACKMSGS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CMACK-IN-STATUS.
           SELECT ROSTER-FILE ASSIGN TO ROSTERIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CMACK-ROSTER-STATUS.
           SELECT ALERT-IN ASSIGN TO ALRTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CMACK-ALRT-STATUS.
           SELECT ACK-FILE ASSIGN TO ACKFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CMACK-ACK-STATUS.
           SELECT REPLY-DECK-OUT ASSIGN TO REQOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACK-REPORT ASSIGN TO ACKMRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      * Input is the acknowledgment stream CMROUTE splits off under
      * its ACK routing rule: originating terminal in 1-12, the
      * routed message text in 14-63, and in 65-72 the user whose
      * session CMROUTE routed it under.  Inside the text: ACK in
      * 1-3, the failing program in 5-13, and optionally in 15-22
      * the run date of the alert (otherwise the latest alert for
      * the program still unacknowledged is meant).
       FD  ACK-MSG-IN
           LABEL RECORDS ARE STANDARD.
       01  ACK-MSG-IN-REC.
           02 ACKM-SOURCE          PIC X(12).
           02 FILLER               PIC X(1).
           02 ACKM-TEXT.
              03 ACKM-TAG          PIC X(3).
              03 FILLER            PIC X(1).
              03 ACKM-PROGRAM      PIC X(9).
              03 FILLER            PIC X(1).
              03 ACKM-ALERT-DATE   PIC X(8).
              03 ACKM-ALERT-DATE-N REDEFINES ACKM-ALERT-DATE
                                   PIC 9(8).
              03 FILLER            PIC X(28).
           02 FILLER               PIC X(1).
           02 ACKM-USER-ID         PIC X(8).
           02 FILLER               PIC X(8).

      * The terminal roster the comm step delivers to.
       FD  ROSTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  ROSTER-FILE-REC         PIC X(12).

      * The operator alert dataset exactly as CERTALRT appends it:
      * one compact record per failing program plus a *RUN* lead
      * record per run.
       FD  ALERT-IN
           LABEL RECORDS ARE STANDARD.
       01  ALERT-IN-REC.
           02 ALRT-TAG             PIC X(6).
           02 FILLER               PIC X(1).
           02 ALRT-RUN-DATE        PIC 9(8).
           02 FILLER               PIC X(1).
           02 ALRT-RUN-TIME        PIC 9(6).
           02 FILLER               PIC X(1).
           02 ALRT-PROGRAM         PIC X(9).
           02 FILLER               PIC X(1).
           02 ALRT-FAIL-COUNT      PIC 9(5).
           02 FILLER               PIC X(42).

      * CERTACK's acknowledgment dataset: the alert's run date and
      * program, who acknowledged it, and when.
       FD  ACK-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACK-REC.
           02 ACK-TAG              PIC X(6).
           02 FILLER               PIC X(1).
           02 ACK-ALERT-DATE       PIC 9(8).
           02 FILLER               PIC X(1).
           02 ACK-PROGRAM          PIC X(9).
           02 FILLER               PIC X(1).
           02 ACK-OPERATOR         PIC X(8).
           02 FILLER               PIC X(1).
           02 ACK-ACK-DATE         PIC 9(8).
           02 FILLER               PIC X(1).
           02 ACK-ACK-TIME         PIC 9(6).
           02 FILLER               PIC X(30).

      * Replies go back through the send deck the comm step already
      * redelivers from: destination 1-12, message text from 14.
       FD  REPLY-DECK-OUT
           LABEL RECORDS ARE STANDARD.
       01  REPLY-DECK-REC.
           02 RPLY-DESTINATION     PIC X(12).
           02 FILLER               PIC X(1).
           02 RPLY-MESSAGE         PIC X(60).
           02 FILLER               PIC X(7).

       FD  ACK-REPORT
           LABEL RECORDS ARE STANDARD.
       01  ACK-REPORT-REC          PIC X(120).

       WORKING-STORAGE SECTION.
       01  CMACK-IN-STATUS         PIC XX VALUE '00'.
       01  CMACK-ROSTER-STATUS     PIC XX VALUE '00'.
       01  CMACK-ALRT-STATUS       PIC XX VALUE '00'.
       01  CMACK-ACK-STATUS        PIC XX VALUE '00'.
       01  CMACK-EOF-SW            PIC X(3) VALUE 'NO'.
           88 CMACK-AT-EOF               VALUE 'YES'.
       01  CMACK-FOUND-SW          PIC X(3) VALUE 'NO'.
           88 CMACK-ENTRY-FOUND          VALUE 'YES'.
       01  CMACK-SEEN-SW           PIC X(3) VALUE 'NO'.
           88 CMACK-ALERT-SEEN           VALUE 'YES'.
       01  CMACK-RUN-DATE          PIC 9(8) VALUE ZERO.
       01  CMACK-RUN-TIME          PIC 9(6) VALUE ZERO.
       01  CMACK-TIME-FULL.
           02 CMACK-TIME-HHMMSS    PIC 9(6).
           02 FILLER               PIC 99.
       01  CMACK-OPEN-SUB          PIC 9(3) VALUE ZERO.
       01  CMACK-REQUEST-CNT       PIC 9(5) VALUE ZERO.
       01  CMACK-POSTED-CNT        PIC 9(5) VALUE ZERO.
       01  CMACK-REJECT-CNT        PIC 9(5) VALUE ZERO.
       01  CMACK-REPORT-LINE       PIC X(120) VALUE SPACE.
       01  CMACK-REPLY-LINE        PIC X(60) VALUE SPACE.

       01  CMACK-ROSTER-USED       PIC 9(2) VALUE ZERO.
       01  CMACK-ROSTER-SUB        PIC 9(2) VALUE ZERO.
       01  CMACK-ROSTER-TABLE.
           02 CMACK-ROSTER-TERM OCCURS 10 TIMES PIC X(12).

       01  CMACK-ALERT-USED        PIC 9(3) VALUE ZERO.
       01  CMACK-ALERT-SUB         PIC 9(3) VALUE ZERO.
       01  CMACK-ALERT-TABLE.
           02 CMACK-ALERT-ENTRY OCCURS 300 TIMES.
              03 CMACK-ALERT-DATE       PIC 9(8).
              03 CMACK-ALERT-PGM        PIC X(9).

      * Every acknowledgment on file plus the ones taken this
      * cycle, so a second ACK for the same alert is caught.
       01  CMACK-ACK-USED          PIC 9(3) VALUE ZERO.
       01  CMACK-ACK-SUB           PIC 9(3) VALUE ZERO.
       01  CMACK-ACK-TABLE.
           02 CMACK-ACK-ENTRY OCCURS 300 TIMES.
              03 CMACK-ACK-DATE         PIC 9(8).
              03 CMACK-ACK-PROGRAM      PIC X(9).

       PROCEDURE DIVISION.

      * Alert acknowledgments over the terminal network.  CERTALRT
      * sends each failing program to the roster terminals as an
      * "ALERT ... REPLY ACK program" notice; CMROUTE peels the
      * "ACK" answers into this handler, which finds the alert on
      * the operator alert dataset and appends the acknowledgment
      * to CERTACK's dataset with the user signed on at the
      * terminal as the acknowledging operator - the record an ack
      * card used to produce.  CERTACK's aging report then counts
      * it like any other.  The terminal is answered at once.
      * RC=4 when any acknowledgment was rejected.
       MAINLINE.
           ACCEPT CMACK-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT CMACK-TIME-FULL FROM TIME.
           MOVE CMACK-TIME-HHMMSS TO CMACK-RUN-TIME.
           OPEN OUTPUT REPLY-DECK-OUT ACK-REPORT.
           MOVE 'TERMINAL ALERT ACKNOWLEDGMENT HANDLER'
               TO ACK-REPORT-REC.
           WRITE ACK-REPORT-REC.
           PERFORM LOAD-TERMINAL-ROSTER.
           PERFORM LOAD-ALERT-DATASET.
           PERFORM LOAD-PRIOR-ACKS.
           OPEN EXTEND ACK-FILE.
           IF CMACK-ACK-STATUS NOT EQUAL TO '00'
               OPEN OUTPUT ACK-FILE.
           OPEN INPUT ACK-MSG-IN.
           MOVE 'NO' TO CMACK-EOF-SW.
           IF CMACK-IN-STATUS NOT EQUAL TO '00'
               SET CMACK-AT-EOF TO TRUE
               MOVE 'NO ACKNOWLEDGMENT TRAFFIC THIS CYCLE'
                   TO ACK-REPORT-REC
               WRITE ACK-REPORT-REC.
           PERFORM TAKE-ONE-MESSAGE UNTIL CMACK-AT-EOF.
           CLOSE ACK-FILE.
           IF CMACK-IN-STATUS EQUAL TO '00'
             OR CMACK-IN-STATUS EQUAL TO '10'
               CLOSE ACK-MSG-IN.
           PERFORM WRITE-HANDLER-TOTALS.
           CLOSE REPLY-DECK-OUT ACK-REPORT.
           IF CMACK-REJECT-CNT NOT EQUAL TO ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE.
           GOBACK.

       LOAD-TERMINAL-ROSTER.
           MOVE 'NO' TO CMACK-EOF-SW.
           OPEN INPUT ROSTER-FILE.
           IF CMACK-ROSTER-STATUS EQUAL TO '00'
               PERFORM LOAD-ONE-ROSTER-TERMINAL
                   UNTIL CMACK-AT-EOF
                      OR CMACK-ROSTER-USED NOT LESS THAN 10
               CLOSE ROSTER-FILE.

       LOAD-ONE-ROSTER-TERMINAL.
           READ ROSTER-FILE
               AT END SET CMACK-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO CMACK-ROSTER-USED
                   MOVE ROSTER-FILE-REC
                       TO CMACK-ROSTER-TERM (CMACK-ROSTER-USED).

       LOAD-ALERT-DATASET.
           MOVE 'NO' TO CMACK-EOF-SW.
           OPEN INPUT ALERT-IN.
           IF CMACK-ALRT-STATUS EQUAL TO '00'
               PERFORM LOAD-ONE-ALERT
                   UNTIL CMACK-AT-EOF
                      OR CMACK-ALERT-USED NOT LESS THAN 300
               CLOSE ALERT-IN.

       LOAD-ONE-ALERT.
           READ ALERT-IN
               AT END SET CMACK-AT-EOF TO TRUE
               NOT AT END
                   IF ALRT-TAG EQUAL TO 'ALERT '
                     AND ALRT-PROGRAM NOT EQUAL TO '*RUN*    '
                       ADD 1 TO CMACK-ALERT-USED
                       MOVE ALRT-RUN-DATE TO
                           CMACK-ALERT-DATE (CMACK-ALERT-USED)
                       MOVE ALRT-PROGRAM TO
                           CMACK-ALERT-PGM (CMACK-ALERT-USED)
                   END-IF.

       LOAD-PRIOR-ACKS.
           MOVE 'NO' TO CMACK-EOF-SW.
           OPEN INPUT ACK-FILE.
           IF CMACK-ACK-STATUS EQUAL TO '00'
               PERFORM LOAD-ONE-PRIOR-ACK
                   UNTIL CMACK-AT-EOF
                      OR CMACK-ACK-USED NOT LESS THAN 300
               CLOSE ACK-FILE.

       LOAD-ONE-PRIOR-ACK.
           READ ACK-FILE
               AT END SET CMACK-AT-EOF TO TRUE
               NOT AT END
                   IF ACK-TAG EQUAL TO 'ACKED '
                       ADD 1 TO CMACK-ACK-USED
                       MOVE ACK-ALERT-DATE TO
                           CMACK-ACK-DATE (CMACK-ACK-USED)
                       MOVE ACK-PROGRAM TO
                           CMACK-ACK-PROGRAM (CMACK-ACK-USED)
                   END-IF.

       TAKE-ONE-MESSAGE.
           READ ACK-MSG-IN
               AT END SET CMACK-AT-EOF TO TRUE
               NOT AT END PERFORM EDIT-ONE-MESSAGE
                   THRU EDIT-ONE-MESSAGE-EX.

      * Traffic from a terminal off the roster is reported but not
      * answered, as in CMMNT.  The acknowledging operator is the
      * user signed on, so a terminal with nobody signed on cannot
      * acknowledge.
       EDIT-ONE-MESSAGE.
           ADD 1 TO CMACK-REQUEST-CNT.
           MOVE SPACES TO CMACK-REPORT-LINE.
           STRING 'FROM ' ACKM-SOURCE ' USER ' ACKM-USER-ID
               ': ' ACKM-TEXT
               DELIMITED BY SIZE INTO CMACK-REPORT-LINE.
           MOVE CMACK-REPORT-LINE TO ACK-REPORT-REC.
           WRITE ACK-REPORT-REC.
           PERFORM CHECK-ROSTER-TERMINAL.
           IF NOT CMACK-ENTRY-FOUND
               ADD 1 TO CMACK-REJECT-CNT
               MOVE '   REJECTED: NOT A ROSTER TERMINAL - NO REPLY SENT'
                   TO ACK-REPORT-REC
               WRITE ACK-REPORT-REC
               GO TO EDIT-ONE-MESSAGE-EX.
           IF ACKM-USER-ID EQUAL TO SPACE
               MOVE 'REJECTED - NO USER SIGNED ON AT THIS TERMINAL'
                   TO CMACK-REPLY-LINE
               PERFORM REJECT-ONE-MESSAGE
               GO TO EDIT-ONE-MESSAGE-EX.
           IF ACKM-TAG NOT EQUAL TO 'ACK'
             OR ACKM-PROGRAM EQUAL TO SPACE
             OR (ACKM-ALERT-DATE NOT EQUAL TO SPACE
               AND ACKM-ALERT-DATE IS NOT NUMERIC)
               MOVE 'REJECTED - SEND ACK PROGRAM, OPTIONALLY ALERT DATE'
                   TO CMACK-REPLY-LINE
               PERFORM REJECT-ONE-MESSAGE
               GO TO EDIT-ONE-MESSAGE-EX.
           PERFORM LOCATE-OPEN-ALERT.
           IF CMACK-OPEN-SUB EQUAL TO ZERO
               MOVE SPACES TO CMACK-REPLY-LINE
               IF CMACK-ALERT-SEEN
                   STRING 'REJECTED - ' DELIMITED BY SIZE
                       ACKM-PROGRAM DELIMITED BY SPACE
                       ' ALERT ALREADY ACKNOWLEDGED' DELIMITED BY SIZE
                       INTO CMACK-REPLY-LINE
               ELSE
                   STRING 'REJECTED - NO ALERT ON FILE FOR '
                       DELIMITED BY SIZE
                       ACKM-PROGRAM DELIMITED BY SPACE
                       INTO CMACK-REPLY-LINE
               END-IF
               PERFORM REJECT-ONE-MESSAGE
               GO TO EDIT-ONE-MESSAGE-EX.
           PERFORM POST-ONE-ACKNOWLEDGMENT.
       EDIT-ONE-MESSAGE-EX.
           EXIT.

       CHECK-ROSTER-TERMINAL.
           MOVE 'NO' TO CMACK-FOUND-SW.
           MOVE ZERO TO CMACK-ROSTER-SUB.
           PERFORM MATCH-ONE-ROSTER-TERMINAL
               UNTIL CMACK-ENTRY-FOUND
                  OR CMACK-ROSTER-SUB NOT LESS THAN
                     CMACK-ROSTER-USED.

       MATCH-ONE-ROSTER-TERMINAL.
           ADD 1 TO CMACK-ROSTER-SUB.
           IF CMACK-ROSTER-TERM (CMACK-ROSTER-SUB) EQUAL TO
                   ACKM-SOURCE
               SET CMACK-ENTRY-FOUND TO TRUE.

      * The alert dataset is in the order raised, so the last
      * unacknowledged match is the latest open alert.
       LOCATE-OPEN-ALERT.
           MOVE 'NO' TO CMACK-SEEN-SW.
           MOVE ZERO TO CMACK-OPEN-SUB.
           MOVE ZERO TO CMACK-ALERT-SUB.
           PERFORM CHECK-ONE-ALERT
               UNTIL CMACK-ALERT-SUB NOT LESS THAN CMACK-ALERT-USED.

       CHECK-ONE-ALERT.
           ADD 1 TO CMACK-ALERT-SUB.
           IF CMACK-ALERT-PGM (CMACK-ALERT-SUB) EQUAL TO ACKM-PROGRAM
             AND (ACKM-ALERT-DATE EQUAL TO SPACE
               OR CMACK-ALERT-DATE (CMACK-ALERT-SUB) EQUAL TO
                   ACKM-ALERT-DATE-N)
               SET CMACK-ALERT-SEEN TO TRUE
               PERFORM CHECK-ALERT-ACKED
               IF NOT CMACK-ENTRY-FOUND
                   MOVE CMACK-ALERT-SUB TO CMACK-OPEN-SUB
               END-IF
           END-IF.

       CHECK-ALERT-ACKED.
           MOVE 'NO' TO CMACK-FOUND-SW.
           MOVE ZERO TO CMACK-ACK-SUB.
           PERFORM MATCH-ONE-ACK
               UNTIL CMACK-ENTRY-FOUND
                  OR CMACK-ACK-SUB NOT LESS THAN CMACK-ACK-USED.

       MATCH-ONE-ACK.
           ADD 1 TO CMACK-ACK-SUB.
           IF CMACK-ACK-DATE (CMACK-ACK-SUB) EQUAL TO
                   CMACK-ALERT-DATE (CMACK-ALERT-SUB)
             AND CMACK-ACK-PROGRAM (CMACK-ACK-SUB) EQUAL TO
                   CMACK-ALERT-PGM (CMACK-ALERT-SUB)
               SET CMACK-ENTRY-FOUND TO TRUE.

       POST-ONE-ACKNOWLEDGMENT.
           ADD 1 TO CMACK-POSTED-CNT.
           MOVE SPACES TO ACK-REC.
           MOVE 'ACKED ' TO ACK-TAG.
           MOVE CMACK-ALERT-DATE (CMACK-OPEN-SUB) TO ACK-ALERT-DATE.
           MOVE CMACK-ALERT-PGM (CMACK-OPEN-SUB) TO ACK-PROGRAM.
           MOVE ACKM-USER-ID TO ACK-OPERATOR.
           MOVE CMACK-RUN-DATE TO ACK-ACK-DATE.
           MOVE CMACK-RUN-TIME TO ACK-ACK-TIME.
           WRITE ACK-REC.
           IF CMACK-ACK-USED IS LESS THAN 300
               ADD 1 TO CMACK-ACK-USED
               MOVE ACK-ALERT-DATE TO CMACK-ACK-DATE (CMACK-ACK-USED)
               MOVE ACK-PROGRAM TO CMACK-ACK-PROGRAM (CMACK-ACK-USED).
           MOVE SPACES TO CMACK-REPLY-LINE.
           STRING 'ACKNOWLEDGED ' DELIMITED BY SIZE
               ACK-PROGRAM DELIMITED BY SPACE
               ' ALERT OF ' ACK-ALERT-DATE ' BY ' DELIMITED BY SIZE
               ACKM-USER-ID DELIMITED BY SPACE
               INTO CMACK-REPLY-LINE.
           PERFORM SEND-ONE-REPLY.

       REJECT-ONE-MESSAGE.
           ADD 1 TO CMACK-REJECT-CNT.
           PERFORM SEND-ONE-REPLY.

       SEND-ONE-REPLY.
           MOVE SPACES TO REPLY-DECK-REC.
           MOVE ACKM-SOURCE TO RPLY-DESTINATION.
           MOVE CMACK-REPLY-LINE TO RPLY-MESSAGE.
           WRITE REPLY-DECK-REC.
           MOVE SPACES TO CMACK-REPORT-LINE.
           STRING '   REPLIED: ' CMACK-REPLY-LINE
               DELIMITED BY SIZE INTO CMACK-REPORT-LINE.
           MOVE CMACK-REPORT-LINE TO ACK-REPORT-REC.
           WRITE ACK-REPORT-REC.
           MOVE SPACES TO CMACK-REPLY-LINE.

       WRITE-HANDLER-TOTALS.
           MOVE SPACES TO ACK-REPORT-REC.
           WRITE ACK-REPORT-REC.
           MOVE SPACES TO CMACK-REPORT-LINE.
           STRING 'ACKNOWLEDGMENTS = ' CMACK-REQUEST-CNT
               '  POSTED = ' CMACK-POSTED-CNT
               '  REJECTED = ' CMACK-REJECT-CNT
               DELIMITED BY SIZE INTO CMACK-REPORT-LINE.
           MOVE CMACK-REPORT-LINE TO ACK-REPORT-REC.
           WRITE ACK-REPORT-REC.
