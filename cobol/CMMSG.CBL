000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           CMMSG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MESSAGE-IN ASSIGN TO MSGMSGS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CMMSG-IN-STATUS.
           SELECT ROSTER-FILE ASSIGN TO ROSTERIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CMMSG-ROSTER-STATUS.
           SELECT GROUP-FILE ASSIGN TO TERMGRP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CMMSG-GROUP-STATUS.
           SELECT SEND-DECK-OUT ASSIGN TO REQOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO AUDITOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CMMSG-AUDIT-STATUS.
           SELECT RELAY-REPORT ASSIGN TO MSGRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      * Input is the note stream CMROUTE splits off under its MSG
      * routing rule: originating terminal in 1-12, the routed
      * message text in 14-63, and in 65-72 the user whose session
      * CMROUTE routed it under.  Inside the text: MSG in 1-3, the
      * destination terminal or roster group in 5-16, and the note
      * itself in 18-49.
       FD  MESSAGE-IN
           LABEL RECORDS ARE STANDARD.
       01  MESSAGE-IN-REC.
           02 MSGM-SOURCE          PIC X(12).
           02 FILLER               PIC X(1).
           02 MSGM-TEXT.
              03 MSGM-TAG          PIC X(3).
              03 FILLER            PIC X(1).
              03 MSGM-DESTINATION  PIC X(12).
              03 FILLER            PIC X(1).
              03 MSGM-BODY         PIC X(32).
              03 FILLER            PIC X(1).
           02 FILLER               PIC X(1).
           02 MSGM-USER-ID         PIC X(8).
           02 FILLER               PIC X(8).

      * The terminal roster the comm step delivers to.
       FD  ROSTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  ROSTER-FILE-REC         PIC X(12).

      * Roster groups, kept beside the roster so the 12-byte roster
      * readers are left alone: one record per member, the group
      * name in 1-12 and a roster terminal in 14-25.  A group is
      * as many records as it has members.  Comment records start
      * with an asterisk.
       FD  GROUP-FILE
           LABEL RECORDS ARE STANDARD.
       01  GROUP-REC.
           02 GRP-NAME             PIC X(12).
           02 FILLER               PIC X(1).
           02 GRP-MEMBER           PIC X(12).
           02 FILLER               PIC X(55).

      * Relayed notes and the replies to the sender go out through
      * the send deck CMAVAIL gates: destination 1-12, message text
      * from 14.  A relayed note carries M in 74 and the sending
      * terminal in text 6-17, which is how CMAVAIL knows to send
      * the sender a receipt when it releases the note.
       FD  SEND-DECK-OUT
           LABEL RECORDS ARE STANDARD.
       01  SEND-DECK-REC.
           02 SND-DESTINATION      PIC X(12).
           02 FILLER               PIC X(1).
           02 SND-MESSAGE          PIC X(60).
           02 SND-KIND             PIC X(1).
           02 FILLER               PIC X(6).

      * The comm step's audit file, extended with each note taken
      * in the shape WRITE-AUDIT-RECORD gives every other entry.
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-FILE-REC          PIC X(80).

       FD  RELAY-REPORT
           LABEL RECORDS ARE STANDARD.
       01  RELAY-REPORT-REC        PIC X(120).

       WORKING-STORAGE SECTION.
       01  CMMSG-IN-STATUS         PIC XX VALUE '00'.
       01  CMMSG-ROSTER-STATUS     PIC XX VALUE '00'.
       01  CMMSG-GROUP-STATUS      PIC XX VALUE '00'.
       01  CMMSG-AUDIT-STATUS      PIC XX VALUE '00'.
       01  CMMSG-EOF-SW            PIC X(3) VALUE 'NO'.
           88 CMMSG-AT-EOF               VALUE 'YES'.
       01  CMMSG-FOUND-SW          PIC X(3) VALUE 'NO'.
           88 CMMSG-ENTRY-FOUND          VALUE 'YES'.
       01  CMMSG-GROUP-SW          PIC X(3) VALUE 'NO'.
           88 CMMSG-GROUP-FOUND          VALUE 'YES'.
       01  CMMSG-LOOKUP-TERM       PIC X(12) VALUE SPACE.
       01  CMMSG-DELIVER-TO        PIC X(12) VALUE SPACE.
       01  CMMSG-MEMBER-CNT        PIC 9(3) VALUE ZERO.
       01  CMMSG-NOTE-CNT          PIC 9(5) VALUE ZERO.
       01  CMMSG-QUEUED-CNT        PIC 9(5) VALUE ZERO.
       01  CMMSG-REJECT-CNT        PIC 9(5) VALUE ZERO.
       01  CMMSG-REPORT-LINE       PIC X(120) VALUE SPACE.
       01  CMMSG-REPLY-LINE        PIC X(60) VALUE SPACE.

      * The note as the destination sees it.
       01  CMMSG-RELAY-TEXT.
           02 FILLER               PIC X(5) VALUE 'FROM '.
           02 CMMSG-RELAY-SOURCE   PIC X(12).
           02 FILLER               PIC X(1) VALUE SPACE.
           02 CMMSG-RELAY-USER     PIC X(8).
           02 FILLER               PIC X(2) VALUE ': '.
           02 CMMSG-RELAY-BODY     PIC X(32).

      * One comm audit entry, laid out as WRITE-AUDIT-RECORD lays
      * out its own, with the destination after the stamp.
       01  AUDIT-REC.
           02 AUDIT-TERMINAL       PIC X(12).
           02 AUDIT-OPERATION      PIC X(8).
           02 AUDIT-STATUS-KEY     PIC XX.
           02 AUDIT-MSG-COUNT      PIC 9(6).
           02 AUDIT-TIMESTAMP      PIC 9(8).
           02 AUDIT-PARTNER        PIC X(12).

       01  CMMSG-ROSTER-USED       PIC 9(2) VALUE ZERO.
       01  CMMSG-ROSTER-SUB        PIC 9(2) VALUE ZERO.
       01  CMMSG-ROSTER-TABLE.
           02 CMMSG-ROSTER-TERM OCCURS 10 TIMES PIC X(12).

       01  CMMSG-GROUP-USED        PIC 9(3) VALUE ZERO.
       01  CMMSG-GROUP-SUB         PIC 9(3) VALUE ZERO.
       01  CMMSG-GROUP-TABLE.
           02 CMMSG-GROUP-ENTRY OCCURS 100 TIMES.
              03 CMMSG-GROUP-NAME       PIC X(12).
              03 CMMSG-GROUP-MEMBER     PIC X(12).

       PROCEDURE DIVISION.

      * Terminal-to-terminal notes.  The network only ever joined a
      * terminal to a batch program, so the shifts passed word to
      * each other by phone.  CMROUTE now peels "MSG" traffic into
      * this relay: a note names a roster terminal, or a roster
      * group from the group dataset, and carries up to 32
      * characters of text.  Each destination's copy goes onto the
      * send deck with the sender named in front of the text, so
      * CMAVAIL holds it in the holding queue while the
      * destination is outside its staffing window and releases it
      * when the desk opens, sending the sender a DELIVERED receipt
      * as it does.  The sender is told at once what was queued.
      * Every copy queued is entered in the comm audit file under
      * the sending terminal as MSGQUEUE with TO= the destination;
      * CMAVAIL enters the delivery under the destination as
      * MSGDLVR with FROM= the sender, so the transcripts show both
      * sides of the exchange.
      * RC=4 when any note was rejected.
       MAINLINE.
           OPEN OUTPUT SEND-DECK-OUT RELAY-REPORT.
           MOVE 'TERMINAL-TO-TERMINAL NOTE RELAY' TO RELAY-REPORT-REC.
           WRITE RELAY-REPORT-REC.
           PERFORM LOAD-TERMINAL-ROSTER.
           PERFORM LOAD-ROSTER-GROUPS.
           OPEN EXTEND AUDIT-FILE.
           IF CMMSG-AUDIT-STATUS NOT EQUAL TO '00'
               OPEN OUTPUT AUDIT-FILE.
           OPEN INPUT MESSAGE-IN.
           MOVE 'NO' TO CMMSG-EOF-SW.
           IF CMMSG-IN-STATUS NOT EQUAL TO '00'
               SET CMMSG-AT-EOF TO TRUE
               MOVE 'NO NOTE TRAFFIC THIS CYCLE' TO RELAY-REPORT-REC
               WRITE RELAY-REPORT-REC.
           PERFORM TAKE-ONE-MESSAGE UNTIL CMMSG-AT-EOF.
           IF CMMSG-IN-STATUS EQUAL TO '00'
             OR CMMSG-IN-STATUS EQUAL TO '10'
               CLOSE MESSAGE-IN.
           CLOSE AUDIT-FILE.
           PERFORM WRITE-RELAY-TOTALS.
           CLOSE SEND-DECK-OUT RELAY-REPORT.
           IF CMMSG-REJECT-CNT NOT EQUAL TO ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE.
           GOBACK.

       LOAD-TERMINAL-ROSTER.
           MOVE 'NO' TO CMMSG-EOF-SW.
           OPEN INPUT ROSTER-FILE.
           IF CMMSG-ROSTER-STATUS EQUAL TO '00'
               PERFORM LOAD-ONE-ROSTER-TERMINAL
                   UNTIL CMMSG-AT-EOF
                      OR CMMSG-ROSTER-USED NOT LESS THAN 10
               CLOSE ROSTER-FILE.

       LOAD-ONE-ROSTER-TERMINAL.
           READ ROSTER-FILE
               AT END SET CMMSG-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO CMMSG-ROSTER-USED
                   MOVE ROSTER-FILE-REC
                       TO CMMSG-ROSTER-TERM (CMMSG-ROSTER-USED).

      * No group dataset simply means notes go terminal to terminal.
       LOAD-ROSTER-GROUPS.
           MOVE 'NO' TO CMMSG-EOF-SW.
           OPEN INPUT GROUP-FILE.
           IF CMMSG-GROUP-STATUS NOT EQUAL TO '00'
               MOVE 'NO ROSTER GROUP DATASET - TERMINAL NAMES ONLY'
                   TO RELAY-REPORT-REC
               WRITE RELAY-REPORT-REC
           ELSE
               PERFORM LOAD-ONE-GROUP-MEMBER
                   UNTIL CMMSG-AT-EOF
                      OR CMMSG-GROUP-USED NOT LESS THAN 100
               CLOSE GROUP-FILE.

       LOAD-ONE-GROUP-MEMBER.
           READ GROUP-FILE
               AT END SET CMMSG-AT-EOF TO TRUE
               NOT AT END
                   IF GRP-NAME NOT EQUAL TO SPACE
                     AND GRP-NAME(1:1) NOT EQUAL TO '*'
                     AND GRP-MEMBER NOT EQUAL TO SPACE
                       ADD 1 TO CMMSG-GROUP-USED
                       MOVE GRP-NAME TO
                           CMMSG-GROUP-NAME (CMMSG-GROUP-USED)
                       MOVE GRP-MEMBER TO
                           CMMSG-GROUP-MEMBER (CMMSG-GROUP-USED)
                   END-IF.

       TAKE-ONE-MESSAGE.
           READ MESSAGE-IN
               AT END SET CMMSG-AT-EOF TO TRUE
               NOT AT END PERFORM EDIT-ONE-MESSAGE
                   THRU EDIT-ONE-MESSAGE-EX.

      * Traffic from a terminal off the roster is reported but not
      * answered, as in CMMNT.  A destination is looked up as a
      * roster terminal first and only then as a group name.
       EDIT-ONE-MESSAGE.
           ADD 1 TO CMMSG-NOTE-CNT.
           MOVE SPACES TO CMMSG-REPORT-LINE.
           STRING 'FROM ' MSGM-SOURCE ' USER ' MSGM-USER-ID
               ': ' MSGM-TEXT
               DELIMITED BY SIZE INTO CMMSG-REPORT-LINE.
           MOVE CMMSG-REPORT-LINE TO RELAY-REPORT-REC.
           WRITE RELAY-REPORT-REC.
           MOVE MSGM-SOURCE TO CMMSG-LOOKUP-TERM.
           PERFORM CHECK-ROSTER-TERMINAL.
           IF NOT CMMSG-ENTRY-FOUND
               ADD 1 TO CMMSG-REJECT-CNT
               MOVE '   REJECTED: NOT A ROSTER TERMINAL - NO REPLY SENT'
                   TO RELAY-REPORT-REC
               WRITE RELAY-REPORT-REC
               GO TO EDIT-ONE-MESSAGE-EX.
           IF MSGM-TAG NOT EQUAL TO 'MSG'
             OR MSGM-DESTINATION EQUAL TO SPACE
             OR MSGM-BODY EQUAL TO SPACE
               MOVE 'REJECTED - SEND MSG DESTINATION IN 5-16 NOTE 18-49'
                   TO CMMSG-REPLY-LINE
               PERFORM REJECT-ONE-MESSAGE
               GO TO EDIT-ONE-MESSAGE-EX.
           IF MSGM-DESTINATION EQUAL TO MSGM-SOURCE
               MOVE 'REJECTED - NOTE ADDRESSED TO THIS TERMINAL'
                   TO CMMSG-REPLY-LINE
               PERFORM REJECT-ONE-MESSAGE
               GO TO EDIT-ONE-MESSAGE-EX.
           MOVE MSGM-SOURCE TO CMMSG-RELAY-SOURCE.
           MOVE MSGM-USER-ID TO CMMSG-RELAY-USER.
           MOVE MSGM-BODY TO CMMSG-RELAY-BODY.
           MOVE MSGM-DESTINATION TO CMMSG-LOOKUP-TERM.
           PERFORM CHECK-ROSTER-TERMINAL.
           IF CMMSG-ENTRY-FOUND
               MOVE MSGM-DESTINATION TO CMMSG-DELIVER-TO
               PERFORM QUEUE-ONE-DELIVERY
               MOVE SPACES TO CMMSG-REPLY-LINE
               STRING 'QUEUED FOR ' DELIMITED BY SIZE
                   MSGM-DESTINATION DELIMITED BY SPACE
                   ' - RECEIPT FOLLOWS ON DELIVERY' DELIMITED BY SIZE
                   INTO CMMSG-REPLY-LINE
               PERFORM SEND-ONE-REPLY
               GO TO EDIT-ONE-MESSAGE-EX.
           MOVE 'NO' TO CMMSG-GROUP-SW.
           MOVE ZERO TO CMMSG-MEMBER-CNT.
           MOVE ZERO TO CMMSG-GROUP-SUB.
           PERFORM QUEUE-ONE-GROUP-MEMBER
               UNTIL CMMSG-GROUP-SUB NOT LESS THAN CMMSG-GROUP-USED.
           IF NOT CMMSG-GROUP-FOUND
               MOVE SPACES TO CMMSG-REPLY-LINE
               STRING 'REJECTED - ' DELIMITED BY SIZE
                   MSGM-DESTINATION DELIMITED BY SPACE
                   ' IS NO ROSTER TERMINAL OR GROUP' DELIMITED BY SIZE
                   INTO CMMSG-REPLY-LINE
               PERFORM REJECT-ONE-MESSAGE
               GO TO EDIT-ONE-MESSAGE-EX.
           IF CMMSG-MEMBER-CNT EQUAL TO ZERO
               MOVE SPACES TO CMMSG-REPLY-LINE
               STRING 'REJECTED - GROUP ' DELIMITED BY SIZE
                   MSGM-DESTINATION DELIMITED BY SPACE
                   ' HAS NO OTHER ROSTER TERMINAL' DELIMITED BY SIZE
                   INTO CMMSG-REPLY-LINE
               PERFORM REJECT-ONE-MESSAGE
               GO TO EDIT-ONE-MESSAGE-EX.
           MOVE SPACES TO CMMSG-REPLY-LINE.
           STRING 'QUEUED FOR ' CMMSG-MEMBER-CNT
               ' OF GROUP ' DELIMITED BY SIZE
               MSGM-DESTINATION DELIMITED BY SPACE
               ' - RECEIPTS FOLLOW' DELIMITED BY SIZE
               INTO CMMSG-REPLY-LINE.
           PERFORM SEND-ONE-REPLY.
       EDIT-ONE-MESSAGE-EX.
           EXIT.

      * A group member off the roster, or the sender's own terminal,
      * is passed over; the rest each get a copy.
       QUEUE-ONE-GROUP-MEMBER.
           ADD 1 TO CMMSG-GROUP-SUB.
           IF CMMSG-GROUP-NAME (CMMSG-GROUP-SUB) EQUAL TO
                   MSGM-DESTINATION
               SET CMMSG-GROUP-FOUND TO TRUE
               MOVE CMMSG-GROUP-MEMBER (CMMSG-GROUP-SUB)
                   TO CMMSG-LOOKUP-TERM
               PERFORM CHECK-ROSTER-TERMINAL
               IF NOT CMMSG-ENTRY-FOUND
                   MOVE SPACES TO CMMSG-REPORT-LINE
                   STRING '   PASSED OVER ' CMMSG-LOOKUP-TERM
                       ': NOT A ROSTER TERMINAL'
                       DELIMITED BY SIZE INTO CMMSG-REPORT-LINE
                   MOVE CMMSG-REPORT-LINE TO RELAY-REPORT-REC
                   WRITE RELAY-REPORT-REC
               ELSE IF CMMSG-LOOKUP-TERM NOT EQUAL TO MSGM-SOURCE
                   ADD 1 TO CMMSG-MEMBER-CNT
                   MOVE CMMSG-LOOKUP-TERM TO CMMSG-DELIVER-TO
                   PERFORM QUEUE-ONE-DELIVERY
               END-IF
               END-IF
           END-IF.

       CHECK-ROSTER-TERMINAL.
           MOVE 'NO' TO CMMSG-FOUND-SW.
           MOVE ZERO TO CMMSG-ROSTER-SUB.
           PERFORM MATCH-ONE-ROSTER-TERMINAL
               UNTIL CMMSG-ENTRY-FOUND
                  OR CMMSG-ROSTER-SUB NOT LESS THAN
                     CMMSG-ROSTER-USED.

       MATCH-ONE-ROSTER-TERMINAL.
           ADD 1 TO CMMSG-ROSTER-SUB.
           IF CMMSG-ROSTER-TERM (CMMSG-ROSTER-SUB) EQUAL TO
                   CMMSG-LOOKUP-TERM
               SET CMMSG-ENTRY-FOUND TO TRUE.

       QUEUE-ONE-DELIVERY.
           ADD 1 TO CMMSG-QUEUED-CNT.
           MOVE SPACES TO SEND-DECK-REC.
           MOVE CMMSG-DELIVER-TO TO SND-DESTINATION.
           MOVE CMMSG-RELAY-TEXT TO SND-MESSAGE.
           MOVE 'M' TO SND-KIND.
           WRITE SEND-DECK-REC.
           MOVE MSGM-SOURCE TO AUDIT-TERMINAL.
           MOVE 'MSGQUEUE' TO AUDIT-OPERATION.
           MOVE '00' TO AUDIT-STATUS-KEY.
           MOVE CMMSG-QUEUED-CNT TO AUDIT-MSG-COUNT.
           MOVE CMMSG-DELIVER-TO TO AUDIT-PARTNER.
           PERFORM WRITE-AUDIT-ENTRY.
           MOVE SPACES TO CMMSG-REPORT-LINE.
           STRING '   QUEUED FOR ' CMMSG-DELIVER-TO
               DELIMITED BY SIZE INTO CMMSG-REPORT-LINE.
           MOVE CMMSG-REPORT-LINE TO RELAY-REPORT-REC.
           WRITE RELAY-REPORT-REC.

       WRITE-AUDIT-ENTRY.
           ACCEPT AUDIT-TIMESTAMP FROM TIME.
           MOVE SPACES TO AUDIT-FILE-REC.
           STRING AUDIT-TERMINAL     DELIMITED BY SIZE
                 ' '                 DELIMITED BY SIZE
                 AUDIT-OPERATION     DELIMITED BY SIZE
                 ' STATUS='          DELIMITED BY SIZE
                 AUDIT-STATUS-KEY    DELIMITED BY SIZE
                 ' MSGCNT='          DELIMITED BY SIZE
                 AUDIT-MSG-COUNT     DELIMITED BY SIZE
                 ' AT '              DELIMITED BY SIZE
                 AUDIT-TIMESTAMP     DELIMITED BY SIZE
                 ' TO='              DELIMITED BY SIZE
                 AUDIT-PARTNER       DELIMITED BY SIZE
               INTO AUDIT-FILE-REC.
           WRITE AUDIT-FILE-REC.

       REJECT-ONE-MESSAGE.
           ADD 1 TO CMMSG-REJECT-CNT.
           PERFORM SEND-ONE-REPLY.

       SEND-ONE-REPLY.
           MOVE SPACES TO SEND-DECK-REC.
           MOVE MSGM-SOURCE TO SND-DESTINATION.
           MOVE CMMSG-REPLY-LINE TO SND-MESSAGE.
           WRITE SEND-DECK-REC.
           MOVE SPACES TO CMMSG-REPORT-LINE.
           STRING '   REPLIED: ' CMMSG-REPLY-LINE
               DELIMITED BY SIZE INTO CMMSG-REPORT-LINE.
           MOVE CMMSG-REPORT-LINE TO RELAY-REPORT-REC.
           WRITE RELAY-REPORT-REC.
           MOVE SPACES TO CMMSG-REPLY-LINE.

       WRITE-RELAY-TOTALS.
           MOVE SPACES TO RELAY-REPORT-REC.
           WRITE RELAY-REPORT-REC.
           MOVE SPACES TO CMMSG-REPORT-LINE.
           STRING 'NOTES = ' CMMSG-NOTE-CNT
               '  COPIES QUEUED = ' CMMSG-QUEUED-CNT
               '  REJECTED = ' CMMSG-REJECT-CNT
               DELIMITED BY SIZE INTO CMMSG-REPORT-LINE.
           MOVE CMMSG-REPORT-LINE TO RELAY-REPORT-REC.
           WRITE RELAY-REPORT-REC.
