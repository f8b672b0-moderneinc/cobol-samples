000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           CMMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MNT-CARD-FILE ASSIGN TO MMNCRD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CMMNT-CARD-STATUS.
           SELECT MAINT-IN ASSIGN TO MNTMSGS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CMMNT-IN-STATUS.
           SELECT ROSTER-FILE ASSIGN TO ROSTERIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CMMNT-ROSTER-STATUS.
           SELECT SIGNON-FILE ASSIGN TO TERMSIGN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CMMNT-SIGN-STATUS.
           SELECT AUTH-FILE ASSIGN TO MNTAUTH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CMMNT-AUTH-STATUS.
           SELECT IX-FD1 ASSIGN TO IXFD1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IX-FD1-KEY
               ALTERNATE RECORD KEY IS IX-FD1-ALTKEY1
                   WITH DUPLICATES
               FILE STATUS IS CMMNT-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO MNTJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CMMNT-JRNL-STATUS.
           SELECT AWAIT-IN ASSIGN TO AWAITIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CMMNT-AWAIT-STATUS.
           SELECT AWAIT-OUT ASSIGN TO AWAITOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT TRANSACTION-OUT ASSIGN TO TRMTRAN
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPLY-DECK-OUT ASSIGN TO REQOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT MAINT-REPORT ASSIGN TO MMNRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      * Optional control card: the check-digit mode IXMAINT's APPLY
      * card carries in 16-20 (MOD10, MOD11 or blank) in 1-5, and
      * in 7-9 the days an accepted change may wait for its
      * journal record before the terminal is told to look at the
      * maintenance report instead (default 3).
       FD  MNT-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  MNT-CARD.
           02 CARD-CHECK-MODE      PIC X(5).
           02 FILLER               PIC X(1).
           02 CARD-WAIT-DAYS       PIC 9(3).
           02 FILLER               PIC X(71).

      * Input is the maintenance stream CMROUTE splits off under its
      * MNT routing rule: originating terminal in 1-12, the routed
      * message text in 14-63, and in 65-72 the user whose session
      * CMROUTE routed it under.  Inside the text: MNT in 1-3, the
      * verb in 5-7 (ADD, UPD or DEL) and the primary key in 9-18,
      * then by verb:
      *   ADD - alternate key in 20-29 and the opening 20
      *         characters of the record body in 31-50
      *   UPD - a body column 001-120 in 20-22 and, in 24-50, the
      *         text that replaces the 27 body columns from there
      *         (fewer at the end of the body); the rest of the
      *         record stays as it is on file
      *   DEL - nothing further
       FD  MAINT-IN
           LABEL RECORDS ARE STANDARD.
       01  MAINT-IN-REC.
           02 MNT-SOURCE           PIC X(12).
           02 FILLER               PIC X(1).
           02 MNT-TEXT.
              03 MNT-TAG           PIC X(3).
              03 FILLER            PIC X(1).
              03 MNT-VERB          PIC X(3).
              03 FILLER            PIC X(1).
              03 MNT-KEY           PIC X(10).
              03 FILLER            PIC X(1).
              03 MNT-DETAIL        PIC X(31).
              03 MNT-ADD-DETAIL REDEFINES MNT-DETAIL.
                 04 MNT-ALTKEY     PIC X(10).
                 04 FILLER         PIC X(1).
                 04 MNT-ADD-BODY   PIC X(20).
              03 MNT-UPD-DETAIL REDEFINES MNT-DETAIL.
                 04 MNT-UPD-COLUMN PIC 9(3).
                 04 FILLER         PIC X(1).
                 04 MNT-UPD-TEXT   PIC X(27).
           02 FILLER               PIC X(1).
           02 MNT-USER-ID          PIC X(8).
           02 FILLER               PIC X(8).

      * The terminal roster the comm step delivers to.
       FD  ROSTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  ROSTER-FILE-REC         PIC X(12).

      * CMROUTE's session table, for traffic routed with no user
      * on it.
       FD  SIGNON-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CM_SESS.

      * The authorization dataset the controls group maintains.
       FD  AUTH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MNT_AUTH.

      * IX-FD1 exactly as IX206A builds it.
       FD  IX-FD1
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 240 CHARACTERS.
       01  IX-FD1R1-F-G-240.
           05 IX-FD1-REC-120       PIC X(120).
           05 IX-FD1-REC-120-240.
              10 FILLER            PIC X(8).
              10 IX-FD1-REC-KEY.
                 15 FILLER         PIC X(19).
                 15 IX-FD1-KEY     PIC X(10).
              10 FILLER            PIC X(9).
              10 IX-FD1-ALT1-KEY.
                 15 FILLER         PIC X(19).
                 15 IX-FD1-ALTKEY1 PIC X(10).
              10 FILLER            PIC X(45).

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MNT_JRNL.

      * Accepted changes still waiting for their journal record,
      * carried from cycle to cycle: terminal 1-12, user id 14-21,
      * verb 23-25, key 27-36, date 38-45 and time 47-52 accepted.
       FD  AWAIT-IN
           LABEL RECORDS ARE STANDARD.
       01  AWAIT-IN-REC.
           02 AWTI-TERMINAL        PIC X(12).
           02 FILLER               PIC X(1).
           02 AWTI-USER-ID         PIC X(8).
           02 FILLER               PIC X(1).
           02 AWTI-VERB            PIC X(3).
           02 FILLER               PIC X(1).
           02 AWTI-KEY             PIC X(10).
           02 FILLER               PIC X(1).
           02 AWTI-DATE            PIC 9(8).
           02 FILLER               PIC X(1).
           02 AWTI-TIME            PIC 9(6).
           02 FILLER               PIC X(28).

       FD  AWAIT-OUT
           LABEL RECORDS ARE STANDARD.
       01  AWAIT-OUT-REC.
           02 AWTO-TERMINAL        PIC X(12).
           02 FILLER               PIC X(1).
           02 AWTO-USER-ID         PIC X(8).
           02 FILLER               PIC X(1).
           02 AWTO-VERB            PIC X(3).
           02 FILLER               PIC X(1).
           02 AWTO-KEY             PIC X(10).
           02 FILLER               PIC X(1).
           02 AWTO-DATE            PIC 9(8).
           02 FILLER               PIC X(1).
           02 AWTO-TIME            PIC 9(6).
           02 FILLER               PIC X(28).

      * IXMAINT transaction records, for the next APPLY to take
      * with the card deck.
       FD  TRANSACTION-OUT
           LABEL RECORDS ARE STANDARD.
       01  TRANSACTION-OUT-REC     PIC X(160).

      * Replies go back through the send deck the comm step already
      * redelivers from: destination 1-12, message text from 14.
       FD  REPLY-DECK-OUT
           LABEL RECORDS ARE STANDARD.
       01  REPLY-DECK-REC.
           02 RPLY-DESTINATION     PIC X(12).
           02 FILLER               PIC X(1).
           02 RPLY-MESSAGE         PIC X(60).
           02 FILLER               PIC X(7).

       FD  MAINT-REPORT
           LABEL RECORDS ARE STANDARD.
       01  MAINT-REPORT-REC        PIC X(120).

       WORKING-STORAGE SECTION.
       01  CMMNT-CARD-STATUS       PIC XX VALUE '00'.
       01  CMMNT-IN-STATUS         PIC XX VALUE '00'.
       01  CMMNT-ROSTER-STATUS     PIC XX VALUE '00'.
       01  CMMNT-SIGN-STATUS       PIC XX VALUE '00'.
       01  CMMNT-AUTH-STATUS       PIC XX VALUE '00'.
       01  CMMNT-FILE-STATUS       PIC XX VALUE '00'.
       01  CMMNT-JRNL-STATUS       PIC XX VALUE '00'.
       01  CMMNT-AWAIT-STATUS      PIC XX VALUE '00'.
       01  CMMNT-EOF-SW            PIC X(3) VALUE 'NO'.
           88 CMMNT-AT-EOF               VALUE 'YES'.
       01  CMMNT-AUTH-LOADED-SW    PIC X(3) VALUE 'NO'.
           88 CMMNT-AUTH-IN-FORCE        VALUE 'YES'.
       01  CMMNT-GRANTED-SW        PIC X(3) VALUE 'NO'.
           88 CMMNT-IS-GRANTED           VALUE 'YES'.
       01  CMMNT-FOUND-SW          PIC X(3) VALUE 'NO'.
           88 CMMNT-ENTRY-FOUND          VALUE 'YES'.
       01  CMMNT-CHECK-MODE        PIC X(5) VALUE SPACE.
       01  CMMNT-CKD-RESULT        PIC X(1) VALUE SPACE.
       01  CMMNT-WAIT-DAYS         PIC 9(3) VALUE 3.
       01  CMMNT-RUN-DATE          PIC 9(8) VALUE ZERO.
       01  CMMNT-RUN-TIME          PIC 9(6) VALUE ZERO.
       01  CMMNT-TIME-FULL.
           02 CMMNT-TIME-HHMMSS   PIC 9(6).
           02 FILLER               PIC 99.
       01  CMMNT-TODAY-INT         PIC 9(8) VALUE ZERO.
       01  CMMNT-AGE-DAYS          PIC 9(5) VALUE ZERO.
       01  CMMNT-USER-ID           PIC X(8) VALUE SPACE.
       01  CMMNT-TEXT-LENGTH       PIC 9(3) VALUE ZERO.
       01  CMMNT-REQUEST-CNT       PIC 9(5) VALUE ZERO.
       01  CMMNT-ACCEPTED-CNT      PIC 9(5) VALUE ZERO.
       01  CMMNT-REJECT-CNT        PIC 9(5) VALUE ZERO.
       01  CMMNT-CONFIRMED-CNT     PIC 9(5) VALUE ZERO.
       01  CMMNT-EXPIRED-CNT       PIC 9(5) VALUE ZERO.
       01  CMMNT-CARRIED-CNT       PIC 9(5) VALUE ZERO.
       01  CMMNT-REPORT-LINE       PIC X(120) VALUE SPACE.
       01  CMMNT-REPLY-LINE        PIC X(60) VALUE SPACE.
       01  CMMNT-REPLY-DEST        PIC X(12) VALUE SPACE.

       01  CMMNT-ROSTER-USED       PIC 9(2) VALUE ZERO.
       01  CMMNT-ROSTER-SUB        PIC 9(2) VALUE ZERO.
       01  CMMNT-ROSTER-TABLE.
           02 CMMNT-ROSTER-TERM OCCURS 10 TIMES PIC X(12).

       01  CMMNT-SIGN-USED         PIC 9(2) VALUE ZERO.
       01  CMMNT-SIGN-SUB          PIC 9(2) VALUE ZERO.
       01  CMMNT-SIGN-TABLE.
           02 CMMNT-SIGN-ENTRY OCCURS 30 TIMES.
              03 CMMNT-SIGN-TERM        PIC X(12).
              03 CMMNT-SIGN-USER        PIC X(8).

       01  CMMNT-AUTH-USED         PIC 9(3) VALUE ZERO.
       01  CMMNT-AUTH-SUB          PIC 9(3) VALUE ZERO.
       01  CMMNT-AUTH-TABLE.
           02 CMMNT-AUTH-ENTRY OCCURS 100 TIMES.
              03 CMMNT-AUTH-USER        PIC X(8).
              03 CMMNT-AUTH-VERB        PIC X(3).
              03 CMMNT-AUTH-LOW         PIC X(10).
              03 CMMNT-AUTH-HIGH        PIC X(10).

      * Accepted changes waiting for the APPLY, last cycle's and
      * this cycle's alike.
       01  CMMNT-AWAIT-USED        PIC 9(3) VALUE ZERO.
       01  CMMNT-AWAIT-SUB         PIC 9(3) VALUE ZERO.
       01  CMMNT-AWAIT-TABLE.
           02 CMMNT-AWAIT-ENTRY OCCURS 500 TIMES.
              03 CMMNT-AWAIT-TERM       PIC X(12).
              03 CMMNT-AWAIT-USER       PIC X(8).
              03 CMMNT-AWAIT-VERB       PIC X(3).
              03 CMMNT-AWAIT-KEY        PIC X(10).
              03 CMMNT-AWAIT-DATE       PIC 9(8).
              03 CMMNT-AWAIT-TIME       PIC 9(6).
              03 CMMNT-AWAIT-DONE       PIC X(1).
                 88 CMMNT-AWAIT-SETTLED       VALUE 'Y'.

      * An IXMAINT transaction, as IXMAINT lays it out: verb 1-3,
      * primary key 5-14, alternate key 16-25, body from 27, the
      * submitting user id in 148-155.
       01  TRANSACTION-REC.
           02 TRAN-VERB            PIC X(3).
           02 FILLER               PIC X(1).
           02 TRAN-KEY             PIC X(10).
           02 FILLER               PIC X(1).
           02 TRAN-ALTKEY          PIC X(10).
           02 FILLER               PIC X(1).
           02 TRAN-BODY            PIC X(120).
           02 FILLER               PIC X(1).
           02 TRAN-USER-ID         PIC X(8).
           02 FILLER               PIC X(5).

       PROCEDURE DIVISION.

      * Terminal-entered maintenance of IX-FD1.  CMINQ let a
      * terminal read the file, but a change still meant a card
      * deck and a wait for the batch.  CMROUTE now peels "MNT"
      * traffic into this handler: each ADD, UPD or DEL from a
      * roster terminal is stamped with the user signed on there,
      * put through IXMAINT's own authority grants and check-digit
      * edit, and becomes a transaction record for the next APPLY.
      * The terminal hears at once whether it was accepted, and
      * hears again once the APPLY has journaled the change - the
      * journal is read at the start of every cycle for changes
      * still waiting.  The APPLY keeps its own edits (freeze,
      * reserved keys, dual control); a change those stop never
      * journals, and after the waiting days the terminal is told
      * to look at the maintenance report.
      * RC=4 when any message was rejected.
       MAINLINE.
           ACCEPT CMMNT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT CMMNT-TIME-FULL FROM TIME.
           MOVE CMMNT-TIME-HHMMSS TO CMMNT-RUN-TIME.
           COMPUTE CMMNT-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (CMMNT-RUN-DATE).
           PERFORM READ-CONTROL-CARD.
           OPEN OUTPUT REPLY-DECK-OUT MAINT-REPORT.
           MOVE 'TERMINAL MAINTENANCE HANDLER - IX-FD1'
               TO MAINT-REPORT-REC.
           WRITE MAINT-REPORT-REC.
           PERFORM LOAD-TERMINAL-ROSTER.
           PERFORM LOAD-SIGNON-TABLE.
           PERFORM LOAD-AUTHORITY-TABLE.
           PERFORM LOAD-AWAITING-CHANGES.
           PERFORM CONFIRM-JOURNALED-CHANGES.
           OPEN INPUT MAINT-IN IX-FD1
               OUTPUT TRANSACTION-OUT.
           MOVE 'NO' TO CMMNT-EOF-SW.
           IF CMMNT-IN-STATUS NOT EQUAL TO '00'
               SET CMMNT-AT-EOF TO TRUE
               MOVE 'NO MAINTENANCE TRAFFIC THIS CYCLE'
                   TO MAINT-REPORT-REC
               WRITE MAINT-REPORT-REC.
           PERFORM TAKE-ONE-MESSAGE UNTIL CMMNT-AT-EOF.
           CLOSE IX-FD1 TRANSACTION-OUT.
           IF CMMNT-IN-STATUS EQUAL TO '00'
             OR CMMNT-IN-STATUS EQUAL TO '10'
               CLOSE MAINT-IN.
           PERFORM CARRY-AWAITING-CHANGES.
           PERFORM WRITE-HANDLER-TOTALS.
           CLOSE REPLY-DECK-OUT MAINT-REPORT.
           IF CMMNT-REJECT-CNT NOT EQUAL TO ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE.
           GOBACK.

       READ-CONTROL-CARD.
           OPEN INPUT MNT-CARD-FILE.
           IF CMMNT-CARD-STATUS EQUAL TO '00'
               READ MNT-CARD-FILE
                   AT END MOVE SPACES TO MNT-CARD
               END-READ
               MOVE CARD-CHECK-MODE TO CMMNT-CHECK-MODE
               IF CARD-WAIT-DAYS IS NUMERIC
                 AND CARD-WAIT-DAYS NOT EQUAL TO ZERO
                   MOVE CARD-WAIT-DAYS TO CMMNT-WAIT-DAYS
               END-IF
               CLOSE MNT-CARD-FILE.

       LOAD-TERMINAL-ROSTER.
           MOVE 'NO' TO CMMNT-EOF-SW.
           OPEN INPUT ROSTER-FILE.
           IF CMMNT-ROSTER-STATUS EQUAL TO '00'
               PERFORM LOAD-ONE-ROSTER-TERMINAL
                   UNTIL CMMNT-AT-EOF
                      OR CMMNT-ROSTER-USED NOT LESS THAN 10
               CLOSE ROSTER-FILE.

       LOAD-ONE-ROSTER-TERMINAL.
           READ ROSTER-FILE
               AT END SET CMMNT-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO CMMNT-ROSTER-USED
                   MOVE ROSTER-FILE-REC
                       TO CMMNT-ROSTER-TERM (CMMNT-ROSTER-USED).

       LOAD-SIGNON-TABLE.
           MOVE 'NO' TO CMMNT-EOF-SW.
           OPEN INPUT SIGNON-FILE.
           IF CMMNT-SIGN-STATUS EQUAL TO '00'
               PERFORM LOAD-ONE-SIGNON
                   UNTIL CMMNT-AT-EOF
                      OR CMMNT-SIGN-USED NOT LESS THAN 30
               CLOSE SIGNON-FILE.

       LOAD-ONE-SIGNON.
           READ SIGNON-FILE
               AT END SET CMMNT-AT-EOF TO TRUE
               NOT AT END
                   IF SESS-TERMINAL NOT EQUAL TO SPACE
                     AND SESS-USER-ID NOT EQUAL TO SPACE
                       ADD 1 TO CMMNT-SIGN-USED
                       MOVE SESS-TERMINAL
                           TO CMMNT-SIGN-TERM (CMMNT-SIGN-USED)
                       MOVE SESS-USER-ID
                           TO CMMNT-SIGN-USER (CMMNT-SIGN-USED)
                   END-IF.

      * A missing authorization dataset means the control has not
      * been deployed at this site yet; as in IXMAINT the handler
      * proceeds open but says so once on the report.
       LOAD-AUTHORITY-TABLE.
           MOVE 'NO' TO CMMNT-EOF-SW.
           OPEN INPUT AUTH-FILE.
           IF CMMNT-AUTH-STATUS NOT EQUAL TO '00'
               MOVE 'NO AUTHORIZATION DATASET - EDIT NOT IN FORCE'
                   TO MAINT-REPORT-REC
               WRITE MAINT-REPORT-REC
           ELSE
               SET CMMNT-AUTH-IN-FORCE TO TRUE
               PERFORM LOAD-ONE-AUTH-RECORD
                   UNTIL CMMNT-AT-EOF
                      OR CMMNT-AUTH-USED NOT LESS THAN 100
               CLOSE AUTH-FILE.

       LOAD-ONE-AUTH-RECORD.
           READ AUTH-FILE
               AT END SET CMMNT-AT-EOF TO TRUE
               NOT AT END
                   IF AUTH-USER-ID NOT EQUAL TO SPACE
                     AND AUTH-USER-ID(1:1) NOT EQUAL TO '*'
                       ADD 1 TO CMMNT-AUTH-USED
                       MOVE AUTH-USER-ID TO
                           CMMNT-AUTH-USER (CMMNT-AUTH-USED)
                       MOVE AUTH-VERB TO
                           CMMNT-AUTH-VERB (CMMNT-AUTH-USED)
                       MOVE AUTH-KEY-LOW TO
                           CMMNT-AUTH-LOW (CMMNT-AUTH-USED)
                       MOVE AUTH-KEY-HIGH TO
                           CMMNT-AUTH-HIGH (CMMNT-AUTH-USED)
                   END-IF.

       LOAD-AWAITING-CHANGES.
           MOVE 'NO' TO CMMNT-EOF-SW.
           OPEN INPUT AWAIT-IN.
           IF CMMNT-AWAIT-STATUS EQUAL TO '00'
               PERFORM LOAD-ONE-AWAITING-CHANGE
                   UNTIL CMMNT-AT-EOF
                      OR CMMNT-AWAIT-USED NOT LESS THAN 500
               CLOSE AWAIT-IN.

       LOAD-ONE-AWAITING-CHANGE.
           READ AWAIT-IN
               AT END SET CMMNT-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO CMMNT-AWAIT-USED
                   MOVE AWTI-TERMINAL
                       TO CMMNT-AWAIT-TERM (CMMNT-AWAIT-USED)
                   MOVE AWTI-USER-ID
                       TO CMMNT-AWAIT-USER (CMMNT-AWAIT-USED)
                   MOVE AWTI-VERB
                       TO CMMNT-AWAIT-VERB (CMMNT-AWAIT-USED)
                   MOVE AWTI-KEY
                       TO CMMNT-AWAIT-KEY (CMMNT-AWAIT-USED)
                   MOVE AWTI-DATE
                       TO CMMNT-AWAIT-DATE (CMMNT-AWAIT-USED)
                   MOVE AWTI-TIME
                       TO CMMNT-AWAIT-TIME (CMMNT-AWAIT-USED)
                   MOVE 'N' TO CMMNT-AWAIT-DONE (CMMNT-AWAIT-USED).

      * A journal record settles the oldest waiting change with the
      * same user, verb and key that was accepted no later than the
      * record was written.
       CONFIRM-JOURNALED-CHANGES.
           IF CMMNT-AWAIT-USED NOT EQUAL TO ZERO
               MOVE 'NO' TO CMMNT-EOF-SW
               OPEN INPUT JOURNAL-FILE
               IF CMMNT-JRNL-STATUS EQUAL TO '00'
                   PERFORM CONFIRM-ONE-JOURNAL-REC
                       UNTIL CMMNT-AT-EOF
                   CLOSE JOURNAL-FILE
               END-IF
           END-IF.

       CONFIRM-ONE-JOURNAL-REC.
           READ JOURNAL-FILE
               AT END SET CMMNT-AT-EOF TO TRUE
               NOT AT END PERFORM MATCH-JOURNAL-TO-AWAITING.

       MATCH-JOURNAL-TO-AWAITING.
           MOVE 'NO' TO CMMNT-FOUND-SW.
           MOVE ZERO TO CMMNT-AWAIT-SUB.
           PERFORM MATCH-ONE-AWAITING-CHANGE
               UNTIL CMMNT-ENTRY-FOUND
                  OR CMMNT-AWAIT-SUB NOT LESS THAN CMMNT-AWAIT-USED.
           IF CMMNT-ENTRY-FOUND
               MOVE 'Y' TO CMMNT-AWAIT-DONE (CMMNT-AWAIT-SUB)
               ADD 1 TO CMMNT-CONFIRMED-CNT
               MOVE CMMNT-AWAIT-TERM (CMMNT-AWAIT-SUB)
                   TO CMMNT-REPLY-DEST
               MOVE SPACES TO CMMNT-REPLY-LINE
               STRING 'APPLIED ' JRNL-VERB ' KEY=' JRNL-KEY
                   ' JOURNAL SEQ ' JRNL-SEQ ' ' JRNL-DATE
                   DELIMITED BY SIZE INTO CMMNT-REPLY-LINE
               PERFORM SEND-ONE-REPLY.

       MATCH-ONE-AWAITING-CHANGE.
           ADD 1 TO CMMNT-AWAIT-SUB.
           IF NOT CMMNT-AWAIT-SETTLED (CMMNT-AWAIT-SUB)
             AND CMMNT-AWAIT-USER (CMMNT-AWAIT-SUB)
                   EQUAL TO JRNL-USER-ID
             AND CMMNT-AWAIT-VERB (CMMNT-AWAIT-SUB)
                   EQUAL TO JRNL-VERB
             AND CMMNT-AWAIT-KEY (CMMNT-AWAIT-SUB)
                   EQUAL TO JRNL-KEY
             AND (JRNL-DATE IS GREATER THAN
                   CMMNT-AWAIT-DATE (CMMNT-AWAIT-SUB)
               OR (JRNL-DATE EQUAL TO
                   CMMNT-AWAIT-DATE (CMMNT-AWAIT-SUB)
                 AND JRNL-TIME IS NOT LESS THAN
                   CMMNT-AWAIT-TIME (CMMNT-AWAIT-SUB)))
               SET CMMNT-ENTRY-FOUND TO TRUE.

       TAKE-ONE-MESSAGE.
           READ MAINT-IN
               AT END SET CMMNT-AT-EOF TO TRUE
               NOT AT END PERFORM EDIT-ONE-MESSAGE
                   THRU EDIT-ONE-MESSAGE-EX.

      * The edits run in the order IXMAINT's APPLY runs them, so a
      * terminal user is turned away here for what the batch would
      * have turned away later.  Traffic from a terminal off the
      * roster is reported but not answered.
       EDIT-ONE-MESSAGE.
           ADD 1 TO CMMNT-REQUEST-CNT.
           MOVE MNT-SOURCE TO CMMNT-REPLY-DEST.
           MOVE SPACES TO CMMNT-REPORT-LINE.
           STRING 'FROM ' MNT-SOURCE ': ' MNT-TEXT
               DELIMITED BY SIZE INTO CMMNT-REPORT-LINE.
           MOVE CMMNT-REPORT-LINE TO MAINT-REPORT-REC.
           WRITE MAINT-REPORT-REC.
           PERFORM CHECK-ROSTER-TERMINAL.
           IF NOT CMMNT-ENTRY-FOUND
               ADD 1 TO CMMNT-REJECT-CNT
               MOVE '   REJECTED: NOT A ROSTER TERMINAL - NO REPLY SENT'
                   TO MAINT-REPORT-REC
               WRITE MAINT-REPORT-REC
               GO TO EDIT-ONE-MESSAGE-EX.
           PERFORM FIND-SIGNED-ON-USER.
           IF NOT CMMNT-ENTRY-FOUND
               MOVE 'REJECTED - NO USER SIGNED ON AT THIS TERMINAL'
                   TO CMMNT-REPLY-LINE
               PERFORM REJECT-ONE-MESSAGE
               GO TO EDIT-ONE-MESSAGE-EX.
           IF MNT-TAG NOT EQUAL TO 'MNT'
             OR (MNT-VERB NOT EQUAL TO 'ADD'
               AND MNT-VERB NOT EQUAL TO 'UPD'
               AND MNT-VERB NOT EQUAL TO 'DEL')
               MOVE 'REJECTED - SEND MNT ADD/UPD/DEL KEY ...'
                   TO CMMNT-REPLY-LINE
               PERFORM REJECT-ONE-MESSAGE
               GO TO EDIT-ONE-MESSAGE-EX.
           IF MNT-KEY EQUAL TO SPACE
               MOVE 'REJECTED - NO KEY GIVEN' TO CMMNT-REPLY-LINE
               PERFORM REJECT-ONE-MESSAGE
               GO TO EDIT-ONE-MESSAGE-EX.
           IF CMMNT-AUTH-IN-FORCE
               PERFORM CHECK-MESSAGE-AUTHORITY
               IF NOT CMMNT-IS-GRANTED
                   MOVE SPACES TO CMMNT-REPLY-LINE
                   STRING 'REJECTED - ' CMMNT-USER-ID
                       ' NOT AUTHORIZED FOR ' MNT-VERB
                       ' KEY=' MNT-KEY
                       DELIMITED BY SIZE INTO CMMNT-REPLY-LINE
                   PERFORM REJECT-ONE-MESSAGE
                   GO TO EDIT-ONE-MESSAGE-EX
               END-IF
           END-IF.
           IF CMMNT-CHECK-MODE NOT EQUAL TO SPACE
             AND MNT-VERB NOT EQUAL TO 'DEL'
               MOVE SPACE TO CMMNT-CKD-RESULT
               CALL 'CKDIGIT' USING CMMNT-CHECK-MODE MNT-KEY
                   CMMNT-CKD-RESULT
               IF CMMNT-CKD-RESULT NOT EQUAL TO 'Y'
                   MOVE SPACES TO CMMNT-REPLY-LINE
                   STRING 'REJECTED - KEY=' MNT-KEY
                       ' FAILS ' CMMNT-CHECK-MODE
                       ' CHECK DIGIT'
                       DELIMITED BY SIZE INTO CMMNT-REPLY-LINE
                   PERFORM REJECT-ONE-MESSAGE
                   GO TO EDIT-ONE-MESSAGE-EX
               END-IF
           END-IF.
           MOVE SPACES TO TRANSACTION-REC.
           MOVE MNT-VERB TO TRAN-VERB.
           MOVE MNT-KEY TO TRAN-KEY.
           MOVE CMMNT-USER-ID TO TRAN-USER-ID.
           MOVE MNT-KEY TO IX-FD1-KEY.
           READ IX-FD1
               INVALID KEY MOVE 'NO' TO CMMNT-FOUND-SW
               NOT INVALID KEY SET CMMNT-ENTRY-FOUND TO TRUE
           END-READ.
           IF MNT-VERB EQUAL TO 'ADD'
               PERFORM BUILD-ADD-TRANSACTION
           ELSE IF MNT-VERB EQUAL TO 'UPD'
               PERFORM BUILD-UPDATE-TRANSACTION
           ELSE
               PERFORM BUILD-DELETE-TRANSACTION
           END-IF
           END-IF.
           IF CMMNT-REPLY-LINE NOT EQUAL TO SPACE
               PERFORM REJECT-ONE-MESSAGE
               GO TO EDIT-ONE-MESSAGE-EX.
           PERFORM ACCEPT-ONE-MESSAGE.
       EDIT-ONE-MESSAGE-EX.
           EXIT.

       CHECK-ROSTER-TERMINAL.
           MOVE 'NO' TO CMMNT-FOUND-SW.
           MOVE ZERO TO CMMNT-ROSTER-SUB.
           PERFORM MATCH-ONE-ROSTER-TERMINAL
               UNTIL CMMNT-ENTRY-FOUND
                  OR CMMNT-ROSTER-SUB NOT LESS THAN
                     CMMNT-ROSTER-USED.

       MATCH-ONE-ROSTER-TERMINAL.
           ADD 1 TO CMMNT-ROSTER-SUB.
           IF CMMNT-ROSTER-TERM (CMMNT-ROSTER-SUB) EQUAL TO
                   MNT-SOURCE
               SET CMMNT-ENTRY-FOUND TO TRUE.

      * The user CMROUTE stamped on the message is the one signed
      * on when it was sent, even if the session has since ended.
       FIND-SIGNED-ON-USER.
           MOVE 'NO' TO CMMNT-FOUND-SW.
           MOVE MNT-USER-ID TO CMMNT-USER-ID.
           IF MNT-USER-ID NOT EQUAL TO SPACE
               SET CMMNT-ENTRY-FOUND TO TRUE.
           MOVE ZERO TO CMMNT-SIGN-SUB.
           PERFORM MATCH-ONE-SIGNON
               UNTIL CMMNT-ENTRY-FOUND
                  OR CMMNT-SIGN-SUB NOT LESS THAN CMMNT-SIGN-USED.

       MATCH-ONE-SIGNON.
           ADD 1 TO CMMNT-SIGN-SUB.
           IF CMMNT-SIGN-TERM (CMMNT-SIGN-SUB) EQUAL TO MNT-SOURCE
               SET CMMNT-ENTRY-FOUND TO TRUE
               MOVE CMMNT-SIGN-USER (CMMNT-SIGN-SUB)
                   TO CMMNT-USER-ID.

      * IXMAINT's grant rule: the user's verb or ALL, over a blank
      * range or one holding the key.
       CHECK-MESSAGE-AUTHORITY.
           MOVE 'NO' TO CMMNT-GRANTED-SW.
           MOVE ZERO TO CMMNT-AUTH-SUB.
           PERFORM MATCH-ONE-AUTH-GRANT
               UNTIL CMMNT-IS-GRANTED
                  OR CMMNT-AUTH-SUB NOT LESS THAN CMMNT-AUTH-USED.

       MATCH-ONE-AUTH-GRANT.
           ADD 1 TO CMMNT-AUTH-SUB.
           IF CMMNT-AUTH-USER (CMMNT-AUTH-SUB) EQUAL TO
                   CMMNT-USER-ID
             AND (CMMNT-AUTH-VERB (CMMNT-AUTH-SUB) EQUAL TO
                   MNT-VERB
               OR CMMNT-AUTH-VERB (CMMNT-AUTH-SUB) EQUAL TO 'ALL')
             AND (CMMNT-AUTH-LOW (CMMNT-AUTH-SUB) EQUAL TO SPACE
               OR (MNT-KEY IS NOT LESS THAN
                     CMMNT-AUTH-LOW (CMMNT-AUTH-SUB)
                   AND MNT-KEY IS NOT GREATER THAN
                     CMMNT-AUTH-HIGH (CMMNT-AUTH-SUB)))
               SET CMMNT-IS-GRANTED TO TRUE.

      * Each builder leaves REPLY-LINE blank when the transaction
      * is good, or the rejection to send back.
       BUILD-ADD-TRANSACTION.
           MOVE SPACES TO CMMNT-REPLY-LINE.
           IF CMMNT-ENTRY-FOUND
               STRING 'REJECTED - KEY=' MNT-KEY ' IS ALREADY ON FILE'
                   DELIMITED BY SIZE INTO CMMNT-REPLY-LINE
           ELSE
               MOVE MNT-ALTKEY TO TRAN-ALTKEY
               MOVE MNT-ADD-BODY TO TRAN-BODY (1:20).

       BUILD-UPDATE-TRANSACTION.
           MOVE SPACES TO CMMNT-REPLY-LINE.
           IF NOT CMMNT-ENTRY-FOUND
               STRING 'REJECTED - NO RECORD FOR KEY=' MNT-KEY
                   DELIMITED BY SIZE INTO CMMNT-REPLY-LINE
           ELSE IF MNT-UPD-COLUMN IS NOT NUMERIC
             OR MNT-UPD-COLUMN EQUAL TO ZERO
             OR MNT-UPD-COLUMN IS GREATER THAN 120
               MOVE 'REJECTED - UPD NEEDS A BODY COLUMN 001-120'
                   TO CMMNT-REPLY-LINE
           ELSE
               MOVE IX-FD1-ALTKEY1 TO TRAN-ALTKEY
               MOVE IX-FD1-REC-120 TO TRAN-BODY
               COMPUTE CMMNT-TEXT-LENGTH = 121 - MNT-UPD-COLUMN
               IF CMMNT-TEXT-LENGTH IS GREATER THAN 27
                   MOVE 27 TO CMMNT-TEXT-LENGTH
               END-IF
               MOVE MNT-UPD-TEXT (1:CMMNT-TEXT-LENGTH)
                   TO TRAN-BODY (MNT-UPD-COLUMN:CMMNT-TEXT-LENGTH)
           END-IF
           END-IF.

       BUILD-DELETE-TRANSACTION.
           MOVE SPACES TO CMMNT-REPLY-LINE.
           IF NOT CMMNT-ENTRY-FOUND
               STRING 'REJECTED - NO RECORD FOR KEY=' MNT-KEY
                   DELIMITED BY SIZE INTO CMMNT-REPLY-LINE.

       ACCEPT-ONE-MESSAGE.
           ADD 1 TO CMMNT-ACCEPTED-CNT.
           MOVE TRANSACTION-REC TO TRANSACTION-OUT-REC.
           WRITE TRANSACTION-OUT-REC.
           IF CMMNT-AWAIT-USED IS LESS THAN 500
               ADD 1 TO CMMNT-AWAIT-USED
               MOVE MNT-SOURCE TO CMMNT-AWAIT-TERM (CMMNT-AWAIT-USED)
               MOVE CMMNT-USER-ID
                   TO CMMNT-AWAIT-USER (CMMNT-AWAIT-USED)
               MOVE MNT-VERB TO CMMNT-AWAIT-VERB (CMMNT-AWAIT-USED)
               MOVE MNT-KEY TO CMMNT-AWAIT-KEY (CMMNT-AWAIT-USED)
               MOVE CMMNT-RUN-DATE
                   TO CMMNT-AWAIT-DATE (CMMNT-AWAIT-USED)
               MOVE CMMNT-RUN-TIME
                   TO CMMNT-AWAIT-TIME (CMMNT-AWAIT-USED)
               MOVE 'N' TO CMMNT-AWAIT-DONE (CMMNT-AWAIT-USED).
           MOVE SPACES TO CMMNT-REPLY-LINE.
           STRING 'ACCEPTED ' MNT-VERB ' KEY=' MNT-KEY
               ' FOR ' CMMNT-USER-ID ' - CONFIRM TO FOLLOW'
               DELIMITED BY SIZE INTO CMMNT-REPLY-LINE.
           PERFORM SEND-ONE-REPLY.

       REJECT-ONE-MESSAGE.
           ADD 1 TO CMMNT-REJECT-CNT.
           PERFORM SEND-ONE-REPLY.

       SEND-ONE-REPLY.
           MOVE SPACES TO REPLY-DECK-REC.
           MOVE CMMNT-REPLY-DEST TO RPLY-DESTINATION.
           MOVE CMMNT-REPLY-LINE TO RPLY-MESSAGE.
           WRITE REPLY-DECK-REC.
           MOVE SPACES TO CMMNT-REPORT-LINE.
           STRING '   REPLIED TO ' CMMNT-REPLY-DEST ': '
               CMMNT-REPLY-LINE
               DELIMITED BY SIZE INTO CMMNT-REPORT-LINE.
           MOVE CMMNT-REPORT-LINE TO MAINT-REPORT-REC.
           WRITE MAINT-REPORT-REC.
           MOVE SPACES TO CMMNT-REPLY-LINE.

      * Changes still unconfirmed go forward to the next cycle,
      * unless they have waited past the limit: then the terminal
      * is told once to look at the maintenance report, where the
      * APPLY says why it turned the change away.
       CARRY-AWAITING-CHANGES.
           OPEN OUTPUT AWAIT-OUT.
           MOVE ZERO TO CMMNT-AWAIT-SUB.
           PERFORM CARRY-ONE-AWAITING-CHANGE
               UNTIL CMMNT-AWAIT-SUB NOT LESS THAN CMMNT-AWAIT-USED.
           CLOSE AWAIT-OUT.

       CARRY-ONE-AWAITING-CHANGE.
           ADD 1 TO CMMNT-AWAIT-SUB.
           IF NOT CMMNT-AWAIT-SETTLED (CMMNT-AWAIT-SUB)
               COMPUTE CMMNT-AGE-DAYS = CMMNT-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE
                       (CMMNT-AWAIT-DATE (CMMNT-AWAIT-SUB))
               IF CMMNT-AGE-DAYS IS GREATER THAN CMMNT-WAIT-DAYS
                   PERFORM GIVE-UP-ONE-AWAITING-CHANGE
               ELSE
                   PERFORM WRITE-ONE-AWAITING-CHANGE
               END-IF.

       GIVE-UP-ONE-AWAITING-CHANGE.
           ADD 1 TO CMMNT-EXPIRED-CNT.
           MOVE CMMNT-AWAIT-TERM (CMMNT-AWAIT-SUB)
               TO CMMNT-REPLY-DEST.
           MOVE SPACES TO CMMNT-REPLY-LINE.
           STRING 'NOT APPLIED ' CMMNT-AWAIT-VERB (CMMNT-AWAIT-SUB)
               ' KEY=' CMMNT-AWAIT-KEY (CMMNT-AWAIT-SUB)
               ' OF ' CMMNT-AWAIT-DATE (CMMNT-AWAIT-SUB)
               ' - SEE MNT REPORT'
               DELIMITED BY SIZE INTO CMMNT-REPLY-LINE.
           PERFORM SEND-ONE-REPLY.

       WRITE-ONE-AWAITING-CHANGE.
           ADD 1 TO CMMNT-CARRIED-CNT.
           MOVE SPACES TO AWAIT-OUT-REC.
           MOVE CMMNT-AWAIT-TERM (CMMNT-AWAIT-SUB) TO AWTO-TERMINAL.
           MOVE CMMNT-AWAIT-USER (CMMNT-AWAIT-SUB) TO AWTO-USER-ID.
           MOVE CMMNT-AWAIT-VERB (CMMNT-AWAIT-SUB) TO AWTO-VERB.
           MOVE CMMNT-AWAIT-KEY (CMMNT-AWAIT-SUB) TO AWTO-KEY.
           MOVE CMMNT-AWAIT-DATE (CMMNT-AWAIT-SUB) TO AWTO-DATE.
           MOVE CMMNT-AWAIT-TIME (CMMNT-AWAIT-SUB) TO AWTO-TIME.
           WRITE AWAIT-OUT-REC.

       WRITE-HANDLER-TOTALS.
           MOVE SPACES TO MAINT-REPORT-REC.
           WRITE MAINT-REPORT-REC.
           MOVE SPACES TO CMMNT-REPORT-LINE.
           STRING 'REQUESTS = ' CMMNT-REQUEST-CNT
               '  ACCEPTED = ' CMMNT-ACCEPTED-CNT
               '  REJECTED = ' CMMNT-REJECT-CNT
               DELIMITED BY SIZE INTO CMMNT-REPORT-LINE.
           MOVE CMMNT-REPORT-LINE TO MAINT-REPORT-REC.
           WRITE MAINT-REPORT-REC.
           MOVE SPACES TO CMMNT-REPORT-LINE.
           STRING 'CONFIRMED APPLIED = ' CMMNT-CONFIRMED-CNT
               '  STILL WAITING = ' CMMNT-CARRIED-CNT
               '  GIVEN UP = ' CMMNT-EXPIRED-CNT
               DELIMITED BY SIZE INTO CMMNT-REPORT-LINE.
           MOVE CMMNT-REPORT-LINE TO MAINT-REPORT-REC.
           WRITE MAINT-REPORT-REC.
