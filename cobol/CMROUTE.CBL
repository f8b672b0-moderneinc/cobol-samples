               ORGANIZATION IS SEQUENTIAL.
           SELECT ROUTE-OUT-5 ASSIGN TO ROUTE5
               ORGANIZATION IS SEQUENTIAL.
           SELECT ROUTE-OUT-6 ASSIGN TO ROUTE6
               ORGANIZATION IS SEQUENTIAL.
           SELECT ROUTE-OUT-7 ASSIGN TO ROUTE7
               ORGANIZATION IS SEQUENTIAL.
           SELECT DEAD-LETTER-FILE ASSIGN TO DEADLTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CMROUTE-DLQ-STATUS.
           SELECT REPLY-DECK-OUT ASSIGN TO REQOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT ROUTE-REPORT ASSIGN TO RTRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT SECURITY-CARD-FILE ASSIGN TO SECCRD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CMROUTE-CARD-STATUS.
           SELECT USER-FILE ASSIGN TO TERMUSER
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CMROUTE-USER-STATUS.
           SELECT SESSION-IN ASSIGN TO SESSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CMROUTE-SESS-STATUS.
           SELECT SESSION-OUT ASSIGN TO SESSOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT LOCK-IN ASSIGN TO LOCKIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CMROUTE-LOCK-STATUS.
           SELECT LOCK-OUT ASSIGN TO LOCKOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO AUDITOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CMROUTE-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.

           02 MSG-END-KEY          PIC X(1).
           02 FILLER               PIC X(1).
           02 MSG-LENGTH           PIC 9(4).
           02 MSG-LENGTH-X REDEFINES MSG-LENGTH PIC X(4).
           02 FILLER               PIC X(1).
           02 MSG-TEXT             PIC X(50).
           02 FILLER               PIC X(10).

      * Routing rules: a message-text prefix in 1-10 (trailing
      * spaces ignored) and the output file it routes to in 12
      * (1 through 7).  First matching rule wins; comment records
      * start with an asterisk.  E.g.:
      *   TESTREQ    1
      *   STATUS     2
      *   NOTE       3
      *   MNT        4
      *   CMD        5
      *   MSG        6
      *   ACK        7
       FD  ROUTE-RULES-FILE
           LABEL RECORDS ARE STANDARD.
       01  ROUTE-RULES-REC.
       FD  ROUTE-OUT-5
           LABEL RECORDS ARE STANDARD.
       01  ROUTE-OUT-5-REC         PIC X(80).
       FD  ROUTE-OUT-6
           LABEL RECORDS ARE STANDARD.
       01  ROUTE-OUT-6-REC         PIC X(80).
       FD  ROUTE-OUT-7
           LABEL RECORDS ARE STANDARD.
       01  ROUTE-OUT-7-REC         PIC X(80).

      * Every message the router cannot deliver is kept here with
      * the reason, for CMDEAD to report and resubmit.
       FD  DEAD-LETTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CM_DEAD.

      * "Not understood" replies go back through the send deck the
      * comm step redelivers from: destination 1-12, text from 14.
       FD  REPLY-DECK-OUT
           LABEL RECORDS ARE STANDARD.
       01  REPLY-DECK-REC.
           02 RPLY-DESTINATION     PIC X(12).
           02 FILLER               PIC X(1).
           02 RPLY-MESSAGE         PIC X(60).
           02 FILLER               PIC X(7).

       FD  ROUTE-REPORT
           LABEL RECORDS ARE STANDARD.
       01  ROUTE-REPORT-REC        PIC X(120).

      * Optional session-control card: the idle limit in minutes
      * in 1-3 (default 30), the consecutive sign-on failures that
      * lock a user out in 5-6 (default 3), and how many minutes
      * the lockout lasts in 8-11 (default 60).
       FD  SECURITY-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  SECURITY-CARD.
           02 CARD-IDLE-MINUTES    PIC 9(3).
           02 FILLER               PIC X(1).
           02 CARD-FAIL-LIMIT      PIC 9(2).
           02 FILLER               PIC X(1).
           02 CARD-LOCK-MINUTES    PIC 9(4).
           02 FILLER               PIC X(69).

       FD  USER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CM_USER.

       FD  SESSION-IN
           LABEL RECORDS ARE STANDARD.
           COPY CM_SESS.

       FD  SESSION-OUT
           LABEL RECORDS ARE STANDARD.
           COPY CM_SESS REPLACING ==SESS-REC== BY ==SESS-OUT-REC==
               LEADING ==SESS-== BY ==SSO-==.

      * Sign-on failures carried from cycle to cycle, one record
      * per user with any: user id 1-8, consecutive failures in
      * 10-11, and while locked out the date 13-20 and time 22-27
      * the lockout began (zero otherwise).  A good sign-on drops
      * the user's record.
       FD  LOCK-IN
           LABEL RECORDS ARE STANDARD.
       01  LOCK-IN-REC.
           02 LKI-USER-ID          PIC X(8).
           02 FILLER               PIC X(1).
           02 LKI-FAILURES         PIC 9(2).
           02 FILLER               PIC X(1).
           02 LKI-LOCK-DATE        PIC 9(8).
           02 FILLER               PIC X(1).
           02 LKI-LOCK-TIME        PIC 9(6).
           02 FILLER               PIC X(53).

       FD  LOCK-OUT
           LABEL RECORDS ARE STANDARD.
       01  LOCK-OUT-REC.
           02 LKO-USER-ID          PIC X(8).
           02 FILLER               PIC X(1).
           02 LKO-FAILURES         PIC 9(2).
           02 FILLER               PIC X(1).
           02 LKO-LOCK-DATE        PIC 9(8).
           02 FILLER               PIC X(1).
           02 LKO-LOCK-TIME        PIC 9(6).
           02 FILLER               PIC X(53).

      * The comm step's audit file, extended with the session
      * events in the same shape WRITE-AUDIT-RECORD gives every
      * other entry, so CERTSEAL seals them along with the rest.
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-FILE-REC          PIC X(80).

       WORKING-STORAGE SECTION.
       01  CMROUTE-EOF-SW          PIC X(3) VALUE 'NO'.
           88 CMROUTE-AT-EOF             VALUE 'YES'.
           88 CMROUTE-RULE-MATCHED       VALUE 'YES'.
       01  CMROUTE-PFX-LENGTH      PIC 9(2) VALUE ZERO.
       01  CMROUTE-PICKED-ROUTE    PIC 9(1) VALUE ZERO.
       01  CMROUTE-DEAD-CNT        PIC 9(5) VALUE ZERO.
       01  CMROUTE-REPLY-CNT       PIC 9(5) VALUE ZERO.
       01  CMROUTE-DLQ-STATUS      PIC XX VALUE '00'.
       01  CMROUTE-DEAD-REASON     PIC X(8) VALUE SPACE.
       01  CMROUTE-REPLY-DEST      PIC X(12) VALUE SPACE.
       01  CMROUTE-REPLY-LINE      PIC X(60) VALUE SPACE.
       01  CMROUTE-CHAIN-SW        PIC X(3) VALUE 'NO'.
           88 CMROUTE-CHAIN-FOUND        VALUE 'YES'.
       01  CMROUTE-TOTAL-CNT       PIC 9(5) VALUE ZERO.
       01  CMROUTE-REPORT-LINE     PIC X(120) VALUE SPACE.
       01  CMROUTE-ROUTED-REC      PIC X(80) VALUE SPACE.
       01  CMROUTE-CARD-STATUS     PIC XX VALUE '00'.
       01  CMROUTE-USER-STATUS     PIC XX VALUE '00'.
       01  CMROUTE-SESS-STATUS     PIC XX VALUE '00'.
       01  CMROUTE-LOCK-STATUS     PIC XX VALUE '00'.
       01  CMROUTE-AUDIT-STATUS    PIC XX VALUE '00'.
       01  CMROUTE-SECURE-SW       PIC X(3) VALUE 'NO'.
           88 CMROUTE-SESSIONS-IN-FORCE  VALUE 'YES'.
       01  CMROUTE-FOUND-SW        PIC X(3) VALUE 'NO'.
           88 CMROUTE-ENTRY-FOUND        VALUE 'YES'.
       01  CMROUTE-IDLE-MINUTES    PIC 9(3) VALUE 30.
       01  CMROUTE-FAIL-LIMIT      PIC 9(2) VALUE 3.
       01  CMROUTE-LOCK-MINUTES    PIC 9(4) VALUE 60.
       01  CMROUTE-RUN-DATE        PIC 9(8) VALUE ZERO.
       01  CMROUTE-TIME-FULL.
           02 CMROUTE-RUN-TIME     PIC 9(6).
           02 FILLER               PIC 99.
       01  CMROUTE-NOW-MINUTES     PIC 9(9) VALUE ZERO.
       01  CMROUTE-THEN-MINUTES    PIC 9(9) VALUE ZERO.
       01  CMROUTE-HHMMSS          PIC 9(6) VALUE ZERO.
       01  CMROUTE-HHMMSS-X REDEFINES CMROUTE-HHMMSS.
           02 CMROUTE-HH           PIC 9(2).
           02 CMROUTE-MM           PIC 9(2).
           02 CMROUTE-SS           PIC 9(2).
       01  CMROUTE-STAMP-DATE      PIC 9(8) VALUE ZERO.
       01  CMROUTE-ELAPSED         PIC S9(9) VALUE ZERO.
       01  CMROUTE-SIGN-USER       PIC X(8) VALUE SPACE.
       01  CMROUTE-SIGN-PASSWORD   PIC X(16) VALUE SPACE.
       01  CMROUTE-SIGN-HASH       PIC 9(9) VALUE ZERO.
       01  CMROUTE-SESSION-USER    PIC X(8) VALUE SPACE.
       01  CMROUTE-SIGNON-CNT      PIC 9(5) VALUE ZERO.
       01  CMROUTE-SIGNOFF-CNT     PIC 9(5) VALUE ZERO.
       01  CMROUTE-SIGNFAIL-CNT    PIC 9(5) VALUE ZERO.
       01  CMROUTE-LOCKOUT-CNT     PIC 9(5) VALUE ZERO.
       01  CMROUTE-REFUSED-CNT     PIC 9(5) VALUE ZERO.
       01  CMROUTE-TIMEOUT-CNT     PIC 9(5) VALUE ZERO.

      * One comm audit entry, laid out as WRITE-AUDIT-RECORD lays
      * out its own, with the user id after the stamp.
       01  AUDIT-REC.
           02 AUDIT-TERMINAL       PIC X(12).
           02 AUDIT-OPERATION      PIC X(8).
           02 AUDIT-STATUS-KEY     PIC XX.
           02 AUDIT-MSG-COUNT      PIC 9(6).
           02 AUDIT-TIMESTAMP      PIC 9(8).
           02 AUDIT-USER-ID        PIC X(8).

       01  CMROUTE-USER-USED       PIC 9(3) VALUE ZERO.
       01  CMROUTE-USER-SUB        PIC 9(3) VALUE ZERO.
       01  CMROUTE-USER-TABLE.
           02 CMROUTE-USER-ENTRY OCCURS 200 TIMES.
              03 CMROUTE-USER-ID        PIC X(8).
              03 CMROUTE-USER-HASH      PIC 9(9).

       01  CMROUTE-SESS-USED       PIC 9(2) VALUE ZERO.
       01  CMROUTE-SESS-SUB        PIC 9(2) VALUE ZERO.
       01  CMROUTE-SESS-TABLE.
           02 CMROUTE-SESS-ENTRY OCCURS 30 TIMES.
              03 CMROUTE-SESS-TERM      PIC X(12).
              03 CMROUTE-SESS-USER      PIC X(8).
              03 CMROUTE-SESS-ON-DATE   PIC 9(8).
              03 CMROUTE-SESS-ON-TIME   PIC 9(6).
              03 CMROUTE-SESS-LAST-DATE PIC 9(8).
              03 CMROUTE-SESS-LAST-TIME PIC 9(6).
              03 CMROUTE-SESS-OPEN      PIC X(1).
                 88 CMROUTE-SESS-ACTIVE       VALUE 'Y'.

       01  CMROUTE-LOCK-USED       PIC 9(3) VALUE ZERO.
       01  CMROUTE-LOCK-SUB        PIC 9(3) VALUE ZERO.
       01  CMROUTE-LOCK-TABLE.
           02 CMROUTE-LOCK-ENTRY OCCURS 200 TIMES.
              03 CMROUTE-LOCK-USER      PIC X(8).
              03 CMROUTE-LOCK-FAILURES  PIC 9(2).
              03 CMROUTE-LOCK-DATE      PIC 9(8).
              03 CMROUTE-LOCK-TIME      PIC 9(6).

      * Segmented messages in flight: a terminal whose last segment
      * carried end key 0 has the rest still to come, and each
      * following segment goes where the first one went (route 0
      * when the first was dead-lettered, with the reason).
       01  CMROUTE-CHAIN-USED      PIC 9(2) VALUE ZERO.
       01  CMROUTE-CHAIN-SUB       PIC 9(2) VALUE ZERO.
       01  CMROUTE-FREE-SUB        PIC 9(2) VALUE ZERO.
       01  CMROUTE-CHAIN-TABLE.
           02 CMROUTE-CHAIN-ENTRY OCCURS 30 TIMES.
              03 CMROUTE-CHAIN-TERM     PIC X(12).
              03 CMROUTE-CHAIN-ROUTE    PIC 9(1).
              03 CMROUTE-CHAIN-REASON   PIC X(8).
              03 CMROUTE-CHAIN-USER     PIC X(8).
              03 CMROUTE-CHAIN-LENGTH   PIC X(4).
              03 CMROUTE-CHAIN-TEXT     PIC X(50).
              03 CMROUTE-CHAIN-OPEN     PIC X(1).
                 88 CMROUTE-CHAIN-ACTIVE      VALUE 'Y'.

       01  CMROUTE-RULE-TABLE.
           02 CMROUTE-RULE-ENTRY OCCURS 30 TIMES.
              03 CMROUTE-RULE-ROUTE     PIC 9(1).

       01  CMROUTE-ROUTE-COUNTS.
           02 CMROUTE-ROUTE-CNT OCCURS 7 TIMES PIC 9(5).

       PROCEDURE DIVISION.

      * now that operators send real content over the terminals -
      * test requests, status queries, free-text notes - this router
      * splits the drained stream into per-subject files by message
      * prefix, so the comm step doubles as the shop's message
      * intake instead of a dead end.
      * Since the handlers behind the routes read data and change
      * it, the router also keeps terminal sessions.  "SIGNON user
      * password" (user in text 8-15, password in 17-32) is checked
      * against the CMPWSET sign-on dataset and binds the terminal
      * to the user; "SIGNOFF" ends it, and so does the idle limit.
      * Consecutive failures past the limit lock the user out for
      * a spell.  Every other message from a terminal with no live
      * session is refused and not routed; a routed message
      * carries its user id in 65-72 for the handlers.  Each
      * session event goes to the comm audit file with status key
      * 00 (SIGNON, SIGNOFF, TIMEOUT), 91 (SIGNFAIL), 92 (LOCKOUT),
      * 93 (SIGNFAIL while locked out) or 94 (REFUSED, or SIGNOFF
      * with no session).  With no sign-on dataset the router runs
      * open, as it did before sessions were kept.
      * A message that cannot be delivered - no rule matches it,
      * its end key breaks the segment sequence (a terminal's
      * segments with key 0 must end with key 2 or 3 in the same
      * drained stream), its length is over 50, or its terminal
      * has no session - is appended to the dead-letter dataset
      * with its terminal, the cycle stamp and the reason, and the
      * terminal is sent a "not understood" reply.  The segments
      * after a dead-lettered first segment follow it there
      * without a reply of their own.  CMDEAD reports the dataset
      * and feeds corrected messages back in.
      * RC=4 when a user was locked out this cycle.
       MAINLINE.
           ACCEPT CMROUTE-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT CMROUTE-TIME-FULL FROM TIME.
           MOVE CMROUTE-RUN-DATE TO CMROUTE-STAMP-DATE.
           MOVE CMROUTE-RUN-TIME TO CMROUTE-HHMMSS.
           PERFORM COMPUTE-STAMP-MINUTES.
           MOVE CMROUTE-THEN-MINUTES TO CMROUTE-NOW-MINUTES.
           PERFORM LOAD-ROUTING-RULES.
           OPEN INPUT MESSAGE-IN
               OUTPUT ROUTE-OUT-1 ROUTE-OUT-2 ROUTE-OUT-3
                      ROUTE-OUT-4 ROUTE-OUT-5 ROUTE-OUT-6
                      ROUTE-OUT-7 REPLY-DECK-OUT ROUTE-REPORT.
           OPEN EXTEND DEAD-LETTER-FILE.
           IF CMROUTE-DLQ-STATUS NOT EQUAL TO '00'
               OPEN OUTPUT DEAD-LETTER-FILE.
           PERFORM LOAD-SESSION-CONTROL.
           MOVE ZERO TO CMROUTE-ROUTE-CNT (1)
               CMROUTE-ROUTE-CNT (2) CMROUTE-ROUTE-CNT (3)
               CMROUTE-ROUTE-CNT (4) CMROUTE-ROUTE-CNT (5)
               CMROUTE-ROUTE-CNT (6) CMROUTE-ROUTE-CNT (7).
           PERFORM ROUTE-ONE-MESSAGE UNTIL CMROUTE-AT-EOF.
           MOVE ZERO TO CMROUTE-CHAIN-SUB.
           PERFORM CLOSE-ONE-BROKEN-CHAIN
               UNTIL CMROUTE-CHAIN-SUB NOT LESS THAN CMROUTE-CHAIN-USED.
           IF CMROUTE-SESSIONS-IN-FORCE
               PERFORM CARRY-SESSION-CONTROL.
           PERFORM WRITE-ROUTING-TOTALS.
           CLOSE MESSAGE-IN ROUTE-OUT-1 ROUTE-OUT-2 ROUTE-OUT-3
               ROUTE-OUT-4 ROUTE-OUT-5 ROUTE-OUT-6 ROUTE-OUT-7
               DEAD-LETTER-FILE
               REPLY-DECK-OUT ROUTE-REPORT.
           IF CMROUTE-LOCKOUT-CNT NOT EQUAL TO ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE.
           GOBACK.

       LOAD-ROUTING-RULES.
             OR RULE-PREFIX(1:1) EQUAL TO '*'
             OR RULE-ROUTE-NO IS NOT NUMERIC
             OR RULE-ROUTE-NO EQUAL TO '0'
             OR RULE-ROUTE-NO IS GREATER THAN '7'
               NEXT SENTENCE
           ELSE
               ADD 1 TO CMROUTE-RULE-USED
       ROUTE-ONE-MESSAGE.
           READ MESSAGE-IN
               AT END SET CMROUTE-AT-EOF TO TRUE
               NOT AT END PERFORM DISPATCH-ONE-MESSAGE
                   THRU DISPATCH-ONE-MESSAGE-EX.

       DISPATCH-ONE-MESSAGE.
           ADD 1 TO CMROUTE-TOTAL-CNT.
           MOVE SPACES TO CMROUTE-SESSION-USER.
           IF CMROUTE-SESSIONS-IN-FORCE
               IF MSG-TEXT(1:7) EQUAL TO 'SIGNON '
                   PERFORM PROCESS-SIGNON THRU PROCESS-SIGNON-EX
                   GO TO DISPATCH-ONE-MESSAGE-EX
               END-IF
               IF MSG-TEXT(1:8) EQUAL TO 'SIGNOFF '
                   PERFORM PROCESS-SIGNOFF
                   GO TO DISPATCH-ONE-MESSAGE-EX
               END-IF
               PERFORM CHECK-TERMINAL-SESSION
               IF NOT CMROUTE-ENTRY-FOUND
                   PERFORM REFUSE-ONE-MESSAGE
                   GO TO DISPATCH-ONE-MESSAGE-EX
               END-IF
           END-IF.
           PERFORM FIND-TERMINAL-CHAIN.
           MOVE SPACES TO CMROUTE-DEAD-REASON.
           IF MSG-LENGTH IS NUMERIC
               IF MSG-LENGTH IS GREATER THAN 50
                   MOVE 'OVERSIZE' TO CMROUTE-DEAD-REASON
               END-IF
           ELSE IF MSG-LENGTH-X NOT EQUAL TO SPACE
               MOVE 'OVERSIZE' TO CMROUTE-DEAD-REASON
           END-IF
           END-IF.
           IF CMROUTE-DEAD-REASON EQUAL TO SPACE
             AND MSG-END-KEY NOT EQUAL TO '0'
             AND MSG-END-KEY NOT EQUAL TO '2'
             AND MSG-END-KEY NOT EQUAL TO '3'
             AND MSG-END-KEY NOT EQUAL TO SPACE
               MOVE 'BADCHAIN' TO CMROUTE-DEAD-REASON.
           MOVE SPACES TO CMROUTE-ROUTED-REC.
           STRING MSG-SOURCE ' ' MSG-TEXT
               DELIMITED BY SIZE INTO CMROUTE-ROUTED-REC.
           MOVE CMROUTE-SESSION-USER TO CMROUTE-ROUTED-REC (65:8).
           IF CMROUTE-DEAD-REASON NOT EQUAL TO SPACE
               PERFORM DEAD-LETTER-ONE-MESSAGE
               MOVE ZERO TO CMROUTE-PICKED-ROUTE
               IF MSG-END-KEY EQUAL TO '0'
                   PERFORM OPEN-TERMINAL-CHAIN
               ELSE IF CMROUTE-CHAIN-FOUND
                   MOVE 'N' TO CMROUTE-CHAIN-OPEN (CMROUTE-CHAIN-SUB)
               END-IF
               END-IF
               GO TO DISPATCH-ONE-MESSAGE-EX.
           IF CMROUTE-CHAIN-FOUND
               PERFORM ROUTE-NEXT-SEGMENT
               GO TO DISPATCH-ONE-MESSAGE-EX.
           MOVE 'NO' TO CMROUTE-MATCH-SW.
           MOVE ZERO TO CMROUTE-RULE-SUB.
           PERFORM MATCH-ONE-RULE
               UNTIL CMROUTE-RULE-MATCHED
                  OR CMROUTE-RULE-SUB NOT LESS THAN
                     CMROUTE-RULE-USED.
           IF CMROUTE-RULE-MATCHED
               ADD 1 TO CMROUTE-ROUTE-CNT (CMROUTE-PICKED-ROUTE)
               PERFORM WRITE-TO-PICKED-ROUTE
           ELSE
               MOVE ZERO TO CMROUTE-PICKED-ROUTE
               MOVE 'NORULE' TO CMROUTE-DEAD-REASON
               PERFORM DEAD-LETTER-ONE-MESSAGE.
           IF MSG-END-KEY EQUAL TO '0'
               PERFORM OPEN-TERMINAL-CHAIN.
       DISPATCH-ONE-MESSAGE-EX.
           EXIT.

       MATCH-ONE-RULE.
           ADD 1 TO CMROUTE-RULE-SUB.
           ELSE IF CMROUTE-PICKED-ROUTE EQUAL TO 4
               MOVE CMROUTE-ROUTED-REC TO ROUTE-OUT-4-REC
               WRITE ROUTE-OUT-4-REC
           ELSE IF CMROUTE-PICKED-ROUTE EQUAL TO 5
               MOVE CMROUTE-ROUTED-REC TO ROUTE-OUT-5-REC
               WRITE ROUTE-OUT-5-REC
           ELSE IF CMROUTE-PICKED-ROUTE EQUAL TO 6
               MOVE CMROUTE-ROUTED-REC TO ROUTE-OUT-6-REC
               WRITE ROUTE-OUT-6-REC
           ELSE
               MOVE CMROUTE-ROUTED-REC TO ROUTE-OUT-7-REC
               WRITE ROUTE-OUT-7-REC
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
               ' 3=' CMROUTE-ROUTE-CNT (3)
               ' 4=' CMROUTE-ROUTE-CNT (4)
               ' 5=' CMROUTE-ROUTE-CNT (5)
               ' 6=' CMROUTE-ROUTE-CNT (6)
               ' 7=' CMROUTE-ROUTE-CNT (7)
               ' DEAD LETTER=' CMROUTE-DEAD-CNT
               ' TOTAL=' CMROUTE-TOTAL-CNT
               DELIMITED BY SIZE INTO CMROUTE-REPORT-LINE.
           MOVE CMROUTE-REPORT-LINE TO ROUTE-REPORT-REC.
           WRITE ROUTE-REPORT-REC.
           IF CMROUTE-SESSIONS-IN-FORCE
               MOVE SPACES TO CMROUTE-REPORT-LINE
               STRING 'SESSIONS: SIGNON=' CMROUTE-SIGNON-CNT
                   ' SIGNOFF=' CMROUTE-SIGNOFF-CNT
                   ' FAILED=' CMROUTE-SIGNFAIL-CNT
                   ' LOCKOUT=' CMROUTE-LOCKOUT-CNT
                   ' TIMEOUT=' CMROUTE-TIMEOUT-CNT
                   ' REFUSED=' CMROUTE-REFUSED-CNT
                   DELIMITED BY SIZE INTO CMROUTE-REPORT-LINE
               MOVE CMROUTE-REPORT-LINE TO ROUTE-REPORT-REC
               WRITE ROUTE-REPORT-REC.

      * A missing sign-on dataset means session control has not
      * been deployed at this site yet; the router proceeds open
      * but says so on the report.  Last cycle's sessions and
      * failure counts are optional - the first cycle has none.
       LOAD-SESSION-CONTROL.
           OPEN INPUT SECURITY-CARD-FILE.
           IF CMROUTE-CARD-STATUS EQUAL TO '00'
               READ SECURITY-CARD-FILE
                   AT END MOVE SPACES TO SECURITY-CARD
               END-READ
               IF CARD-IDLE-MINUTES IS NUMERIC
                 AND CARD-IDLE-MINUTES NOT EQUAL TO ZERO
                   MOVE CARD-IDLE-MINUTES TO CMROUTE-IDLE-MINUTES
               END-IF
               IF CARD-FAIL-LIMIT IS NUMERIC
                 AND CARD-FAIL-LIMIT NOT EQUAL TO ZERO
                   MOVE CARD-FAIL-LIMIT TO CMROUTE-FAIL-LIMIT
               END-IF
               IF CARD-LOCK-MINUTES IS NUMERIC
                 AND CARD-LOCK-MINUTES NOT EQUAL TO ZERO
                   MOVE CARD-LOCK-MINUTES TO CMROUTE-LOCK-MINUTES
               END-IF
               CLOSE SECURITY-CARD-FILE.
           OPEN INPUT USER-FILE.
           IF CMROUTE-USER-STATUS NOT EQUAL TO '00'
               MOVE 'NO SIGN-ON DATASET - SESSION CONTROL NOT IN FORCE'
                   TO ROUTE-REPORT-REC
               WRITE ROUTE-REPORT-REC
           ELSE
               SET CMROUTE-SESSIONS-IN-FORCE TO TRUE
               MOVE 'NO' TO CMROUTE-EOF-SW
               PERFORM LOAD-ONE-USER
                   UNTIL CMROUTE-AT-EOF
                      OR CMROUTE-USER-USED NOT LESS THAN 200
               CLOSE USER-FILE
               PERFORM LOAD-SESSION-TABLE
               PERFORM LOAD-LOCK-TABLE
               OPEN EXTEND AUDIT-FILE
               IF CMROUTE-AUDIT-STATUS NOT EQUAL TO '00'
                   OPEN OUTPUT AUDIT-FILE
               END-IF
               MOVE 'NO' TO CMROUTE-EOF-SW.

       LOAD-ONE-USER.
           READ USER-FILE
               AT END SET CMROUTE-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO CMROUTE-USER-USED
                   MOVE USR-USER-ID
                       TO CMROUTE-USER-ID (CMROUTE-USER-USED)
                   MOVE USR-PW-HASH
                       TO CMROUTE-USER-HASH (CMROUTE-USER-USED).

       LOAD-SESSION-TABLE.
           MOVE 'NO' TO CMROUTE-EOF-SW.
           OPEN INPUT SESSION-IN.
           IF CMROUTE-SESS-STATUS EQUAL TO '00'
               PERFORM LOAD-ONE-SESSION
                   UNTIL CMROUTE-AT-EOF
                      OR CMROUTE-SESS-USED NOT LESS THAN 30
               CLOSE SESSION-IN.

       LOAD-ONE-SESSION.
           READ SESSION-IN
               AT END SET CMROUTE-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO CMROUTE-SESS-USED
                   MOVE SESS-TERMINAL
                       TO CMROUTE-SESS-TERM (CMROUTE-SESS-USED)
                   MOVE SESS-USER-ID
                       TO CMROUTE-SESS-USER (CMROUTE-SESS-USED)
                   MOVE SESS-SIGNON-DATE
                       TO CMROUTE-SESS-ON-DATE (CMROUTE-SESS-USED)
                   MOVE SESS-SIGNON-TIME
                       TO CMROUTE-SESS-ON-TIME (CMROUTE-SESS-USED)
                   MOVE SESS-LAST-DATE
                       TO CMROUTE-SESS-LAST-DATE (CMROUTE-SESS-USED)
                   MOVE SESS-LAST-TIME
                       TO CMROUTE-SESS-LAST-TIME (CMROUTE-SESS-USED)
                   MOVE 'Y' TO CMROUTE-SESS-OPEN (CMROUTE-SESS-USED).

       LOAD-LOCK-TABLE.
           MOVE 'NO' TO CMROUTE-EOF-SW.
           OPEN INPUT LOCK-IN.
           IF CMROUTE-LOCK-STATUS EQUAL TO '00'
               PERFORM LOAD-ONE-LOCK
                   UNTIL CMROUTE-AT-EOF
                      OR CMROUTE-LOCK-USED NOT LESS THAN 200
               CLOSE LOCK-IN.

       LOAD-ONE-LOCK.
           READ LOCK-IN
               AT END SET CMROUTE-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO CMROUTE-LOCK-USED
                   MOVE LKI-USER-ID
                       TO CMROUTE-LOCK-USER (CMROUTE-LOCK-USED)
                   MOVE LKI-FAILURES
                       TO CMROUTE-LOCK-FAILURES (CMROUTE-LOCK-USED)
                   MOVE LKI-LOCK-DATE
                       TO CMROUTE-LOCK-DATE (CMROUTE-LOCK-USED)
                   MOVE LKI-LOCK-TIME
                       TO CMROUTE-LOCK-TIME (CMROUTE-LOCK-USED).

      * A locked-out user is turned away until the lockout has run
      * its minutes, whatever the password; after that the count
      * starts again from nothing.
       PROCESS-SIGNON.
           MOVE MSG-TEXT (8:8) TO CMROUTE-SIGN-USER.
           MOVE MSG-TEXT (17:16) TO CMROUTE-SIGN-PASSWORD.
           MOVE MSG-SOURCE TO AUDIT-TERMINAL.
           MOVE CMROUTE-SIGN-USER TO AUDIT-USER-ID.
           PERFORM FIND-LOCK-ENTRY.
           IF CMROUTE-ENTRY-FOUND
             AND CMROUTE-LOCK-DATE (CMROUTE-LOCK-SUB) NOT EQUAL TO ZERO
               MOVE CMROUTE-LOCK-DATE (CMROUTE-LOCK-SUB)
                   TO CMROUTE-STAMP-DATE
               MOVE CMROUTE-LOCK-TIME (CMROUTE-LOCK-SUB)
                   TO CMROUTE-HHMMSS
               PERFORM COMPUTE-ELAPSED-MINUTES
               IF CMROUTE-ELAPSED IS LESS THAN CMROUTE-LOCK-MINUTES
                   ADD 1 TO CMROUTE-SIGNFAIL-CNT
                   MOVE 'SIGNFAIL' TO AUDIT-OPERATION
                   MOVE '93' TO AUDIT-STATUS-KEY
                   MOVE CMROUTE-LOCK-FAILURES (CMROUTE-LOCK-SUB)
                       TO AUDIT-MSG-COUNT
                   PERFORM WRITE-SESSION-EVENT
                   GO TO PROCESS-SIGNON-EX
               END-IF
               MOVE ZERO TO CMROUTE-LOCK-FAILURES (CMROUTE-LOCK-SUB)
                   CMROUTE-LOCK-DATE (CMROUTE-LOCK-SUB)
                   CMROUTE-LOCK-TIME (CMROUTE-LOCK-SUB)
           END-IF.
           PERFORM FIND-USER-ENTRY.
           IF CMROUTE-ENTRY-FOUND
               CALL 'CMPWHSH' USING CMROUTE-SIGN-USER
                   CMROUTE-SIGN-PASSWORD CMROUTE-SIGN-HASH
               IF CMROUTE-SIGN-HASH NOT EQUAL TO
                       CMROUTE-USER-HASH (CMROUTE-USER-SUB)
                   MOVE 'NO' TO CMROUTE-FOUND-SW
               END-IF
           END-IF.
           MOVE SPACES TO CMROUTE-SIGN-PASSWORD.
           IF NOT CMROUTE-ENTRY-FOUND
             OR CMROUTE-SIGN-USER EQUAL TO SPACE
               PERFORM RECORD-SIGNON-FAILURE
               GO TO PROCESS-SIGNON-EX.
           PERFORM FIND-LOCK-ENTRY.
           IF CMROUTE-ENTRY-FOUND
               MOVE SPACES TO CMROUTE-LOCK-USER (CMROUTE-LOCK-SUB).
           PERFORM FIND-TERMINAL-SESSION.
           IF CMROUTE-ENTRY-FOUND
               IF CMROUTE-SESS-USER (CMROUTE-SESS-SUB) NOT EQUAL TO
                       CMROUTE-SIGN-USER
                   ADD 1 TO CMROUTE-SIGNOFF-CNT
                   MOVE CMROUTE-SESS-USER (CMROUTE-SESS-SUB)
                       TO AUDIT-USER-ID
                   MOVE 'SIGNOFF' TO AUDIT-OPERATION
                   MOVE '00' TO AUDIT-STATUS-KEY
                   MOVE ZERO TO AUDIT-MSG-COUNT
                   PERFORM WRITE-SESSION-EVENT
               END-IF
           ELSE
               IF CMROUTE-SESS-USED NOT LESS THAN 30
                   MOVE 'SESSION TABLE FULL - SIGN-ON NOT RECORDED'
                       TO ROUTE-REPORT-REC
                   WRITE ROUTE-REPORT-REC
                   GO TO PROCESS-SIGNON-EX
               END-IF
               ADD 1 TO CMROUTE-SESS-USED
               MOVE CMROUTE-SESS-USED TO CMROUTE-SESS-SUB
               MOVE MSG-SOURCE TO CMROUTE-SESS-TERM (CMROUTE-SESS-SUB)
           END-IF.
           MOVE CMROUTE-SIGN-USER
               TO CMROUTE-SESS-USER (CMROUTE-SESS-SUB).
           MOVE CMROUTE-RUN-DATE
               TO CMROUTE-SESS-ON-DATE (CMROUTE-SESS-SUB)
                  CMROUTE-SESS-LAST-DATE (CMROUTE-SESS-SUB).
           MOVE CMROUTE-RUN-TIME
               TO CMROUTE-SESS-ON-TIME (CMROUTE-SESS-SUB)
                  CMROUTE-SESS-LAST-TIME (CMROUTE-SESS-SUB).
           MOVE 'Y' TO CMROUTE-SESS-OPEN (CMROUTE-SESS-SUB).
           ADD 1 TO CMROUTE-SIGNON-CNT.
           MOVE CMROUTE-SIGN-USER TO AUDIT-USER-ID.
           MOVE 'SIGNON' TO AUDIT-OPERATION.
           MOVE '00' TO AUDIT-STATUS-KEY.
           MOVE ZERO TO AUDIT-MSG-COUNT.
           PERFORM WRITE-SESSION-EVENT.
       PROCESS-SIGNON-EX.
           EXIT.

       RECORD-SIGNON-FAILURE.
           PERFORM FIND-LOCK-ENTRY.
           IF NOT CMROUTE-ENTRY-FOUND
             AND CMROUTE-LOCK-USED IS LESS THAN 200
               ADD 1 TO CMROUTE-LOCK-USED
               MOVE CMROUTE-LOCK-USED TO CMROUTE-LOCK-SUB
               MOVE CMROUTE-SIGN-USER
                   TO CMROUTE-LOCK-USER (CMROUTE-LOCK-SUB)
               MOVE ZERO TO CMROUTE-LOCK-FAILURES (CMROUTE-LOCK-SUB)
                   CMROUTE-LOCK-DATE (CMROUTE-LOCK-SUB)
                   CMROUTE-LOCK-TIME (CMROUTE-LOCK-SUB)
               SET CMROUTE-ENTRY-FOUND TO TRUE.
           ADD 1 TO CMROUTE-SIGNFAIL-CNT.
           MOVE 'SIGNFAIL' TO AUDIT-OPERATION.
           MOVE '91' TO AUDIT-STATUS-KEY.
           MOVE ZERO TO AUDIT-MSG-COUNT.
           IF CMROUTE-ENTRY-FOUND
               ADD 1 TO CMROUTE-LOCK-FAILURES (CMROUTE-LOCK-SUB)
               MOVE CMROUTE-LOCK-FAILURES (CMROUTE-LOCK-SUB)
                   TO AUDIT-MSG-COUNT.
           PERFORM WRITE-SESSION-EVENT.
           IF CMROUTE-ENTRY-FOUND
             AND CMROUTE-LOCK-FAILURES (CMROUTE-LOCK-SUB)
                   NOT LESS THAN CMROUTE-FAIL-LIMIT
               MOVE CMROUTE-RUN-DATE
                   TO CMROUTE-LOCK-DATE (CMROUTE-LOCK-SUB)
               MOVE CMROUTE-RUN-TIME
                   TO CMROUTE-LOCK-TIME (CMROUTE-LOCK-SUB)
               ADD 1 TO CMROUTE-LOCKOUT-CNT
               MOVE 'LOCKOUT' TO AUDIT-OPERATION
               MOVE '92' TO AUDIT-STATUS-KEY
               PERFORM WRITE-SESSION-EVENT.

       PROCESS-SIGNOFF.
           MOVE MSG-SOURCE TO AUDIT-TERMINAL.
           MOVE 'SIGNOFF' TO AUDIT-OPERATION.
           MOVE ZERO TO AUDIT-MSG-COUNT.
           PERFORM FIND-TERMINAL-SESSION.
           IF CMROUTE-ENTRY-FOUND
               ADD 1 TO CMROUTE-SIGNOFF-CNT
               MOVE CMROUTE-SESS-USER (CMROUTE-SESS-SUB)
                   TO AUDIT-USER-ID
               MOVE '00' TO AUDIT-STATUS-KEY
               MOVE 'N' TO CMROUTE-SESS-OPEN (CMROUTE-SESS-SUB)
           ELSE
               MOVE SPACES TO AUDIT-USER-ID
               MOVE '94' TO AUDIT-STATUS-KEY.
           PERFORM WRITE-SESSION-EVENT.

      * A session idle past the limit ends here, and the message
      * that found it so is refused like any other without one.
       CHECK-TERMINAL-SESSION.
           PERFORM FIND-TERMINAL-SESSION.
           IF CMROUTE-ENTRY-FOUND
               PERFORM CHECK-SESSION-IDLE
               IF CMROUTE-ELAPSED IS GREATER THAN CMROUTE-IDLE-MINUTES
                   PERFORM TIME-OUT-ONE-SESSION
                   MOVE 'NO' TO CMROUTE-FOUND-SW
               ELSE
                   MOVE CMROUTE-RUN-DATE
                       TO CMROUTE-SESS-LAST-DATE (CMROUTE-SESS-SUB)
                   MOVE CMROUTE-RUN-TIME
                       TO CMROUTE-SESS-LAST-TIME (CMROUTE-SESS-SUB)
                   MOVE CMROUTE-SESS-USER (CMROUTE-SESS-SUB)
                       TO CMROUTE-SESSION-USER
               END-IF.

       CHECK-SESSION-IDLE.
           MOVE CMROUTE-SESS-LAST-DATE (CMROUTE-SESS-SUB)
               TO CMROUTE-STAMP-DATE.
           MOVE CMROUTE-SESS-LAST-TIME (CMROUTE-SESS-SUB)
               TO CMROUTE-HHMMSS.
           PERFORM COMPUTE-ELAPSED-MINUTES.

       TIME-OUT-ONE-SESSION.
           ADD 1 TO CMROUTE-TIMEOUT-CNT.
           MOVE 'N' TO CMROUTE-SESS-OPEN (CMROUTE-SESS-SUB).
           MOVE CMROUTE-SESS-TERM (CMROUTE-SESS-SUB) TO AUDIT-TERMINAL.
           MOVE CMROUTE-SESS-USER (CMROUTE-SESS-SUB) TO AUDIT-USER-ID.
           MOVE 'TIMEOUT' TO AUDIT-OPERATION.
           MOVE '00' TO AUDIT-STATUS-KEY.
           MOVE ZERO TO AUDIT-MSG-COUNT.
           PERFORM WRITE-SESSION-EVENT.

       REFUSE-ONE-MESSAGE.
           ADD 1 TO CMROUTE-REFUSED-CNT.
           MOVE MSG-SOURCE TO AUDIT-TERMINAL.
           MOVE SPACES TO AUDIT-USER-ID.
           MOVE 'REFUSED' TO AUDIT-OPERATION.
           MOVE '94' TO AUDIT-STATUS-KEY.
           MOVE ZERO TO AUDIT-MSG-COUNT.
           PERFORM WRITE-SESSION-EVENT.
           MOVE SPACES TO CMROUTE-REPORT-LINE.
           STRING 'REFUSED - NO SESSION AT ' MSG-SOURCE
               ': ' MSG-TEXT (1:40)
               DELIMITED BY SIZE INTO CMROUTE-REPORT-LINE.
           MOVE CMROUTE-REPORT-LINE TO ROUTE-REPORT-REC.
           WRITE ROUTE-REPORT-REC.
           MOVE 'NOSESSN' TO CMROUTE-DEAD-REASON.
           PERFORM WRITE-DEAD-LETTER.
           MOVE MSG-SOURCE TO CMROUTE-REPLY-DEST.
           PERFORM SEND-NOT-UNDERSTOOD.

      * A segment after the first of its message: routed where the
      * first went, or dead-lettered after it without another
      * reply.  Key 2 or 3 (or none) ends the chain.
       ROUTE-NEXT-SEGMENT.
           MOVE CMROUTE-CHAIN-ROUTE (CMROUTE-CHAIN-SUB)
               TO CMROUTE-PICKED-ROUTE.
           IF CMROUTE-PICKED-ROUTE EQUAL TO ZERO
               MOVE CMROUTE-CHAIN-REASON (CMROUTE-CHAIN-SUB)
                   TO CMROUTE-DEAD-REASON
               PERFORM WRITE-DEAD-LETTER
               PERFORM REPORT-DEAD-LETTER
           ELSE
               ADD 1 TO CMROUTE-ROUTE-CNT (CMROUTE-PICKED-ROUTE)
               PERFORM WRITE-TO-PICKED-ROUTE.
           IF MSG-END-KEY EQUAL TO '0'
               MOVE MSG-LENGTH-X
                   TO CMROUTE-CHAIN-LENGTH (CMROUTE-CHAIN-SUB)
               MOVE MSG-TEXT TO CMROUTE-CHAIN-TEXT (CMROUTE-CHAIN-SUB)
           ELSE
               MOVE 'N' TO CMROUTE-CHAIN-OPEN (CMROUTE-CHAIN-SUB).

      * The first segment of a message with more to come.  With
      * every slot taken the rest of the message is routed segment
      * by segment on its own text, as before chains were kept.
       OPEN-TERMINAL-CHAIN.
           IF CMROUTE-CHAIN-SUB EQUAL TO ZERO
               IF CMROUTE-CHAIN-USED NOT LESS THAN 30
                   MOVE 'CHAIN TABLE FULL - SEGMENTS ROUTED SINGLY'
                       TO ROUTE-REPORT-REC
                   WRITE ROUTE-REPORT-REC
               ELSE
                   ADD 1 TO CMROUTE-CHAIN-USED
                   MOVE CMROUTE-CHAIN-USED TO CMROUTE-CHAIN-SUB
               END-IF
           END-IF.
           IF CMROUTE-CHAIN-SUB NOT EQUAL TO ZERO
               MOVE MSG-SOURCE TO CMROUTE-CHAIN-TERM (CMROUTE-CHAIN-SUB)
               MOVE CMROUTE-PICKED-ROUTE
                   TO CMROUTE-CHAIN-ROUTE (CMROUTE-CHAIN-SUB)
               MOVE CMROUTE-DEAD-REASON
                   TO CMROUTE-CHAIN-REASON (CMROUTE-CHAIN-SUB)
               MOVE CMROUTE-SESSION-USER
                   TO CMROUTE-CHAIN-USER (CMROUTE-CHAIN-SUB)
               MOVE MSG-LENGTH-X
                   TO CMROUTE-CHAIN-LENGTH (CMROUTE-CHAIN-SUB)
               MOVE MSG-TEXT TO CMROUTE-CHAIN-TEXT (CMROUTE-CHAIN-SUB)
               MOVE 'Y' TO CMROUTE-CHAIN-OPEN (CMROUTE-CHAIN-SUB).

      * Leaves CHAIN-SUB on the terminal's open chain (CHAIN-FOUND),
      * else on a free slot to reuse, else zero.
       FIND-TERMINAL-CHAIN.
           MOVE 'NO' TO CMROUTE-CHAIN-SW.
           MOVE ZERO TO CMROUTE-CHAIN-SUB CMROUTE-FREE-SUB.
           PERFORM MATCH-ONE-CHAIN
               UNTIL CMROUTE-CHAIN-FOUND
                  OR CMROUTE-CHAIN-SUB NOT LESS THAN CMROUTE-CHAIN-USED.
           IF NOT CMROUTE-CHAIN-FOUND
               MOVE CMROUTE-FREE-SUB TO CMROUTE-CHAIN-SUB.

       MATCH-ONE-CHAIN.
           ADD 1 TO CMROUTE-CHAIN-SUB.
           IF CMROUTE-CHAIN-ACTIVE (CMROUTE-CHAIN-SUB)
               IF CMROUTE-CHAIN-TERM (CMROUTE-CHAIN-SUB)
                       EQUAL TO MSG-SOURCE
                   SET CMROUTE-CHAIN-FOUND TO TRUE
               END-IF
           ELSE
               IF CMROUTE-FREE-SUB EQUAL TO ZERO
                   MOVE CMROUTE-CHAIN-SUB TO CMROUTE-FREE-SUB
               END-IF
           END-IF.

      * A chain still open when the stream is drained never got its
      * last segment: its final segment taken is dead-lettered.
       CLOSE-ONE-BROKEN-CHAIN.
           ADD 1 TO CMROUTE-CHAIN-SUB.
           IF CMROUTE-CHAIN-ACTIVE (CMROUTE-CHAIN-SUB)
               MOVE 'N' TO CMROUTE-CHAIN-OPEN (CMROUTE-CHAIN-SUB)
               MOVE SPACES TO DLQ-REC
               MOVE CMROUTE-CHAIN-TERM (CMROUTE-CHAIN-SUB)
                   TO DLQ-SOURCE CMROUTE-REPLY-DEST
               MOVE '0' TO DLQ-END-KEY
               MOVE CMROUTE-CHAIN-LENGTH (CMROUTE-CHAIN-SUB)
                   TO DLQ-LENGTH
               MOVE CMROUTE-CHAIN-TEXT (CMROUTE-CHAIN-SUB) TO DLQ-TEXT
               MOVE CMROUTE-CHAIN-USER (CMROUTE-CHAIN-SUB)
                   TO DLQ-USER-ID
               MOVE 'BADCHAIN' TO CMROUTE-DEAD-REASON
               PERFORM PUT-DEAD-LETTER
               MOVE SPACES TO CMROUTE-REPORT-LINE
               STRING 'DEAD LETTER BADCHAIN FROM '
                   CMROUTE-CHAIN-TERM (CMROUTE-CHAIN-SUB)
                   ': NO LAST SEGMENT AFTER '
                   CMROUTE-CHAIN-TEXT (CMROUTE-CHAIN-SUB) (1:30)
                   DELIMITED BY SIZE INTO CMROUTE-REPORT-LINE
               MOVE CMROUTE-REPORT-LINE TO ROUTE-REPORT-REC
               WRITE ROUTE-REPORT-REC
               PERFORM SEND-NOT-UNDERSTOOD.

       DEAD-LETTER-ONE-MESSAGE.
           PERFORM WRITE-DEAD-LETTER.
           PERFORM REPORT-DEAD-LETTER.
           MOVE MSG-SOURCE TO CMROUTE-REPLY-DEST.
           PERFORM SEND-NOT-UNDERSTOOD.

       WRITE-DEAD-LETTER.
           MOVE SPACES TO DLQ-REC.
           MOVE MSG-SOURCE TO DLQ-SOURCE.
           MOVE MSG-END-KEY TO DLQ-END-KEY.
           MOVE MSG-LENGTH-X TO DLQ-LENGTH.
           MOVE MSG-TEXT TO DLQ-TEXT.
           MOVE CMROUTE-SESSION-USER TO DLQ-USER-ID.
           PERFORM PUT-DEAD-LETTER.

       PUT-DEAD-LETTER.
           ADD 1 TO CMROUTE-DEAD-CNT.
           MOVE CMROUTE-RUN-DATE TO DLQ-DATE.
           MOVE CMROUTE-RUN-TIME TO DLQ-TIME.
           MOVE CMROUTE-DEAD-CNT TO DLQ-SEQ.
           MOVE CMROUTE-DEAD-REASON TO DLQ-REASON.
           WRITE DLQ-REC.

       REPORT-DEAD-LETTER.
           MOVE SPACES TO CMROUTE-REPORT-LINE.
           STRING 'DEAD LETTER ' CMROUTE-DEAD-REASON
               ' FROM ' MSG-SOURCE
               ': ' MSG-TEXT (1:40)
               DELIMITED BY SIZE INTO CMROUTE-REPORT-LINE.
           MOVE CMROUTE-REPORT-LINE TO ROUTE-REPORT-REC.
           WRITE ROUTE-REPORT-REC.

       SEND-NOT-UNDERSTOOD.
           IF CMROUTE-DEAD-REASON EQUAL TO 'NORULE'
               MOVE 'NOT UNDERSTOOD - UNKNOWN MESSAGE TYPE'
                   TO CMROUTE-REPLY-LINE
           ELSE IF CMROUTE-DEAD-REASON EQUAL TO 'BADCHAIN'
               MOVE 'NOT UNDERSTOOD - SEGMENTS OUT OF SEQUENCE, RESEND'
                   TO CMROUTE-REPLY-LINE
           ELSE IF CMROUTE-DEAD-REASON EQUAL TO 'OVERSIZE'
               MOVE 'NOT UNDERSTOOD - MESSAGE OVER 50 CHARACTERS'
                   TO CMROUTE-REPLY-LINE
           ELSE
               MOVE 'NOT UNDERSTOOD - NO SESSION, SIGN ON FIRST'
                   TO CMROUTE-REPLY-LINE
           END-IF
           END-IF
           END-IF.
           ADD 1 TO CMROUTE-REPLY-CNT.
           MOVE SPACES TO REPLY-DECK-REC.
           MOVE CMROUTE-REPLY-DEST TO RPLY-DESTINATION.
           MOVE CMROUTE-REPLY-LINE TO RPLY-MESSAGE.
           WRITE REPLY-DECK-REC.

       FIND-USER-ENTRY.
           MOVE 'NO' TO CMROUTE-FOUND-SW.
           MOVE ZERO TO CMROUTE-USER-SUB.
           PERFORM MATCH-ONE-USER
               UNTIL CMROUTE-ENTRY-FOUND
                  OR CMROUTE-USER-SUB NOT LESS THAN CMROUTE-USER-USED.

       MATCH-ONE-USER.
           ADD 1 TO CMROUTE-USER-SUB.
           IF CMROUTE-USER-ID (CMROUTE-USER-SUB) EQUAL TO
                   CMROUTE-SIGN-USER
               SET CMROUTE-ENTRY-FOUND TO TRUE.

       FIND-LOCK-ENTRY.
           MOVE 'NO' TO CMROUTE-FOUND-SW.
           MOVE ZERO TO CMROUTE-LOCK-SUB.
           PERFORM MATCH-ONE-LOCK
               UNTIL CMROUTE-ENTRY-FOUND
                  OR CMROUTE-LOCK-SUB NOT LESS THAN CMROUTE-LOCK-USED.

       MATCH-ONE-LOCK.
           ADD 1 TO CMROUTE-LOCK-SUB.
           IF CMROUTE-LOCK-USER (CMROUTE-LOCK-SUB) EQUAL TO
                   CMROUTE-SIGN-USER
               SET CMROUTE-ENTRY-FOUND TO TRUE.

       FIND-TERMINAL-SESSION.
           MOVE 'NO' TO CMROUTE-FOUND-SW.
           MOVE ZERO TO CMROUTE-SESS-SUB.
           PERFORM MATCH-ONE-SESSION
               UNTIL CMROUTE-ENTRY-FOUND
                  OR CMROUTE-SESS-SUB NOT LESS THAN CMROUTE-SESS-USED.

       MATCH-ONE-SESSION.
           ADD 1 TO CMROUTE-SESS-SUB.
           IF CMROUTE-SESS-TERM (CMROUTE-SESS-SUB) EQUAL TO MSG-SOURCE
             AND CMROUTE-SESS-ACTIVE (CMROUTE-SESS-SUB)
               SET CMROUTE-ENTRY-FOUND TO TRUE.

      * Minutes from the stamp in STAMP-DATE and HHMMSS to the
      * cycle's own run stamp.
       COMPUTE-ELAPSED-MINUTES.
           PERFORM COMPUTE-STAMP-MINUTES.
           COMPUTE CMROUTE-ELAPSED =
               CMROUTE-NOW-MINUTES - CMROUTE-THEN-MINUTES.

       COMPUTE-STAMP-MINUTES.
           IF CMROUTE-STAMP-DATE IS LESS THAN 16010101
               MOVE ZERO TO CMROUTE-THEN-MINUTES
           ELSE
               COMPUTE CMROUTE-THEN-MINUTES =
                   FUNCTION INTEGER-OF-DATE (CMROUTE-STAMP-DATE) * 1440
                   + CMROUTE-HH * 60 + CMROUTE-MM.

       WRITE-SESSION-EVENT.
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
                 ' USER='            DELIMITED BY SIZE
                 AUDIT-USER-ID       DELIMITED BY SIZE
               INTO AUDIT-FILE-REC.
           WRITE AUDIT-FILE-REC.
           MOVE SPACES TO CMROUTE-REPORT-LINE.
           STRING 'SESSION ' AUDIT-OPERATION ' ' AUDIT-TERMINAL
               ' USER=' AUDIT-USER-ID ' STATUS=' AUDIT-STATUS-KEY
               DELIMITED BY SIZE INTO CMROUTE-REPORT-LINE.
           MOVE CMROUTE-REPORT-LINE TO ROUTE-REPORT-REC.
           WRITE ROUTE-REPORT-REC.

      * Live sessions go forward to the next cycle unless idle
      * past the limit; failure counts go forward while they
      * matter - a lockout that has run its time is dropped.
       CARRY-SESSION-CONTROL.
           OPEN OUTPUT SESSION-OUT.
           MOVE ZERO TO CMROUTE-SESS-SUB.
           PERFORM CARRY-ONE-SESSION
               UNTIL CMROUTE-SESS-SUB NOT LESS THAN CMROUTE-SESS-USED.
           CLOSE SESSION-OUT.
           OPEN OUTPUT LOCK-OUT.
           MOVE ZERO TO CMROUTE-LOCK-SUB.
           PERFORM CARRY-ONE-LOCK
               UNTIL CMROUTE-LOCK-SUB NOT LESS THAN CMROUTE-LOCK-USED.
           CLOSE LOCK-OUT AUDIT-FILE.

       CARRY-ONE-SESSION.
           ADD 1 TO CMROUTE-SESS-SUB.
           IF CMROUTE-SESS-ACTIVE (CMROUTE-SESS-SUB)
               PERFORM CHECK-SESSION-IDLE
               IF CMROUTE-ELAPSED IS GREATER THAN CMROUTE-IDLE-MINUTES
                   PERFORM TIME-OUT-ONE-SESSION
               ELSE
                   MOVE SPACES TO SESS-OUT-REC
                   MOVE CMROUTE-SESS-TERM (CMROUTE-SESS-SUB)
                       TO SSO-TERMINAL
                   MOVE CMROUTE-SESS-USER (CMROUTE-SESS-SUB)
                       TO SSO-USER-ID
                   MOVE CMROUTE-SESS-ON-DATE (CMROUTE-SESS-SUB)
                       TO SSO-SIGNON-DATE
                   MOVE CMROUTE-SESS-ON-TIME (CMROUTE-SESS-SUB)
                       TO SSO-SIGNON-TIME
                   MOVE CMROUTE-SESS-LAST-DATE (CMROUTE-SESS-SUB)
                       TO SSO-LAST-DATE
                   MOVE CMROUTE-SESS-LAST-TIME (CMROUTE-SESS-SUB)
                       TO SSO-LAST-TIME
                   WRITE SESS-OUT-REC
               END-IF.

       CARRY-ONE-LOCK.
           ADD 1 TO CMROUTE-LOCK-SUB.
           IF CMROUTE-LOCK-USER (CMROUTE-LOCK-SUB) NOT EQUAL TO SPACE
             AND CMROUTE-LOCK-FAILURES (CMROUTE-LOCK-SUB)
                   NOT EQUAL TO ZERO
               IF CMROUTE-LOCK-DATE (CMROUTE-LOCK-SUB) EQUAL TO ZERO
                   PERFORM WRITE-ONE-LOCK
               ELSE
                   MOVE CMROUTE-LOCK-DATE (CMROUTE-LOCK-SUB)
                       TO CMROUTE-STAMP-DATE
                   MOVE CMROUTE-LOCK-TIME (CMROUTE-LOCK-SUB)
                       TO CMROUTE-HHMMSS
                   PERFORM COMPUTE-ELAPSED-MINUTES
                   IF CMROUTE-ELAPSED IS LESS THAN CMROUTE-LOCK-MINUTES
                       PERFORM WRITE-ONE-LOCK
                   END-IF
               END-IF.

       WRITE-ONE-LOCK.
           MOVE SPACES TO LOCK-OUT-REC.
           MOVE CMROUTE-LOCK-USER (CMROUTE-LOCK-SUB) TO LKO-USER-ID.
           MOVE CMROUTE-LOCK-FAILURES (CMROUTE-LOCK-SUB)
               TO LKO-FAILURES.
           MOVE CMROUTE-LOCK-DATE (CMROUTE-LOCK-SUB) TO LKO-LOCK-DATE.
           MOVE CMROUTE-LOCK-TIME (CMROUTE-LOCK-SUB) TO LKO-LOCK-TIME.
           WRITE LOCK-OUT-REC.
