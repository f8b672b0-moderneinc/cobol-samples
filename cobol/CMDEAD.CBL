000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           CMDEAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEAD-CARD-FILE ASSIGN TO DLQCRD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CMDEAD-CARD-STATUS.
           SELECT DEAD-LETTER-IN ASSIGN TO DLQIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CMDEAD-DLQ-STATUS.
           SELECT DEAD-LETTER-OUT ASSIGN TO DLQOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT RESUBMIT-OUT ASSIGN TO RESUBOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT DEAD-REPORT ASSIGN TO DLQRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      * The first card names the function in 1-8: REPORT (with an
      * optional report date in 10-17, default today) or RESUBMIT.
      * RESUBMIT's cards follow it, one per dead letter or group:
      *   1-7    RESEND or DISCARD
      *   9-16   the dead letter's date, 18-23 time, 25-28 number
      *          as the report prints them - or ALL in 9-16 with
      *          a reason in 18-25 (blank for every reason)
      *   30-79  RESEND only: the corrected text; blank sends the
      *          text as it was held
      * E.g.:
      *   RESEND  20261014 221500 0003 STATUS CERTRUN
      *   RESEND  ALL      NORULE
      *   DISCARD 20261014 221500 0007
       FD  DEAD-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  DEAD-CARD.
           02 CARD-FUNCTION        PIC X(8).
           02 FILLER               PIC X(1).
           02 CARD-REPORT-DATE     PIC X(8).
           02 FILLER               PIC X(63).
       01  ACTION-CARD.
           02 ACT-VERB             PIC X(7).
           02 FILLER               PIC X(1).
           02 ACT-DATE             PIC X(8).
           02 FILLER               PIC X(1).
           02 ACT-KEY.
              03 ACT-TIME          PIC X(6).
              03 FILLER            PIC X(1).
              03 ACT-SEQ           PIC X(4).
           02 ACT-REASON REDEFINES ACT-KEY PIC X(8).
           02 FILLER               PIC X(1).
           02 ACT-TEXT             PIC X(50).
           02 FILLER               PIC X(1).

       FD  DEAD-LETTER-IN
           LABEL RECORDS ARE STANDARD.
           COPY CM_DEAD.

      * What RESUBMIT leaves held, for the next generation.
       FD  DEAD-LETTER-OUT
           LABEL RECORDS ARE STANDARD.
           COPY CM_DEAD REPLACING ==DLQ-REC== BY ==DLO-REC==
               LEADING ==DLQ-== BY ==DLO-==.

      * Resent messages in CMROUTE's received-message layout -
      * source 1-12, end key 14, length 16-19, text 21-70 - to go
      * in ahead of the next cycle's drained stream.
       FD  RESUBMIT-OUT
           LABEL RECORDS ARE STANDARD.
       01  RESUBMIT-REC.
           02 RSB-SOURCE           PIC X(12).
           02 FILLER               PIC X(1).
           02 RSB-END-KEY          PIC X(1).
           02 FILLER               PIC X(1).
           02 RSB-LENGTH           PIC 9(4).
           02 FILLER               PIC X(1).
           02 RSB-TEXT             PIC X(50).
           02 FILLER               PIC X(10).

       FD  DEAD-REPORT
           LABEL RECORDS ARE STANDARD.
       01  DEAD-REPORT-REC         PIC X(120).

       WORKING-STORAGE SECTION.
       01  CMDEAD-CARD-STATUS      PIC XX VALUE '00'.
       01  CMDEAD-DLQ-STATUS       PIC XX VALUE '00'.
       01  CMDEAD-EOF-SW           PIC X(3) VALUE 'NO'.
           88 CMDEAD-AT-EOF              VALUE 'YES'.
       01  CMDEAD-FOUND-SW         PIC X(3) VALUE 'NO'.
           88 CMDEAD-ENTRY-FOUND         VALUE 'YES'.
       01  CMDEAD-FUNCTION         PIC X(8) VALUE SPACE.
       01  CMDEAD-REPORT-DATE      PIC 9(8) VALUE ZERO.
       01  CMDEAD-OLDEST-DATE      PIC 9(8) VALUE ZERO.
       01  CMDEAD-HELD-CNT         PIC 9(5) VALUE ZERO.
       01  CMDEAD-DAY-CNT          PIC 9(5) VALUE ZERO.
       01  CMDEAD-NORULE-CNT       PIC 9(5) VALUE ZERO.
       01  CMDEAD-BADCHAIN-CNT     PIC 9(5) VALUE ZERO.
       01  CMDEAD-OVERSIZE-CNT     PIC 9(5) VALUE ZERO.
       01  CMDEAD-NOSESSN-CNT      PIC 9(5) VALUE ZERO.
       01  CMDEAD-RESENT-CNT       PIC 9(5) VALUE ZERO.
       01  CMDEAD-DISCARD-CNT      PIC 9(5) VALUE ZERO.
       01  CMDEAD-CARRIED-CNT      PIC 9(5) VALUE ZERO.
       01  CMDEAD-BADCARD-CNT      PIC 9(5) VALUE ZERO.
       01  CMDEAD-TEXT-LENGTH      PIC 9(4) VALUE ZERO.
       01  CMDEAD-SEND-TEXT        PIC X(50) VALUE SPACE.
       01  CMDEAD-REPORT-LINE      PIC X(120) VALUE SPACE.

      * RESUBMIT's cards, with how many dead letters each took.
       01  CMDEAD-ACT-USED         PIC 9(3) VALUE ZERO.
       01  CMDEAD-ACT-SUB          PIC 9(3) VALUE ZERO.
       01  CMDEAD-ACT-TABLE.
           02 CMDEAD-ACT-ENTRY OCCURS 100 TIMES.
              03 CMDEAD-ACT-VERB        PIC X(7).
              03 CMDEAD-ACT-ALL         PIC X(1).
                 88 CMDEAD-ACT-IS-ALL         VALUE 'Y'.
              03 CMDEAD-ACT-DATE        PIC 9(8).
              03 CMDEAD-ACT-TIME        PIC 9(6).
              03 CMDEAD-ACT-SEQ         PIC 9(4).
              03 CMDEAD-ACT-REASON      PIC X(8).
              03 CMDEAD-ACT-TEXT        PIC X(50).
              03 CMDEAD-ACT-TAKEN       PIC 9(5).

      * REPORT's count of the day's dead letters by terminal.
       01  CMDEAD-TERM-USED        PIC 9(2) VALUE ZERO.
       01  CMDEAD-TERM-SUB         PIC 9(2) VALUE ZERO.
       01  CMDEAD-TERM-TABLE.
           02 CMDEAD-TERM-ENTRY OCCURS 50 TIMES.
              03 CMDEAD-TERM-NAME       PIC X(12).
              03 CMDEAD-TERM-CNT        PIC 9(5).

       PROCEDURE DIVISION.

      * The dead-letter dataset CMROUTE appends to holds every
      * inbound message it could not deliver.  REPORT lists the
      * day's dead letters with their terminal, stamp and reason,
      * counts them by reason and by terminal, and says how many
      * are held in all and since when, so the queue is looked at
      * every day instead of growing unseen.  RESUBMIT works the
      * queue from cards: a RESEND puts the message - corrected,
      * or as held once a rule or a sign-on makes it routable -
      * into the resubmission stream read ahead of the next
      * cycle's traffic, so it goes back through CMROUTE and its
      * session and routing checks like any other; a DISCARD drops
      * it.  Each resent message goes as a whole one (end key 2).
      * Everything else is carried to the next generation.
      * RC=4 when REPORT finds dead letters for the day, or when a
      * RESUBMIT card is unreadable or names no dead letter.
       MAINLINE.
           OPEN INPUT DEAD-CARD-FILE.
           MOVE SPACES TO DEAD-CARD.
           IF CMDEAD-CARD-STATUS EQUAL TO '00'
               READ DEAD-CARD-FILE
                   AT END MOVE SPACES TO DEAD-CARD.
           MOVE CARD-FUNCTION TO CMDEAD-FUNCTION.
           OPEN OUTPUT DEAD-REPORT.
           IF CMDEAD-FUNCTION EQUAL TO 'REPORT'
               PERFORM REPORT-FUNCTION
           ELSE IF CMDEAD-FUNCTION EQUAL TO 'RESUBMIT'
               PERFORM RESUBMIT-FUNCTION
           ELSE
               MOVE 'UNKNOWN FUNCTION ON CONTROL CARD'
                   TO DEAD-REPORT-REC
               WRITE DEAD-REPORT-REC
               CLOSE DEAD-REPORT
               IF CMDEAD-CARD-STATUS EQUAL TO '00'
                 OR CMDEAD-CARD-STATUS EQUAL TO '10'
                   CLOSE DEAD-CARD-FILE
               END-IF
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           END-IF.
           IF CMDEAD-CARD-STATUS EQUAL TO '00'
             OR CMDEAD-CARD-STATUS EQUAL TO '10'
               CLOSE DEAD-CARD-FILE.
           CLOSE DEAD-REPORT.
           IF CMDEAD-FUNCTION EQUAL TO 'REPORT'
             AND CMDEAD-DAY-CNT NOT EQUAL TO ZERO
               MOVE 4 TO RETURN-CODE
           ELSE IF CMDEAD-BADCARD-CNT NOT EQUAL TO ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           END-IF.
           GOBACK.

       REPORT-FUNCTION.
           IF CARD-REPORT-DATE IS NUMERIC
               MOVE CARD-REPORT-DATE TO CMDEAD-REPORT-DATE
           ELSE
               ACCEPT CMDEAD-REPORT-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO CMDEAD-REPORT-LINE.
           STRING 'DEAD-LETTER QUEUE REPORT FOR ' CMDEAD-REPORT-DATE
               DELIMITED BY SIZE INTO CMDEAD-REPORT-LINE.
           MOVE CMDEAD-REPORT-LINE TO DEAD-REPORT-REC.
           WRITE DEAD-REPORT-REC.
           MOVE SPACES TO DEAD-REPORT-REC.
           WRITE DEAD-REPORT-REC.
           MOVE 'TERMINAL     TIME   NO.  REASON   USER     TEXT'
               TO DEAD-REPORT-REC.
           WRITE DEAD-REPORT-REC.
           MOVE 'NO' TO CMDEAD-EOF-SW.
           OPEN INPUT DEAD-LETTER-IN.
           IF CMDEAD-DLQ-STATUS NOT EQUAL TO '00'
               SET CMDEAD-AT-EOF TO TRUE
               MOVE 'NO DEAD-LETTER DATASET - NOTHING HELD'
                   TO DEAD-REPORT-REC
               WRITE DEAD-REPORT-REC.
           PERFORM REPORT-ONE-DEAD-LETTER UNTIL CMDEAD-AT-EOF.
           IF CMDEAD-DLQ-STATUS EQUAL TO '00'
             OR CMDEAD-DLQ-STATUS EQUAL TO '10'
               CLOSE DEAD-LETTER-IN.
           IF CMDEAD-DAY-CNT EQUAL TO ZERO
               MOVE '   (NONE FOR THE DAY)' TO DEAD-REPORT-REC
               WRITE DEAD-REPORT-REC.
           MOVE SPACES TO DEAD-REPORT-REC.
           WRITE DEAD-REPORT-REC.
           MOVE SPACES TO CMDEAD-REPORT-LINE.
           STRING 'BY REASON:  NORULE = ' CMDEAD-NORULE-CNT
               '  BADCHAIN = ' CMDEAD-BADCHAIN-CNT
               '  OVERSIZE = ' CMDEAD-OVERSIZE-CNT
               '  NOSESSN = ' CMDEAD-NOSESSN-CNT
               DELIMITED BY SIZE INTO CMDEAD-REPORT-LINE.
           MOVE CMDEAD-REPORT-LINE TO DEAD-REPORT-REC.
           WRITE DEAD-REPORT-REC.
           IF CMDEAD-TERM-USED NOT EQUAL TO ZERO
               MOVE 'BY TERMINAL:' TO DEAD-REPORT-REC
               WRITE DEAD-REPORT-REC
               MOVE ZERO TO CMDEAD-TERM-SUB
               PERFORM REPORT-ONE-TERMINAL
                   UNTIL CMDEAD-TERM-SUB NOT LESS THAN CMDEAD-TERM-USED.
           MOVE SPACES TO CMDEAD-REPORT-LINE.
           IF CMDEAD-HELD-CNT EQUAL TO ZERO
               STRING 'DAY = ' CMDEAD-DAY-CNT
                   '  HELD IN ALL = ' CMDEAD-HELD-CNT
                   DELIMITED BY SIZE INTO CMDEAD-REPORT-LINE
           ELSE
               STRING 'DAY = ' CMDEAD-DAY-CNT
                   '  HELD IN ALL = ' CMDEAD-HELD-CNT
                   '  OLDEST HELD = ' CMDEAD-OLDEST-DATE
                   DELIMITED BY SIZE INTO CMDEAD-REPORT-LINE.
           MOVE CMDEAD-REPORT-LINE TO DEAD-REPORT-REC.
           WRITE DEAD-REPORT-REC.

       REPORT-ONE-DEAD-LETTER.
           READ DEAD-LETTER-IN
               AT END SET CMDEAD-AT-EOF TO TRUE
               NOT AT END PERFORM TALLY-ONE-DEAD-LETTER.

       TALLY-ONE-DEAD-LETTER.
           ADD 1 TO CMDEAD-HELD-CNT.
           IF CMDEAD-OLDEST-DATE EQUAL TO ZERO
             OR DLQ-DATE IS LESS THAN CMDEAD-OLDEST-DATE
               MOVE DLQ-DATE TO CMDEAD-OLDEST-DATE.
           IF DLQ-DATE EQUAL TO CMDEAD-REPORT-DATE
               ADD 1 TO CMDEAD-DAY-CNT
               IF DLQ-NO-RULE
                   ADD 1 TO CMDEAD-NORULE-CNT
               ELSE IF DLQ-BAD-CHAIN
                   ADD 1 TO CMDEAD-BADCHAIN-CNT
               ELSE IF DLQ-OVERSIZE
                   ADD 1 TO CMDEAD-OVERSIZE-CNT
               ELSE
                   ADD 1 TO CMDEAD-NOSESSN-CNT
               END-IF
               END-IF
               END-IF
               PERFORM COUNT-DEAD-LETTER-TERMINAL
               MOVE SPACES TO CMDEAD-REPORT-LINE
               STRING DLQ-SOURCE ' ' DLQ-TIME ' ' DLQ-SEQ
                   ' ' DLQ-REASON ' ' DLQ-USER-ID ' ' DLQ-TEXT
                   DELIMITED BY SIZE INTO CMDEAD-REPORT-LINE
               MOVE CMDEAD-REPORT-LINE TO DEAD-REPORT-REC
               WRITE DEAD-REPORT-REC.

       COUNT-DEAD-LETTER-TERMINAL.
           MOVE 'NO' TO CMDEAD-FOUND-SW.
           MOVE ZERO TO CMDEAD-TERM-SUB.
           PERFORM MATCH-ONE-TERMINAL
               UNTIL CMDEAD-ENTRY-FOUND
                  OR CMDEAD-TERM-SUB NOT LESS THAN CMDEAD-TERM-USED.
           IF NOT CMDEAD-ENTRY-FOUND
             AND CMDEAD-TERM-USED IS LESS THAN 50
               ADD 1 TO CMDEAD-TERM-USED
               MOVE CMDEAD-TERM-USED TO CMDEAD-TERM-SUB
               MOVE DLQ-SOURCE TO CMDEAD-TERM-NAME (CMDEAD-TERM-SUB)
               MOVE ZERO TO CMDEAD-TERM-CNT (CMDEAD-TERM-SUB)
               SET CMDEAD-ENTRY-FOUND TO TRUE.
           IF CMDEAD-ENTRY-FOUND
               ADD 1 TO CMDEAD-TERM-CNT (CMDEAD-TERM-SUB).

       MATCH-ONE-TERMINAL.
           ADD 1 TO CMDEAD-TERM-SUB.
           IF CMDEAD-TERM-NAME (CMDEAD-TERM-SUB) EQUAL TO DLQ-SOURCE
               SET CMDEAD-ENTRY-FOUND TO TRUE.

       REPORT-ONE-TERMINAL.
           ADD 1 TO CMDEAD-TERM-SUB.
           MOVE SPACES TO CMDEAD-REPORT-LINE.
           STRING '   ' CMDEAD-TERM-NAME (CMDEAD-TERM-SUB)
               ' ' CMDEAD-TERM-CNT (CMDEAD-TERM-SUB)
               DELIMITED BY SIZE INTO CMDEAD-REPORT-LINE.
           MOVE CMDEAD-REPORT-LINE TO DEAD-REPORT-REC.
           WRITE DEAD-REPORT-REC.

       RESUBMIT-FUNCTION.
           MOVE 'DEAD-LETTER QUEUE RESUBMISSION' TO DEAD-REPORT-REC.
           WRITE DEAD-REPORT-REC.
           MOVE 'NO' TO CMDEAD-EOF-SW.
           IF CMDEAD-CARD-STATUS NOT EQUAL TO '00'
               SET CMDEAD-AT-EOF TO TRUE.
           PERFORM LOAD-ONE-ACTION-CARD
               UNTIL CMDEAD-AT-EOF
                  OR CMDEAD-ACT-USED NOT LESS THAN 100.
           OPEN OUTPUT DEAD-LETTER-OUT RESUBMIT-OUT.
           MOVE 'NO' TO CMDEAD-EOF-SW.
           OPEN INPUT DEAD-LETTER-IN.
           IF CMDEAD-DLQ-STATUS NOT EQUAL TO '00'
               SET CMDEAD-AT-EOF TO TRUE
               MOVE 'NO DEAD-LETTER DATASET - NOTHING HELD'
                   TO DEAD-REPORT-REC
               WRITE DEAD-REPORT-REC.
           PERFORM WORK-ONE-DEAD-LETTER UNTIL CMDEAD-AT-EOF.
           IF CMDEAD-DLQ-STATUS EQUAL TO '00'
             OR CMDEAD-DLQ-STATUS EQUAL TO '10'
               CLOSE DEAD-LETTER-IN.
           CLOSE DEAD-LETTER-OUT RESUBMIT-OUT.
           MOVE ZERO TO CMDEAD-ACT-SUB.
           PERFORM CHECK-ONE-ACTION-TAKEN
               UNTIL CMDEAD-ACT-SUB NOT LESS THAN CMDEAD-ACT-USED.
           MOVE SPACES TO DEAD-REPORT-REC.
           WRITE DEAD-REPORT-REC.
           MOVE SPACES TO CMDEAD-REPORT-LINE.
           STRING 'HELD = ' CMDEAD-HELD-CNT
               '  RESENT = ' CMDEAD-RESENT-CNT
               '  DISCARDED = ' CMDEAD-DISCARD-CNT
               '  CARRIED = ' CMDEAD-CARRIED-CNT
               '  CARDS REJECTED = ' CMDEAD-BADCARD-CNT
               DELIMITED BY SIZE INTO CMDEAD-REPORT-LINE.
           MOVE CMDEAD-REPORT-LINE TO DEAD-REPORT-REC.
           WRITE DEAD-REPORT-REC.

       LOAD-ONE-ACTION-CARD.
           READ DEAD-CARD-FILE
               AT END SET CMDEAD-AT-EOF TO TRUE
               NOT AT END PERFORM POST-ONE-ACTION-CARD
                   THRU POST-ONE-ACTION-CARD-EX.

       POST-ONE-ACTION-CARD.
           IF ACTION-CARD EQUAL TO SPACE
             OR ACT-VERB (1:1) EQUAL TO '*'
               GO TO POST-ONE-ACTION-CARD-EX.
           IF ACT-VERB NOT EQUAL TO 'RESEND'
             AND ACT-VERB NOT EQUAL TO 'DISCARD'
               PERFORM REJECT-ACTION-CARD
               GO TO POST-ONE-ACTION-CARD-EX.
           IF ACT-DATE NOT EQUAL TO 'ALL'
             AND (ACT-DATE IS NOT NUMERIC
               OR ACT-TIME IS NOT NUMERIC
               OR ACT-SEQ IS NOT NUMERIC)
               PERFORM REJECT-ACTION-CARD
               GO TO POST-ONE-ACTION-CARD-EX.
           ADD 1 TO CMDEAD-ACT-USED.
           MOVE CMDEAD-ACT-USED TO CMDEAD-ACT-SUB.
           MOVE ACT-VERB TO CMDEAD-ACT-VERB (CMDEAD-ACT-SUB).
           MOVE ZERO TO CMDEAD-ACT-DATE (CMDEAD-ACT-SUB)
               CMDEAD-ACT-TIME (CMDEAD-ACT-SUB)
               CMDEAD-ACT-SEQ (CMDEAD-ACT-SUB)
               CMDEAD-ACT-TAKEN (CMDEAD-ACT-SUB).
           MOVE SPACES TO CMDEAD-ACT-REASON (CMDEAD-ACT-SUB).
           IF ACT-DATE EQUAL TO 'ALL'
               MOVE 'Y' TO CMDEAD-ACT-ALL (CMDEAD-ACT-SUB)
               MOVE ACT-REASON TO CMDEAD-ACT-REASON (CMDEAD-ACT-SUB)
           ELSE
               MOVE 'N' TO CMDEAD-ACT-ALL (CMDEAD-ACT-SUB)
               MOVE ACT-DATE TO CMDEAD-ACT-DATE (CMDEAD-ACT-SUB)
               MOVE ACT-TIME TO CMDEAD-ACT-TIME (CMDEAD-ACT-SUB)
               MOVE ACT-SEQ TO CMDEAD-ACT-SEQ (CMDEAD-ACT-SUB).
           MOVE ACT-TEXT TO CMDEAD-ACT-TEXT (CMDEAD-ACT-SUB).
       POST-ONE-ACTION-CARD-EX.
           EXIT.

       REJECT-ACTION-CARD.
           ADD 1 TO CMDEAD-BADCARD-CNT.
           MOVE SPACES TO CMDEAD-REPORT-LINE.
           STRING 'CARD REJECTED: ' ACTION-CARD
               DELIMITED BY SIZE INTO CMDEAD-REPORT-LINE.
           MOVE CMDEAD-REPORT-LINE TO DEAD-REPORT-REC.
           WRITE DEAD-REPORT-REC.

       WORK-ONE-DEAD-LETTER.
           READ DEAD-LETTER-IN
               AT END SET CMDEAD-AT-EOF TO TRUE
               NOT AT END PERFORM DISPOSE-ONE-DEAD-LETTER.

      * The first card that names the dead letter - by its key, or
      * ALL for its reason - decides it; one no card names stays.
       DISPOSE-ONE-DEAD-LETTER.
           ADD 1 TO CMDEAD-HELD-CNT.
           MOVE 'NO' TO CMDEAD-FOUND-SW.
           MOVE ZERO TO CMDEAD-ACT-SUB.
           PERFORM MATCH-ONE-ACTION
               UNTIL CMDEAD-ENTRY-FOUND
                  OR CMDEAD-ACT-SUB NOT LESS THAN CMDEAD-ACT-USED.
           IF NOT CMDEAD-ENTRY-FOUND
               ADD 1 TO CMDEAD-CARRIED-CNT
               MOVE DLQ-REC TO DLO-REC
               WRITE DLO-REC
           ELSE
               ADD 1 TO CMDEAD-ACT-TAKEN (CMDEAD-ACT-SUB)
               IF CMDEAD-ACT-VERB (CMDEAD-ACT-SUB) EQUAL TO 'RESEND'
                   PERFORM RESEND-ONE-DEAD-LETTER
               ELSE
                   ADD 1 TO CMDEAD-DISCARD-CNT
                   MOVE SPACES TO CMDEAD-REPORT-LINE
                   STRING 'DISCARDED ' DLQ-DATE ' ' DLQ-TIME
                       ' ' DLQ-SEQ ' ' DLQ-SOURCE ' ' DLQ-REASON
                       ' ' DLQ-TEXT (1:40)
                       DELIMITED BY SIZE INTO CMDEAD-REPORT-LINE
                   MOVE CMDEAD-REPORT-LINE TO DEAD-REPORT-REC
                   WRITE DEAD-REPORT-REC
               END-IF.

       MATCH-ONE-ACTION.
           ADD 1 TO CMDEAD-ACT-SUB.
           IF CMDEAD-ACT-IS-ALL (CMDEAD-ACT-SUB)
               IF CMDEAD-ACT-REASON (CMDEAD-ACT-SUB) EQUAL TO SPACE
                 OR CMDEAD-ACT-REASON (CMDEAD-ACT-SUB)
                       EQUAL TO DLQ-REASON
                   SET CMDEAD-ENTRY-FOUND TO TRUE
               END-IF
           ELSE
               IF CMDEAD-ACT-DATE (CMDEAD-ACT-SUB) EQUAL TO DLQ-DATE
                 AND CMDEAD-ACT-TIME (CMDEAD-ACT-SUB) EQUAL TO DLQ-TIME
                 AND CMDEAD-ACT-SEQ (CMDEAD-ACT-SUB) EQUAL TO DLQ-SEQ
                   SET CMDEAD-ENTRY-FOUND TO TRUE
               END-IF
           END-IF.

      * The length goes with the text sent: a corrected text's own,
      * the held length when it was a good one, else the held
      * text's own.
       RESEND-ONE-DEAD-LETTER.
           ADD 1 TO CMDEAD-RESENT-CNT.
           IF CMDEAD-ACT-TEXT (CMDEAD-ACT-SUB) NOT EQUAL TO SPACE
               MOVE CMDEAD-ACT-TEXT (CMDEAD-ACT-SUB)
                   TO CMDEAD-SEND-TEXT
               PERFORM MEASURE-SEND-TEXT
           ELSE
               MOVE DLQ-TEXT TO CMDEAD-SEND-TEXT
               IF DLQ-LENGTH IS NUMERIC
                 AND DLQ-LENGTH IS NOT GREATER THAN '0050'
                   MOVE DLQ-LENGTH TO CMDEAD-TEXT-LENGTH
               ELSE
                   PERFORM MEASURE-SEND-TEXT
               END-IF
           END-IF.
           MOVE SPACES TO RESUBMIT-REC.
           MOVE DLQ-SOURCE TO RSB-SOURCE.
           MOVE '2' TO RSB-END-KEY.
           MOVE CMDEAD-TEXT-LENGTH TO RSB-LENGTH.
           MOVE CMDEAD-SEND-TEXT TO RSB-TEXT.
           WRITE RESUBMIT-REC.
           MOVE SPACES TO CMDEAD-REPORT-LINE.
           STRING 'RESENT    ' DLQ-DATE ' ' DLQ-TIME
               ' ' DLQ-SEQ ' ' DLQ-SOURCE ' ' DLQ-REASON
               ' ' CMDEAD-SEND-TEXT (1:40)
               DELIMITED BY SIZE INTO CMDEAD-REPORT-LINE.
           MOVE CMDEAD-REPORT-LINE TO DEAD-REPORT-REC.
           WRITE DEAD-REPORT-REC.

       MEASURE-SEND-TEXT.
           MOVE 50 TO CMDEAD-TEXT-LENGTH.
           PERFORM TRIM-SEND-TEXT
               UNTIL CMDEAD-TEXT-LENGTH EQUAL TO ZERO
                OR CMDEAD-SEND-TEXT (CMDEAD-TEXT-LENGTH:1)
                   NOT EQUAL TO SPACE.

       TRIM-SEND-TEXT.
           SUBTRACT 1 FROM CMDEAD-TEXT-LENGTH.

      * A keyed card that found nothing is reported; an ALL card
      * that found nothing simply had nothing to do.
       CHECK-ONE-ACTION-TAKEN.
           ADD 1 TO CMDEAD-ACT-SUB.
           IF CMDEAD-ACT-TAKEN (CMDEAD-ACT-SUB) EQUAL TO ZERO
             AND NOT CMDEAD-ACT-IS-ALL (CMDEAD-ACT-SUB)
               ADD 1 TO CMDEAD-BADCARD-CNT
               MOVE SPACES TO CMDEAD-REPORT-LINE
               STRING 'NO DEAD LETTER '
                   CMDEAD-ACT-DATE (CMDEAD-ACT-SUB) ' '
                   CMDEAD-ACT-TIME (CMDEAD-ACT-SUB) ' '
                   CMDEAD-ACT-SEQ (CMDEAD-ACT-SUB)
                   ' - ' CMDEAD-ACT-VERB (CMDEAD-ACT-SUB)
                   ' CARD NOT APPLIED'
                   DELIMITED BY SIZE INTO CMDEAD-REPORT-LINE
               MOVE CMDEAD-REPORT-LINE TO DEAD-REPORT-REC
               WRITE DEAD-REPORT-REC.
