               ORGANIZATION IS SEQUENTIAL.
           SELECT INQUIRY-REPORT ASSIGN TO INQRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT POSITION-IN ASSIGN TO BRWSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CMINQ-BRWS-STATUS.
           SELECT POSITION-OUT ASSIGN TO BRWSOUT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      * INQ routing rule: originating terminal in 1-12, the routed
      * message text in 14-63.  Inside the text: INQ in 1-3, the
      * function in 5-10 (READ, BROWSE or ALTKEY, the same verbs
      * IXINQ takes on cards, or NEXT and PREV to page on through
      * the terminal's last BROWSE or ALTKEY), and the key value in
      * 12-21.  NEXT and PREV take no key.
       FD  INQUIRY-IN
           LABEL RECORDS ARE STANDARD.
       01  INQUIRY-IN-REC.
           LABEL RECORDS ARE STANDARD.
       01  INQUIRY-REPORT-REC      PIC X(120).

      * Last cycle's browse positions, optional - the first cycle
      * has none - and this cycle's, for the next.
       FD  POSITION-IN
           LABEL RECORDS ARE STANDARD.
           COPY CM_BRWS.

       FD  POSITION-OUT
           LABEL RECORDS ARE STANDARD.
           COPY CM_BRWS REPLACING ==BRWS-REC== BY ==BRWS-OUT-REC==
               LEADING ==BRWS-== BY ==BRO-==.

       WORKING-STORAGE SECTION.
       01  CMINQ-IN-STATUS         PIC XX VALUE '00'.
       01  CMINQ-FILE-STATUS       PIC XX VALUE '00'.
       01  CMINQ-BRWS-STATUS       PIC XX VALUE '00'.
       01  CMINQ-EOF-SW            PIC X(3) VALUE 'NO'.
           88 CMINQ-AT-EOF               VALUE 'YES'.
       01  CMINQ-BROWSE-DONE-SW    PIC X(3) VALUE 'NO'.
           88 CMINQ-BROWSE-DONE          VALUE 'YES'.
       01  CMINQ-FOUND-SW          PIC X(3) VALUE 'NO'.
           88 CMINQ-ENTRY-FOUND          VALUE 'YES'.
       01  CMINQ-LIMIT             PIC 9(3) VALUE 5.
       01  CMINQ-SHOWN             PIC 9(3) VALUE ZERO.
       01  CMINQ-PAGE-WANTED       PIC 9(3) VALUE ZERO.
       01  CMINQ-SKIP-WANTED       PIC 9(5) VALUE ZERO.
       01  CMINQ-SKIPPED           PIC 9(5) VALUE ZERO.
       01  CMINQ-FIRST-PLACE       PIC 9(5) VALUE ZERO.
       01  CMINQ-WORK-FUNCTION     PIC X(6) VALUE SPACE.
       01  CMINQ-WORK-ORIGIN       PIC X(10) VALUE SPACE.
       01  CMINQ-WALK-ALT          PIC X(10) VALUE SPACE.
       01  CMINQ-LAST-KEY          PIC X(10) VALUE SPACE.
       01  CMINQ-IDLE-MINUTES      PIC 9(3) VALUE 30.
       01  CMINQ-RUN-DATE          PIC 9(8) VALUE ZERO.
       01  CMINQ-TIME-FULL.
           02 CMINQ-RUN-TIME       PIC 9(6).
           02 FILLER               PIC 99.
       01  CMINQ-NOW-MINUTES       PIC 9(9) VALUE ZERO.
       01  CMINQ-THEN-MINUTES      PIC 9(9) VALUE ZERO.
       01  CMINQ-HHMMSS            PIC 9(6) VALUE ZERO.
       01  CMINQ-HHMMSS-X REDEFINES CMINQ-HHMMSS.
           02 CMINQ-HH             PIC 9(2).
           02 CMINQ-MM             PIC 9(2).
           02 CMINQ-SS             PIC 9(2).
       01  CMINQ-STAMP-DATE        PIC 9(8) VALUE ZERO.
       01  CMINQ-ELAPSED           PIC S9(9) VALUE ZERO.
       01  CMINQ-EXPIRED-CNT       PIC 9(5) VALUE ZERO.
       01  CMINQ-REQUEST-CNT       PIC 9(5) VALUE ZERO.
       01  CMINQ-REPLY-CNT         PIC 9(5) VALUE ZERO.
       01  CMINQ-REJECT-CNT        PIC 9(5) VALUE ZERO.
       01  CMINQ-REPORT-LINE       PIC X(120) VALUE SPACE.
       01  CMINQ-REPLY-LINE        PIC X(60) VALUE SPACE.
       01  CMINQ-BRWS-USED         PIC 9(2) VALUE ZERO.
       01  CMINQ-BRWS-SUB          PIC 9(2) VALUE ZERO.
       01  CMINQ-BRWS-TABLE.
           02 CMINQ-BRWS-ENTRY OCCURS 30 TIMES.
              03 CMINQ-BRWS-TERM        PIC X(12).
              03 CMINQ-BRWS-FUNCTION    PIC X(6).
              03 CMINQ-BRWS-ORIGIN      PIC X(10).
              03 CMINQ-BRWS-LAST-KEY    PIC X(10).
              03 CMINQ-BRWS-FIRST-PLACE PIC 9(5).
              03 CMINQ-BRWS-LAST-PLACE  PIC 9(5).
              03 CMINQ-BRWS-LAST-DATE   PIC 9(8).
              03 CMINQ-BRWS-LAST-TIME   PIC 9(6).
              03 CMINQ-BRWS-OPEN        PIC X(1).
                 88 CMINQ-BRWS-ACTIVE         VALUE 'Y'.

       PROCEDURE DIVISION.

      * BROWSE, ALTKEY with the duplicates walk - and the matching
      * record fields go back to the originating terminal through
      * the send deck.  The phone call and the hand-built batch job
      * become one message each way.  Each BROWSE or ALTKEY that
      * returns records leaves the terminal a browse position, so
      * NEXT and PREV page on from it a reply limit at a time; the
      * positions are carried from cycle to cycle and one left idle
      * past the limit is dropped.
       MAINLINE.
           ACCEPT CMINQ-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT CMINQ-TIME-FULL FROM TIME.
           MOVE CMINQ-RUN-DATE TO CMINQ-STAMP-DATE.
           MOVE CMINQ-RUN-TIME TO CMINQ-HHMMSS.
           PERFORM COMPUTE-STAMP-MINUTES.
           MOVE CMINQ-THEN-MINUTES TO CMINQ-NOW-MINUTES.
           PERFORM LOAD-BROWSE-POSITIONS.
           OPEN INPUT INQUIRY-IN IX-FD1
               OUTPUT REPLY-DECK-OUT INQUIRY-REPORT.
           MOVE 'TERMINAL INQUIRY HANDLER - IX-FD1'
                   TO INQUIRY-REPORT-REC
               WRITE INQUIRY-REPORT-REC.
           PERFORM ANSWER-ONE-REQUEST UNTIL CMINQ-AT-EOF.
           PERFORM CARRY-BROWSE-POSITIONS.
           PERFORM WRITE-HANDLER-TOTALS.
           CLOSE IX-FD1 REPLY-DECK-OUT INQUIRY-REPORT.
           IF CMINQ-IN-STATUS EQUAL TO '00'
               PERFORM BROWSE-REQUEST
           ELSE IF INQ-FUNCTION EQUAL TO 'ALTKEY'
               PERFORM ALTKEY-REQUEST
           ELSE IF INQ-FUNCTION EQUAL TO 'NEXT  '
               PERFORM NEXT-PAGE-REQUEST THRU NEXT-PAGE-REQUEST-EX
           ELSE IF INQ-FUNCTION EQUAL TO 'PREV  '
               PERFORM PREV-PAGE-REQUEST THRU PREV-PAGE-REQUEST-EX
           ELSE
               ADD 1 TO CMINQ-REJECT-CNT
               MOVE 'UNKNOWN FUNCTION - READ BROWSE ALTKEY NEXT PREV'
                   TO CMINQ-REPLY-LINE
               PERFORM SEND-ONE-REPLY
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       EXACT-READ-REQUEST.
           START IX-FD1 KEY IS NOT LESS THAN IX-FD1-KEY
               INVALID KEY SET CMINQ-BROWSE-DONE TO TRUE
           END-START.
           MOVE CMINQ-LIMIT TO CMINQ-PAGE-WANTED.
           PERFORM BROWSE-NEXT-RECORD
               UNTIL CMINQ-BROWSE-DONE
                  OR CMINQ-SHOWN NOT LESS THAN CMINQ-PAGE-WANTED.
           MOVE 'BROWSE' TO CMINQ-WORK-FUNCTION.
           PERFORM START-BROWSE-POSITION.
           IF CMINQ-SHOWN EQUAL TO ZERO
               MOVE 'NO RECORDS AT OR PAST THAT KEY'
                   TO CMINQ-REPLY-LINE
               AT END SET CMINQ-BROWSE-DONE TO TRUE.
           IF NOT CMINQ-BROWSE-DONE
               ADD 1 TO CMINQ-SHOWN
               MOVE IX-FD1-KEY TO CMINQ-LAST-KEY
               PERFORM REPLY-CURRENT-RECORD.

      * Duplicates under the alternate key all go back, up to the
       ALTKEY-REQUEST.
           MOVE 'NO' TO CMINQ-BROWSE-DONE-SW.
           MOVE ZERO TO CMINQ-SHOWN.
           MOVE INQ-KEY-VALUE TO IX-FD1-ALTKEY1 CMINQ-WALK-ALT.
           START IX-FD1 KEY IS NOT LESS THAN IX-FD1-ALTKEY1
               INVALID KEY SET CMINQ-BROWSE-DONE TO TRUE
           END-START.
           MOVE CMINQ-LIMIT TO CMINQ-PAGE-WANTED.
           PERFORM ALTKEY-NEXT-RECORD
               UNTIL CMINQ-BROWSE-DONE
                  OR CMINQ-SHOWN NOT LESS THAN CMINQ-PAGE-WANTED.
           MOVE 'ALTKEY' TO CMINQ-WORK-FUNCTION.
           PERFORM START-BROWSE-POSITION.
           IF CMINQ-SHOWN EQUAL TO ZERO
               MOVE 'NO RECORDS UNDER THAT ALTERNATE KEY'
                   TO CMINQ-REPLY-LINE
           READ IX-FD1 NEXT RECORD
               AT END SET CMINQ-BROWSE-DONE TO TRUE.
           IF NOT CMINQ-BROWSE-DONE
               IF IX-FD1-ALTKEY1 EQUAL TO CMINQ-WALK-ALT
                   ADD 1 TO CMINQ-SHOWN
                   MOVE IX-FD1-KEY TO CMINQ-LAST-KEY
                   PERFORM REPLY-CURRENT-RECORD
               ELSE
                   SET CMINQ-BROWSE-DONE TO TRUE
               END-IF.

      * A fresh BROWSE or ALTKEY replaces whatever the terminal had
      * under way; one that found nothing leaves it no position.
       START-BROWSE-POSITION.
           PERFORM FIND-BROWSE-POSITION.
           IF CMINQ-SHOWN EQUAL TO ZERO
               IF CMINQ-ENTRY-FOUND
                   MOVE 'N' TO CMINQ-BRWS-OPEN (CMINQ-BRWS-SUB)
               END-IF
           ELSE
               MOVE INQ-KEY-VALUE TO CMINQ-WORK-ORIGIN
               MOVE 1 TO CMINQ-FIRST-PLACE
               PERFORM KEEP-BROWSE-POSITION.

      * NEXT carries on past the last record the terminal was sent.
      * Under a primary-key browse that is a START past its key; an
      * alternate-key walk is picked up again in the middle of the
      * duplicates by walking the chain from its head back to the
      * record last sent, since the alternate key alone cannot say
      * which of the duplicates that was.
       NEXT-PAGE-REQUEST.
           PERFORM CHECK-BROWSE-POSITION.
           IF NOT CMINQ-ENTRY-FOUND
               GO TO NEXT-PAGE-REQUEST-EX.
           MOVE 'NO' TO CMINQ-BROWSE-DONE-SW.
           MOVE ZERO TO CMINQ-SHOWN.
           MOVE CMINQ-LIMIT TO CMINQ-PAGE-WANTED.
           IF CMINQ-WORK-FUNCTION EQUAL TO 'BROWSE'
               MOVE CMINQ-BRWS-LAST-KEY (CMINQ-BRWS-SUB) TO IX-FD1-KEY
               START IX-FD1 KEY IS GREATER THAN IX-FD1-KEY
                   INVALID KEY SET CMINQ-BROWSE-DONE TO TRUE
               END-START
               PERFORM BROWSE-NEXT-RECORD
                   UNTIL CMINQ-BROWSE-DONE
                      OR CMINQ-SHOWN NOT LESS THAN CMINQ-PAGE-WANTED
           ELSE
               PERFORM SEEK-LAST-DUPLICATE
               IF NOT CMINQ-ENTRY-FOUND
                   PERFORM LOSE-BROWSE-POSITION
                   GO TO NEXT-PAGE-REQUEST-EX
               END-IF
               PERFORM ALTKEY-NEXT-RECORD
                   UNTIL CMINQ-BROWSE-DONE
                      OR CMINQ-SHOWN NOT LESS THAN CMINQ-PAGE-WANTED
           END-IF.
           IF CMINQ-SHOWN EQUAL TO ZERO
               PERFORM TOUCH-BROWSE-POSITION
               MOVE 'NO MORE RECORDS - SEND PREV OR START A NEW BROWSE'
                   TO CMINQ-REPLY-LINE
               PERFORM SEND-ONE-REPLY
               GO TO NEXT-PAGE-REQUEST-EX.
           COMPUTE CMINQ-FIRST-PLACE =
               CMINQ-BRWS-LAST-PLACE (CMINQ-BRWS-SUB) + 1.
           PERFORM KEEP-BROWSE-POSITION.
       NEXT-PAGE-REQUEST-EX.
           EXIT.

       SEEK-LAST-DUPLICATE.
           MOVE 'NO' TO CMINQ-FOUND-SW.
           MOVE CMINQ-WORK-ORIGIN TO IX-FD1-ALTKEY1 CMINQ-WALK-ALT.
           START IX-FD1 KEY IS NOT LESS THAN IX-FD1-ALTKEY1
               INVALID KEY SET CMINQ-BROWSE-DONE TO TRUE
           END-START.
           PERFORM SEEK-ONE-DUPLICATE
               UNTIL CMINQ-BROWSE-DONE OR CMINQ-ENTRY-FOUND.

       SEEK-ONE-DUPLICATE.
           READ IX-FD1 NEXT RECORD
               AT END SET CMINQ-BROWSE-DONE TO TRUE.
           IF NOT CMINQ-BROWSE-DONE
               IF IX-FD1-ALTKEY1 NOT EQUAL TO CMINQ-WALK-ALT
                   SET CMINQ-BROWSE-DONE TO TRUE
               ELSE IF IX-FD1-KEY EQUAL TO
                       CMINQ-BRWS-LAST-KEY (CMINQ-BRWS-SUB)
                   SET CMINQ-ENTRY-FOUND TO TRUE
               END-IF
               END-IF.

      * There is no reading backward here, so PREV counts forward
      * again from where the browse started to the page before the
      * one last sent.
       PREV-PAGE-REQUEST.
           PERFORM CHECK-BROWSE-POSITION.
           IF NOT CMINQ-ENTRY-FOUND
               GO TO PREV-PAGE-REQUEST-EX.
           IF CMINQ-BRWS-FIRST-PLACE (CMINQ-BRWS-SUB) NOT GREATER THAN 1
               PERFORM TOUCH-BROWSE-POSITION
               MOVE 'ALREADY AT THE FIRST PAGE OF THIS BROWSE'
                   TO CMINQ-REPLY-LINE
               PERFORM SEND-ONE-REPLY
               GO TO PREV-PAGE-REQUEST-EX.
           IF CMINQ-BRWS-FIRST-PLACE (CMINQ-BRWS-SUB)
                   GREATER THAN CMINQ-LIMIT
               COMPUTE CMINQ-FIRST-PLACE =
                   CMINQ-BRWS-FIRST-PLACE (CMINQ-BRWS-SUB) - CMINQ-LIMIT
           ELSE
               MOVE 1 TO CMINQ-FIRST-PLACE.
           COMPUTE CMINQ-PAGE-WANTED =
               CMINQ-BRWS-FIRST-PLACE (CMINQ-BRWS-SUB)
               - CMINQ-FIRST-PLACE.
           COMPUTE CMINQ-SKIP-WANTED = CMINQ-FIRST-PLACE - 1.
           MOVE ZERO TO CMINQ-SHOWN CMINQ-SKIPPED.
           MOVE 'NO' TO CMINQ-BROWSE-DONE-SW.
           IF CMINQ-WORK-FUNCTION EQUAL TO 'BROWSE'
               MOVE CMINQ-WORK-ORIGIN TO IX-FD1-KEY
               START IX-FD1 KEY IS NOT LESS THAN IX-FD1-KEY
                   INVALID KEY SET CMINQ-BROWSE-DONE TO TRUE
               END-START
           ELSE
               MOVE CMINQ-WORK-ORIGIN TO IX-FD1-ALTKEY1 CMINQ-WALK-ALT
               START IX-FD1 KEY IS NOT LESS THAN IX-FD1-ALTKEY1
                   INVALID KEY SET CMINQ-BROWSE-DONE TO TRUE
               END-START
           END-IF.
           PERFORM SKIP-ONE-RECORD
               UNTIL CMINQ-BROWSE-DONE
                  OR CMINQ-SKIPPED NOT LESS THAN CMINQ-SKIP-WANTED.
           IF CMINQ-WORK-FUNCTION EQUAL TO 'BROWSE'
               PERFORM BROWSE-NEXT-RECORD
                   UNTIL CMINQ-BROWSE-DONE
                      OR CMINQ-SHOWN NOT LESS THAN CMINQ-PAGE-WANTED
           ELSE
               PERFORM ALTKEY-NEXT-RECORD
                   UNTIL CMINQ-BROWSE-DONE
                      OR CMINQ-SHOWN NOT LESS THAN CMINQ-PAGE-WANTED
           END-IF.
           IF CMINQ-SHOWN EQUAL TO ZERO
               PERFORM LOSE-BROWSE-POSITION
               GO TO PREV-PAGE-REQUEST-EX.
           PERFORM KEEP-BROWSE-POSITION.
       PREV-PAGE-REQUEST-EX.
           EXIT.

       SKIP-ONE-RECORD.
           READ IX-FD1 NEXT RECORD
               AT END SET CMINQ-BROWSE-DONE TO TRUE.
           IF NOT CMINQ-BROWSE-DONE
               IF CMINQ-WORK-FUNCTION EQUAL TO 'ALTKEY'
                 AND IX-FD1-ALTKEY1 NOT EQUAL TO CMINQ-WALK-ALT
                   SET CMINQ-BROWSE-DONE TO TRUE
               ELSE
                   ADD 1 TO CMINQ-SKIPPED
               END-IF.

      * NEXT and PREV need a live position for the terminal; one
      * idle past the limit is dropped here as it would have been
      * at the end of the cycle.
       CHECK-BROWSE-POSITION.
           PERFORM FIND-BROWSE-POSITION.
           IF CMINQ-ENTRY-FOUND
               MOVE CMINQ-BRWS-LAST-DATE (CMINQ-BRWS-SUB)
                   TO CMINQ-STAMP-DATE
               MOVE CMINQ-BRWS-LAST-TIME (CMINQ-BRWS-SUB)
                   TO CMINQ-HHMMSS
               PERFORM COMPUTE-ELAPSED-MINUTES
               IF CMINQ-ELAPSED IS GREATER THAN CMINQ-IDLE-MINUTES
                   ADD 1 TO CMINQ-EXPIRED-CNT
                   MOVE 'N' TO CMINQ-BRWS-OPEN (CMINQ-BRWS-SUB)
                   MOVE 'NO' TO CMINQ-FOUND-SW
               END-IF
           END-IF.
           IF CMINQ-ENTRY-FOUND
               MOVE CMINQ-BRWS-FUNCTION (CMINQ-BRWS-SUB)
                   TO CMINQ-WORK-FUNCTION
               MOVE CMINQ-BRWS-ORIGIN (CMINQ-BRWS-SUB)
                   TO CMINQ-WORK-ORIGIN
           ELSE
               ADD 1 TO CMINQ-REJECT-CNT
               MOVE 'NO BROWSE UNDER WAY - SEND BROWSE OR ALTKEY FIRST'
                   TO CMINQ-REPLY-LINE
               PERFORM SEND-ONE-REPLY.

       LOSE-BROWSE-POSITION.
           MOVE 'N' TO CMINQ-BRWS-OPEN (CMINQ-BRWS-SUB).
           MOVE SPACES TO CMINQ-REPLY-LINE.
           STRING 'BROWSE POSITION LOST - SEND ' CMINQ-WORK-FUNCTION
               ' ' CMINQ-WORK-ORIGIN ' AGAIN'
               DELIMITED BY SIZE INTO CMINQ-REPLY-LINE.
           PERFORM SEND-ONE-REPLY.

      * The page just sent becomes the terminal's position: its
      * first and last places in the walk and the key of its last
      * record.  A terminal new to the table takes a slot given up
      * by an ended browse before a fresh one.
       KEEP-BROWSE-POSITION.
           IF NOT CMINQ-ENTRY-FOUND
               PERFORM FIND-FREE-POSITION.
           IF NOT CMINQ-ENTRY-FOUND
               IF CMINQ-BRWS-USED NOT LESS THAN 30
                   MOVE 'BROWSE TABLE FULL - POSITION NOT KEPT'
                       TO INQUIRY-REPORT-REC
                   WRITE INQUIRY-REPORT-REC
               ELSE
                   ADD 1 TO CMINQ-BRWS-USED
                   MOVE CMINQ-BRWS-USED TO CMINQ-BRWS-SUB
                   SET CMINQ-ENTRY-FOUND TO TRUE
               END-IF
           END-IF.
           IF CMINQ-ENTRY-FOUND
               MOVE INQ-SOURCE TO CMINQ-BRWS-TERM (CMINQ-BRWS-SUB)
               MOVE CMINQ-WORK-FUNCTION
                   TO CMINQ-BRWS-FUNCTION (CMINQ-BRWS-SUB)
               MOVE CMINQ-WORK-ORIGIN
                   TO CMINQ-BRWS-ORIGIN (CMINQ-BRWS-SUB)
               MOVE CMINQ-LAST-KEY
                   TO CMINQ-BRWS-LAST-KEY (CMINQ-BRWS-SUB)
               MOVE CMINQ-FIRST-PLACE
                   TO CMINQ-BRWS-FIRST-PLACE (CMINQ-BRWS-SUB)
               COMPUTE CMINQ-BRWS-LAST-PLACE (CMINQ-BRWS-SUB) =
                   CMINQ-FIRST-PLACE + CMINQ-SHOWN - 1
               MOVE 'Y' TO CMINQ-BRWS-OPEN (CMINQ-BRWS-SUB)
               PERFORM TOUCH-BROWSE-POSITION.

       TOUCH-BROWSE-POSITION.
           MOVE CMINQ-RUN-DATE TO CMINQ-BRWS-LAST-DATE (CMINQ-BRWS-SUB).
           MOVE CMINQ-RUN-TIME TO CMINQ-BRWS-LAST-TIME (CMINQ-BRWS-SUB).

       FIND-BROWSE-POSITION.
           MOVE 'NO' TO CMINQ-FOUND-SW.
           MOVE ZERO TO CMINQ-BRWS-SUB.
           PERFORM MATCH-ONE-POSITION
               UNTIL CMINQ-ENTRY-FOUND
                  OR CMINQ-BRWS-SUB NOT LESS THAN CMINQ-BRWS-USED.

       MATCH-ONE-POSITION.
           ADD 1 TO CMINQ-BRWS-SUB.
           IF CMINQ-BRWS-TERM (CMINQ-BRWS-SUB) EQUAL TO INQ-SOURCE
             AND CMINQ-BRWS-ACTIVE (CMINQ-BRWS-SUB)
               SET CMINQ-ENTRY-FOUND TO TRUE.

       FIND-FREE-POSITION.
           MOVE 'NO' TO CMINQ-FOUND-SW.
           MOVE ZERO TO CMINQ-BRWS-SUB.
           PERFORM MATCH-ONE-FREE-POSITION
               UNTIL CMINQ-ENTRY-FOUND
                  OR CMINQ-BRWS-SUB NOT LESS THAN CMINQ-BRWS-USED.

       MATCH-ONE-FREE-POSITION.
           ADD 1 TO CMINQ-BRWS-SUB.
           IF NOT CMINQ-BRWS-ACTIVE (CMINQ-BRWS-SUB)
               SET CMINQ-ENTRY-FOUND TO TRUE.

       LOAD-BROWSE-POSITIONS.
           OPEN INPUT POSITION-IN.
           IF CMINQ-BRWS-STATUS EQUAL TO '00'
               PERFORM LOAD-ONE-POSITION
                   UNTIL CMINQ-AT-EOF
                      OR CMINQ-BRWS-USED NOT LESS THAN 30
               CLOSE POSITION-IN.
           MOVE 'NO' TO CMINQ-EOF-SW.

       LOAD-ONE-POSITION.
           READ POSITION-IN
               AT END SET CMINQ-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO CMINQ-BRWS-USED
                   MOVE BRWS-TERMINAL
                       TO CMINQ-BRWS-TERM (CMINQ-BRWS-USED)
                   MOVE BRWS-FUNCTION
                       TO CMINQ-BRWS-FUNCTION (CMINQ-BRWS-USED)
                   MOVE BRWS-ORIGIN
                       TO CMINQ-BRWS-ORIGIN (CMINQ-BRWS-USED)
                   MOVE BRWS-LAST-KEY
                       TO CMINQ-BRWS-LAST-KEY (CMINQ-BRWS-USED)
                   MOVE BRWS-FIRST-PLACE
                       TO CMINQ-BRWS-FIRST-PLACE (CMINQ-BRWS-USED)
                   MOVE BRWS-LAST-PLACE
                       TO CMINQ-BRWS-LAST-PLACE (CMINQ-BRWS-USED)
                   MOVE BRWS-LAST-DATE
                       TO CMINQ-BRWS-LAST-DATE (CMINQ-BRWS-USED)
                   MOVE BRWS-LAST-TIME
                       TO CMINQ-BRWS-LAST-TIME (CMINQ-BRWS-USED)
                   MOVE 'Y' TO CMINQ-BRWS-OPEN (CMINQ-BRWS-USED).

      * Live positions go forward to the next cycle unless idle
      * past the limit.
       CARRY-BROWSE-POSITIONS.
           OPEN OUTPUT POSITION-OUT.
           MOVE ZERO TO CMINQ-BRWS-SUB.
           PERFORM CARRY-ONE-POSITION
               UNTIL CMINQ-BRWS-SUB NOT LESS THAN CMINQ-BRWS-USED.
           CLOSE POSITION-OUT.

       CARRY-ONE-POSITION.
           ADD 1 TO CMINQ-BRWS-SUB.
           IF CMINQ-BRWS-ACTIVE (CMINQ-BRWS-SUB)
               MOVE CMINQ-BRWS-LAST-DATE (CMINQ-BRWS-SUB)
                   TO CMINQ-STAMP-DATE
               MOVE CMINQ-BRWS-LAST-TIME (CMINQ-BRWS-SUB)
                   TO CMINQ-HHMMSS
               PERFORM COMPUTE-ELAPSED-MINUTES
               IF CMINQ-ELAPSED IS GREATER THAN CMINQ-IDLE-MINUTES
                   ADD 1 TO CMINQ-EXPIRED-CNT
               ELSE
                   MOVE SPACES TO BRWS-OUT-REC
                   MOVE CMINQ-BRWS-TERM (CMINQ-BRWS-SUB)
                       TO BRO-TERMINAL
                   MOVE CMINQ-BRWS-FUNCTION (CMINQ-BRWS-SUB)
                       TO BRO-FUNCTION
                   MOVE CMINQ-BRWS-ORIGIN (CMINQ-BRWS-SUB)
                       TO BRO-ORIGIN
                   MOVE CMINQ-BRWS-LAST-KEY (CMINQ-BRWS-SUB)
                       TO BRO-LAST-KEY
                   MOVE CMINQ-BRWS-FIRST-PLACE (CMINQ-BRWS-SUB)
                       TO BRO-FIRST-PLACE
                   MOVE CMINQ-BRWS-LAST-PLACE (CMINQ-BRWS-SUB)
                       TO BRO-LAST-PLACE
                   MOVE CMINQ-BRWS-LAST-DATE (CMINQ-BRWS-SUB)
                       TO BRO-LAST-DATE
                   MOVE CMINQ-BRWS-LAST-TIME (CMINQ-BRWS-SUB)
                       TO BRO-LAST-TIME
                   WRITE BRWS-OUT-REC
               END-IF.

      * Minutes from the stamp in STAMP-DATE and HHMMSS to the
      * cycle's own run stamp.
       COMPUTE-ELAPSED-MINUTES.
           PERFORM COMPUTE-STAMP-MINUTES.
           COMPUTE CMINQ-ELAPSED =
               CMINQ-NOW-MINUTES - CMINQ-THEN-MINUTES.

       COMPUTE-STAMP-MINUTES.
           IF CMINQ-STAMP-DATE IS LESS THAN 16010101
               MOVE ZERO TO CMINQ-THEN-MINUTES
           ELSE
               COMPUTE CMINQ-THEN-MINUTES =
                   FUNCTION INTEGER-OF-DATE (CMINQ-STAMP-DATE) * 1440
                   + CMINQ-HH * 60 + CMINQ-MM.

       REPLY-CURRENT-RECORD.
           MOVE SPACES TO CMINQ-REPLY-LINE.
           STRING 'KEY=' IX-FD1-KEY
           STRING 'REQUESTS = ' CMINQ-REQUEST-CNT
               '  REPLIES = ' CMINQ-REPLY-CNT
               '  NOT UNDERSTOOD = ' CMINQ-REJECT-CNT
               '  BROWSES EXPIRED = ' CMINQ-EXPIRED-CNT
               DELIMITED BY SIZE INTO CMINQ-REPORT-LINE.
           MOVE CMINQ-REPORT-LINE TO INQUIRY-REPORT-REC.
           WRITE INQUIRY-REPORT-REC.
