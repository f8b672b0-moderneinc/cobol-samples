000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DBGWATCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WATCH-CARD-FILE ASSIGN TO WATCHCRD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DBGWATCH-CRD-STATUS.
           SELECT OPTIONAL WATCH-OUT ASSIGN TO DBGWATCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DBGWATCH-STATUS.
       DATA DIVISION.
       FILE SECTION.

      * One card per item to watch: WATCH in 1-8, the program id
      * in 10-17 (blank for any program carrying the item) and the
      * data name in 19-48.
       FD  WATCH-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  WATCH-CARD.
           02 CARD-VERB            PIC X(8).
           02 FILLER               PIC X(1).
           02 CARD-PROGRAM         PIC X(8).
           02 FILLER               PIC X(1).
           02 CARD-NAME            PIC X(30).
           02 FILLER               PIC X(32).

       FD  WATCH-OUT
           LABEL RECORDS ARE STANDARD.
           COPY DBG_WATCH.

       WORKING-STORAGE SECTION.

      * The cards are read and the stream opened on the first call;
      * the stream is left open for the rest of the run unit.
       01  DBGWATCH-CRD-STATUS     PIC XX  VALUE '00'.
       01  DBGWATCH-STATUS         PIC XX  VALUE '00'.
       01  DBGWATCH-STARTED-SW     PIC X(3) VALUE 'NO'.
           88 DBGWATCH-STARTED           VALUE 'YES'.
       01  DBGWATCH-DEAD-SW        PIC X(3) VALUE 'NO'.
           88 DBGWATCH-IS-DEAD           VALUE 'YES'.
       01  DBGWATCH-CARD-EOF-SW    PIC X(3) VALUE 'NO'.
           88 DBGWATCH-CARDS-DONE        VALUE 'YES'.
       01  DBGWATCH-FOUND-SW       PIC X(3) VALUE 'NO'.
           88 DBGWATCH-FOUND             VALUE 'YES'.
       01  DBGWATCH-LAST-PGM       PIC X(8) VALUE SPACE.
       01  DBGWATCH-PARAGRAPH      PIC X(30) VALUE SPACE.
       01  DBGWATCH-SEQ            PIC 9(8) VALUE ZERO.
       01  DBGWATCH-ITEM-NAME      PIC X(30) VALUE SPACE.

       01  DBGWATCH-CARD-USED      PIC 9(2) VALUE ZERO.
       01  DBGWATCH-CARD-SUB       PIC 9(2) VALUE ZERO.
       01  DBGWATCH-CARD-TABLE.
           02 DBGWATCH-CARD-ENTRY OCCURS 50 TIMES.
              03 DBGWATCH-CARD-PGM      PIC X(8).
              03 DBGWATCH-CARD-ITEM     PIC X(30).

      * The last value seen for each watched item (and subscript),
      * which is the value before the next change.
       01  DBGWATCH-SEEN-USED      PIC 9(3) VALUE ZERO.
       01  DBGWATCH-SEEN-SUB       PIC 9(3) VALUE ZERO.
       01  DBGWATCH-SEEN-TABLE.
           02 DBGWATCH-SEEN-ENTRY OCCURS 200 TIMES.
              03 DBGWATCH-SEEN-PGM      PIC X(8).
              03 DBGWATCH-SEEN-NAME     PIC X(30).
              03 DBGWATCH-SEEN-SUBSCR   PIC X(5).
              03 DBGWATCH-SEEN-VALUE    PIC X(30).

       LINKAGE SECTION.

      * The caller's interface:
      *   DBGWATCH-PGM   the calling program's CCVS-PGM-ID
      *   DBGWATCH-KIND  P for a procedure entered, D for a change
      *                  to a data item
      *   DBGWATCH-ITEM  the DEBUG-ITEM special register as the
      *                  debugging declarative sees it
       01  DBGWATCH-PGM            PIC X(9).
       01  DBGWATCH-KIND           PIC X(1).
       01  DBGWATCH-ITEM.
           02 DBGWATCH-LINE        PIC X(6).
           02 FILLER               PIC X(1).
           02 DBGWATCH-NAME        PIC X(30).
           02 FILLER               PIC X(1).
           02 DBGWATCH-SUB-1       PIC X(5).
           02 FILLER               PIC X(13).
           02 DBGWATCH-CONTENTS    PIC X(30).

       PROCEDURE DIVISION USING DBGWATCH-PGM DBGWATCH-KIND
           DBGWATCH-ITEM.

      * Change logger for the DBG_DATAWATCH declaratives.  A
      * procedure entry moves the program's current paragraph and
      * goes on to DBGTRACE for the coverage stream; a change to a
      * watched item is appended to the DBGWATCH stream with the
      * line of the statement, the paragraph it sits in, and the
      * value before and after.  Items the cards do not name are
      * passed over, so one instrumented build serves any watch.
      * As with DBGTRACE, a stream or deck that cannot be opened
      * stops the logging quietly (the coverage entries still go
      * on): the run under observation must not fail because its
      * observer did.
       MAINLINE.
           IF NOT DBGWATCH-STARTED
               PERFORM START-WATCH.
           IF DBGWATCH-PGM NOT EQUAL TO DBGWATCH-LAST-PGM
               MOVE DBGWATCH-PGM TO DBGWATCH-LAST-PGM
               MOVE SPACES TO DBGWATCH-PARAGRAPH
               MOVE ZERO TO DBGWATCH-SEQ.
           IF DBGWATCH-KIND EQUAL TO 'P'
               MOVE DBGWATCH-NAME TO DBGWATCH-PARAGRAPH
               CALL 'DBGTRACE' USING DBGWATCH-PGM DBGWATCH-ITEM
           ELSE IF NOT DBGWATCH-IS-DEAD
               PERFORM LOG-ITEM-CHANGE
           END-IF
           END-IF.
           GOBACK.

       START-WATCH.
           SET DBGWATCH-STARTED TO TRUE.
           OPEN INPUT WATCH-CARD-FILE.
           IF DBGWATCH-CRD-STATUS NOT EQUAL TO '00'
               SET DBGWATCH-CARDS-DONE TO TRUE.
           PERFORM LOAD-ONE-WATCH-CARD UNTIL DBGWATCH-CARDS-DONE.
           IF DBGWATCH-CRD-STATUS EQUAL TO '00'
             OR DBGWATCH-CRD-STATUS EQUAL TO '10'
               CLOSE WATCH-CARD-FILE.
           IF DBGWATCH-CARD-USED EQUAL TO ZERO
               SET DBGWATCH-IS-DEAD TO TRUE
           ELSE
               OPEN EXTEND WATCH-OUT
               IF DBGWATCH-STATUS NOT EQUAL TO '00'
                 AND DBGWATCH-STATUS NOT EQUAL TO '05'
                   SET DBGWATCH-IS-DEAD TO TRUE.

       LOAD-ONE-WATCH-CARD.
           READ WATCH-CARD-FILE
               AT END SET DBGWATCH-CARDS-DONE TO TRUE
               NOT AT END
                   IF CARD-VERB EQUAL TO 'WATCH   '
                     AND CARD-NAME NOT EQUAL TO SPACES
                     AND DBGWATCH-CARD-USED IS LESS THAN 50
                       ADD 1 TO DBGWATCH-CARD-USED
                       MOVE CARD-PROGRAM
                           TO DBGWATCH-CARD-PGM (DBGWATCH-CARD-USED)
                       MOVE CARD-NAME
                           TO DBGWATCH-CARD-ITEM (DBGWATCH-CARD-USED).

      * DEBUG-NAME carries any qualification after the name; the
      * name alone is matched against the cards.
       LOG-ITEM-CHANGE.
           MOVE SPACES TO DBGWATCH-ITEM-NAME.
           UNSTRING DBGWATCH-NAME DELIMITED BY SPACE
               INTO DBGWATCH-ITEM-NAME.
           MOVE 'NO' TO DBGWATCH-FOUND-SW.
           MOVE ZERO TO DBGWATCH-CARD-SUB.
           PERFORM MATCH-ONE-WATCH-CARD
               UNTIL DBGWATCH-FOUND
                  OR DBGWATCH-CARD-SUB NOT LESS THAN
                     DBGWATCH-CARD-USED.
           IF DBGWATCH-FOUND
               PERFORM WRITE-ITEM-CHANGE.

       MATCH-ONE-WATCH-CARD.
           ADD 1 TO DBGWATCH-CARD-SUB.
           IF DBGWATCH-CARD-ITEM (DBGWATCH-CARD-SUB)
                   EQUAL TO DBGWATCH-ITEM-NAME
             AND (DBGWATCH-CARD-PGM (DBGWATCH-CARD-SUB)
                   EQUAL TO SPACES
               OR DBGWATCH-CARD-PGM (DBGWATCH-CARD-SUB)
                   EQUAL TO DBGWATCH-LAST-PGM)
               SET DBGWATCH-FOUND TO TRUE.

       WRITE-ITEM-CHANGE.
           PERFORM FIND-LAST-VALUE.
           ADD 1 TO DBGWATCH-SEQ.
           MOVE SPACES TO DBG-WATCH-REC.
           MOVE DBGWATCH-LAST-PGM TO WCH-PROGRAM.
           MOVE DBGWATCH-SEQ TO WCH-SEQ.
           MOVE DBGWATCH-LINE TO WCH-LINE.
           MOVE DBGWATCH-ITEM-NAME TO WCH-NAME.
           MOVE DBGWATCH-SUB-1 TO WCH-SUB.
           MOVE DBGWATCH-PARAGRAPH TO WCH-PARAGRAPH.
           IF DBGWATCH-FOUND
               MOVE DBGWATCH-SEEN-VALUE (DBGWATCH-SEEN-SUB)
                   TO WCH-OLD-VALUE
           ELSE
               MOVE '(NOT SEEN BEFORE)' TO WCH-OLD-VALUE.
           MOVE DBGWATCH-CONTENTS TO WCH-NEW-VALUE.
           WRITE DBG-WATCH-REC.
           IF DBGWATCH-FOUND
               MOVE DBGWATCH-CONTENTS
                   TO DBGWATCH-SEEN-VALUE (DBGWATCH-SEEN-SUB)
           ELSE IF DBGWATCH-SEEN-USED IS LESS THAN 200
               ADD 1 TO DBGWATCH-SEEN-USED
               MOVE DBGWATCH-LAST-PGM
                   TO DBGWATCH-SEEN-PGM (DBGWATCH-SEEN-USED)
               MOVE DBGWATCH-ITEM-NAME
                   TO DBGWATCH-SEEN-NAME (DBGWATCH-SEEN-USED)
               MOVE DBGWATCH-SUB-1
                   TO DBGWATCH-SEEN-SUBSCR (DBGWATCH-SEEN-USED)
               MOVE DBGWATCH-CONTENTS
                   TO DBGWATCH-SEEN-VALUE (DBGWATCH-SEEN-USED)
           END-IF
           END-IF.

       FIND-LAST-VALUE.
           MOVE 'NO' TO DBGWATCH-FOUND-SW.
           MOVE ZERO TO DBGWATCH-SEEN-SUB.
           PERFORM MATCH-ONE-SEEN-VALUE
               UNTIL DBGWATCH-FOUND
                  OR DBGWATCH-SEEN-SUB NOT LESS THAN
                     DBGWATCH-SEEN-USED.

       MATCH-ONE-SEEN-VALUE.
           ADD 1 TO DBGWATCH-SEEN-SUB.
           IF DBGWATCH-SEEN-PGM (DBGWATCH-SEEN-SUB)
                   EQUAL TO DBGWATCH-LAST-PGM
             AND DBGWATCH-SEEN-NAME (DBGWATCH-SEEN-SUB)
                   EQUAL TO DBGWATCH-ITEM-NAME
             AND DBGWATCH-SEEN-SUBSCR (DBGWATCH-SEEN-SUB)
                   EQUAL TO DBGWATCH-SUB-1
               SET DBGWATCH-FOUND TO TRUE.
