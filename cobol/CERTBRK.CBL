000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           CERTBRK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAYOUT-FILE ASSIGN TO BRKLAYT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTBRK-LAYT-STATUS.
           SELECT CARD-FILE ASSIGN TO BRKCRD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTBRK-CRD-STATUS.
           SELECT BREAK-INPUT ASSIGN TO BRKIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTBRK-IN-STATUS.
           SELECT RUNID-FILE ASSIGN TO RUNIDDS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTBRK-RUNID-STATUS.
           SELECT BREAK-REPORT ASSIGN TO BRKRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      * The layout-definition records CERTFCMP reads (field name
      * 1-20, offset 22-25, length 27-29), with the numeric columns
      * CERTCNV reads for a field to be totalled: 33 N for an
      * unsigned DISPLAY number; or 35 the usage (D zoned, L
      * leading separate sign, P packed, B binary), 40 the digits
      * after the implied point and 42 S when signed.
       FD  LAYOUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  LAYOUT-REC.
           02 LAYT-FIELD-NAME      PIC X(20).
           02 FILLER               PIC X(1).
           02 LAYT-OFFSET          PIC 9(4).
           02 FILLER               PIC X(1).
           02 LAYT-LENGTH          PIC 9(3).
           02 FILLER               PIC X(1).
           02 LAYT-KEY-FLAG        PIC X(1).
           02 FILLER               PIC X(1).
           02 LAYT-TYPE            PIC X(1).
           02 FILLER               PIC X(1).
           02 LAYT-USAGE           PIC X(1).
           02 FILLER               PIC X(4).
           02 LAYT-SCALE           PIC X(1).
           02 FILLER               PIC X(1).
           02 LAYT-SIGN            PIC X(1).
           02 FILLER               PIC X(38).

      * Control cards, keyword in 1-8 and operand from 10:
      *   BREAK    a layout field to break on; up to three cards,
      *            the most major first
      *   TOTAL    a numeric layout field to total at every level;
      *            up to ten cards
      *   TITLE    the report title in 10-69
       FD  CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  CARD-REC.
           02 CARD-VERB            PIC X(8).
           02 FILLER               PIC X(1).
           02 CARD-NAME            PIC X(30).
           02 FILLER               PIC X(41).
       01  CARD-TITLE-REC.
           02 FILLER               PIC X(9).
           02 CARD-TITLE           PIC X(60).
           02 FILLER               PIC X(11).

       FD  BREAK-INPUT
           LABEL RECORDS ARE STANDARD
           RECORD IS VARYING IN SIZE FROM 1 TO 250 CHARACTERS
               DEPENDING ON CERTBRK-IN-LEN.
       01  BREAK-INPUT-REC         PIC X(250).

       FD  RUNID-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUNID-REC.
           02 RID-RUN-ID           PIC X(12).
           02 FILLER               PIC X(68).

      * Paged the way CERTPAGE pages: LINAGE with the footing
      * channel two lines above the bottom, a footer with the page
      * number, the run identification and the running count at
      * every page break - and the headings repeated on each page.
       FD  BREAK-REPORT
           LABEL RECORDS ARE STANDARD
           LINAGE IS 58 LINES WITH FOOTING AT 56.
       01  BREAK-REPORT-REC        PIC X(120).

       WORKING-STORAGE SECTION.
       01  CERTBRK-LAYT-STATUS     PIC XX VALUE '00'.
       01  CERTBRK-CRD-STATUS      PIC XX VALUE '00'.
       01  CERTBRK-IN-STATUS       PIC XX VALUE '00'.
       01  CERTBRK-RUNID-STATUS    PIC XX VALUE '00'.
       01  CERTBRK-IN-LEN          PIC 9(3) COMP VALUE ZERO.
       01  CERTBRK-EOF-SW          PIC X(3) VALUE 'NO'.
           88 CERTBRK-AT-EOF             VALUE 'YES'.
       01  CERTBRK-CARD-BAD-SW     PIC X(3) VALUE 'NO'.
           88 CERTBRK-CARD-BAD           VALUE 'YES'.
       01  CERTBRK-SEQ-SW          PIC X(3) VALUE 'NO'.
           88 CERTBRK-OUT-OF-SEQUENCE    VALUE 'YES'.
       01  CERTBRK-FIRST-SW        PIC X(3) VALUE 'YES'.
           88 CERTBRK-FIRST-RECORD       VALUE 'YES'.
       01  CERTBRK-FOUND-SW        PIC X(3) VALUE 'NO'.
           88 CERTBRK-FIELD-FOUND        VALUE 'YES'.
       01  CERTBRK-CHANGE-SW       PIC X(3) VALUE 'NO'.
           88 CERTBRK-LEVEL-CHANGED      VALUE 'YES'.
       01  CERTBRK-FIELD-USED      PIC 9(3) VALUE ZERO.
       01  CERTBRK-FIELD-SUB       PIC 9(3) VALUE ZERO.
       01  CERTBRK-BREAK-USED      PIC 9(1) VALUE ZERO.
       01  CERTBRK-BREAK-SUB       PIC 9(1) VALUE ZERO.
       01  CERTBRK-BREAK-LEVEL     PIC 9(1) VALUE ZERO.
       01  CERTBRK-PARENT          PIC 9(1) VALUE ZERO.
       01  CERTBRK-TOTAL-USED      PIC 9(2) VALUE ZERO.
       01  CERTBRK-TOTAL-SUB       PIC 9(2) VALUE ZERO.
       01  CERTBRK-KEY-POS         PIC 9(3) VALUE ZERO.
       01  CERTBRK-RECORD-CNT      PIC 9(8) VALUE ZERO.
       01  CERTBRK-NONNUM-CNT      PIC 9(8) VALUE ZERO.
       01  CERTBRK-PAGE-NO         PIC 9(5) VALUE ZERO.
       01  CERTBRK-RUN-ID          PIC X(12) VALUE 'RUN-UNKNOWN '.
       01  CERTBRK-TITLE           PIC X(60) VALUE
           'CONTROL-BREAK SUMMARY REPORT'.
       01  CERTBRK-LOOK-NAME       PIC X(30) VALUE SPACE.
       01  CERTBRK-HOLD-REC        PIC X(250) VALUE SPACE.
       01  CERTBRK-THIS-KEY        PIC X(150) VALUE SPACE.
       01  CERTBRK-PREV-KEY        PIC X(150) VALUE SPACE.
       01  CERTBRK-INDENT          PIC 9(2) VALUE ZERO.
       01  CERTBRK-WORK-LINE       PIC X(112) VALUE SPACE.
       01  CERTBRK-REPORT-LINE     PIC X(120) VALUE SPACE.
       01  CERTBRK-HEAD-NAMES      PIC X(120) VALUE SPACE.

      * Decoding a total field's bytes, as CERTCNV decodes them.
       01  CERTBRK-FIELD-BYTES     PIC X(50) VALUE SPACE.
       01  CERTBRK-VALUE           PIC S9(18) VALUE ZERO.
       01  CERTBRK-NUMERIC-SW      PIC X(3) VALUE 'NO'.
           88 CERTBRK-NUMERIC-FIELD      VALUE 'YES'.
       01  CERTBRK-BYTES           PIC 9(3) VALUE ZERO.
       01  CERTBRK-START           PIC 9(3) VALUE ZERO.
       01  CERTBRK-VALID-SW        PIC X(3) VALUE 'YES'.
           88 CERTBRK-VALUE-VALID        VALUE 'YES'.
       01  CERTBRK-ZONED           PIC S9(18) VALUE ZERO.
       01  CERTBRK-ZONED-X REDEFINES CERTBRK-ZONED PIC X(18).
       01  CERTBRK-LEADING         PIC S9(18)
                                   SIGN LEADING SEPARATE VALUE ZERO.
       01  CERTBRK-LEADING-X REDEFINES CERTBRK-LEADING PIC X(19).
       01  CERTBRK-PACKED          PIC S9(18) COMP-3 VALUE ZERO.
       01  CERTBRK-PACKED-X REDEFINES CERTBRK-PACKED PIC X(10).
       01  CERTBRK-BINARY          PIC S9(18) COMP VALUE ZERO.
       01  CERTBRK-BINARY-X REDEFINES CERTBRK-BINARY PIC X(8).

      * Printing a total at its own scale: edited with five
      * decimals and the decimals it does not have blanked.
       01  CERTBRK-SCALED          PIC S9(13)V9(5) VALUE ZERO.
       01  CERTBRK-EDITED          PIC -(13)9.9(5).
       01  CERTBRK-EDITED-X REDEFINES CERTBRK-EDITED PIC X(20).
       01  CERTBRK-AMOUNT-TEXT     PIC X(20) VALUE SPACE.
       01  CERTBRK-BREAK-TEXT      PIC X(30) VALUE SPACE.
       01  CERTBRK-COUNT-DISP      PIC Z(7)9.
       01  CERTBRK-PAGE-DISP       PIC ZZZZ9.

       01  CERTBRK-FOOTER-LINE.
           02 FILLER               PIC X(5)  VALUE 'PAGE '.
           02 CERTBRK-FT-PAGE      PIC ZZZZ9.
           02 FILLER               PIC X(7)  VALUE '   RUN '.
           02 CERTBRK-FT-RUN-ID    PIC X(12).
           02 FILLER               PIC X(20) VALUE
              '   RECORDS SO FAR   '.
           02 CERTBRK-FT-COUNT     PIC Z(7)9.
           02 FILLER               PIC X(63) VALUE SPACE.

       01  CERTBRK-FIELD-TABLE.
           02 CERTBRK-FIELD-ENTRY OCCURS 50 TIMES.
              03 CERTBRK-FIELD-NAME     PIC X(20).
              03 CERTBRK-FIELD-OFFSET   PIC 9(4).
              03 CERTBRK-FIELD-LENGTH   PIC 9(3).
              03 CERTBRK-FIELD-USAGE    PIC X(1).
              03 CERTBRK-FIELD-SCALE    PIC 9(1).
              03 CERTBRK-FIELD-SIGN     PIC X(1).
                 88 CERTBRK-FIELD-SIGNED      VALUE 'S'.

      * The break fields, most major first, each with the value of
      * the group in hand.
       01  CERTBRK-BREAK-TABLE.
           02 CERTBRK-BREAK-ENTRY OCCURS 3 TIMES.
              03 CERTBRK-BREAK-FIELD    PIC 9(3).
              03 CERTBRK-BREAK-HOLD     PIC X(50).

       01  CERTBRK-TOTAL-TABLE.
           02 CERTBRK-TOTAL-ENTRY OCCURS 10 TIMES.
              03 CERTBRK-TOTAL-FIELD    PIC 9(3).
              03 CERTBRK-TOTAL-BAD-CNT  PIC 9(8).

      * Accumulators by level: 1 to 3 are the break levels, 4 the
      * grand totals.  A level's figures are added into the level
      * above when its group closes.
       01  CERTBRK-ACC-TABLE.
           02 CERTBRK-ACC-LEVEL OCCURS 4 TIMES.
              03 CERTBRK-ACC-RECORDS    PIC 9(8).
              03 CERTBRK-ACC-AMOUNT     PIC S9(18) OCCURS 10 TIMES.

       PROCEDURE DIVISION.

      * Generic control-break summary in place of the program we
      * used to write each time someone wanted "counts and totals
      * by this, subtotalled by that" over SQ-FS1, a sort output or
      * an IXEXTR extract.  The layout definition names the fields;
      * BREAK cards pick up to three break fields and TOTAL cards
      * the numeric fields to total.  The input must already be
      * sorted on the break fields: a record that sorts lower than
      * the one before it stops the report there, because totals
      * over unsorted input would be quietly wrong.  Each closing
      * group prints its record count and totals, indented by
      * level; the grand totals close the report.
      * RC=16 for a bad card, a field not in the layout, or input
      * that will not open; RC=12 for input out of sequence; RC=4
      * when a total field held something not numeric (counted,
      * not totalled); RC=0 otherwise.
       MAINLINE.
           PERFORM READ-RUN-IDENTIFICATION.
           PERFORM LOAD-LAYOUT-DEFINITION.
           PERFORM READ-CONTROL-CARDS.
           OPEN OUTPUT BREAK-REPORT.
           MOVE 1 TO CERTBRK-PAGE-NO.
           PERFORM BUILD-HEADING-NAMES.
           PERFORM WRITE-PAGE-HEADINGS.
           IF CERTBRK-CARD-BAD
               MOVE 'CONTROL CARDS OR LAYOUT UNUSABLE - NO REPORT'
                   TO CERTBRK-REPORT-LINE
               PERFORM PRINT-BREAK-LINE
               CLOSE BREAK-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK.
           OPEN INPUT BREAK-INPUT.
           IF CERTBRK-IN-STATUS NOT EQUAL TO '00'
               MOVE 'BREAK INPUT WILL NOT OPEN - NO REPORT'
                   TO CERTBRK-REPORT-LINE
               PERFORM PRINT-BREAK-LINE
               CLOSE BREAK-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK.
           MOVE ZERO TO CERTBRK-BREAK-SUB.
           PERFORM CLEAR-ONE-LEVEL 4 TIMES.
           PERFORM PROCESS-ONE-RECORD
               UNTIL CERTBRK-AT-EOF OR CERTBRK-OUT-OF-SEQUENCE.
           CLOSE BREAK-INPUT.
           IF CERTBRK-OUT-OF-SEQUENCE
               PERFORM CLOSE-BREAK-REPORT
               MOVE 12 TO RETURN-CODE
               GOBACK.
           IF NOT CERTBRK-FIRST-RECORD
               MOVE 1 TO CERTBRK-BREAK-LEVEL
               PERFORM CLOSE-GROUPS-FROM-LEVEL.
           PERFORM PRINT-GRAND-TOTALS.
           PERFORM CLOSE-BREAK-REPORT.
           IF CERTBRK-NONNUM-CNT NOT EQUAL TO ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE.
           GOBACK.

       READ-RUN-IDENTIFICATION.
           OPEN INPUT RUNID-FILE.
           IF CERTBRK-RUNID-STATUS EQUAL TO '00'
               READ RUNID-FILE
                   AT END MOVE 'RUN-UNKNOWN ' TO RID-RUN-ID
               END-READ
               MOVE RID-RUN-ID TO CERTBRK-RUN-ID
               CLOSE RUNID-FILE.

       LOAD-LAYOUT-DEFINITION.
           OPEN INPUT LAYOUT-FILE.
           IF CERTBRK-LAYT-STATUS NOT EQUAL TO '00'
               SET CERTBRK-AT-EOF TO TRUE.
           PERFORM LOAD-ONE-LAYOUT-FIELD
               UNTIL CERTBRK-AT-EOF
                  OR CERTBRK-FIELD-USED NOT LESS THAN 50.
           IF CERTBRK-LAYT-STATUS EQUAL TO '00'
             OR CERTBRK-LAYT-STATUS EQUAL TO '10'
               CLOSE LAYOUT-FILE.
           MOVE 'NO' TO CERTBRK-EOF-SW.

       LOAD-ONE-LAYOUT-FIELD.
           READ LAYOUT-FILE
               AT END SET CERTBRK-AT-EOF TO TRUE.
           IF CERTBRK-AT-EOF
             OR LAYT-FIELD-NAME EQUAL TO SPACES
             OR LAYT-FIELD-NAME (1:1) EQUAL TO '*'
             OR LAYT-OFFSET IS NOT NUMERIC
             OR LAYT-LENGTH IS NOT NUMERIC
               NEXT SENTENCE
           ELSE
               ADD 1 TO CERTBRK-FIELD-USED
               MOVE CERTBRK-FIELD-USED TO CERTBRK-FIELD-SUB
               MOVE LAYT-FIELD-NAME
                   TO CERTBRK-FIELD-NAME (CERTBRK-FIELD-SUB)
               MOVE LAYT-OFFSET
                   TO CERTBRK-FIELD-OFFSET (CERTBRK-FIELD-SUB)
               MOVE LAYT-LENGTH
                   TO CERTBRK-FIELD-LENGTH (CERTBRK-FIELD-SUB)
               MOVE LAYT-USAGE
                   TO CERTBRK-FIELD-USAGE (CERTBRK-FIELD-SUB)
               IF LAYT-USAGE EQUAL TO SPACE AND LAYT-TYPE EQUAL TO 'N'
                   MOVE 'D' TO CERTBRK-FIELD-USAGE (CERTBRK-FIELD-SUB)
               END-IF
               MOVE ZERO TO CERTBRK-FIELD-SCALE (CERTBRK-FIELD-SUB)
               IF LAYT-SCALE IS NUMERIC
                   MOVE LAYT-SCALE
                       TO CERTBRK-FIELD-SCALE (CERTBRK-FIELD-SUB)
               END-IF
               MOVE LAYT-SIGN TO CERTBRK-FIELD-SIGN (CERTBRK-FIELD-SUB)
           END-IF.

       READ-CONTROL-CARDS.
           OPEN INPUT CARD-FILE.
           IF CERTBRK-CRD-STATUS NOT EQUAL TO '00'
               SET CERTBRK-AT-EOF TO TRUE.
           PERFORM READ-ONE-CONTROL-CARD
               UNTIL CERTBRK-AT-EOF.
           IF CERTBRK-CRD-STATUS EQUAL TO '00'
             OR CERTBRK-CRD-STATUS EQUAL TO '10'
               CLOSE CARD-FILE.
           MOVE 'NO' TO CERTBRK-EOF-SW.
           IF CERTBRK-FIELD-USED EQUAL TO ZERO
             OR CERTBRK-BREAK-USED EQUAL TO ZERO
               SET CERTBRK-CARD-BAD TO TRUE.

      * Card errors are held until the report is open: the first
      * rejected card takes the place of the second heading line.
       READ-ONE-CONTROL-CARD.
           READ CARD-FILE
               AT END SET CERTBRK-AT-EOF TO TRUE.
           IF CERTBRK-AT-EOF
             OR CARD-REC EQUAL TO SPACES
             OR CARD-VERB (1:1) EQUAL TO '*'
               NEXT SENTENCE
           ELSE IF CARD-VERB EQUAL TO 'TITLE'
               MOVE CARD-TITLE TO CERTBRK-TITLE
           ELSE IF CARD-VERB EQUAL TO 'BREAK'
             AND CERTBRK-BREAK-USED IS LESS THAN 3
               MOVE CARD-NAME TO CERTBRK-LOOK-NAME
               PERFORM FIND-LAYOUT-FIELD
               PERFORM CHECK-NUMERIC-FIELD
               IF CERTBRK-FIELD-FOUND
                 AND CERTBRK-FIELD-LENGTH (CERTBRK-FIELD-SUB)
                     NOT GREATER THAN 50
                 AND (CERTBRK-NUMERIC-FIELD
                   OR CERTBRK-FIELD-USAGE (CERTBRK-FIELD-SUB)
                      EQUAL TO SPACE
                   OR CERTBRK-FIELD-USAGE (CERTBRK-FIELD-SUB)
                      EQUAL TO 'X')
                   ADD 1 TO CERTBRK-BREAK-USED
                   MOVE CERTBRK-FIELD-SUB
                       TO CERTBRK-BREAK-FIELD (CERTBRK-BREAK-USED)
               ELSE
                   SET CERTBRK-CARD-BAD TO TRUE
               END-IF
           ELSE IF CARD-VERB EQUAL TO 'TOTAL'
             AND CERTBRK-TOTAL-USED IS LESS THAN 10
               MOVE CARD-NAME TO CERTBRK-LOOK-NAME
               PERFORM FIND-LAYOUT-FIELD
               PERFORM CHECK-NUMERIC-FIELD
               IF CERTBRK-FIELD-FOUND
                 AND CERTBRK-NUMERIC-FIELD
                   ADD 1 TO CERTBRK-TOTAL-USED
                   MOVE CERTBRK-FIELD-SUB
                       TO CERTBRK-TOTAL-FIELD (CERTBRK-TOTAL-USED)
                   MOVE ZERO
                       TO CERTBRK-TOTAL-BAD-CNT (CERTBRK-TOTAL-USED)
               ELSE
                   SET CERTBRK-CARD-BAD TO TRUE
               END-IF
           ELSE
               SET CERTBRK-CARD-BAD TO TRUE
           END-IF
           END-IF
           END-IF.
           IF CERTBRK-CARD-BAD AND NOT CERTBRK-AT-EOF
             AND CERTBRK-HEAD-NAMES EQUAL TO SPACES
               STRING 'REJECTED CONTROL CARD: ' CARD-REC
                   DELIMITED BY SIZE INTO CERTBRK-HEAD-NAMES.

      * A numeric field the decoding can take: a usage it knows,
      * a length that usage can have, and at most five decimals.
       CHECK-NUMERIC-FIELD.
           MOVE 'NO' TO CERTBRK-NUMERIC-SW.
           IF NOT CERTBRK-FIELD-FOUND
             OR CERTBRK-FIELD-SCALE (CERTBRK-FIELD-SUB)
                 IS GREATER THAN 5
               NEXT SENTENCE
           ELSE IF (CERTBRK-FIELD-USAGE (CERTBRK-FIELD-SUB) EQUAL TO 'D'
                AND CERTBRK-FIELD-LENGTH (CERTBRK-FIELD-SUB)
                    NOT GREATER THAN 18)
             OR (CERTBRK-FIELD-USAGE (CERTBRK-FIELD-SUB) EQUAL TO 'L'
                AND CERTBRK-FIELD-LENGTH (CERTBRK-FIELD-SUB)
                    NOT GREATER THAN 19
                AND CERTBRK-FIELD-LENGTH (CERTBRK-FIELD-SUB)
                    IS GREATER THAN 1)
             OR (CERTBRK-FIELD-USAGE (CERTBRK-FIELD-SUB) EQUAL TO 'P'
                AND CERTBRK-FIELD-LENGTH (CERTBRK-FIELD-SUB)
                    NOT GREATER THAN 10)
             OR (CERTBRK-FIELD-USAGE (CERTBRK-FIELD-SUB) EQUAL TO 'B'
                AND (CERTBRK-FIELD-LENGTH (CERTBRK-FIELD-SUB)
                     EQUAL TO 2
                  OR CERTBRK-FIELD-LENGTH (CERTBRK-FIELD-SUB)
                     EQUAL TO 4
                  OR CERTBRK-FIELD-LENGTH (CERTBRK-FIELD-SUB)
                     EQUAL TO 8))
               SET CERTBRK-NUMERIC-FIELD TO TRUE
           END-IF.

       FIND-LAYOUT-FIELD.
           MOVE 'NO' TO CERTBRK-FOUND-SW.
           MOVE ZERO TO CERTBRK-FIELD-SUB.
           PERFORM MATCH-ONE-LAYOUT-FIELD
               UNTIL CERTBRK-FIELD-FOUND
                  OR CERTBRK-FIELD-SUB NOT LESS THAN
                     CERTBRK-FIELD-USED.

       MATCH-ONE-LAYOUT-FIELD.
           ADD 1 TO CERTBRK-FIELD-SUB.
           IF CERTBRK-FIELD-NAME (CERTBRK-FIELD-SUB)
               EQUAL TO CERTBRK-LOOK-NAME
               SET CERTBRK-FIELD-FOUND TO TRUE.

      * The second heading line names the break and total fields;
      * when a card was rejected it shows that card instead.
       BUILD-HEADING-NAMES.
           IF CERTBRK-HEAD-NAMES NOT EQUAL TO SPACES
               NEXT SENTENCE
           ELSE
               MOVE 'BY' TO CERTBRK-HEAD-NAMES
               MOVE 4 TO CERTBRK-KEY-POS
               MOVE ZERO TO CERTBRK-BREAK-SUB
               PERFORM NAME-ONE-BREAK-FIELD
                   UNTIL CERTBRK-BREAK-SUB NOT LESS THAN
                         CERTBRK-BREAK-USED
               IF CERTBRK-TOTAL-USED NOT EQUAL TO ZERO
                   MOVE 'TOTALLING' TO CERTBRK-HEAD-NAMES
                       (CERTBRK-KEY-POS + 1:9)
                   ADD 11 TO CERTBRK-KEY-POS
                   MOVE ZERO TO CERTBRK-TOTAL-SUB
                   PERFORM NAME-ONE-TOTAL-FIELD
                       UNTIL CERTBRK-TOTAL-SUB NOT LESS THAN
                             CERTBRK-TOTAL-USED
                      OR CERTBRK-KEY-POS IS GREATER THAN 99
               END-IF
           END-IF.

       NAME-ONE-BREAK-FIELD.
           ADD 1 TO CERTBRK-BREAK-SUB.
           MOVE CERTBRK-FIELD-NAME
               (CERTBRK-BREAK-FIELD (CERTBRK-BREAK-SUB))
               TO CERTBRK-HEAD-NAMES (CERTBRK-KEY-POS:20).
           ADD 21 TO CERTBRK-KEY-POS.

       NAME-ONE-TOTAL-FIELD.
           ADD 1 TO CERTBRK-TOTAL-SUB.
           MOVE CERTBRK-FIELD-NAME
               (CERTBRK-TOTAL-FIELD (CERTBRK-TOTAL-SUB))
               TO CERTBRK-HEAD-NAMES (CERTBRK-KEY-POS:20).
           ADD 21 TO CERTBRK-KEY-POS.

       CLEAR-ONE-LEVEL.
           ADD 1 TO CERTBRK-BREAK-SUB.
           MOVE ZERO TO CERTBRK-ACC-RECORDS (CERTBRK-BREAK-SUB).
           MOVE ZERO TO CERTBRK-TOTAL-SUB.
           PERFORM CLEAR-ONE-AMOUNT 10 TIMES.

       CLEAR-ONE-AMOUNT.
           ADD 1 TO CERTBRK-TOTAL-SUB.
           MOVE ZERO TO CERTBRK-ACC-AMOUNT
               (CERTBRK-BREAK-SUB CERTBRK-TOTAL-SUB).

      *****************************************************************
      * One input record: build its break key, refuse it if it
      * sorts below the last one, close the groups whose values
      * changed, then add it into the lowest level.
      *****************************************************************
       PROCESS-ONE-RECORD.
           READ BREAK-INPUT
               AT END SET CERTBRK-AT-EOF TO TRUE.
           IF NOT CERTBRK-AT-EOF
               ADD 1 TO CERTBRK-RECORD-CNT
               MOVE SPACES TO CERTBRK-HOLD-REC
               MOVE BREAK-INPUT-REC (1:CERTBRK-IN-LEN)
                   TO CERTBRK-HOLD-REC
               PERFORM BUILD-BREAK-KEY
               IF CERTBRK-FIRST-RECORD
                   MOVE 'NO' TO CERTBRK-FIRST-SW
                   MOVE 1 TO CERTBRK-BREAK-LEVEL
                   PERFORM OPEN-GROUPS-FROM-LEVEL
                   PERFORM ADD-RECORD-TO-TOTALS
               ELSE IF CERTBRK-THIS-KEY IS LESS THAN CERTBRK-PREV-KEY
                   PERFORM REPORT-OUT-OF-SEQUENCE
               ELSE
                   PERFORM FIND-BREAK-LEVEL
                   IF CERTBRK-BREAK-LEVEL NOT GREATER THAN
                           CERTBRK-BREAK-USED
                       PERFORM CLOSE-GROUPS-FROM-LEVEL
                       PERFORM OPEN-GROUPS-FROM-LEVEL
                   END-IF
                   PERFORM ADD-RECORD-TO-TOTALS
               END-IF
               END-IF
               MOVE CERTBRK-THIS-KEY TO CERTBRK-PREV-KEY.

      * The break values side by side, 50 characters each, so one
      * comparison checks the sequence on all of them.
       BUILD-BREAK-KEY.
           MOVE SPACES TO CERTBRK-THIS-KEY.
           MOVE 1 TO CERTBRK-KEY-POS.
           MOVE ZERO TO CERTBRK-BREAK-SUB.
           PERFORM KEY-ONE-BREAK-FIELD
               UNTIL CERTBRK-BREAK-SUB NOT LESS THAN
                     CERTBRK-BREAK-USED.

       KEY-ONE-BREAK-FIELD.
           ADD 1 TO CERTBRK-BREAK-SUB.
           MOVE CERTBRK-BREAK-FIELD (CERTBRK-BREAK-SUB)
               TO CERTBRK-FIELD-SUB.
           MOVE CERTBRK-HOLD-REC
               (CERTBRK-FIELD-OFFSET (CERTBRK-FIELD-SUB):
                CERTBRK-FIELD-LENGTH (CERTBRK-FIELD-SUB))
               TO CERTBRK-THIS-KEY (CERTBRK-KEY-POS:50).
           ADD 50 TO CERTBRK-KEY-POS.

      * The most major level whose value changed; one past the
      * last level when none did.
       FIND-BREAK-LEVEL.
           MOVE ZERO TO CERTBRK-BREAK-LEVEL.
           MOVE 'NO' TO CERTBRK-CHANGE-SW.
           PERFORM TEST-BREAK-LEVEL
               UNTIL CERTBRK-LEVEL-CHANGED
                  OR CERTBRK-BREAK-LEVEL NOT LESS THAN
                     CERTBRK-BREAK-USED.
           IF NOT CERTBRK-LEVEL-CHANGED
               ADD 1 TO CERTBRK-BREAK-LEVEL.

       TEST-BREAK-LEVEL.
           ADD 1 TO CERTBRK-BREAK-LEVEL.
           COMPUTE CERTBRK-KEY-POS = (CERTBRK-BREAK-LEVEL - 1) * 50 + 1.
           IF CERTBRK-THIS-KEY (CERTBRK-KEY-POS:50)
               NOT EQUAL TO CERTBRK-PREV-KEY (CERTBRK-KEY-POS:50)
               SET CERTBRK-LEVEL-CHANGED TO TRUE.

       OPEN-GROUPS-FROM-LEVEL.
           MOVE CERTBRK-BREAK-LEVEL TO CERTBRK-BREAK-SUB.
           PERFORM HOLD-ONE-BREAK-VALUE
               UNTIL CERTBRK-BREAK-SUB IS GREATER THAN
                     CERTBRK-BREAK-USED.

       HOLD-ONE-BREAK-VALUE.
           COMPUTE CERTBRK-KEY-POS = (CERTBRK-BREAK-SUB - 1) * 50 + 1.
           MOVE CERTBRK-THIS-KEY (CERTBRK-KEY-POS:50)
               TO CERTBRK-BREAK-HOLD (CERTBRK-BREAK-SUB).
           ADD 1 TO CERTBRK-BREAK-SUB.

      * Groups close minor first, each printing and then passing
      * its figures up before it is cleared.
       CLOSE-GROUPS-FROM-LEVEL.
           MOVE CERTBRK-BREAK-USED TO CERTBRK-BREAK-SUB.
           PERFORM CLOSE-ONE-GROUP
               UNTIL CERTBRK-BREAK-SUB IS LESS THAN
                     CERTBRK-BREAK-LEVEL.

       CLOSE-ONE-GROUP.
           PERFORM PRINT-GROUP-TOTALS.
           IF CERTBRK-BREAK-SUB EQUAL TO 1
               MOVE 4 TO CERTBRK-PARENT
           ELSE
               COMPUTE CERTBRK-PARENT = CERTBRK-BREAK-SUB - 1.
           ADD CERTBRK-ACC-RECORDS (CERTBRK-BREAK-SUB)
               TO CERTBRK-ACC-RECORDS (CERTBRK-PARENT).
           MOVE ZERO TO CERTBRK-ACC-RECORDS (CERTBRK-BREAK-SUB).
           MOVE ZERO TO CERTBRK-TOTAL-SUB.
           PERFORM PASS-ONE-AMOUNT-UP 10 TIMES.
           IF CERTBRK-BREAK-SUB EQUAL TO 1
               MOVE SPACES TO CERTBRK-REPORT-LINE
               PERFORM PRINT-BREAK-LINE.
           SUBTRACT 1 FROM CERTBRK-BREAK-SUB.

       PASS-ONE-AMOUNT-UP.
           ADD 1 TO CERTBRK-TOTAL-SUB.
           ADD CERTBRK-ACC-AMOUNT (CERTBRK-BREAK-SUB CERTBRK-TOTAL-SUB)
               TO CERTBRK-ACC-AMOUNT (CERTBRK-PARENT CERTBRK-TOTAL-SUB).
           MOVE ZERO TO CERTBRK-ACC-AMOUNT
               (CERTBRK-BREAK-SUB CERTBRK-TOTAL-SUB).

       ADD-RECORD-TO-TOTALS.
           ADD 1 TO CERTBRK-ACC-RECORDS (CERTBRK-BREAK-USED).
           MOVE ZERO TO CERTBRK-TOTAL-SUB.
           PERFORM ADD-ONE-AMOUNT
               UNTIL CERTBRK-TOTAL-SUB NOT LESS THAN
                     CERTBRK-TOTAL-USED.

       ADD-ONE-AMOUNT.
           ADD 1 TO CERTBRK-TOTAL-SUB.
           MOVE CERTBRK-TOTAL-FIELD (CERTBRK-TOTAL-SUB)
               TO CERTBRK-FIELD-SUB.
           MOVE CERTBRK-HOLD-REC
               (CERTBRK-FIELD-OFFSET (CERTBRK-FIELD-SUB):
                CERTBRK-FIELD-LENGTH (CERTBRK-FIELD-SUB))
               TO CERTBRK-FIELD-BYTES.
           PERFORM DECODE-FIELD-VALUE.
           IF CERTBRK-VALUE-VALID
               ADD CERTBRK-VALUE TO CERTBRK-ACC-AMOUNT
                   (CERTBRK-BREAK-USED CERTBRK-TOTAL-SUB)
           ELSE
               ADD 1 TO CERTBRK-NONNUM-CNT
               ADD 1 TO CERTBRK-TOTAL-BAD-CNT (CERTBRK-TOTAL-SUB).

      * A numeric field's bytes, set in FIELD-BYTES, right-justified
      * into the 18-digit item of its usage and put to the class
      * test, as CERTCNV does.
       DECODE-FIELD-VALUE.
           MOVE 'YES' TO CERTBRK-VALID-SW.
           MOVE ZERO TO CERTBRK-VALUE.
           MOVE CERTBRK-FIELD-LENGTH (CERTBRK-FIELD-SUB)
               TO CERTBRK-BYTES.
           IF CERTBRK-FIELD-USAGE (CERTBRK-FIELD-SUB) EQUAL TO 'D'
               MOVE ALL '0' TO CERTBRK-ZONED-X
               COMPUTE CERTBRK-START = 19 - CERTBRK-BYTES
               MOVE CERTBRK-FIELD-BYTES (1:CERTBRK-BYTES)
                   TO CERTBRK-ZONED-X (CERTBRK-START:CERTBRK-BYTES)
               IF CERTBRK-ZONED IS NUMERIC
                   MOVE CERTBRK-ZONED TO CERTBRK-VALUE
               ELSE
                   MOVE 'NO' TO CERTBRK-VALID-SW
               END-IF
           ELSE IF CERTBRK-FIELD-USAGE (CERTBRK-FIELD-SUB) EQUAL TO 'L'
               MOVE ALL '0' TO CERTBRK-LEADING-X
               MOVE CERTBRK-FIELD-BYTES (1:1)
                   TO CERTBRK-LEADING-X (1:1)
               COMPUTE CERTBRK-START = 21 - CERTBRK-BYTES
               MOVE CERTBRK-FIELD-BYTES (2:CERTBRK-BYTES - 1)
                   TO CERTBRK-LEADING-X
                      (CERTBRK-START:CERTBRK-BYTES - 1)
               IF CERTBRK-LEADING IS NUMERIC
                   MOVE CERTBRK-LEADING TO CERTBRK-VALUE
               ELSE
                   MOVE 'NO' TO CERTBRK-VALID-SW
               END-IF
           ELSE IF CERTBRK-FIELD-USAGE (CERTBRK-FIELD-SUB) EQUAL TO 'P'
               MOVE LOW-VALUES TO CERTBRK-PACKED-X
               COMPUTE CERTBRK-START = 11 - CERTBRK-BYTES
               MOVE CERTBRK-FIELD-BYTES (1:CERTBRK-BYTES)
                   TO CERTBRK-PACKED-X (CERTBRK-START:CERTBRK-BYTES)
               IF CERTBRK-PACKED IS NUMERIC
                   MOVE CERTBRK-PACKED TO CERTBRK-VALUE
               ELSE
                   MOVE 'NO' TO CERTBRK-VALID-SW
               END-IF
           ELSE
               IF CERTBRK-FIELD-SIGNED (CERTBRK-FIELD-SUB)
                 AND CERTBRK-FIELD-BYTES (1:1) NOT LESS THAN X'80'
                   MOVE HIGH-VALUES TO CERTBRK-BINARY-X
               ELSE
                   MOVE LOW-VALUES TO CERTBRK-BINARY-X
               END-IF
               COMPUTE CERTBRK-START = 9 - CERTBRK-BYTES
               MOVE CERTBRK-FIELD-BYTES (1:CERTBRK-BYTES)
                   TO CERTBRK-BINARY-X (CERTBRK-START:CERTBRK-BYTES)
               MOVE CERTBRK-BINARY TO CERTBRK-VALUE
           END-IF
           END-IF
           END-IF.

       REPORT-OUT-OF-SEQUENCE.
           SET CERTBRK-OUT-OF-SEQUENCE TO TRUE.
           MOVE CERTBRK-RECORD-CNT TO CERTBRK-COUNT-DISP.
           MOVE SPACES TO CERTBRK-REPORT-LINE.
           STRING 'INPUT OUT OF SEQUENCE ON THE BREAK FIELDS AT RECORD'
               CERTBRK-COUNT-DISP ' - REPORT STOPPED, NO TOTALS'
               DELIMITED BY SIZE INTO CERTBRK-REPORT-LINE.
           PERFORM PRINT-BREAK-LINE.
           MOVE SPACES TO CERTBRK-REPORT-LINE.
           STRING '  THIS RECORD: ' CERTBRK-THIS-KEY (1:100)
               DELIMITED BY SIZE INTO CERTBRK-REPORT-LINE.
           PERFORM PRINT-BREAK-LINE.
           MOVE SPACES TO CERTBRK-REPORT-LINE.
           STRING '  RECORD BEFORE: ' CERTBRK-PREV-KEY (1:100)
               DELIMITED BY SIZE INTO CERTBRK-REPORT-LINE.
           PERFORM PRINT-BREAK-LINE.

      *****************************************************************
      * Group and grand totals: a line with the break field, its
      * value and the record count, then one line per total field,
      * all indented two places per level.
      *****************************************************************
       PRINT-GROUP-TOTALS.
           COMPUTE CERTBRK-INDENT = (CERTBRK-BREAK-SUB - 1) * 2 + 1.
           MOVE CERTBRK-BREAK-FIELD (CERTBRK-BREAK-SUB)
               TO CERTBRK-FIELD-SUB.
           MOVE CERTBRK-ACC-RECORDS (CERTBRK-BREAK-SUB)
               TO CERTBRK-COUNT-DISP.
           MOVE SPACES TO CERTBRK-WORK-LINE.
           PERFORM SHOW-BREAK-VALUE.
           STRING 'TOTAL ' CERTBRK-FIELD-NAME (CERTBRK-FIELD-SUB)
               ' ' CERTBRK-BREAK-TEXT
               ' RECORDS ' CERTBRK-COUNT-DISP
               DELIMITED BY SIZE INTO CERTBRK-WORK-LINE.
           MOVE SPACES TO CERTBRK-REPORT-LINE.
           MOVE CERTBRK-WORK-LINE
               TO CERTBRK-REPORT-LINE (CERTBRK-INDENT:112).
           PERFORM PRINT-BREAK-LINE.
           MOVE CERTBRK-BREAK-SUB TO CERTBRK-PARENT.
           PERFORM PRINT-LEVEL-AMOUNTS.

      * A numeric break field is shown as its value, not its
      * bytes, since packed and binary ones will not print.
       SHOW-BREAK-VALUE.
           IF CERTBRK-FIELD-USAGE (CERTBRK-FIELD-SUB) EQUAL TO 'D'
             OR CERTBRK-FIELD-USAGE (CERTBRK-FIELD-SUB) EQUAL TO 'L'
             OR CERTBRK-FIELD-USAGE (CERTBRK-FIELD-SUB) EQUAL TO 'P'
             OR CERTBRK-FIELD-USAGE (CERTBRK-FIELD-SUB) EQUAL TO 'B'
               MOVE CERTBRK-BREAK-HOLD (CERTBRK-BREAK-SUB)
                   TO CERTBRK-FIELD-BYTES
               PERFORM DECODE-FIELD-VALUE
               IF CERTBRK-VALUE-VALID
                   PERFORM EDIT-AMOUNT
                   MOVE CERTBRK-AMOUNT-TEXT TO CERTBRK-BREAK-TEXT
               ELSE
                   MOVE '(NOT NUMERIC)' TO CERTBRK-BREAK-TEXT
               END-IF
           ELSE
               MOVE CERTBRK-BREAK-HOLD (CERTBRK-BREAK-SUB)
                   TO CERTBRK-BREAK-TEXT.

       PRINT-GRAND-TOTALS.
           MOVE ZERO TO CERTBRK-BREAK-SUB.
           MOVE CERTBRK-ACC-RECORDS (4) TO CERTBRK-COUNT-DISP.
           MOVE SPACES TO CERTBRK-REPORT-LINE.
           STRING 'GRAND TOTAL  RECORDS ' CERTBRK-COUNT-DISP
               DELIMITED BY SIZE INTO CERTBRK-REPORT-LINE.
           PERFORM PRINT-BREAK-LINE.
           MOVE 1 TO CERTBRK-INDENT.
           MOVE 4 TO CERTBRK-PARENT.
           PERFORM PRINT-LEVEL-AMOUNTS.
           MOVE ZERO TO CERTBRK-TOTAL-SUB.
           PERFORM PRINT-ONE-BAD-COUNT
               UNTIL CERTBRK-TOTAL-SUB NOT LESS THAN
                     CERTBRK-TOTAL-USED.

       PRINT-LEVEL-AMOUNTS.
           MOVE ZERO TO CERTBRK-TOTAL-SUB.
           PERFORM PRINT-ONE-AMOUNT
               UNTIL CERTBRK-TOTAL-SUB NOT LESS THAN
                     CERTBRK-TOTAL-USED.

       PRINT-ONE-AMOUNT.
           ADD 1 TO CERTBRK-TOTAL-SUB.
           MOVE CERTBRK-TOTAL-FIELD (CERTBRK-TOTAL-SUB)
               TO CERTBRK-FIELD-SUB.
           MOVE CERTBRK-ACC-AMOUNT (CERTBRK-PARENT CERTBRK-TOTAL-SUB)
               TO CERTBRK-VALUE.
           PERFORM EDIT-AMOUNT.
           MOVE SPACES TO CERTBRK-WORK-LINE.
           STRING '    ' CERTBRK-FIELD-NAME (CERTBRK-FIELD-SUB)
               ' ' CERTBRK-AMOUNT-TEXT
               DELIMITED BY SIZE INTO CERTBRK-WORK-LINE.
           MOVE SPACES TO CERTBRK-REPORT-LINE.
           MOVE CERTBRK-WORK-LINE
               TO CERTBRK-REPORT-LINE (CERTBRK-INDENT:112).
           PERFORM PRINT-BREAK-LINE.

      * A value at the field's own scale: the decimals it does
      * not have are blanked, and the point with them at scale 0.
       EDIT-AMOUNT.
           COMPUTE CERTBRK-SCALED = CERTBRK-VALUE
               / 10 ** CERTBRK-FIELD-SCALE (CERTBRK-FIELD-SUB)
               ON SIZE ERROR
                   MOVE ALL '*' TO CERTBRK-AMOUNT-TEXT
               NOT ON SIZE ERROR
                   MOVE CERTBRK-SCALED TO CERTBRK-EDITED
                   IF CERTBRK-FIELD-SCALE (CERTBRK-FIELD-SUB)
                           EQUAL TO ZERO
                       MOVE SPACES TO CERTBRK-EDITED-X (15:6)
                   ELSE IF CERTBRK-FIELD-SCALE (CERTBRK-FIELD-SUB)
                           IS LESS THAN 5
                       MOVE SPACES TO CERTBRK-EDITED-X
                           (16 + CERTBRK-FIELD-SCALE
                                 (CERTBRK-FIELD-SUB):
                            5 - CERTBRK-FIELD-SCALE
                                (CERTBRK-FIELD-SUB))
                   END-IF
                   END-IF
                   MOVE CERTBRK-EDITED-X TO CERTBRK-AMOUNT-TEXT
           END-COMPUTE.

       PRINT-ONE-BAD-COUNT.
           ADD 1 TO CERTBRK-TOTAL-SUB.
           IF CERTBRK-TOTAL-BAD-CNT (CERTBRK-TOTAL-SUB)
                   NOT EQUAL TO ZERO
               MOVE CERTBRK-TOTAL-FIELD (CERTBRK-TOTAL-SUB)
                   TO CERTBRK-FIELD-SUB
               MOVE CERTBRK-TOTAL-BAD-CNT (CERTBRK-TOTAL-SUB)
                   TO CERTBRK-COUNT-DISP
               MOVE SPACES TO CERTBRK-REPORT-LINE
               STRING 'NOT NUMERIC, LEFT OUT OF THE TOTALS: '
                   CERTBRK-FIELD-NAME (CERTBRK-FIELD-SUB)
                   CERTBRK-COUNT-DISP ' RECORD(S)'
                   DELIMITED BY SIZE INTO CERTBRK-REPORT-LINE
               PERFORM PRINT-BREAK-LINE.

      *****************************************************************
      * Pagination, after CERTPAGE: body lines go out under
      * END-OF-PAGE; a page break writes the footer, ejects, and
      * repeats the headings.
      *****************************************************************
       WRITE-PAGE-HEADINGS.
           MOVE CERTBRK-PAGE-NO TO CERTBRK-PAGE-DISP.
           MOVE SPACES TO BREAK-REPORT-REC.
           STRING CERTBRK-TITLE '  RUN ' CERTBRK-RUN-ID
               '  PAGE ' CERTBRK-PAGE-DISP
               DELIMITED BY SIZE INTO BREAK-REPORT-REC.
           IF CERTBRK-PAGE-NO EQUAL TO 1
               WRITE BREAK-REPORT-REC AFTER ADVANCING 1 LINE
           ELSE
               WRITE BREAK-REPORT-REC AFTER ADVANCING PAGE.
           MOVE CERTBRK-HEAD-NAMES TO BREAK-REPORT-REC.
           WRITE BREAK-REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO BREAK-REPORT-REC.
           WRITE BREAK-REPORT-REC AFTER ADVANCING 1 LINE.

       PRINT-BREAK-LINE.
           MOVE CERTBRK-REPORT-LINE TO BREAK-REPORT-REC.
           WRITE BREAK-REPORT-REC AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM BREAK-TO-NEXT-PAGE
           END-WRITE.

       BREAK-TO-NEXT-PAGE.
           PERFORM WRITE-PAGE-FOOTER.
           ADD 1 TO CERTBRK-PAGE-NO.
           PERFORM WRITE-PAGE-HEADINGS.

       WRITE-PAGE-FOOTER.
           MOVE CERTBRK-PAGE-NO TO CERTBRK-FT-PAGE.
           MOVE CERTBRK-RUN-ID TO CERTBRK-FT-RUN-ID.
           MOVE CERTBRK-RECORD-CNT TO CERTBRK-FT-COUNT.
           MOVE CERTBRK-FOOTER-LINE TO BREAK-REPORT-REC.
           WRITE BREAK-REPORT-REC AFTER ADVANCING 1 LINE.

       CLOSE-BREAK-REPORT.
           MOVE SPACES TO BREAK-REPORT-REC.
           WRITE BREAK-REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE CERTBRK-RECORD-CNT TO CERTBRK-COUNT-DISP.
           MOVE CERTBRK-PAGE-NO TO CERTBRK-PAGE-DISP.
           MOVE SPACES TO BREAK-REPORT-REC.
           STRING 'END OF REPORT - ' CERTBRK-COUNT-DISP
               ' RECORD(S) READ ON ' CERTBRK-PAGE-DISP ' PAGE(S)'
               DELIMITED BY SIZE INTO BREAK-REPORT-REC.
           WRITE BREAK-REPORT-REC AFTER ADVANCING 1 LINE.
           PERFORM WRITE-PAGE-FOOTER.
           CLOSE BREAK-REPORT.
