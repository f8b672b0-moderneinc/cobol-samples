000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           CERTLGEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO LGNCRD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTLGEN-CRD-STATUS.
           SELECT SOURCE-IN ASSIGN TO LGNSRC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTLGEN-SRC-STATUS.
           SELECT OLD-LAYOUT ASSIGN TO LGNOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTLGEN-OLD-STATUS.
           SELECT NEW-LAYOUT ASSIGN TO LGNOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT GENERATE-REPORT ASSIGN TO LGNRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      * Control cards, any number, comments start with '*':
      *   RECORD   in 1-8, in 10-39 the 01 record name, or the FD
      *            whose first 01 is wanted.  With no RECORD card
      *            the first 01 in the source is taken, which is
      *            what a copybook wants.
      *   KEY      in 1-8, in 10-39 a data name to carry the K
      *            marker, one card per key field.
       FD  CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  CARD-REC.
           02 CARD-VERB            PIC X(8).
           02 FILLER               PIC X(1).
           02 CARD-NAME            PIC X(30).
           02 FILLER               PIC X(41).

      * The record description, read as card images: a copybook
      * member, or a program's source with its FDs.
       FD  SOURCE-IN
           LABEL RECORDS ARE STANDARD.
       01  SOURCE-IN-REC.
           02 SRC-SEQUENCE         PIC X(6).
           02 SRC-INDICATOR        PIC X(1).
           02 SRC-TEXT             PIC X(65).
           02 SRC-IDENT            PIC X(8).

      * The maintained layout and the new generation, both in the
      * CERTFCMP shape: field name 1-20, offset 22-25, length
      * 27-29, K in 31 for a key field, and in 33 N for a field
      * that holds only digits - the numeric edit CERTIMP and the
      * numeric check CERTFPRF read there.
       FD  OLD-LAYOUT
           LABEL RECORDS ARE STANDARD.
       01  OLD-LAYOUT-REC.
           02 OLDL-FIELD-NAME      PIC X(20).
           02 FILLER               PIC X(1).
           02 OLDL-OFFSET          PIC 9(4).
           02 FILLER               PIC X(1).
           02 OLDL-LENGTH          PIC 9(3).
           02 FILLER               PIC X(1).
           02 OLDL-KEY-FLAG        PIC X(1).
           02 FILLER               PIC X(49).

       FD  NEW-LAYOUT
           LABEL RECORDS ARE STANDARD.
       01  NEW-LAYOUT-REC.
           02 NEWL-FIELD-NAME      PIC X(20).
           02 FILLER               PIC X(1).
           02 NEWL-OFFSET          PIC 9(4).
           02 FILLER               PIC X(1).
           02 NEWL-LENGTH          PIC 9(3).
           02 FILLER               PIC X(1).
           02 NEWL-KEY-FLAG        PIC X(1).
           02 FILLER               PIC X(1).
           02 NEWL-TYPE            PIC X(1).
           02 FILLER               PIC X(47).

       FD  GENERATE-REPORT
           LABEL RECORDS ARE STANDARD.
       01  GENERATE-REPORT-REC     PIC X(120).

       WORKING-STORAGE SECTION.
       01  CERTLGEN-CRD-STATUS     PIC XX VALUE '00'.
       01  CERTLGEN-SRC-STATUS     PIC XX VALUE '00'.
       01  CERTLGEN-OLD-STATUS     PIC XX VALUE '00'.
       01  CERTLGEN-EOF-SW         PIC X(3) VALUE 'NO'.
           88 CERTLGEN-AT-EOF            VALUE 'YES'.
       01  CERTLGEN-FOUND-SW       PIC X(3) VALUE 'NO'.
           88 CERTLGEN-ENTRY-FOUND       VALUE 'YES'.
       01  CERTLGEN-CARD-BAD-SW    PIC X(3) VALUE 'NO'.
           88 CERTLGEN-CARD-BAD          VALUE 'YES'.
       01  CERTLGEN-SELECTOR       PIC X(30) VALUE SPACE.
       01  CERTLGEN-KEY-USED       PIC 9(2) VALUE ZERO.
       01  CERTLGEN-KEY-SUB        PIC 9(2) VALUE ZERO.
       01  CERTLGEN-KEY-TABLE.
           02 CERTLGEN-KEY-ENTRY OCCURS 10 TIMES.
              03 CERTLGEN-KEY-NAME      PIC X(30).
              03 CERTLGEN-KEY-HIT       PIC X(1).

      * Where the scan stands: ARMED once the named FD has been
      * passed and its 01 is awaited, GENERATING from the chosen
      * 01 until the next 01, 77, FD, section or division.
       01  CERTLGEN-SCAN-SW        PIC X(3) VALUE 'NO'.
           88 CERTLGEN-ARMED             VALUE 'ARM'.
           88 CERTLGEN-GENERATING        VALUE 'GEN'.
           88 CERTLGEN-SCAN-DONE         VALUE 'END'.
       01  CERTLGEN-QUOTE-SW       PIC X(3) VALUE 'NO'.
           88 CERTLGEN-IN-LITERAL        VALUE 'YES'.
       01  CERTLGEN-QUOTE-CHAR     PIC X(1) VALUE SPACE.
       01  CERTLGEN-CHAR           PIC X(1) VALUE SPACE.
       01  CERTLGEN-NEXT-CHAR      PIC X(1) VALUE SPACE.
       01  CERTLGEN-CHAR-SUB       PIC 9(3) VALUE ZERO.
       01  CERTLGEN-LINE-CNT       PIC 9(7) VALUE ZERO.

      * One data description entry, gathered across lines up to
      * its closing period, literals blanked, then split into
      * words.
       01  CERTLGEN-ENTRY-TEXT     PIC X(400) VALUE SPACE.
       01  CERTLGEN-ENTRY-LEN      PIC 9(3) VALUE ZERO.
       01  CERTLGEN-WORD-POS       PIC 9(3) VALUE ZERO.
       01  CERTLGEN-WORD-HOLD      PIC X(30) VALUE SPACE.
       01  CERTLGEN-WORD-USED      PIC 9(2) VALUE ZERO.
       01  CERTLGEN-WORD-SUB       PIC 9(2) VALUE ZERO.
       01  CERTLGEN-WORD-TABLE.
           02 CERTLGEN-WORD        PIC X(30) OCCURS 40 TIMES.
       01  CERTLGEN-NUMBER-LEN     PIC 9(2) VALUE ZERO.
       01  CERTLGEN-NUMBER         PIC 9(5) VALUE ZERO.

      * The entry being resolved.
       01  CERTLGEN-ITEM-LEVEL     PIC 9(2) VALUE ZERO.
       01  CERTLGEN-ITEM-NAME      PIC X(30) VALUE SPACE.
       01  CERTLGEN-ITEM-PIC       PIC X(30) VALUE SPACE.
       01  CERTLGEN-ITEM-USAGE     PIC X(8) VALUE SPACE.
       01  CERTLGEN-ITEM-REDEF     PIC X(30) VALUE SPACE.
       01  CERTLGEN-ITEM-OCCURS    PIC 9(5) VALUE ZERO.
       01  CERTLGEN-ITEM-SEP-SW    PIC X(3) VALUE 'NO'.
           88 CERTLGEN-SIGN-SEPARATE     VALUE 'YES'.
       01  CERTLGEN-USAGE-WORD     PIC X(8) VALUE SPACE.

      * Picture arithmetic: character positions, digit count, and
      * whether the picture is nothing but 9, V and P.
       01  CERTLGEN-PIC-SUB        PIC 9(2) VALUE ZERO.
       01  CERTLGEN-PIC-CHAR       PIC X(1) VALUE SPACE.
       01  CERTLGEN-PIC-KIND       PIC X(1) VALUE SPACE.
       01  CERTLGEN-PIC-POSITIONS  PIC 9(5) VALUE ZERO.
       01  CERTLGEN-PIC-DIGITS     PIC 9(3) VALUE ZERO.
       01  CERTLGEN-PIC-REPEAT     PIC 9(5) VALUE ZERO.
       01  CERTLGEN-PIC-COUNT-TEXT PIC X(5) VALUE SPACE.
       01  CERTLGEN-PIC-COUNT-LEN  PIC 9(1) VALUE ZERO.
       01  CERTLGEN-PIC-DIGITS-SW  PIC X(3) VALUE 'YES'.
           88 CERTLGEN-PIC-ALL-DIGITS    VALUE 'YES'.
       01  CERTLGEN-ITEM-SIZE      PIC 9(5) VALUE ZERO.

       01  CERTLGEN-CUR-OFFSET     PIC 9(5) VALUE ZERO.
       01  CERTLGEN-RESUME         PIC 9(5) VALUE ZERO.
       01  CERTLGEN-ENTRY-SUB      PIC 9(3) VALUE ZERO.
       01  CERTLGEN-SCAN-SUB       PIC 9(3) VALUE ZERO.
       01  CERTLGEN-FIELD-LENGTH   PIC 9(5) VALUE ZERO.
       01  CERTLGEN-FIELD-OFFSET   PIC 9(5) VALUE ZERO.
       01  CERTLGEN-FIELD-KEY      PIC X(1) VALUE SPACE.
       01  CERTLGEN-ROOT-NAME      PIC X(30) VALUE SPACE.

      * Every entry of the chosen record, offsets from its start;
      * a group's SIZE is filled in when the group closes.  SIZE
      * is one occurrence; OCCURS multiplies.  TABLE-SW is Y for
      * entries under an OCCURS, which are laid out only as part
      * of the whole table.
       01  CERTLGEN-ENTRY-USED     PIC 9(3) VALUE ZERO.
       01  CERTLGEN-ENTRY-TABLE.
           02 CERTLGEN-ENTRY OCCURS 400 TIMES.
              03 CERTLGEN-E-LEVEL       PIC 9(2).
              03 CERTLGEN-E-NAME        PIC X(30).
              03 CERTLGEN-E-OFFSET      PIC 9(5).
              03 CERTLGEN-E-SIZE        PIC 9(5).
              03 CERTLGEN-E-OCCURS      PIC 9(5).
              03 CERTLGEN-E-KIND        PIC X(1).
                 88 CERTLGEN-E-GROUP          VALUE 'G'.
              03 CERTLGEN-E-TABLE-SW    PIC X(1).
                 88 CERTLGEN-E-IN-TABLE       VALUE 'Y'.
              03 CERTLGEN-E-TYPE        PIC X(1).

      * The groups still open above the current entry.  RESUME is
      * where a REDEFINES group hands the offset back; USAGE is
      * passed down to the group's members; COVER is Y when the
      * group is a table or inside one.
       01  CERTLGEN-STACK-USED     PIC 9(2) VALUE ZERO.
       01  CERTLGEN-STACK-TABLE.
           02 CERTLGEN-STACK-ENTRY OCCURS 50 TIMES.
              03 CERTLGEN-S-ENTRY       PIC 9(3).
              03 CERTLGEN-S-LEVEL       PIC 9(2).
              03 CERTLGEN-S-START       PIC 9(5).
              03 CERTLGEN-S-RESUME      PIC 9(5).
              03 CERTLGEN-S-USAGE       PIC X(8).
              03 CERTLGEN-S-COVER       PIC X(1).

      * The maintained layout, for the drift comparison.
       01  CERTLGEN-OLD-USED       PIC 9(3) VALUE ZERO.
       01  CERTLGEN-OLD-SUB        PIC 9(3) VALUE ZERO.
       01  CERTLGEN-OLD-TABLE.
           02 CERTLGEN-OLD-ENTRY OCCURS 100 TIMES.
              03 CERTLGEN-O-NAME        PIC X(20).
              03 CERTLGEN-O-OFFSET      PIC 9(4).
              03 CERTLGEN-O-LENGTH      PIC 9(3).
              03 CERTLGEN-O-KEY         PIC X(1).
              03 CERTLGEN-O-MATCHED     PIC X(1).

       01  CERTLGEN-WRITTEN-CNT    PIC 9(5) VALUE ZERO.
       01  CERTLGEN-PROBLEM-CNT    PIC 9(5) VALUE ZERO.
       01  CERTLGEN-MOVED-CNT      PIC 9(5) VALUE ZERO.
       01  CERTLGEN-RESIZED-CNT    PIC 9(5) VALUE ZERO.
       01  CERTLGEN-REKEYED-CNT    PIC 9(5) VALUE ZERO.
       01  CERTLGEN-NEW-CNT        PIC 9(5) VALUE ZERO.
       01  CERTLGEN-DROPPED-CNT    PIC 9(5) VALUE ZERO.
       01  CERTLGEN-RECORD-LENGTH  PIC 9(5) VALUE ZERO.
       01  CERTLGEN-REPORT-LINE    PIC X(120) VALUE SPACE.

       PROCEDURE DIVISION.

      * Layout-definition records generated from the record
      * description itself, so CERTFCMP, CERTEDT, CERTMSK, CERTIMP
      * and CERTFPRF stop depending on hand-keyed offsets that
      * fall out of step when a copybook changes.  The source is
      * a copybook or a program with its FDs; the chosen 01 is
      * resolved level by level - OCCURS, REDEFINES, USAGE and
      * SIGN SEPARATE all sized in bytes - and every named
      * elementary item is written in the CERTFCMP shape.  A
      * table is written as one field covering every occurrence,
      * since the layout records have no subscripts.  Names
      * longer than 20 characters are cut to 20 and listed.  The
      * new generation is then compared with the maintained
      * layout by field name and every field that moved, changed
      * length, changed key marker, appeared or disappeared is
      * reported.  RC=16 for a bad card, RC=8 when the record
      * could not be resolved cleanly (record not found, COPY not
      * expanded, REDEFINES or KEY name unknown, a field past the
      * layout's columns), RC=4 when the generation differs from
      * the maintained layout, RC=0 otherwise.
       MAINLINE.
           OPEN OUTPUT GENERATE-REPORT.
           MOVE 'LAYOUT DEFINITION GENERATED FROM RECORD DESCRIPTION'
               TO GENERATE-REPORT-REC.
           WRITE GENERATE-REPORT-REC.
           MOVE SPACES TO GENERATE-REPORT-REC.
           WRITE GENERATE-REPORT-REC.
           PERFORM READ-CONTROL-CARDS.
           IF CERTLGEN-CARD-BAD
               CLOSE GENERATE-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK.
           PERFORM SCAN-RECORD-DESCRIPTION.
           IF CERTLGEN-ENTRY-USED EQUAL TO ZERO
               ADD 1 TO CERTLGEN-PROBLEM-CNT
               MOVE SPACES TO CERTLGEN-REPORT-LINE
               STRING 'RECORD ' CERTLGEN-SELECTOR
                   ' NOT FOUND IN THE SOURCE - NOTHING GENERATED'
                   DELIMITED BY SIZE INTO CERTLGEN-REPORT-LINE
               PERFORM PRINT-GENERATE-LINE
           ELSE
               PERFORM LOAD-MAINTAINED-LAYOUT
               PERFORM WRITE-NEW-LAYOUT
               PERFORM CHECK-KEY-NAMES-USED
               PERFORM LIST-DROPPED-FIELDS.
           PERFORM WRITE-GENERATE-TOTALS.
           CLOSE GENERATE-REPORT.
           IF CERTLGEN-PROBLEM-CNT NOT EQUAL TO ZERO
               MOVE 8 TO RETURN-CODE
           ELSE IF CERTLGEN-MOVED-CNT NOT EQUAL TO ZERO
             OR CERTLGEN-RESIZED-CNT NOT EQUAL TO ZERO
             OR CERTLGEN-REKEYED-CNT NOT EQUAL TO ZERO
             OR CERTLGEN-NEW-CNT NOT EQUAL TO ZERO
             OR CERTLGEN-DROPPED-CNT NOT EQUAL TO ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           END-IF.
           GOBACK.

       READ-CONTROL-CARDS.
           OPEN INPUT CARD-FILE.
           IF CERTLGEN-CRD-STATUS NOT EQUAL TO '00'
               SET CERTLGEN-AT-EOF TO TRUE.
           PERFORM READ-ONE-CONTROL-CARD
               UNTIL CERTLGEN-AT-EOF OR CERTLGEN-CARD-BAD.
           IF CERTLGEN-CRD-STATUS EQUAL TO '00'
             OR CERTLGEN-CRD-STATUS EQUAL TO '10'
               CLOSE CARD-FILE.
           MOVE 'NO' TO CERTLGEN-EOF-SW.

       READ-ONE-CONTROL-CARD.
           READ CARD-FILE
               AT END SET CERTLGEN-AT-EOF TO TRUE.
           IF CERTLGEN-AT-EOF
             OR CARD-REC EQUAL TO SPACES
             OR CARD-VERB (1:1) EQUAL TO '*'
               NEXT SENTENCE
           ELSE IF CARD-VERB EQUAL TO 'RECORD'
             AND CARD-NAME NOT EQUAL TO SPACES
               MOVE CARD-NAME TO CERTLGEN-SELECTOR
           ELSE IF CARD-VERB EQUAL TO 'KEY'
             AND CARD-NAME NOT EQUAL TO SPACES
             AND CERTLGEN-KEY-USED IS LESS THAN 10
               ADD 1 TO CERTLGEN-KEY-USED
               MOVE CARD-NAME TO CERTLGEN-KEY-NAME (CERTLGEN-KEY-USED)
               MOVE 'N' TO CERTLGEN-KEY-HIT (CERTLGEN-KEY-USED)
           ELSE
               SET CERTLGEN-CARD-BAD TO TRUE
               MOVE SPACES TO CERTLGEN-REPORT-LINE
               STRING 'BAD CONTROL CARD: ' CARD-REC
                   DELIMITED BY SIZE INTO CERTLGEN-REPORT-LINE
               PERFORM PRINT-GENERATE-LINE
           END-IF
           END-IF.

      *****************************************************************
      * The source scan.  Each line's columns 8-72 are fed through
      * character by character: literals become spaces (a '-'
      * continuation line picks its literal up again after its
      * opening quote), and a period followed by a space or the
      * end of the line closes the entry in hand.
      *****************************************************************
       SCAN-RECORD-DESCRIPTION.
           IF CERTLGEN-SELECTOR EQUAL TO SPACES
               MOVE 'THE FIRST 01 IN THE SOURCE'
                   TO CERTLGEN-SELECTOR
               SET CERTLGEN-ARMED TO TRUE.
           OPEN INPUT SOURCE-IN.
           IF CERTLGEN-SRC-STATUS NOT EQUAL TO '00'
               SET CERTLGEN-AT-EOF TO TRUE.
           PERFORM SCAN-ONE-SOURCE-LINE
               UNTIL CERTLGEN-AT-EOF OR CERTLGEN-SCAN-DONE.
           IF CERTLGEN-SRC-STATUS EQUAL TO '00'
             OR CERTLGEN-SRC-STATUS EQUAL TO '10'
               CLOSE SOURCE-IN.
           IF CERTLGEN-GENERATING
               MOVE ZERO TO CERTLGEN-ITEM-LEVEL
               PERFORM CLOSE-OPEN-GROUPS.
           IF CERTLGEN-ENTRY-USED NOT EQUAL TO ZERO
               COMPUTE CERTLGEN-RECORD-LENGTH =
                   CERTLGEN-E-SIZE (1) * CERTLGEN-E-OCCURS (1).
           MOVE 'NO' TO CERTLGEN-EOF-SW.

       SCAN-ONE-SOURCE-LINE.
           READ SOURCE-IN
               AT END SET CERTLGEN-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO CERTLGEN-LINE-CNT
                   IF SRC-INDICATOR EQUAL TO SPACE
                     OR SRC-INDICATOR EQUAL TO 'D'
                     OR SRC-INDICATOR EQUAL TO '-'
                       PERFORM FEED-ONE-SOURCE-LINE
                   END-IF.

       FEED-ONE-SOURCE-LINE.
           MOVE ZERO TO CERTLGEN-CHAR-SUB.
           IF SRC-INDICATOR EQUAL TO '-'
             AND CERTLGEN-IN-LITERAL
               PERFORM SKIP-TO-CONTINUED-QUOTE.
           PERFORM FEED-ONE-CHARACTER
               UNTIL CERTLGEN-CHAR-SUB NOT LESS THAN 65
                  OR CERTLGEN-SCAN-DONE.
           MOVE SPACE TO CERTLGEN-CHAR.
           PERFORM APPEND-ENTRY-CHARACTER.

       SKIP-TO-CONTINUED-QUOTE.
           MOVE ZERO TO CERTLGEN-CHAR-SUB.
           INSPECT SRC-TEXT TALLYING CERTLGEN-CHAR-SUB
               FOR CHARACTERS BEFORE INITIAL CERTLGEN-QUOTE-CHAR.
           ADD 1 TO CERTLGEN-CHAR-SUB.

       FEED-ONE-CHARACTER.
           ADD 1 TO CERTLGEN-CHAR-SUB.
           MOVE SRC-TEXT (CERTLGEN-CHAR-SUB:1) TO CERTLGEN-CHAR.
           IF CERTLGEN-CHAR-SUB IS LESS THAN 65
               MOVE SRC-TEXT (CERTLGEN-CHAR-SUB + 1:1)
                   TO CERTLGEN-NEXT-CHAR
           ELSE
               MOVE SPACE TO CERTLGEN-NEXT-CHAR.
           IF CERTLGEN-IN-LITERAL
               IF CERTLGEN-CHAR EQUAL TO CERTLGEN-QUOTE-CHAR
                   MOVE 'NO' TO CERTLGEN-QUOTE-SW
               END-IF
               MOVE SPACE TO CERTLGEN-CHAR
               PERFORM APPEND-ENTRY-CHARACTER
           ELSE IF CERTLGEN-CHAR EQUAL TO QUOTE
             OR CERTLGEN-CHAR EQUAL TO "'"
               SET CERTLGEN-IN-LITERAL TO TRUE
               MOVE CERTLGEN-CHAR TO CERTLGEN-QUOTE-CHAR
               MOVE SPACE TO CERTLGEN-CHAR
               PERFORM APPEND-ENTRY-CHARACTER
           ELSE IF CERTLGEN-CHAR EQUAL TO '.'
             AND CERTLGEN-NEXT-CHAR EQUAL TO SPACE
               PERFORM PROCESS-ONE-ENTRY THRU PROCESS-ONE-ENTRY-EX
               MOVE SPACES TO CERTLGEN-ENTRY-TEXT
               MOVE ZERO TO CERTLGEN-ENTRY-LEN
           ELSE
               PERFORM APPEND-ENTRY-CHARACTER
           END-IF
           END-IF
           END-IF.

       APPEND-ENTRY-CHARACTER.
           IF CERTLGEN-ENTRY-LEN IS LESS THAN 400
               ADD 1 TO CERTLGEN-ENTRY-LEN
               MOVE CERTLGEN-CHAR
                   TO CERTLGEN-ENTRY-TEXT (CERTLGEN-ENTRY-LEN:1).

      *****************************************************************
      * One complete entry: split it into words and decide what it
      * is - an FD, a header that ends the record, a level number,
      * or anything else, which is passed over.
      *****************************************************************
       PROCESS-ONE-ENTRY.
           PERFORM SPLIT-ENTRY-WORDS.
           IF CERTLGEN-WORD-USED EQUAL TO ZERO
               GO TO PROCESS-ONE-ENTRY-EX.
           IF CERTLGEN-WORD (1) EQUAL TO 'COPY'
               PERFORM NOTE-COPY-STATEMENT
               GO TO PROCESS-ONE-ENTRY-EX.
           IF CERTLGEN-WORD (1) EQUAL TO 'FD'
             OR CERTLGEN-WORD (1) EQUAL TO 'SD'
             OR CERTLGEN-WORD (2) EQUAL TO 'SECTION'
             OR CERTLGEN-WORD (2) EQUAL TO 'DIVISION'
               PERFORM NOTE-FILE-OR-HEADER
               GO TO PROCESS-ONE-ENTRY-EX.
           MOVE ZERO TO CERTLGEN-ITEM-LEVEL.
           IF CERTLGEN-WORD (1) (1:2) IS NUMERIC
             AND CERTLGEN-WORD (1) (3:1) EQUAL TO SPACE
               MOVE CERTLGEN-WORD (1) (1:2) TO CERTLGEN-ITEM-LEVEL
           ELSE IF CERTLGEN-WORD (1) (1:1) IS NUMERIC
             AND CERTLGEN-WORD (1) (2:1) EQUAL TO SPACE
               MOVE CERTLGEN-WORD (1) (1:1) TO CERTLGEN-ITEM-LEVEL
           END-IF
           END-IF.
           IF CERTLGEN-ITEM-LEVEL EQUAL TO ZERO
             OR CERTLGEN-ITEM-LEVEL EQUAL TO 66
             OR CERTLGEN-ITEM-LEVEL EQUAL TO 88
               GO TO PROCESS-ONE-ENTRY-EX.
           IF CERTLGEN-ITEM-LEVEL EQUAL TO 1
             OR CERTLGEN-ITEM-LEVEL EQUAL TO 77
               PERFORM NOTE-RECORD-START
               GO TO PROCESS-ONE-ENTRY-EX.
           IF CERTLGEN-GENERATING
               PERFORM RESOLVE-ONE-ITEM.
       PROCESS-ONE-ENTRY-EX.
           EXIT.

       SPLIT-ENTRY-WORDS.
           MOVE ZERO TO CERTLGEN-WORD-USED.
           MOVE SPACES TO CERTLGEN-WORD-TABLE.
           MOVE 1 TO CERTLGEN-WORD-POS.
           IF CERTLGEN-ENTRY-LEN NOT EQUAL TO ZERO
               PERFORM TAKE-ONE-WORD
                   UNTIL CERTLGEN-WORD-POS IS GREATER THAN
                         CERTLGEN-ENTRY-LEN
                      OR CERTLGEN-WORD-USED NOT LESS THAN 40.

       TAKE-ONE-WORD.
           MOVE SPACES TO CERTLGEN-WORD-HOLD.
           UNSTRING CERTLGEN-ENTRY-TEXT (1:CERTLGEN-ENTRY-LEN)
               DELIMITED BY ALL SPACE
               INTO CERTLGEN-WORD-HOLD
               WITH POINTER CERTLGEN-WORD-POS.
           IF CERTLGEN-WORD-HOLD NOT EQUAL TO SPACES
               ADD 1 TO CERTLGEN-WORD-USED
               MOVE CERTLGEN-WORD-HOLD
                   TO CERTLGEN-WORD (CERTLGEN-WORD-USED).

      * A COPY inside the record can not be followed from here;
      * the member itself has to be generated from instead.
       NOTE-COPY-STATEMENT.
           IF CERTLGEN-GENERATING OR CERTLGEN-ARMED
               ADD 1 TO CERTLGEN-PROBLEM-CNT
               MOVE SPACES TO CERTLGEN-REPORT-LINE
               STRING 'COPY ' CERTLGEN-WORD (2)
                   ' NOT EXPANDED - GENERATE FROM THAT MEMBER INSTEAD'
                   DELIMITED BY SIZE INTO CERTLGEN-REPORT-LINE
               PERFORM PRINT-GENERATE-LINE.

       NOTE-FILE-OR-HEADER.
           IF CERTLGEN-GENERATING
               MOVE ZERO TO CERTLGEN-ITEM-LEVEL
               PERFORM CLOSE-OPEN-GROUPS
               SET CERTLGEN-SCAN-DONE TO TRUE
           ELSE IF CERTLGEN-WORD (1) EQUAL TO 'FD'
             OR CERTLGEN-WORD (1) EQUAL TO 'SD'
               IF CERTLGEN-WORD (2) EQUAL TO CERTLGEN-SELECTOR
                   SET CERTLGEN-ARMED TO TRUE
               END-IF
           END-IF
           END-IF.

       NOTE-RECORD-START.
           IF CERTLGEN-GENERATING
               MOVE ZERO TO CERTLGEN-ITEM-LEVEL
               PERFORM CLOSE-OPEN-GROUPS
               SET CERTLGEN-SCAN-DONE TO TRUE
           ELSE IF CERTLGEN-ITEM-LEVEL EQUAL TO 1
             AND (CERTLGEN-ARMED
                  OR CERTLGEN-WORD (2) EQUAL TO CERTLGEN-SELECTOR)
               SET CERTLGEN-GENERATING TO TRUE
               MOVE CERTLGEN-WORD (2) TO CERTLGEN-ROOT-NAME
               MOVE SPACES TO CERTLGEN-REPORT-LINE
               STRING 'GENERATING FROM 01 ' CERTLGEN-ROOT-NAME
                   DELIMITED BY SIZE INTO CERTLGEN-REPORT-LINE
               PERFORM PRINT-GENERATE-LINE
               MOVE SPACES TO GENERATE-REPORT-REC
               WRITE GENERATE-REPORT-REC
               MOVE ZERO TO CERTLGEN-CUR-OFFSET
               PERFORM RESOLVE-ONE-ITEM
           END-IF
           END-IF.

      *****************************************************************
      * Resolve one data item.  Groups at this level or deeper are
      * closed first; a REDEFINES goes back to its object's offset
      * and the larger of the two ends is kept; an elementary item
      * is sized from its picture and usage, a group is opened.
      *****************************************************************
       RESOLVE-ONE-ITEM.
           PERFORM CLOSE-OPEN-GROUPS.
           PERFORM PARSE-ITEM-CLAUSES.
           IF CERTLGEN-ENTRY-USED NOT LESS THAN 400
               ADD 1 TO CERTLGEN-PROBLEM-CNT
               MOVE 'MORE THAN 400 ITEMS IN THE RECORD - REST IGNORED'
                   TO CERTLGEN-REPORT-LINE
               PERFORM PRINT-GENERATE-LINE
               SET CERTLGEN-SCAN-DONE TO TRUE
           ELSE
               PERFORM ADD-RESOLVED-ITEM.

       ADD-RESOLVED-ITEM.
           MOVE ZERO TO CERTLGEN-RESUME.
           IF CERTLGEN-ITEM-REDEF NOT EQUAL TO SPACES
               PERFORM FIND-REDEFINED-ITEM
               IF CERTLGEN-ENTRY-FOUND
                   MOVE CERTLGEN-CUR-OFFSET TO CERTLGEN-RESUME
                   MOVE CERTLGEN-E-OFFSET (CERTLGEN-SCAN-SUB)
                       TO CERTLGEN-CUR-OFFSET
               ELSE
                   ADD 1 TO CERTLGEN-PROBLEM-CNT
                   MOVE SPACES TO CERTLGEN-REPORT-LINE
                   STRING 'REDEFINES OBJECT ' CERTLGEN-ITEM-REDEF
                       ' OF ' CERTLGEN-ITEM-NAME ' NOT FOUND'
                       DELIMITED BY SIZE INTO CERTLGEN-REPORT-LINE
                   PERFORM PRINT-GENERATE-LINE
               END-IF.
           ADD 1 TO CERTLGEN-ENTRY-USED.
           MOVE CERTLGEN-ENTRY-USED TO CERTLGEN-ENTRY-SUB.
           MOVE CERTLGEN-ITEM-LEVEL
               TO CERTLGEN-E-LEVEL (CERTLGEN-ENTRY-SUB).
           MOVE CERTLGEN-ITEM-NAME
               TO CERTLGEN-E-NAME (CERTLGEN-ENTRY-SUB).
           MOVE CERTLGEN-CUR-OFFSET
               TO CERTLGEN-E-OFFSET (CERTLGEN-ENTRY-SUB).
           MOVE CERTLGEN-ITEM-OCCURS
               TO CERTLGEN-E-OCCURS (CERTLGEN-ENTRY-SUB).
           MOVE SPACE TO CERTLGEN-E-TYPE (CERTLGEN-ENTRY-SUB).
           MOVE 'N' TO CERTLGEN-E-TABLE-SW (CERTLGEN-ENTRY-SUB).
           IF CERTLGEN-STACK-USED NOT EQUAL TO ZERO
               MOVE CERTLGEN-S-COVER (CERTLGEN-STACK-USED)
                   TO CERTLGEN-E-TABLE-SW (CERTLGEN-ENTRY-SUB)
               IF CERTLGEN-ITEM-USAGE EQUAL TO SPACES
                   MOVE CERTLGEN-S-USAGE (CERTLGEN-STACK-USED)
                       TO CERTLGEN-ITEM-USAGE
               END-IF.
           IF CERTLGEN-ITEM-PIC NOT EQUAL TO SPACES
             OR CERTLGEN-ITEM-USAGE EQUAL TO 'FLOAT4'
             OR CERTLGEN-ITEM-USAGE EQUAL TO 'FLOAT8'
             OR CERTLGEN-ITEM-USAGE EQUAL TO 'ADDRESS'
               PERFORM SIZE-ELEMENTARY-ITEM
           ELSE
               PERFORM OPEN-GROUP-ITEM.

       FIND-REDEFINED-ITEM.
           MOVE 'NO' TO CERTLGEN-FOUND-SW.
           COMPUTE CERTLGEN-SCAN-SUB = CERTLGEN-ENTRY-USED + 1.
           PERFORM MATCH-ONE-REDEFINED-ITEM
               UNTIL CERTLGEN-ENTRY-FOUND
                  OR CERTLGEN-SCAN-SUB NOT GREATER THAN 1.

       MATCH-ONE-REDEFINED-ITEM.
           SUBTRACT 1 FROM CERTLGEN-SCAN-SUB.
           IF CERTLGEN-E-NAME (CERTLGEN-SCAN-SUB) EQUAL TO
                   CERTLGEN-ITEM-REDEF
               SET CERTLGEN-ENTRY-FOUND TO TRUE.

       SIZE-ELEMENTARY-ITEM.
           MOVE 'E' TO CERTLGEN-E-KIND (CERTLGEN-ENTRY-SUB).
           PERFORM MEASURE-PICTURE.
           IF CERTLGEN-ITEM-USAGE EQUAL TO 'FLOAT4'
               MOVE 4 TO CERTLGEN-ITEM-SIZE
           ELSE IF CERTLGEN-ITEM-USAGE EQUAL TO 'FLOAT8'
               MOVE 8 TO CERTLGEN-ITEM-SIZE
           ELSE IF CERTLGEN-ITEM-USAGE EQUAL TO 'ADDRESS'
               MOVE 4 TO CERTLGEN-ITEM-SIZE
           ELSE IF CERTLGEN-ITEM-USAGE EQUAL TO 'BINARY'
               IF CERTLGEN-PIC-DIGITS IS LESS THAN 5
                   MOVE 2 TO CERTLGEN-ITEM-SIZE
               ELSE IF CERTLGEN-PIC-DIGITS IS LESS THAN 10
                   MOVE 4 TO CERTLGEN-ITEM-SIZE
               ELSE
                   MOVE 8 TO CERTLGEN-ITEM-SIZE
               END-IF
               END-IF
           ELSE IF CERTLGEN-ITEM-USAGE EQUAL TO 'PACKED'
               COMPUTE CERTLGEN-ITEM-SIZE =
                   (CERTLGEN-PIC-DIGITS / 2) + 1
           ELSE
               MOVE CERTLGEN-PIC-POSITIONS TO CERTLGEN-ITEM-SIZE
               IF CERTLGEN-SIGN-SEPARATE
                   ADD 1 TO CERTLGEN-ITEM-SIZE
               ELSE IF CERTLGEN-PIC-ALL-DIGITS
                   MOVE 'N' TO CERTLGEN-E-TYPE (CERTLGEN-ENTRY-SUB)
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           MOVE CERTLGEN-ITEM-SIZE
               TO CERTLGEN-E-SIZE (CERTLGEN-ENTRY-SUB).
           COMPUTE CERTLGEN-CUR-OFFSET = CERTLGEN-CUR-OFFSET
               + CERTLGEN-ITEM-SIZE * CERTLGEN-ITEM-OCCURS.
           IF CERTLGEN-RESUME IS GREATER THAN CERTLGEN-CUR-OFFSET
               MOVE CERTLGEN-RESUME TO CERTLGEN-CUR-OFFSET.

       OPEN-GROUP-ITEM.
           MOVE 'G' TO CERTLGEN-E-KIND (CERTLGEN-ENTRY-SUB).
           MOVE ZERO TO CERTLGEN-E-SIZE (CERTLGEN-ENTRY-SUB).
           IF CERTLGEN-STACK-USED IS LESS THAN 50
               ADD 1 TO CERTLGEN-STACK-USED
               MOVE CERTLGEN-ENTRY-SUB
                   TO CERTLGEN-S-ENTRY (CERTLGEN-STACK-USED)
               MOVE CERTLGEN-ITEM-LEVEL
                   TO CERTLGEN-S-LEVEL (CERTLGEN-STACK-USED)
               MOVE CERTLGEN-CUR-OFFSET
                   TO CERTLGEN-S-START (CERTLGEN-STACK-USED)
               MOVE CERTLGEN-RESUME
                   TO CERTLGEN-S-RESUME (CERTLGEN-STACK-USED)
               MOVE CERTLGEN-ITEM-USAGE
                   TO CERTLGEN-S-USAGE (CERTLGEN-STACK-USED)
               IF CERTLGEN-E-IN-TABLE (CERTLGEN-ENTRY-SUB)
                 OR CERTLGEN-ITEM-OCCURS IS GREATER THAN 1
                   MOVE 'Y' TO CERTLGEN-S-COVER (CERTLGEN-STACK-USED)
               ELSE
                   MOVE 'N' TO CERTLGEN-S-COVER (CERTLGEN-STACK-USED)
               END-IF.

      * A group closes when an item at its own level or higher
      * arrives: its size is what its members took, its OCCURS
      * multiplies that, and a redefining group hands back the
      * offset it was given if the original ran longer.
       CLOSE-OPEN-GROUPS.
           PERFORM CLOSE-ONE-GROUP
               UNTIL CERTLGEN-STACK-USED EQUAL TO ZERO
                  OR CERTLGEN-S-LEVEL (CERTLGEN-STACK-USED)
                     IS LESS THAN CERTLGEN-ITEM-LEVEL.

       CLOSE-ONE-GROUP.
           MOVE CERTLGEN-S-ENTRY (CERTLGEN-STACK-USED)
               TO CERTLGEN-SCAN-SUB.
           COMPUTE CERTLGEN-E-SIZE (CERTLGEN-SCAN-SUB) =
               CERTLGEN-CUR-OFFSET
               - CERTLGEN-S-START (CERTLGEN-STACK-USED).
           COMPUTE CERTLGEN-CUR-OFFSET =
               CERTLGEN-S-START (CERTLGEN-STACK-USED)
               + CERTLGEN-E-SIZE (CERTLGEN-SCAN-SUB)
               * CERTLGEN-E-OCCURS (CERTLGEN-SCAN-SUB).
           IF CERTLGEN-S-RESUME (CERTLGEN-STACK-USED)
                   IS GREATER THAN CERTLGEN-CUR-OFFSET
               MOVE CERTLGEN-S-RESUME (CERTLGEN-STACK-USED)
                   TO CERTLGEN-CUR-OFFSET.
           SUBTRACT 1 FROM CERTLGEN-STACK-USED.

      *****************************************************************
      * The clauses that matter to the layout: the name (or FILLER
      * when there is none), PICTURE, USAGE and the bare usage
      * words, OCCURS (the upper bound of OCCURS ... TO), REDEFINES
      * and SIGN ... SEPARATE.  Everything else is passed over.
      *****************************************************************
       PARSE-ITEM-CLAUSES.
           MOVE SPACES TO CERTLGEN-ITEM-PIC CERTLGEN-ITEM-USAGE
               CERTLGEN-ITEM-REDEF.
           MOVE 1 TO CERTLGEN-ITEM-OCCURS.
           MOVE 'NO' TO CERTLGEN-ITEM-SEP-SW.
           MOVE 'FILLER' TO CERTLGEN-ITEM-NAME.
           MOVE 1 TO CERTLGEN-WORD-SUB.
           MOVE CERTLGEN-WORD (2) TO CERTLGEN-WORD-HOLD.
           PERFORM CLASSIFY-USAGE-WORD.
           IF CERTLGEN-WORD-USED IS GREATER THAN 1
             AND CERTLGEN-USAGE-WORD EQUAL TO SPACES
             AND CERTLGEN-WORD (2) NOT EQUAL TO 'PIC'
             AND CERTLGEN-WORD (2) NOT EQUAL TO 'PICTURE'
             AND CERTLGEN-WORD (2) NOT EQUAL TO 'OCCURS'
             AND CERTLGEN-WORD (2) NOT EQUAL TO 'REDEFINES'
             AND CERTLGEN-WORD (2) NOT EQUAL TO 'USAGE'
             AND CERTLGEN-WORD (2) NOT EQUAL TO 'VALUE'
             AND CERTLGEN-WORD (2) NOT EQUAL TO 'SIGN'
             AND CERTLGEN-WORD (2) NOT EQUAL TO 'SYNC'
             AND CERTLGEN-WORD (2) NOT EQUAL TO 'SYNCHRONIZED'
             AND CERTLGEN-WORD (2) NOT EQUAL TO 'JUST'
             AND CERTLGEN-WORD (2) NOT EQUAL TO 'JUSTIFIED'
             AND CERTLGEN-WORD (2) NOT EQUAL TO 'BLANK'
               MOVE CERTLGEN-WORD (2) TO CERTLGEN-ITEM-NAME
               MOVE 2 TO CERTLGEN-WORD-SUB.
           PERFORM PARSE-ONE-CLAUSE
               UNTIL CERTLGEN-WORD-SUB NOT LESS THAN
                     CERTLGEN-WORD-USED.

       PARSE-ONE-CLAUSE.
           ADD 1 TO CERTLGEN-WORD-SUB.
           MOVE CERTLGEN-WORD (CERTLGEN-WORD-SUB)
               TO CERTLGEN-WORD-HOLD.
           PERFORM CLASSIFY-USAGE-WORD.
           IF CERTLGEN-USAGE-WORD NOT EQUAL TO SPACES
               MOVE CERTLGEN-USAGE-WORD TO CERTLGEN-ITEM-USAGE
           ELSE IF CERTLGEN-WORD-HOLD EQUAL TO 'PIC'
             OR CERTLGEN-WORD-HOLD EQUAL TO 'PICTURE'
               PERFORM STEP-OVER-IS
               MOVE CERTLGEN-WORD (CERTLGEN-WORD-SUB)
                   TO CERTLGEN-ITEM-PIC
           ELSE IF CERTLGEN-WORD-HOLD EQUAL TO 'REDEFINES'
               PERFORM STEP-TO-NEXT-WORD
               MOVE CERTLGEN-WORD (CERTLGEN-WORD-SUB)
                   TO CERTLGEN-ITEM-REDEF
           ELSE IF CERTLGEN-WORD-HOLD EQUAL TO 'OCCURS'
               PERFORM STEP-TO-NEXT-WORD
               PERFORM TAKE-OCCURS-COUNT
               IF CERTLGEN-WORD-SUB IS LESS THAN CERTLGEN-WORD-USED
                 AND CERTLGEN-WORD (CERTLGEN-WORD-SUB + 1)
                     EQUAL TO 'TO'
                   PERFORM STEP-TO-NEXT-WORD
                   PERFORM STEP-TO-NEXT-WORD
                   PERFORM TAKE-OCCURS-COUNT
               END-IF
           ELSE IF CERTLGEN-WORD-HOLD EQUAL TO 'SEPARATE'
               SET CERTLGEN-SIGN-SEPARATE TO TRUE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       STEP-TO-NEXT-WORD.
           IF CERTLGEN-WORD-SUB IS LESS THAN CERTLGEN-WORD-USED
               ADD 1 TO CERTLGEN-WORD-SUB.

       STEP-OVER-IS.
           PERFORM STEP-TO-NEXT-WORD.
           IF CERTLGEN-WORD (CERTLGEN-WORD-SUB) EQUAL TO 'IS'
               PERFORM STEP-TO-NEXT-WORD.

       TAKE-OCCURS-COUNT.
           MOVE ZERO TO CERTLGEN-NUMBER-LEN.
           INSPECT CERTLGEN-WORD (CERTLGEN-WORD-SUB)
               TALLYING CERTLGEN-NUMBER-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF CERTLGEN-NUMBER-LEN IS GREATER THAN ZERO
             AND CERTLGEN-NUMBER-LEN IS LESS THAN 6
             AND CERTLGEN-WORD (CERTLGEN-WORD-SUB)
                 (1:CERTLGEN-NUMBER-LEN) IS NUMERIC
               MOVE CERTLGEN-WORD (CERTLGEN-WORD-SUB)
                   (1:CERTLGEN-NUMBER-LEN) TO CERTLGEN-ITEM-OCCURS.

       CLASSIFY-USAGE-WORD.
           MOVE SPACES TO CERTLGEN-USAGE-WORD.
           IF CERTLGEN-WORD-HOLD EQUAL TO 'COMP'
             OR CERTLGEN-WORD-HOLD EQUAL TO 'COMPUTATIONAL'
             OR CERTLGEN-WORD-HOLD EQUAL TO 'COMP-4'
             OR CERTLGEN-WORD-HOLD EQUAL TO 'COMPUTATIONAL-4'
             OR CERTLGEN-WORD-HOLD EQUAL TO 'COMP-5'
             OR CERTLGEN-WORD-HOLD EQUAL TO 'COMPUTATIONAL-5'
             OR CERTLGEN-WORD-HOLD EQUAL TO 'BINARY'
               MOVE 'BINARY' TO CERTLGEN-USAGE-WORD
           ELSE IF CERTLGEN-WORD-HOLD EQUAL TO 'COMP-3'
             OR CERTLGEN-WORD-HOLD EQUAL TO 'COMPUTATIONAL-3'
             OR CERTLGEN-WORD-HOLD EQUAL TO 'PACKED-DECIMAL'
               MOVE 'PACKED' TO CERTLGEN-USAGE-WORD
           ELSE IF CERTLGEN-WORD-HOLD EQUAL TO 'COMP-1'
             OR CERTLGEN-WORD-HOLD EQUAL TO 'COMPUTATIONAL-1'
               MOVE 'FLOAT4' TO CERTLGEN-USAGE-WORD
           ELSE IF CERTLGEN-WORD-HOLD EQUAL TO 'COMP-2'
             OR CERTLGEN-WORD-HOLD EQUAL TO 'COMPUTATIONAL-2'
               MOVE 'FLOAT8' TO CERTLGEN-USAGE-WORD
           ELSE IF CERTLGEN-WORD-HOLD EQUAL TO 'INDEX'
             OR CERTLGEN-WORD-HOLD EQUAL TO 'POINTER'
               MOVE 'ADDRESS' TO CERTLGEN-USAGE-WORD
           ELSE IF CERTLGEN-WORD-HOLD EQUAL TO 'DISPLAY'
               MOVE 'DISPLAY' TO CERTLGEN-USAGE-WORD
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      * Character positions and digits in the picture.  S, V and P
      * take no position; CR and DB count as the two letters they
      * are; N and G take two bytes; a repeat count in parentheses
      * repeats the symbol before it.
       MEASURE-PICTURE.
           MOVE ZERO TO CERTLGEN-PIC-POSITIONS CERTLGEN-PIC-DIGITS.
           MOVE 'YES' TO CERTLGEN-PIC-DIGITS-SW.
           MOVE SPACE TO CERTLGEN-PIC-KIND.
           MOVE ZERO TO CERTLGEN-PIC-SUB.
           IF CERTLGEN-ITEM-PIC EQUAL TO SPACES
               MOVE 'NO' TO CERTLGEN-PIC-DIGITS-SW
           ELSE
               PERFORM MEASURE-ONE-PICTURE-CHAR
                   UNTIL CERTLGEN-PIC-SUB NOT LESS THAN 30.

       MEASURE-ONE-PICTURE-CHAR.
           ADD 1 TO CERTLGEN-PIC-SUB.
           MOVE CERTLGEN-ITEM-PIC (CERTLGEN-PIC-SUB:1)
               TO CERTLGEN-PIC-CHAR.
           IF CERTLGEN-PIC-CHAR EQUAL TO SPACE
               MOVE 30 TO CERTLGEN-PIC-SUB
           ELSE IF CERTLGEN-PIC-CHAR EQUAL TO '('
               PERFORM APPLY-PICTURE-REPEAT
           ELSE IF CERTLGEN-PIC-CHAR EQUAL TO '9'
               ADD 1 TO CERTLGEN-PIC-POSITIONS CERTLGEN-PIC-DIGITS
               MOVE 'D' TO CERTLGEN-PIC-KIND
           ELSE IF CERTLGEN-PIC-CHAR EQUAL TO 'V'
             OR CERTLGEN-PIC-CHAR EQUAL TO 'P'
               MOVE SPACE TO CERTLGEN-PIC-KIND
           ELSE IF CERTLGEN-PIC-CHAR EQUAL TO 'S'
               MOVE 'NO' TO CERTLGEN-PIC-DIGITS-SW
               MOVE SPACE TO CERTLGEN-PIC-KIND
           ELSE IF CERTLGEN-PIC-CHAR EQUAL TO 'N'
             OR CERTLGEN-PIC-CHAR EQUAL TO 'G'
               ADD 2 TO CERTLGEN-PIC-POSITIONS
               MOVE 'W' TO CERTLGEN-PIC-KIND
               MOVE 'NO' TO CERTLGEN-PIC-DIGITS-SW
           ELSE
               ADD 1 TO CERTLGEN-PIC-POSITIONS
               MOVE 'C' TO CERTLGEN-PIC-KIND
               MOVE 'NO' TO CERTLGEN-PIC-DIGITS-SW
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       APPLY-PICTURE-REPEAT.
           MOVE SPACES TO CERTLGEN-PIC-COUNT-TEXT.
           MOVE ZERO TO CERTLGEN-PIC-COUNT-LEN.
           ADD 1 TO CERTLGEN-PIC-SUB.
           UNSTRING CERTLGEN-ITEM-PIC DELIMITED BY ')'
               INTO CERTLGEN-PIC-COUNT-TEXT
                   COUNT IN CERTLGEN-PIC-COUNT-LEN
               WITH POINTER CERTLGEN-PIC-SUB.
           SUBTRACT 1 FROM CERTLGEN-PIC-SUB.
           MOVE ZERO TO CERTLGEN-PIC-REPEAT.
           IF CERTLGEN-PIC-COUNT-LEN IS GREATER THAN ZERO
             AND CERTLGEN-PIC-COUNT-TEXT (1:CERTLGEN-PIC-COUNT-LEN)
                 IS NUMERIC
               MOVE CERTLGEN-PIC-COUNT-TEXT
                   (1:CERTLGEN-PIC-COUNT-LEN) TO CERTLGEN-PIC-REPEAT.
           IF CERTLGEN-PIC-REPEAT IS GREATER THAN ZERO
               SUBTRACT 1 FROM CERTLGEN-PIC-REPEAT
               IF CERTLGEN-PIC-KIND EQUAL TO 'D'
                   ADD CERTLGEN-PIC-REPEAT TO CERTLGEN-PIC-POSITIONS
                       CERTLGEN-PIC-DIGITS
               ELSE IF CERTLGEN-PIC-KIND EQUAL TO 'C'
                   ADD CERTLGEN-PIC-REPEAT TO CERTLGEN-PIC-POSITIONS
               ELSE IF CERTLGEN-PIC-KIND EQUAL TO 'W'
                   COMPUTE CERTLGEN-PIC-POSITIONS =
                       CERTLGEN-PIC-POSITIONS
                       + CERTLGEN-PIC-REPEAT * 2
               END-IF
               END-IF
               END-IF.

      *****************************************************************
      * The output: every named elementary item outside a table,
      * every table as a whole, and a group only when a KEY card
      * names it.  Each field is checked against the maintained
      * layout as it is written.
      *****************************************************************
       LOAD-MAINTAINED-LAYOUT.
           OPEN INPUT OLD-LAYOUT.
           IF CERTLGEN-OLD-STATUS NOT EQUAL TO '00'
               MOVE 'NO MAINTAINED LAYOUT - COMPARISON NOT MADE'
                   TO CERTLGEN-REPORT-LINE
               PERFORM PRINT-GENERATE-LINE
               SET CERTLGEN-AT-EOF TO TRUE.
           PERFORM LOAD-ONE-OLD-FIELD
               UNTIL CERTLGEN-AT-EOF
                  OR CERTLGEN-OLD-USED NOT LESS THAN 100.
           IF CERTLGEN-OLD-STATUS EQUAL TO '00'
             OR CERTLGEN-OLD-STATUS EQUAL TO '10'
               CLOSE OLD-LAYOUT.
           MOVE 'NO' TO CERTLGEN-EOF-SW.

       LOAD-ONE-OLD-FIELD.
           READ OLD-LAYOUT
               AT END SET CERTLGEN-AT-EOF TO TRUE
               NOT AT END
                   IF OLDL-FIELD-NAME NOT EQUAL TO SPACE
                     AND OLDL-FIELD-NAME (1:1) NOT EQUAL TO '*'
                     AND OLDL-OFFSET IS NUMERIC
                     AND OLDL-LENGTH IS NUMERIC
                       ADD 1 TO CERTLGEN-OLD-USED
                       MOVE OLDL-FIELD-NAME
                           TO CERTLGEN-O-NAME (CERTLGEN-OLD-USED)
                       MOVE OLDL-OFFSET
                           TO CERTLGEN-O-OFFSET (CERTLGEN-OLD-USED)
                       MOVE OLDL-LENGTH
                           TO CERTLGEN-O-LENGTH (CERTLGEN-OLD-USED)
                       MOVE OLDL-KEY-FLAG
                           TO CERTLGEN-O-KEY (CERTLGEN-OLD-USED)
                       MOVE 'N'
                           TO CERTLGEN-O-MATCHED (CERTLGEN-OLD-USED)
                   END-IF.

       WRITE-NEW-LAYOUT.
           OPEN OUTPUT NEW-LAYOUT.
           MOVE ZERO TO CERTLGEN-ENTRY-SUB.
           PERFORM WRITE-ONE-LAYOUT-FIELD
               THRU WRITE-ONE-LAYOUT-FIELD-EX
               UNTIL CERTLGEN-ENTRY-SUB NOT LESS THAN
                     CERTLGEN-ENTRY-USED.
           CLOSE NEW-LAYOUT.

       WRITE-ONE-LAYOUT-FIELD.
           ADD 1 TO CERTLGEN-ENTRY-SUB.
           IF CERTLGEN-E-NAME (CERTLGEN-ENTRY-SUB) EQUAL TO 'FILLER'
             OR CERTLGEN-E-IN-TABLE (CERTLGEN-ENTRY-SUB)
               GO TO WRITE-ONE-LAYOUT-FIELD-EX.
           PERFORM FIND-KEY-NAME.
           IF CERTLGEN-E-GROUP (CERTLGEN-ENTRY-SUB)
             AND CERTLGEN-E-OCCURS (CERTLGEN-ENTRY-SUB) EQUAL TO 1
             AND NOT CERTLGEN-ENTRY-FOUND
               GO TO WRITE-ONE-LAYOUT-FIELD-EX.
           MOVE SPACE TO CERTLGEN-FIELD-KEY.
           IF CERTLGEN-ENTRY-FOUND
               MOVE 'K' TO CERTLGEN-FIELD-KEY
               MOVE 'Y' TO CERTLGEN-KEY-HIT (CERTLGEN-KEY-SUB).
           COMPUTE CERTLGEN-FIELD-OFFSET =
               CERTLGEN-E-OFFSET (CERTLGEN-ENTRY-SUB) + 1.
           COMPUTE CERTLGEN-FIELD-LENGTH =
               CERTLGEN-E-SIZE (CERTLGEN-ENTRY-SUB)
               * CERTLGEN-E-OCCURS (CERTLGEN-ENTRY-SUB).
           IF CERTLGEN-FIELD-OFFSET IS GREATER THAN 9999
             OR CERTLGEN-FIELD-LENGTH IS GREATER THAN 999
             OR CERTLGEN-FIELD-LENGTH EQUAL TO ZERO
               ADD 1 TO CERTLGEN-PROBLEM-CNT
               MOVE SPACES TO CERTLGEN-REPORT-LINE
               STRING 'FIELD ' CERTLGEN-E-NAME (CERTLGEN-ENTRY-SUB)
                   ' OFFSET ' CERTLGEN-FIELD-OFFSET
                   ' LENGTH ' CERTLGEN-FIELD-LENGTH
                   ' DOES NOT FIT A LAYOUT RECORD - NOT WRITTEN'
                   DELIMITED BY SIZE INTO CERTLGEN-REPORT-LINE
               PERFORM PRINT-GENERATE-LINE
               GO TO WRITE-ONE-LAYOUT-FIELD-EX.
           MOVE SPACES TO NEW-LAYOUT-REC.
           MOVE CERTLGEN-E-NAME (CERTLGEN-ENTRY-SUB)
               TO NEWL-FIELD-NAME.
           MOVE CERTLGEN-FIELD-OFFSET TO NEWL-OFFSET.
           MOVE CERTLGEN-FIELD-LENGTH TO NEWL-LENGTH.
           MOVE CERTLGEN-FIELD-KEY TO NEWL-KEY-FLAG.
           MOVE CERTLGEN-E-TYPE (CERTLGEN-ENTRY-SUB) TO NEWL-TYPE.
           WRITE NEW-LAYOUT-REC.
           ADD 1 TO CERTLGEN-WRITTEN-CNT.
           MOVE SPACES TO CERTLGEN-REPORT-LINE.
           STRING NEW-LAYOUT-REC (1:33)
               DELIMITED BY SIZE INTO CERTLGEN-REPORT-LINE.
           IF CERTLGEN-E-NAME (CERTLGEN-ENTRY-SUB) (21:10)
                   NOT EQUAL TO SPACES
               MOVE '  NAME CUT FROM ' TO CERTLGEN-REPORT-LINE (36:16)
               MOVE CERTLGEN-E-NAME (CERTLGEN-ENTRY-SUB)
                   TO CERTLGEN-REPORT-LINE (52:30).
           IF CERTLGEN-E-OCCURS (CERTLGEN-ENTRY-SUB)
                   IS GREATER THAN 1
               MOVE '  WHOLE TABLE' TO CERTLGEN-REPORT-LINE (84:13).
           PERFORM PRINT-GENERATE-LINE.
           IF CERTLGEN-OLD-USED NOT EQUAL TO ZERO
               PERFORM COMPARE-WITH-MAINTAINED.
       WRITE-ONE-LAYOUT-FIELD-EX.
           EXIT.

       FIND-KEY-NAME.
           MOVE 'NO' TO CERTLGEN-FOUND-SW.
           MOVE ZERO TO CERTLGEN-KEY-SUB.
           PERFORM MATCH-ONE-KEY-NAME
               UNTIL CERTLGEN-ENTRY-FOUND
                  OR CERTLGEN-KEY-SUB NOT LESS THAN CERTLGEN-KEY-USED.

       MATCH-ONE-KEY-NAME.
           ADD 1 TO CERTLGEN-KEY-SUB.
           IF CERTLGEN-KEY-NAME (CERTLGEN-KEY-SUB) EQUAL TO
                   CERTLGEN-E-NAME (CERTLGEN-ENTRY-SUB)
               SET CERTLGEN-ENTRY-FOUND TO TRUE.

       COMPARE-WITH-MAINTAINED.
           MOVE 'NO' TO CERTLGEN-FOUND-SW.
           MOVE ZERO TO CERTLGEN-OLD-SUB.
           PERFORM MATCH-ONE-OLD-FIELD
               UNTIL CERTLGEN-ENTRY-FOUND
                  OR CERTLGEN-OLD-SUB NOT LESS THAN CERTLGEN-OLD-USED.
           IF NOT CERTLGEN-ENTRY-FOUND
               ADD 1 TO CERTLGEN-NEW-CNT
               MOVE SPACES TO CERTLGEN-REPORT-LINE
               STRING '    NEW FIELD - NOT IN THE MAINTAINED LAYOUT'
                   DELIMITED BY SIZE INTO CERTLGEN-REPORT-LINE
               PERFORM PRINT-GENERATE-LINE
           ELSE
               MOVE 'Y' TO CERTLGEN-O-MATCHED (CERTLGEN-OLD-SUB)
               PERFORM REPORT-FIELD-DRIFT.

       MATCH-ONE-OLD-FIELD.
           ADD 1 TO CERTLGEN-OLD-SUB.
           IF CERTLGEN-O-NAME (CERTLGEN-OLD-SUB) EQUAL TO
                   NEWL-FIELD-NAME
             AND CERTLGEN-O-MATCHED (CERTLGEN-OLD-SUB) EQUAL TO 'N'
               SET CERTLGEN-ENTRY-FOUND TO TRUE.

       REPORT-FIELD-DRIFT.
           IF CERTLGEN-O-OFFSET (CERTLGEN-OLD-SUB) NOT EQUAL TO
                   NEWL-OFFSET
               ADD 1 TO CERTLGEN-MOVED-CNT
               MOVE SPACES TO CERTLGEN-REPORT-LINE
               STRING '    MOVED - MAINTAINED LAYOUT HAS OFFSET '
                   CERTLGEN-O-OFFSET (CERTLGEN-OLD-SUB)
                   DELIMITED BY SIZE INTO CERTLGEN-REPORT-LINE
               PERFORM PRINT-GENERATE-LINE.
           IF CERTLGEN-O-LENGTH (CERTLGEN-OLD-SUB) NOT EQUAL TO
                   NEWL-LENGTH
               ADD 1 TO CERTLGEN-RESIZED-CNT
               MOVE SPACES TO CERTLGEN-REPORT-LINE
               STRING '    LENGTH CHANGED - MAINTAINED LAYOUT HAS '
                   CERTLGEN-O-LENGTH (CERTLGEN-OLD-SUB)
                   DELIMITED BY SIZE INTO CERTLGEN-REPORT-LINE
               PERFORM PRINT-GENERATE-LINE.
           IF CERTLGEN-O-KEY (CERTLGEN-OLD-SUB) NOT EQUAL TO
                   NEWL-KEY-FLAG
               ADD 1 TO CERTLGEN-REKEYED-CNT
               MOVE SPACES TO CERTLGEN-REPORT-LINE
               STRING '    KEY MARKER CHANGED - MAINTAINED LAYOUT HAS '
                   QUOTE CERTLGEN-O-KEY (CERTLGEN-OLD-SUB) QUOTE
                   DELIMITED BY SIZE INTO CERTLGEN-REPORT-LINE
               PERFORM PRINT-GENERATE-LINE.

       CHECK-KEY-NAMES-USED.
           MOVE ZERO TO CERTLGEN-KEY-SUB.
           PERFORM CHECK-ONE-KEY-NAME
               UNTIL CERTLGEN-KEY-SUB NOT LESS THAN CERTLGEN-KEY-USED.

       CHECK-ONE-KEY-NAME.
           ADD 1 TO CERTLGEN-KEY-SUB.
           IF CERTLGEN-KEY-HIT (CERTLGEN-KEY-SUB) NOT EQUAL TO 'Y'
               ADD 1 TO CERTLGEN-PROBLEM-CNT
               MOVE SPACES TO CERTLGEN-REPORT-LINE
               STRING 'KEY ' CERTLGEN-KEY-NAME (CERTLGEN-KEY-SUB)
                   ' IS NOT A FIELD OF THE GENERATED LAYOUT'
                   DELIMITED BY SIZE INTO CERTLGEN-REPORT-LINE
               PERFORM PRINT-GENERATE-LINE.

       LIST-DROPPED-FIELDS.
           MOVE ZERO TO CERTLGEN-OLD-SUB.
           PERFORM LIST-ONE-DROPPED-FIELD
               UNTIL CERTLGEN-OLD-SUB NOT LESS THAN CERTLGEN-OLD-USED.

       LIST-ONE-DROPPED-FIELD.
           ADD 1 TO CERTLGEN-OLD-SUB.
           IF CERTLGEN-O-MATCHED (CERTLGEN-OLD-SUB) EQUAL TO 'N'
               ADD 1 TO CERTLGEN-DROPPED-CNT
               MOVE SPACES TO CERTLGEN-REPORT-LINE
               STRING 'DROPPED: ' CERTLGEN-O-NAME (CERTLGEN-OLD-SUB)
                   ' OFFSET ' CERTLGEN-O-OFFSET (CERTLGEN-OLD-SUB)
                   ' LENGTH ' CERTLGEN-O-LENGTH (CERTLGEN-OLD-SUB)
                   ' IS NO LONGER IN THE RECORD DESCRIPTION'
                   DELIMITED BY SIZE INTO CERTLGEN-REPORT-LINE
               PERFORM PRINT-GENERATE-LINE.

       PRINT-GENERATE-LINE.
           MOVE CERTLGEN-REPORT-LINE TO GENERATE-REPORT-REC.
           WRITE GENERATE-REPORT-REC.

       WRITE-GENERATE-TOTALS.
           MOVE SPACES TO GENERATE-REPORT-REC.
           WRITE GENERATE-REPORT-REC.
           MOVE SPACES TO CERTLGEN-REPORT-LINE.
           STRING 'SOURCE LINES READ = ' CERTLGEN-LINE-CNT
               '  ITEMS RESOLVED = ' CERTLGEN-ENTRY-USED
               '  RECORD LENGTH = ' CERTLGEN-RECORD-LENGTH
               '  FIELDS WRITTEN = ' CERTLGEN-WRITTEN-CNT
               DELIMITED BY SIZE INTO CERTLGEN-REPORT-LINE.
           PERFORM PRINT-GENERATE-LINE.
           MOVE SPACES TO CERTLGEN-REPORT-LINE.
           STRING 'MOVED = ' CERTLGEN-MOVED-CNT
               '  LENGTH CHANGED = ' CERTLGEN-RESIZED-CNT
               '  KEY CHANGED = ' CERTLGEN-REKEYED-CNT
               '  NEW = ' CERTLGEN-NEW-CNT
               '  DROPPED = ' CERTLGEN-DROPPED-CNT
               '  PROBLEMS = ' CERTLGEN-PROBLEM-CNT
               DELIMITED BY SIZE INTO CERTLGEN-REPORT-LINE.
           PERFORM PRINT-GENERATE-LINE.
