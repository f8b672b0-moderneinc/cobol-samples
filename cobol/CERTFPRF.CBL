000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           CERTFPRF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAYOUT-FILE ASSIGN TO PRFLAYT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTFPRF-LAYT-STATUS.
           SELECT PROFILE-INPUT ASSIGN TO PRFIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTFPRF-IN-STATUS.
           SELECT PROFILE-OUT ASSIGN TO PRFOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROFILE-REPORT ASSIGN TO PRFRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      * The same layout-definition records CERTFCMP reads: field
      * name 1-20, offset 22-25, length 27-29, key flag 31.  The
      * profiler also looks at column 33: N when the field should
      * hold only digits, anything else for text.
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
           02 FILLER               PIC X(47).

       FD  PROFILE-INPUT
           LABEL RECORDS ARE STANDARD
           RECORD IS VARYING IN SIZE FROM 1 TO 250 CHARACTERS
               DEPENDING ON CERTFPRF-REC-LEN.
       01  PROFILE-INPUT-REC       PIC X(250).

       FD  PROFILE-OUT
           LABEL RECORDS ARE STANDARD.
           COPY PRF_FLD.

       FD  PROFILE-REPORT
           LABEL RECORDS ARE STANDARD.
       01  PROFILE-REPORT-REC      PIC X(120).

       WORKING-STORAGE SECTION.
       01  CERTFPRF-LAYT-STATUS    PIC XX VALUE '00'.
       01  CERTFPRF-IN-STATUS      PIC XX VALUE '00'.
       01  CERTFPRF-REC-LEN        PIC 9(3) COMP VALUE ZERO.
       01  CERTFPRF-EOF-SW         PIC X(3) VALUE 'NO'.
           88 CERTFPRF-AT-EOF            VALUE 'YES'.
       01  CERTFPRF-LAYT-EOF-SW    PIC X(3) VALUE 'NO'.
           88 CERTFPRF-LAYT-AT-EOF       VALUE 'YES'.
       01  CERTFPRF-FOUND-SW       PIC X(3) VALUE 'NO'.
           88 CERTFPRF-VALUE-FOUND       VALUE 'YES'.
       01  CERTFPRF-FIELD-USED     PIC 9(3) VALUE ZERO.
       01  CERTFPRF-FIELD-SUB      PIC 9(3) VALUE ZERO.
       01  CERTFPRF-VALUE-SUB      PIC 9(3) VALUE ZERO.
       01  CERTFPRF-BEST-SUB       PIC 9(3) VALUE ZERO.
       01  CERTFPRF-BEST-CNT       PIC 9(8) VALUE ZERO.
       01  CERTFPRF-RANK           PIC 9(1) VALUE ZERO.
       01  CERTFPRF-LEN-SUB        PIC 9(3) VALUE ZERO.
       01  CERTFPRF-LEN-PRINTED    PIC 9(1) VALUE ZERO.
       01  CERTFPRF-LEN-SHOWN      PIC 9(3) VALUE ZERO.
       01  CERTFPRF-LINE-POS       PIC 9(3) VALUE ZERO.
       01  CERTFPRF-CHAR-POS       PIC 9(4) VALUE ZERO.
       01  CERTFPRF-LAST-CHAR      PIC X(1) VALUE SPACE.
       01  CERTFPRF-VALUE-LEN      PIC 9(3) VALUE ZERO.
       01  CERTFPRF-RECORD-CNT     PIC 9(8) VALUE ZERO.
       01  CERTFPRF-BAD-LAYT-CNT   PIC 9(5) VALUE ZERO.
       01  CERTFPRF-NONNUM-TOTAL   PIC 9(8) VALUE ZERO.
       01  CERTFPRF-FIELD-VALUE    PIC X(30) VALUE SPACE.
       01  CERTFPRF-HOLD-REC       PIC X(250) VALUE SPACE.
       01  CERTFPRF-REPORT-LINE    PIC X(120) VALUE SPACE.

      * One entry per layout field.  Up to 100 distinct values are
      * kept with their frequencies (on their first 30 characters);
      * past that the count is marked as a floor and only values
      * already held go on being counted.  Text lengths are counted
      * by significant length, 0 through 250, in LEN-CNT (length
      * plus one).
       01  CERTFPRF-FIELD-TABLE.
           02 CERTFPRF-FIELD-ENTRY OCCURS 50 TIMES.
              03 CERTFPRF-FIELD-NAME    PIC X(20).
              03 CERTFPRF-FIELD-OFFSET  PIC 9(4).
              03 CERTFPRF-FIELD-LENGTH  PIC 9(3).
              03 CERTFPRF-FIELD-TYPE    PIC X(1).
                 88 CERTFPRF-NUMERIC-FIELD    VALUE 'N'.
              03 CERTFPRF-EMPTY-CNT     PIC 9(8).
              03 CERTFPRF-NONNUM-CNT    PIC 9(8).
              03 CERTFPRF-RANGED-CNT    PIC 9(8).
              03 CERTFPRF-LOW-VALUE     PIC X(30).
              03 CERTFPRF-HIGH-VALUE    PIC X(30).
              03 CERTFPRF-SHORTEST      PIC 9(3).
              03 CERTFPRF-LONGEST       PIC 9(3).
              03 CERTFPRF-DISTINCT-CNT  PIC 9(3).
              03 CERTFPRF-DISTINCT-SW   PIC X(1).
                 88 CERTFPRF-DISTINCT-OVER    VALUE '+'.
              03 CERTFPRF-VALUE-ENTRY OCCURS 100 TIMES.
                 04 CERTFPRF-VALUE      PIC X(30).
                 04 CERTFPRF-VALUE-CNT  PIC 9(8).
                 04 CERTFPRF-VALUE-SW   PIC X(1).
                    88 CERTFPRF-VALUE-RANKED  VALUE 'Y'.
              03 CERTFPRF-LEN-CNT       PIC 9(8) OCCURS 251 TIMES.

       PROCEDURE DIVISION.

      * Profile of what is actually in a dataset before it is
      * trusted - a partner file, a CERTGEN file, a freshly
      * migrated IX-FD1 - driven by the layout-definition records
      * CERTFCMP, CERTEDT and CERTMSK read.  For every field:
      * how many records hold spaces or low-values there, how many
      * are not numeric where the layout says numeric, the lowest
      * and highest value, the number of distinct values (exact up
      * to 100), the five most frequent values, and for text
      * fields the distribution of significant lengths.  The
      * profile is printed and also written one record per field
      * to PRFOUT, so tonight's profile can be compared with
      * last month's by CERTFCMP and drift caught field by field.
      * RC=4 when a numeric field held anything but digits, RC=16
      * when there is no usable layout or no input.
       MAINLINE.
           OPEN OUTPUT PROFILE-REPORT.
           MOVE 'LAYOUT-DRIVEN DATA PROFILE' TO PROFILE-REPORT-REC.
           WRITE PROFILE-REPORT-REC.
           MOVE SPACES TO PROFILE-REPORT-REC.
           WRITE PROFILE-REPORT-REC.
           PERFORM LOAD-LAYOUT-DEFINITION.
           IF CERTFPRF-FIELD-USED EQUAL TO ZERO
               MOVE 'NO USABLE LAYOUT RECORDS - NOTHING PROFILED'
                   TO PROFILE-REPORT-REC
               WRITE PROFILE-REPORT-REC
               CLOSE PROFILE-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK.
           OPEN INPUT PROFILE-INPUT.
           IF CERTFPRF-IN-STATUS NOT EQUAL TO '00'
               MOVE 'PROFILE INPUT WILL NOT OPEN - NOTHING PROFILED'
                   TO PROFILE-REPORT-REC
               WRITE PROFILE-REPORT-REC
               CLOSE PROFILE-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK.
           PERFORM PROFILE-ONE-RECORD UNTIL CERTFPRF-AT-EOF.
           CLOSE PROFILE-INPUT.
           OPEN OUTPUT PROFILE-OUT.
           MOVE ZERO TO CERTFPRF-FIELD-SUB.
           PERFORM REPORT-ONE-FIELD
               UNTIL CERTFPRF-FIELD-SUB NOT LESS THAN
                     CERTFPRF-FIELD-USED.
           CLOSE PROFILE-OUT.
           PERFORM WRITE-PROFILE-TOTALS.
           CLOSE PROFILE-REPORT.
           IF CERTFPRF-NONNUM-TOTAL NOT EQUAL TO ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE.
           GOBACK.

       LOAD-LAYOUT-DEFINITION.
           OPEN INPUT LAYOUT-FILE.
           IF CERTFPRF-LAYT-STATUS NOT EQUAL TO '00'
               SET CERTFPRF-LAYT-AT-EOF TO TRUE
           ELSE
               PERFORM LOAD-ONE-LAYOUT-FIELD
                   UNTIL CERTFPRF-LAYT-AT-EOF
                      OR CERTFPRF-FIELD-USED NOT LESS THAN 50
               CLOSE LAYOUT-FILE.

       LOAD-ONE-LAYOUT-FIELD.
           READ LAYOUT-FILE
               AT END SET CERTFPRF-LAYT-AT-EOF TO TRUE
               NOT AT END
                   IF LAYT-FIELD-NAME NOT EQUAL TO SPACE
                     AND LAYT-FIELD-NAME(1:1) NOT EQUAL TO '*'
                       PERFORM ADD-ONE-LAYOUT-FIELD
                   END-IF.

      * A field that does not fit inside a 250-character record
      * is listed and left out rather than profiled wrongly.
       ADD-ONE-LAYOUT-FIELD.
           IF LAYT-OFFSET IS NOT NUMERIC
             OR LAYT-LENGTH IS NOT NUMERIC
             OR LAYT-OFFSET EQUAL TO ZERO
             OR LAYT-LENGTH EQUAL TO ZERO
             OR LAYT-OFFSET + LAYT-LENGTH IS GREATER THAN 251
               ADD 1 TO CERTFPRF-BAD-LAYT-CNT
               MOVE SPACES TO CERTFPRF-REPORT-LINE
               STRING 'LAYOUT FIELD ' LAYT-FIELD-NAME
                   ' HAS NO USABLE OFFSET AND LENGTH - SKIPPED'
                   DELIMITED BY SIZE INTO CERTFPRF-REPORT-LINE
               MOVE CERTFPRF-REPORT-LINE TO PROFILE-REPORT-REC
               WRITE PROFILE-REPORT-REC
           ELSE
               ADD 1 TO CERTFPRF-FIELD-USED
               MOVE CERTFPRF-FIELD-USED TO CERTFPRF-FIELD-SUB
               MOVE LAYT-FIELD-NAME TO CERTFPRF-FIELD-NAME
                   (CERTFPRF-FIELD-SUB)
               MOVE LAYT-OFFSET TO CERTFPRF-FIELD-OFFSET
                   (CERTFPRF-FIELD-SUB)
               MOVE LAYT-LENGTH TO CERTFPRF-FIELD-LENGTH
                   (CERTFPRF-FIELD-SUB)
               MOVE LAYT-TYPE TO CERTFPRF-FIELD-TYPE
                   (CERTFPRF-FIELD-SUB)
               PERFORM CLEAR-FIELD-PROFILE.

       CLEAR-FIELD-PROFILE.
           MOVE ZERO TO CERTFPRF-EMPTY-CNT (CERTFPRF-FIELD-SUB)
               CERTFPRF-NONNUM-CNT (CERTFPRF-FIELD-SUB)
               CERTFPRF-RANGED-CNT (CERTFPRF-FIELD-SUB)
               CERTFPRF-LONGEST (CERTFPRF-FIELD-SUB)
               CERTFPRF-DISTINCT-CNT (CERTFPRF-FIELD-SUB).
           MOVE 999 TO CERTFPRF-SHORTEST (CERTFPRF-FIELD-SUB).
           MOVE HIGH-VALUES TO CERTFPRF-LOW-VALUE (CERTFPRF-FIELD-SUB).
           MOVE LOW-VALUES TO CERTFPRF-HIGH-VALUE (CERTFPRF-FIELD-SUB).
           MOVE SPACE TO CERTFPRF-DISTINCT-SW (CERTFPRF-FIELD-SUB).
           MOVE ZERO TO CERTFPRF-LEN-SUB.
           PERFORM CLEAR-ONE-LENGTH
               UNTIL CERTFPRF-LEN-SUB NOT LESS THAN 251.

       CLEAR-ONE-LENGTH.
           ADD 1 TO CERTFPRF-LEN-SUB.
           MOVE ZERO TO CERTFPRF-LEN-CNT
               (CERTFPRF-FIELD-SUB, CERTFPRF-LEN-SUB).

       PROFILE-ONE-RECORD.
           READ PROFILE-INPUT
               AT END SET CERTFPRF-AT-EOF TO TRUE.
           IF NOT CERTFPRF-AT-EOF
               ADD 1 TO CERTFPRF-RECORD-CNT
               MOVE SPACES TO CERTFPRF-HOLD-REC
               MOVE PROFILE-INPUT-REC (1:CERTFPRF-REC-LEN)
                   TO CERTFPRF-HOLD-REC
               MOVE ZERO TO CERTFPRF-FIELD-SUB
               PERFORM PROFILE-ONE-FIELD
                   UNTIL CERTFPRF-FIELD-SUB NOT LESS THAN
                         CERTFPRF-FIELD-USED.

      * Empty fields count as empty and, for text, as length zero;
      * they take no part in the lowest and highest values.  A
      * numeric field's digits all line up at the same length, so
      * comparing them as characters orders them as numbers.
       PROFILE-ONE-FIELD.
           ADD 1 TO CERTFPRF-FIELD-SUB.
           MOVE SPACES TO CERTFPRF-FIELD-VALUE.
           MOVE CERTFPRF-HOLD-REC
               (CERTFPRF-FIELD-OFFSET (CERTFPRF-FIELD-SUB):
                CERTFPRF-FIELD-LENGTH (CERTFPRF-FIELD-SUB))
               TO CERTFPRF-FIELD-VALUE.
           IF CERTFPRF-HOLD-REC
               (CERTFPRF-FIELD-OFFSET (CERTFPRF-FIELD-SUB):
                CERTFPRF-FIELD-LENGTH (CERTFPRF-FIELD-SUB))
                   EQUAL TO SPACES
             OR CERTFPRF-HOLD-REC
               (CERTFPRF-FIELD-OFFSET (CERTFPRF-FIELD-SUB):
                CERTFPRF-FIELD-LENGTH (CERTFPRF-FIELD-SUB))
                   EQUAL TO LOW-VALUES
               ADD 1 TO CERTFPRF-EMPTY-CNT (CERTFPRF-FIELD-SUB)
               MOVE ZERO TO CERTFPRF-VALUE-LEN
           ELSE IF CERTFPRF-NUMERIC-FIELD (CERTFPRF-FIELD-SUB)
             AND CERTFPRF-HOLD-REC
               (CERTFPRF-FIELD-OFFSET (CERTFPRF-FIELD-SUB):
                CERTFPRF-FIELD-LENGTH (CERTFPRF-FIELD-SUB))
                   IS NOT NUMERIC
               ADD 1 TO CERTFPRF-NONNUM-CNT (CERTFPRF-FIELD-SUB)
               ADD 1 TO CERTFPRF-NONNUM-TOTAL
               PERFORM MEASURE-FIELD-LENGTH
           ELSE
               PERFORM RANGE-ONE-VALUE
               PERFORM MEASURE-FIELD-LENGTH
           END-IF
           END-IF.
           PERFORM COUNT-DISTINCT-VALUE.
           IF NOT CERTFPRF-NUMERIC-FIELD (CERTFPRF-FIELD-SUB)
               PERFORM COUNT-FIELD-LENGTH.

       RANGE-ONE-VALUE.
           ADD 1 TO CERTFPRF-RANGED-CNT (CERTFPRF-FIELD-SUB).
           IF CERTFPRF-FIELD-VALUE IS LESS THAN
                   CERTFPRF-LOW-VALUE (CERTFPRF-FIELD-SUB)
               MOVE CERTFPRF-FIELD-VALUE
                   TO CERTFPRF-LOW-VALUE (CERTFPRF-FIELD-SUB).
           IF CERTFPRF-FIELD-VALUE IS GREATER THAN
                   CERTFPRF-HIGH-VALUE (CERTFPRF-FIELD-SUB)
               MOVE CERTFPRF-FIELD-VALUE
                   TO CERTFPRF-HIGH-VALUE (CERTFPRF-FIELD-SUB).

      * Significant length: the field with its trailing spaces
      * taken off.
       MEASURE-FIELD-LENGTH.
           MOVE CERTFPRF-FIELD-LENGTH (CERTFPRF-FIELD-SUB)
               TO CERTFPRF-VALUE-LEN.
           PERFORM LOOK-AT-LAST-CHAR.
           PERFORM DROP-LAST-CHAR
               UNTIL CERTFPRF-VALUE-LEN EQUAL TO ZERO
                  OR CERTFPRF-LAST-CHAR NOT EQUAL TO SPACE.

       LOOK-AT-LAST-CHAR.
           IF CERTFPRF-VALUE-LEN IS GREATER THAN ZERO
               COMPUTE CERTFPRF-CHAR-POS =
                   CERTFPRF-FIELD-OFFSET (CERTFPRF-FIELD-SUB)
                   + CERTFPRF-VALUE-LEN - 1
               MOVE CERTFPRF-HOLD-REC (CERTFPRF-CHAR-POS:1)
                   TO CERTFPRF-LAST-CHAR.

       DROP-LAST-CHAR.
           SUBTRACT 1 FROM CERTFPRF-VALUE-LEN.
           PERFORM LOOK-AT-LAST-CHAR.

       COUNT-FIELD-LENGTH.
           COMPUTE CERTFPRF-LEN-SUB = CERTFPRF-VALUE-LEN + 1.
           ADD 1 TO CERTFPRF-LEN-CNT
               (CERTFPRF-FIELD-SUB, CERTFPRF-LEN-SUB).
           IF CERTFPRF-VALUE-LEN IS LESS THAN
                   CERTFPRF-SHORTEST (CERTFPRF-FIELD-SUB)
               MOVE CERTFPRF-VALUE-LEN
                   TO CERTFPRF-SHORTEST (CERTFPRF-FIELD-SUB).
           IF CERTFPRF-VALUE-LEN IS GREATER THAN
                   CERTFPRF-LONGEST (CERTFPRF-FIELD-SUB)
               MOVE CERTFPRF-VALUE-LEN
                   TO CERTFPRF-LONGEST (CERTFPRF-FIELD-SUB).

       COUNT-DISTINCT-VALUE.
           MOVE 'NO' TO CERTFPRF-FOUND-SW.
           MOVE ZERO TO CERTFPRF-VALUE-SUB.
           PERFORM MATCH-ONE-VALUE
               UNTIL CERTFPRF-VALUE-FOUND
                  OR CERTFPRF-VALUE-SUB NOT LESS THAN
                     CERTFPRF-DISTINCT-CNT (CERTFPRF-FIELD-SUB).
           IF CERTFPRF-VALUE-FOUND
               ADD 1 TO CERTFPRF-VALUE-CNT
                   (CERTFPRF-FIELD-SUB, CERTFPRF-VALUE-SUB)
           ELSE IF CERTFPRF-DISTINCT-CNT (CERTFPRF-FIELD-SUB)
                   IS LESS THAN 100
               ADD 1 TO CERTFPRF-DISTINCT-CNT (CERTFPRF-FIELD-SUB)
               MOVE CERTFPRF-DISTINCT-CNT (CERTFPRF-FIELD-SUB)
                   TO CERTFPRF-VALUE-SUB
               MOVE CERTFPRF-FIELD-VALUE TO CERTFPRF-VALUE
                   (CERTFPRF-FIELD-SUB, CERTFPRF-VALUE-SUB)
               MOVE 1 TO CERTFPRF-VALUE-CNT
                   (CERTFPRF-FIELD-SUB, CERTFPRF-VALUE-SUB)
               MOVE 'N' TO CERTFPRF-VALUE-SW
                   (CERTFPRF-FIELD-SUB, CERTFPRF-VALUE-SUB)
           ELSE
               SET CERTFPRF-DISTINCT-OVER (CERTFPRF-FIELD-SUB)
                   TO TRUE
           END-IF
           END-IF.

       MATCH-ONE-VALUE.
           ADD 1 TO CERTFPRF-VALUE-SUB.
           IF CERTFPRF-VALUE (CERTFPRF-FIELD-SUB, CERTFPRF-VALUE-SUB)
                   EQUAL TO CERTFPRF-FIELD-VALUE
               SET CERTFPRF-VALUE-FOUND TO TRUE.

       REPORT-ONE-FIELD.
           ADD 1 TO CERTFPRF-FIELD-SUB.
           MOVE SPACES TO CERTFPRF-REPORT-LINE.
           STRING 'FIELD ' CERTFPRF-FIELD-NAME (CERTFPRF-FIELD-SUB)
               '  OFFSET ' CERTFPRF-FIELD-OFFSET (CERTFPRF-FIELD-SUB)
               '  LENGTH ' CERTFPRF-FIELD-LENGTH (CERTFPRF-FIELD-SUB)
               DELIMITED BY SIZE INTO CERTFPRF-REPORT-LINE.
           IF CERTFPRF-NUMERIC-FIELD (CERTFPRF-FIELD-SUB)
               MOVE '  NUMERIC' TO CERTFPRF-REPORT-LINE (60:9)
           ELSE
               MOVE '  TEXT' TO CERTFPRF-REPORT-LINE (60:6).
           PERFORM PRINT-PROFILE-LINE.
           MOVE SPACES TO CERTFPRF-REPORT-LINE.
           STRING '  SPACES OR LOW-VALUES = '
               CERTFPRF-EMPTY-CNT (CERTFPRF-FIELD-SUB)
               '  NOT NUMERIC = '
               CERTFPRF-NONNUM-CNT (CERTFPRF-FIELD-SUB)
               '  DISTINCT VALUES = '
               CERTFPRF-DISTINCT-CNT (CERTFPRF-FIELD-SUB)
               CERTFPRF-DISTINCT-SW (CERTFPRF-FIELD-SUB)
               DELIMITED BY SIZE INTO CERTFPRF-REPORT-LINE.
           PERFORM PRINT-PROFILE-LINE.
           IF CERTFPRF-RANGED-CNT (CERTFPRF-FIELD-SUB)
                   EQUAL TO ZERO
               MOVE SPACES TO CERTFPRF-LOW-VALUE (CERTFPRF-FIELD-SUB)
                   CERTFPRF-HIGH-VALUE (CERTFPRF-FIELD-SUB).
           MOVE SPACES TO CERTFPRF-REPORT-LINE.
           STRING '  LOWEST  = ' CERTFPRF-LOW-VALUE
               (CERTFPRF-FIELD-SUB)
               '  HIGHEST = ' CERTFPRF-HIGH-VALUE
               (CERTFPRF-FIELD-SUB)
               DELIMITED BY SIZE INTO CERTFPRF-REPORT-LINE.
           PERFORM PRINT-PROFILE-LINE.
           MOVE ZERO TO CERTFPRF-RANK.
           PERFORM REPORT-ONE-TOP-VALUE
               UNTIL CERTFPRF-RANK NOT LESS THAN 5
                  OR CERTFPRF-RANK NOT LESS THAN
                     CERTFPRF-DISTINCT-CNT (CERTFPRF-FIELD-SUB).
           IF CERTFPRF-DISTINCT-OVER (CERTFPRF-FIELD-SUB)
               MOVE '  (MORE THAN 100 DISTINCT - FREQUENCIES COVER THE
      -            ' FIRST 100 VALUES SEEN)' TO CERTFPRF-REPORT-LINE
               PERFORM PRINT-PROFILE-LINE.
           IF NOT CERTFPRF-NUMERIC-FIELD (CERTFPRF-FIELD-SUB)
               PERFORM REPORT-LENGTH-DISTRIBUTION.
           MOVE SPACES TO PROFILE-REPORT-REC.
           WRITE PROFILE-REPORT-REC.
           PERFORM WRITE-FIELD-PROFILE.

      * The next most frequent value not yet printed; ties go to
      * the value seen first.
       REPORT-ONE-TOP-VALUE.
           ADD 1 TO CERTFPRF-RANK.
           MOVE ZERO TO CERTFPRF-BEST-SUB CERTFPRF-BEST-CNT.
           MOVE ZERO TO CERTFPRF-VALUE-SUB.
           PERFORM WEIGH-ONE-VALUE
               UNTIL CERTFPRF-VALUE-SUB NOT LESS THAN
                     CERTFPRF-DISTINCT-CNT (CERTFPRF-FIELD-SUB).
           MOVE 'Y' TO CERTFPRF-VALUE-SW
               (CERTFPRF-FIELD-SUB, CERTFPRF-BEST-SUB).
           MOVE SPACES TO CERTFPRF-REPORT-LINE.
           STRING '  TOP ' CERTFPRF-RANK ' = '
               CERTFPRF-VALUE (CERTFPRF-FIELD-SUB, CERTFPRF-BEST-SUB)
               '  COUNT = ' CERTFPRF-BEST-CNT
               DELIMITED BY SIZE INTO CERTFPRF-REPORT-LINE.
           PERFORM PRINT-PROFILE-LINE.

       WEIGH-ONE-VALUE.
           ADD 1 TO CERTFPRF-VALUE-SUB.
           IF NOT CERTFPRF-VALUE-RANKED
                   (CERTFPRF-FIELD-SUB, CERTFPRF-VALUE-SUB)
             AND CERTFPRF-VALUE-CNT
                   (CERTFPRF-FIELD-SUB, CERTFPRF-VALUE-SUB)
                   IS GREATER THAN CERTFPRF-BEST-CNT
               MOVE CERTFPRF-VALUE-SUB TO CERTFPRF-BEST-SUB
               MOVE CERTFPRF-VALUE-CNT
                   (CERTFPRF-FIELD-SUB, CERTFPRF-VALUE-SUB)
                   TO CERTFPRF-BEST-CNT.

      * Lengths that occurred, five to a line: LEN nnn = count.
       REPORT-LENGTH-DISTRIBUTION.
           MOVE SPACES TO CERTFPRF-REPORT-LINE.
           MOVE '  LENGTHS' TO CERTFPRF-REPORT-LINE.
           PERFORM PRINT-PROFILE-LINE.
           MOVE SPACES TO CERTFPRF-REPORT-LINE.
           MOVE 1 TO CERTFPRF-LINE-POS.
           MOVE ZERO TO CERTFPRF-LEN-PRINTED CERTFPRF-LEN-SUB.
           PERFORM REPORT-ONE-LENGTH
               UNTIL CERTFPRF-LEN-SUB NOT LESS THAN 251.
           IF CERTFPRF-LEN-PRINTED NOT EQUAL TO ZERO
               PERFORM PRINT-PROFILE-LINE.

       REPORT-ONE-LENGTH.
           ADD 1 TO CERTFPRF-LEN-SUB.
           IF CERTFPRF-LEN-CNT (CERTFPRF-FIELD-SUB, CERTFPRF-LEN-SUB)
                   NOT EQUAL TO ZERO
               COMPUTE CERTFPRF-LEN-SHOWN = CERTFPRF-LEN-SUB - 1
               STRING '    LEN ' CERTFPRF-LEN-SHOWN ' = '
                   CERTFPRF-LEN-CNT
                       (CERTFPRF-FIELD-SUB, CERTFPRF-LEN-SUB)
                   DELIMITED BY SIZE INTO CERTFPRF-REPORT-LINE
                   WITH POINTER CERTFPRF-LINE-POS
               ADD 1 TO CERTFPRF-LEN-PRINTED
               IF CERTFPRF-LEN-PRINTED EQUAL TO 5
                   PERFORM PRINT-PROFILE-LINE
                   MOVE SPACES TO CERTFPRF-REPORT-LINE
                   MOVE 1 TO CERTFPRF-LINE-POS
                   MOVE ZERO TO CERTFPRF-LEN-PRINTED
               END-IF.

       PRINT-PROFILE-LINE.
           MOVE CERTFPRF-REPORT-LINE TO PROFILE-REPORT-REC.
           WRITE PROFILE-REPORT-REC.

       WRITE-FIELD-PROFILE.
           MOVE SPACES TO PRF-FIELD-REC.
           MOVE CERTFPRF-FIELD-NAME (CERTFPRF-FIELD-SUB)
               TO PRF-FIELD-NAME.
           MOVE CERTFPRF-FIELD-OFFSET (CERTFPRF-FIELD-SUB)
               TO PRF-OFFSET.
           MOVE CERTFPRF-FIELD-LENGTH (CERTFPRF-FIELD-SUB)
               TO PRF-LENGTH.
           IF CERTFPRF-NUMERIC-FIELD (CERTFPRF-FIELD-SUB)
               MOVE 'N' TO PRF-TYPE
           ELSE
               MOVE 'X' TO PRF-TYPE.
           MOVE CERTFPRF-RECORD-CNT TO PRF-RECORD-CNT.
           MOVE CERTFPRF-EMPTY-CNT (CERTFPRF-FIELD-SUB)
               TO PRF-EMPTY-CNT.
           MOVE CERTFPRF-NONNUM-CNT (CERTFPRF-FIELD-SUB)
               TO PRF-NONNUM-CNT.
           MOVE CERTFPRF-DISTINCT-CNT (CERTFPRF-FIELD-SUB)
               TO PRF-DISTINCT-CNT.
           MOVE CERTFPRF-DISTINCT-SW (CERTFPRF-FIELD-SUB)
               TO PRF-DISTINCT-OVER.
           MOVE CERTFPRF-LOW-VALUE (CERTFPRF-FIELD-SUB)
               TO PRF-LOW-VALUE.
           MOVE CERTFPRF-HIGH-VALUE (CERTFPRF-FIELD-SUB)
               TO PRF-HIGH-VALUE.
           IF CERTFPRF-NUMERIC-FIELD (CERTFPRF-FIELD-SUB)
             OR CERTFPRF-RECORD-CNT EQUAL TO ZERO
               MOVE ZERO TO PRF-SHORTEST PRF-LONGEST
           ELSE
               MOVE CERTFPRF-SHORTEST (CERTFPRF-FIELD-SUB)
                   TO PRF-SHORTEST
               MOVE CERTFPRF-LONGEST (CERTFPRF-FIELD-SUB)
                   TO PRF-LONGEST.
           MOVE ZERO TO PRF-TOP-CNT.
           MOVE ZERO TO CERTFPRF-VALUE-SUB.
           PERFORM FIND-TOP-VALUE
               UNTIL CERTFPRF-VALUE-SUB NOT LESS THAN
                     CERTFPRF-DISTINCT-CNT (CERTFPRF-FIELD-SUB).
           WRITE PRF-FIELD-REC.

       FIND-TOP-VALUE.
           ADD 1 TO CERTFPRF-VALUE-SUB.
           IF CERTFPRF-VALUE-CNT
                   (CERTFPRF-FIELD-SUB, CERTFPRF-VALUE-SUB)
                   IS GREATER THAN PRF-TOP-CNT
               MOVE CERTFPRF-VALUE
                   (CERTFPRF-FIELD-SUB, CERTFPRF-VALUE-SUB)
                   TO PRF-TOP-VALUE
               MOVE CERTFPRF-VALUE-CNT
                   (CERTFPRF-FIELD-SUB, CERTFPRF-VALUE-SUB)
                   TO PRF-TOP-CNT.

       WRITE-PROFILE-TOTALS.
           MOVE SPACES TO CERTFPRF-REPORT-LINE.
           STRING 'RECORDS PROFILED = ' CERTFPRF-RECORD-CNT
               '  FIELDS PROFILED = ' CERTFPRF-FIELD-USED
               '  LAYOUT FIELDS SKIPPED = ' CERTFPRF-BAD-LAYT-CNT
               DELIMITED BY SIZE INTO CERTFPRF-REPORT-LINE.
           PERFORM PRINT-PROFILE-LINE.
           MOVE SPACES TO CERTFPRF-REPORT-LINE.
           STRING 'NON-NUMERIC VALUES IN NUMERIC FIELDS = '
               CERTFPRF-NONNUM-TOTAL
               DELIMITED BY SIZE INTO CERTFPRF-REPORT-LINE.
           PERFORM PRINT-PROFILE-LINE.
