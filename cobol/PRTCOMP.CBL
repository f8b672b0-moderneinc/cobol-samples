000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           PRTCOMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMP-CARD-FILE ASSIGN TO PCMCRD
               ORGANIZATION IS SEQUENTIAL.
           SELECT MASK-RULE-FILE ASSIGN TO PCMMASK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRTCOMP-MASK-STATUS.
           SELECT PRINT-ARCHIVE ASSIGN TO PRTARC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARC-KEY
               FILE STATUS IS PRTCOMP-ARC-STATUS.
           SELECT COMP-REPORT ASSIGN TO PCMRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      * One comparison per card: the earlier run id 1-12, the later
      * run id 14-25, program 27-35.
       FD  COMP-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  COMP-CARD.
           02 CARD-RUN-A           PIC X(12).
           02 FILLER               PIC X(1).
           02 CARD-RUN-B           PIC X(12).
           02 FILLER               PIC X(1).
           02 CARD-PROGRAM         PIC X(9).
           02 FILLER               PIC X(45).

      * What changes from run to run without meaning anything -
      * dates, times, run ids, page numbers - is masked out of both
      * sides before they are compared.  One rule per record:
      *   COLUMNS  columns start 20-22 for length 24-26, on every
      *            line containing the text in 28-57 (every line
      *            when that is blank)
      *   AFTER    the next length 24-26 characters after each
      *            appearance of the text in 28-57, leading spaces
      *            skipped
      * A program in 10-18 limits the rule to that program's
      * output.  Records starting with an asterisk are comments.
       FD  MASK-RULE-FILE
           LABEL RECORDS ARE STANDARD.
       01  MASK-RULE-REC.
           02 RULE-ACTION          PIC X(8).
           02 FILLER               PIC X(1).
           02 RULE-PROGRAM         PIC X(9).
           02 FILLER               PIC X(1).
           02 RULE-START           PIC X(3).
           02 FILLER               PIC X(1).
           02 RULE-LENGTH          PIC X(3).
           02 FILLER               PIC X(1).
           02 RULE-MARKER          PIC X(30).
           02 FILLER               PIC X(23).

      * The archive exactly as PRTARCH loads it.
       FD  PRINT-ARCHIVE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS.
       01  PRINT-ARCHIVE-REC.
           02 PARC-KEY.
              03 PARC-RUN-ID       PIC X(12).
              03 PARC-PROGRAM      PIC X(9).
              03 PARC-PAGE         PIC 9(4).
              03 PARC-LINE         PIC 9(4).
           02 FILLER               PIC X(1).
           02 PARC-TEXT            PIC X(120).

       FD  COMP-REPORT
           LABEL RECORDS ARE STANDARD.
       01  COMP-REPORT-REC         PIC X(120).

       WORKING-STORAGE SECTION.
       01  PRTCOMP-MASK-STATUS     PIC XX  VALUE '00'.
       01  PRTCOMP-ARC-STATUS      PIC XX  VALUE '00'.
       01  PRTCOMP-CARD-EOF-SW     PIC X(3) VALUE 'NO'.
           88 PRTCOMP-CARDS-DONE         VALUE 'YES'.
       01  PRTCOMP-EOF-SW          PIC X(3) VALUE 'NO'.
           88 PRTCOMP-AT-EOF             VALUE 'YES'.
       01  PRTCOMP-DONE-SW         PIC X(3) VALUE 'NO'.
           88 PRTCOMP-SLICE-DONE         VALUE 'YES'.
       01  PRTCOMP-RC              PIC 9(2) VALUE ZERO.
       01  PRTCOMP-CARD-RC         PIC 9(2) VALUE ZERO.
       01  PRTCOMP-REPORT-LINE     PIC X(120) VALUE SPACE.
       01  PRTCOMP-MARK-LINE       PIC X(120) VALUE SPACE.

      * Masking rules.
       01  PRTCOMP-RULE-USED       PIC 9(3) VALUE ZERO.
       01  PRTCOMP-RULE-SUB        PIC 9(3) VALUE ZERO.
       01  PRTCOMP-RULE-TABLE.
           02 PRTCOMP-RULE-ENTRY OCCURS 100 TIMES.
              03 PRTCOMP-RULE-ACTION    PIC X(8).
              03 PRTCOMP-RULE-PROGRAM   PIC X(9).
              03 PRTCOMP-RULE-START     PIC 9(3).
              03 PRTCOMP-RULE-LENGTH    PIC 9(3).
              03 PRTCOMP-RULE-MARKER    PIC X(30).
              03 PRTCOMP-RULE-MARK-LEN  PIC 9(2).
       01  PRTCOMP-MARK-LEN        PIC 9(2) VALUE ZERO.
       01  PRTCOMP-HIT-CNT         PIC 9(3) VALUE ZERO.
       01  PRTCOMP-SCAN-POS        PIC 9(3) VALUE ZERO.
       01  PRTCOMP-MASK-POS        PIC 9(3) VALUE ZERO.
       01  PRTCOMP-MASK-CNT        PIC 9(3) VALUE ZERO.
       01  PRTCOMP-WORK-LINE       PIC X(120) VALUE SPACE.

      * The two slices, original and masked, in archive order.
       01  PRTCOMP-SIDE            PIC X(1) VALUE SPACE.
       01  PRTCOMP-WANT-RUN        PIC X(12) VALUE SPACE.
       01  PRTCOMP-A-USED          PIC 9(4) VALUE ZERO.
       01  PRTCOMP-B-USED          PIC 9(4) VALUE ZERO.
       01  PRTCOMP-A-SUB           PIC 9(4) VALUE ZERO.
       01  PRTCOMP-B-SUB           PIC 9(4) VALUE ZERO.
       01  PRTCOMP-CUT-CNT         PIC 9(6) VALUE ZERO.
       01  PRTCOMP-A-TABLE.
           02 PRTCOMP-A-ENTRY OCCURS 2000 TIMES.
              03 PRTCOMP-A-PAGE         PIC 9(4).
              03 PRTCOMP-A-LINE         PIC 9(4).
              03 PRTCOMP-A-TEXT         PIC X(120).
              03 PRTCOMP-A-MASKED       PIC X(120).
       01  PRTCOMP-B-TABLE.
           02 PRTCOMP-B-ENTRY OCCURS 2000 TIMES.
              03 PRTCOMP-B-PAGE         PIC 9(4).
              03 PRTCOMP-B-LINE         PIC 9(4).
              03 PRTCOMP-B-TEXT         PIC X(120).
              03 PRTCOMP-B-MASKED       PIC X(120).

      * Line matching.  A mismatch looks up to ten lines ahead on
      * each side for the line the other side has, to tell lines
      * inserted or dropped from a line that changed.
       01  PRTCOMP-LOOK-LIMIT      PIC 9(2) VALUE 10.
       01  PRTCOMP-LOOK            PIC 9(2) VALUE ZERO.
       01  PRTCOMP-A-AHEAD         PIC 9(2) VALUE ZERO.
       01  PRTCOMP-B-AHEAD         PIC 9(2) VALUE ZERO.
       01  PRTCOMP-AHEAD-CNT       PIC 9(2) VALUE ZERO.
       01  PRTCOMP-PAGE-SHIFT      PIC S9(4) VALUE ZERO.
       01  PRTCOMP-LAST-SHIFT      PIC S9(4) VALUE ZERO.
       01  PRTCOMP-SHOWN-PAGE      PIC 9(4) VALUE ZERO.
       01  PRTCOMP-DIFF-PAGE       PIC 9(4) VALUE ZERO.
       01  PRTCOMP-DIFF-KIND       PIC X(10) VALUE SPACE.
       01  PRTCOMP-DIFF-CLASS      PIC X(7) VALUE SPACE.
       01  PRTCOMP-SQUEEZE-IN      PIC X(120) VALUE SPACE.
       01  PRTCOMP-SQUEEZE-OUT     PIC X(120) VALUE SPACE.
       01  PRTCOMP-SQUEEZE-A       PIC X(120) VALUE SPACE.
       01  PRTCOMP-CHAR-POS        PIC 9(3) VALUE ZERO.
       01  PRTCOMP-OUT-POS         PIC 9(3) VALUE ZERO.

      * Counts for one comparison and for the job.
       01  PRTCOMP-MATCH-CNT       PIC 9(6) VALUE ZERO.
       01  PRTCOMP-LAYOUT-CNT      PIC 9(6) VALUE ZERO.
       01  PRTCOMP-CONTENT-CNT     PIC 9(6) VALUE ZERO.
       01  PRTCOMP-CARD-CNT        PIC 9(4) VALUE ZERO.
       01  PRTCOMP-SAME-CNT        PIC 9(4) VALUE ZERO.
       01  PRTCOMP-LAYOUT-CARDS    PIC 9(4) VALUE ZERO.
       01  PRTCOMP-CONTENT-CARDS   PIC 9(4) VALUE ZERO.
       01  PRTCOMP-FAILED-CARDS    PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.

      * Print-image comparison: one program's PRINT-FILE pages from
      * two runs, out of the PRTARCH archive, with the volatile
      * fields masked by rule, compared line by line and reported
      * page by page.  The regression tools compare results; this
      * is what catches a page break that moved, a heading that
      * went missing, a column that shifted or a CCVS-E-2 count
      * line that changed.  A difference is LAYOUT when only the
      * spacing differs - the same characters in other columns, a
      * blank line added or dropped, a page break moved - and
      * CONTENT otherwise.  RC=12 a card or rule was rejected or a
      * run has nothing archived for the program; RC=8 content
      * differences; RC=4 layout differences only; RC=0 the pages
      * agree.
       MAINLINE.
           OPEN OUTPUT COMP-REPORT.
           MOVE 'PRINT-IMAGE COMPARISON' TO COMP-REPORT-REC.
           WRITE COMP-REPORT-REC.
           PERFORM LOAD-MASK-RULES.
           OPEN INPUT PRINT-ARCHIVE.
           IF PRTCOMP-ARC-STATUS NOT EQUAL TO '00'
               MOVE SPACES TO COMP-REPORT-REC
               STRING 'PRINT ARCHIVE WILL NOT OPEN - STATUS '
                      PRTCOMP-ARC-STATUS DELIMITED BY SIZE
                   INTO COMP-REPORT-REC
               WRITE COMP-REPORT-REC
               MOVE 12 TO PRTCOMP-RC
               GO TO MAINLINE-FINISH.
           OPEN INPUT COMP-CARD-FILE.
           PERFORM COMPARE-ONE-REQUEST UNTIL PRTCOMP-CARDS-DONE.
           CLOSE COMP-CARD-FILE PRINT-ARCHIVE.
           MOVE SPACES TO COMP-REPORT-REC.
           WRITE COMP-REPORT-REC.
           MOVE SPACES TO COMP-REPORT-REC.
           STRING PRTCOMP-CARD-CNT ' COMPARISON(S): '
                  PRTCOMP-SAME-CNT ' IDENTICAL, '
                  PRTCOMP-LAYOUT-CARDS ' LAYOUT ONLY, '
                  PRTCOMP-CONTENT-CARDS ' CONTENT, '
                  PRTCOMP-FAILED-CARDS ' NOT COMPARED'
                  DELIMITED BY SIZE
               INTO COMP-REPORT-REC.
           WRITE COMP-REPORT-REC.
       MAINLINE-FINISH.
           CLOSE COMP-REPORT.
           MOVE PRTCOMP-RC TO RETURN-CODE.
           GOBACK.

      *---------------------------------------------------------------
      * Masking rules.
      *---------------------------------------------------------------
       LOAD-MASK-RULES.
           OPEN INPUT MASK-RULE-FILE.
           IF PRTCOMP-MASK-STATUS NOT EQUAL TO '00'
               MOVE 'NO MASKING RULES - PAGES COMPARED AS PRINTED'
                   TO COMP-REPORT-REC
               WRITE COMP-REPORT-REC
           ELSE
               MOVE 'NO' TO PRTCOMP-EOF-SW
               PERFORM LOAD-ONE-MASK-RULE UNTIL PRTCOMP-AT-EOF
               CLOSE MASK-RULE-FILE
               MOVE SPACES TO COMP-REPORT-REC
               STRING PRTCOMP-RULE-USED ' MASKING RULE(S) LOADED'
                      DELIMITED BY SIZE
                   INTO COMP-REPORT-REC
               WRITE COMP-REPORT-REC.

       LOAD-ONE-MASK-RULE.
           READ MASK-RULE-FILE
               AT END SET PRTCOMP-AT-EOF TO TRUE.
           IF NOT PRTCOMP-AT-EOF
               IF MASK-RULE-REC (1:1) NOT EQUAL TO '*'
                   PERFORM CHECK-ONE-MASK-RULE
               END-IF
           END-IF.

       CHECK-ONE-MASK-RULE.
           MOVE 30 TO PRTCOMP-MARK-LEN.
           PERFORM SHORTEN-MARKER UNTIL PRTCOMP-MARK-LEN EQUAL TO ZERO
               OR RULE-MARKER (PRTCOMP-MARK-LEN:1) NOT EQUAL TO SPACE.
           IF RULE-ACTION NOT EQUAL TO 'COLUMNS'
                   AND RULE-ACTION NOT EQUAL TO 'AFTER'
               MOVE 'UNKNOWN RULE' TO PRTCOMP-REPORT-LINE
               PERFORM REJECT-MASK-RULE
           ELSE IF RULE-LENGTH IS NOT NUMERIC
                   OR RULE-LENGTH EQUAL TO '000'
                   OR RULE-LENGTH GREATER THAN '120'
               MOVE 'LENGTH MUST BE 001-120' TO PRTCOMP-REPORT-LINE
               PERFORM REJECT-MASK-RULE
           ELSE IF RULE-ACTION EQUAL TO 'AFTER'
                   AND PRTCOMP-MARK-LEN EQUAL TO ZERO
               MOVE 'AFTER NEEDS THE TEXT TO LOOK FOR'
                   TO PRTCOMP-REPORT-LINE
               PERFORM REJECT-MASK-RULE
           ELSE IF RULE-ACTION EQUAL TO 'COLUMNS'
                   AND (RULE-START IS NOT NUMERIC
                        OR RULE-START EQUAL TO '000'
                        OR RULE-START GREATER THAN '120')
               MOVE 'COLUMNS NEEDS A START COLUMN 001-120'
                   TO PRTCOMP-REPORT-LINE
               PERFORM REJECT-MASK-RULE
           ELSE IF PRTCOMP-RULE-USED NOT LESS THAN 100
               MOVE 'MORE THAN 100 RULES' TO PRTCOMP-REPORT-LINE
               PERFORM REJECT-MASK-RULE
           ELSE
               ADD 1 TO PRTCOMP-RULE-USED
               MOVE PRTCOMP-RULE-USED TO PRTCOMP-RULE-SUB
               MOVE RULE-ACTION
                   TO PRTCOMP-RULE-ACTION (PRTCOMP-RULE-SUB)
               MOVE RULE-PROGRAM
                   TO PRTCOMP-RULE-PROGRAM (PRTCOMP-RULE-SUB)
               MOVE RULE-LENGTH
                   TO PRTCOMP-RULE-LENGTH (PRTCOMP-RULE-SUB)
               MOVE RULE-MARKER
                   TO PRTCOMP-RULE-MARKER (PRTCOMP-RULE-SUB)
               MOVE PRTCOMP-MARK-LEN
                   TO PRTCOMP-RULE-MARK-LEN (PRTCOMP-RULE-SUB)
               IF RULE-ACTION EQUAL TO 'COLUMNS'
                   MOVE RULE-START
                       TO PRTCOMP-RULE-START (PRTCOMP-RULE-SUB)
                   IF PRTCOMP-RULE-START (PRTCOMP-RULE-SUB) +
                       PRTCOMP-RULE-LENGTH (PRTCOMP-RULE-SUB)
                           GREATER THAN 121
                       COMPUTE PRTCOMP-RULE-LENGTH (PRTCOMP-RULE-SUB)
                           = 121 - PRTCOMP-RULE-START
                               (PRTCOMP-RULE-SUB)
                   END-IF
               ELSE
                   MOVE ZERO TO PRTCOMP-RULE-START (PRTCOMP-RULE-SUB)
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       SHORTEN-MARKER.
           SUBTRACT 1 FROM PRTCOMP-MARK-LEN.

       REJECT-MASK-RULE.
           MOVE SPACES TO COMP-REPORT-REC.
           STRING 'RULE REJECTED - ' DELIMITED BY SIZE
                  PRTCOMP-REPORT-LINE DELIMITED BY '  '
                  ': ' DELIMITED BY SIZE
                  MASK-RULE-REC (1:57) DELIMITED BY SIZE
               INTO COMP-REPORT-REC.
           WRITE COMP-REPORT-REC.
           MOVE 12 TO PRTCOMP-RC.

      * Every rule for all programs or for this one, in order, on
      * the line in PRTCOMP-WORK-LINE.  Masked characters become
      * asterisks on both sides alike.
       MASK-WORK-LINE.
           MOVE ZERO TO PRTCOMP-RULE-SUB.
           PERFORM APPLY-ONE-MASK-RULE
               UNTIL PRTCOMP-RULE-SUB NOT LESS THAN PRTCOMP-RULE-USED.

       APPLY-ONE-MASK-RULE.
           ADD 1 TO PRTCOMP-RULE-SUB.
           IF PRTCOMP-RULE-PROGRAM (PRTCOMP-RULE-SUB) EQUAL TO SPACE
                   OR PRTCOMP-RULE-PROGRAM (PRTCOMP-RULE-SUB)
                       EQUAL TO CARD-PROGRAM
               MOVE PRTCOMP-RULE-MARK-LEN (PRTCOMP-RULE-SUB)
                   TO PRTCOMP-MARK-LEN
               IF PRTCOMP-RULE-ACTION (PRTCOMP-RULE-SUB)
                       EQUAL TO 'COLUMNS'
                   PERFORM APPLY-COLUMNS-RULE
               ELSE
                   PERFORM APPLY-AFTER-RULE
               END-IF
           END-IF.

       APPLY-COLUMNS-RULE.
           MOVE 1 TO PRTCOMP-HIT-CNT.
           IF PRTCOMP-MARK-LEN GREATER THAN ZERO
               MOVE ZERO TO PRTCOMP-HIT-CNT
               INSPECT PRTCOMP-WORK-LINE TALLYING PRTCOMP-HIT-CNT
                   FOR ALL PRTCOMP-RULE-MARKER (PRTCOMP-RULE-SUB)
                       (1:PRTCOMP-MARK-LEN).
           IF PRTCOMP-HIT-CNT GREATER THAN ZERO
               MOVE ALL '*' TO PRTCOMP-WORK-LINE
                   (PRTCOMP-RULE-START (PRTCOMP-RULE-SUB):
                    PRTCOMP-RULE-LENGTH (PRTCOMP-RULE-SUB)).

       APPLY-AFTER-RULE.
           MOVE 1 TO PRTCOMP-SCAN-POS.
           PERFORM SCAN-FOR-MARKER
               UNTIL PRTCOMP-SCAN-POS + PRTCOMP-MARK-LEN GREATER THAN
                   121.

       SCAN-FOR-MARKER.
           IF PRTCOMP-WORK-LINE (PRTCOMP-SCAN-POS:PRTCOMP-MARK-LEN)
                   EQUAL TO PRTCOMP-RULE-MARKER (PRTCOMP-RULE-SUB)
                       (1:PRTCOMP-MARK-LEN)
               COMPUTE PRTCOMP-MASK-POS =
                   PRTCOMP-SCAN-POS + PRTCOMP-MARK-LEN
               PERFORM SKIP-MASK-SPACE UNTIL PRTCOMP-MASK-POS
                   GREATER THAN 120
                   OR PRTCOMP-WORK-LINE (PRTCOMP-MASK-POS:1)
                       NOT EQUAL TO SPACE
               MOVE ZERO TO PRTCOMP-MASK-CNT
               PERFORM MASK-ONE-CHARACTER UNTIL PRTCOMP-MASK-POS
                   GREATER THAN 120
                   OR PRTCOMP-MASK-CNT NOT LESS THAN
                       PRTCOMP-RULE-LENGTH (PRTCOMP-RULE-SUB)
               MOVE PRTCOMP-MASK-POS TO PRTCOMP-SCAN-POS
           ELSE
               ADD 1 TO PRTCOMP-SCAN-POS.

       SKIP-MASK-SPACE.
           ADD 1 TO PRTCOMP-MASK-POS.

       MASK-ONE-CHARACTER.
           MOVE '*' TO PRTCOMP-WORK-LINE (PRTCOMP-MASK-POS:1).
           ADD 1 TO PRTCOMP-MASK-POS.
           ADD 1 TO PRTCOMP-MASK-CNT.

      *---------------------------------------------------------------
      * One comparison.
      *---------------------------------------------------------------
       COMPARE-ONE-REQUEST.
           READ COMP-CARD-FILE
               AT END SET PRTCOMP-CARDS-DONE TO TRUE
               NOT AT END PERFORM COMPARE-ONE-PROGRAM.

       COMPARE-ONE-PROGRAM.
           ADD 1 TO PRTCOMP-CARD-CNT.
           MOVE ZERO TO PRTCOMP-CARD-RC PRTCOMP-MATCH-CNT
               PRTCOMP-LAYOUT-CNT PRTCOMP-CONTENT-CNT PRTCOMP-CUT-CNT
               PRTCOMP-SHOWN-PAGE PRTCOMP-LAST-SHIFT.
           MOVE SPACES TO COMP-REPORT-REC.
           WRITE COMP-REPORT-REC.
           MOVE SPACES TO COMP-REPORT-REC.
           STRING '*** PROGRAM ' CARD-PROGRAM ' RUN ' CARD-RUN-B
                  ' AGAINST RUN ' CARD-RUN-A ' ***'
                  DELIMITED BY SIZE
               INTO COMP-REPORT-REC.
           WRITE COMP-REPORT-REC.
           IF CARD-RUN-A EQUAL TO SPACE OR CARD-RUN-B EQUAL TO SPACE
                   OR CARD-PROGRAM EQUAL TO SPACE
               MOVE SPACES TO COMP-REPORT-REC
               STRING '   CARD REJECTED - TWO RUN IDS AND A PROGRAM '
                      'ARE NEEDED' DELIMITED BY SIZE
                   INTO COMP-REPORT-REC
               WRITE COMP-REPORT-REC
               MOVE 12 TO PRTCOMP-CARD-RC
           ELSE
               MOVE 'A' TO PRTCOMP-SIDE
               MOVE CARD-RUN-A TO PRTCOMP-WANT-RUN
               PERFORM LOAD-ONE-SLICE
               MOVE 'B' TO PRTCOMP-SIDE
               MOVE CARD-RUN-B TO PRTCOMP-WANT-RUN
               PERFORM LOAD-ONE-SLICE
               IF PRTCOMP-CARD-RC EQUAL TO ZERO
                   PERFORM COMPARE-SLICES
               END-IF
           END-IF.
           IF PRTCOMP-CARD-RC EQUAL TO 12
               ADD 1 TO PRTCOMP-FAILED-CARDS
           ELSE IF PRTCOMP-CARD-RC EQUAL TO 8
               ADD 1 TO PRTCOMP-CONTENT-CARDS
           ELSE IF PRTCOMP-CARD-RC EQUAL TO 4
               ADD 1 TO PRTCOMP-LAYOUT-CARDS
           ELSE
               ADD 1 TO PRTCOMP-SAME-CNT
           END-IF
           END-IF
           END-IF.
           IF PRTCOMP-CARD-RC GREATER THAN PRTCOMP-RC
               MOVE PRTCOMP-CARD-RC TO PRTCOMP-RC.

      * The program's lines for one run, positioned and read the
      * way PRTFETCH reads them, masked as they are loaded.
       LOAD-ONE-SLICE.
           IF PRTCOMP-SIDE EQUAL TO 'A'
               MOVE ZERO TO PRTCOMP-A-USED
           ELSE
               MOVE ZERO TO PRTCOMP-B-USED.
           MOVE 'NO' TO PRTCOMP-DONE-SW.
           MOVE PRTCOMP-WANT-RUN TO PARC-RUN-ID.
           MOVE CARD-PROGRAM TO PARC-PROGRAM.
           MOVE 1 TO PARC-PAGE.
           MOVE 1 TO PARC-LINE.
           START PRINT-ARCHIVE KEY IS NOT LESS THAN PARC-KEY
               INVALID KEY SET PRTCOMP-SLICE-DONE TO TRUE
           END-START.
           PERFORM LOAD-NEXT-LINE UNTIL PRTCOMP-SLICE-DONE.
           IF (PRTCOMP-SIDE EQUAL TO 'A'
                   AND PRTCOMP-A-USED EQUAL TO ZERO)
               OR (PRTCOMP-SIDE EQUAL TO 'B'
                   AND PRTCOMP-B-USED EQUAL TO ZERO)
               MOVE SPACES TO COMP-REPORT-REC
               STRING '   NOTHING ARCHIVED FOR RUN ' PRTCOMP-WANT-RUN
                      DELIMITED BY SIZE
                   INTO COMP-REPORT-REC
               WRITE COMP-REPORT-REC
               MOVE 12 TO PRTCOMP-CARD-RC.

       LOAD-NEXT-LINE.
           READ PRINT-ARCHIVE NEXT RECORD
               AT END SET PRTCOMP-SLICE-DONE TO TRUE.
           IF NOT PRTCOMP-SLICE-DONE
               IF PARC-RUN-ID NOT EQUAL TO PRTCOMP-WANT-RUN
                       OR PARC-PROGRAM NOT EQUAL TO CARD-PROGRAM
                   SET PRTCOMP-SLICE-DONE TO TRUE
               ELSE
                   MOVE PARC-TEXT TO PRTCOMP-WORK-LINE
                   PERFORM MASK-WORK-LINE
                   PERFORM STORE-ONE-LINE
               END-IF
           END-IF.

       STORE-ONE-LINE.
           IF PRTCOMP-SIDE EQUAL TO 'A'
               IF PRTCOMP-A-USED LESS THAN 2000
                   ADD 1 TO PRTCOMP-A-USED
                   MOVE PRTCOMP-A-USED TO PRTCOMP-A-SUB
                   MOVE PARC-PAGE TO PRTCOMP-A-PAGE (PRTCOMP-A-SUB)
                   MOVE PARC-LINE TO PRTCOMP-A-LINE (PRTCOMP-A-SUB)
                   MOVE PARC-TEXT TO PRTCOMP-A-TEXT (PRTCOMP-A-SUB)
                   MOVE PRTCOMP-WORK-LINE
                       TO PRTCOMP-A-MASKED (PRTCOMP-A-SUB)
               ELSE
                   ADD 1 TO PRTCOMP-CUT-CNT
               END-IF
           ELSE
               IF PRTCOMP-B-USED LESS THAN 2000
                   ADD 1 TO PRTCOMP-B-USED
                   MOVE PRTCOMP-B-USED TO PRTCOMP-B-SUB
                   MOVE PARC-PAGE TO PRTCOMP-B-PAGE (PRTCOMP-B-SUB)
                   MOVE PARC-LINE TO PRTCOMP-B-LINE (PRTCOMP-B-SUB)
                   MOVE PARC-TEXT TO PRTCOMP-B-TEXT (PRTCOMP-B-SUB)
                   MOVE PRTCOMP-WORK-LINE
                       TO PRTCOMP-B-MASKED (PRTCOMP-B-SUB)
               ELSE
                   ADD 1 TO PRTCOMP-CUT-CNT
               END-IF
           END-IF.

      * Walk both slices together.  Equal lines advance both; at a
      * difference, the nearer resynchronisation wins - lines the
      * later run added, lines it dropped - and when neither side
      * turns up again within the look-ahead the pair is one
      * changed line.  Blank lines are never used to resynchronise;
      * a printed line against a blank one with no resynchronisation
      * is the printed line added or dropped, not a change.
       COMPARE-SLICES.
           MOVE 1 TO PRTCOMP-A-SUB PRTCOMP-B-SUB.
           PERFORM COMPARE-NEXT-LINES
               UNTIL PRTCOMP-A-SUB GREATER THAN PRTCOMP-A-USED
                   AND PRTCOMP-B-SUB GREATER THAN PRTCOMP-B-USED.
           MOVE SPACES TO COMP-REPORT-REC.
           STRING '   LINES ' PRTCOMP-A-USED ' AND ' PRTCOMP-B-USED
                  ', ' PRTCOMP-MATCH-CNT ' ALIKE, '
                  PRTCOMP-LAYOUT-CNT ' LAYOUT DIFFERENCE(S), '
                  PRTCOMP-CONTENT-CNT ' CONTENT DIFFERENCE(S)'
                  DELIMITED BY SIZE
               INTO COMP-REPORT-REC.
           WRITE COMP-REPORT-REC.
           IF PRTCOMP-CUT-CNT GREATER THAN ZERO
               MOVE SPACES TO COMP-REPORT-REC
               STRING '   ' PRTCOMP-CUT-CNT
                      ' LINE(S) PAST THE FIRST 2000 OF A RUN WERE '
                      'NOT COMPARED' DELIMITED BY SIZE
                   INTO COMP-REPORT-REC
               WRITE COMP-REPORT-REC.
           IF PRTCOMP-CONTENT-CNT GREATER THAN ZERO
               MOVE 8 TO PRTCOMP-CARD-RC
           ELSE IF PRTCOMP-LAYOUT-CNT GREATER THAN ZERO
               MOVE 4 TO PRTCOMP-CARD-RC
           END-IF
           END-IF.

       COMPARE-NEXT-LINES.
           IF PRTCOMP-A-SUB GREATER THAN PRTCOMP-A-USED
               MOVE 1 TO PRTCOMP-AHEAD-CNT
               PERFORM REPORT-ADDED-LINES
           ELSE IF PRTCOMP-B-SUB GREATER THAN PRTCOMP-B-USED
               MOVE 1 TO PRTCOMP-AHEAD-CNT
               PERFORM REPORT-DROPPED-LINES
           ELSE IF PRTCOMP-A-MASKED (PRTCOMP-A-SUB) EQUAL TO
                   PRTCOMP-B-MASKED (PRTCOMP-B-SUB)
               PERFORM CHECK-PAGE-BREAK
               ADD 1 TO PRTCOMP-MATCH-CNT
               ADD 1 TO PRTCOMP-A-SUB
               ADD 1 TO PRTCOMP-B-SUB
           ELSE
               PERFORM LOOK-AHEAD-BOTH-SIDES
               IF PRTCOMP-B-AHEAD GREATER THAN ZERO
                       AND (PRTCOMP-A-AHEAD EQUAL TO ZERO
                            OR PRTCOMP-B-AHEAD NOT GREATER THAN
                                PRTCOMP-A-AHEAD)
                   MOVE PRTCOMP-B-AHEAD TO PRTCOMP-AHEAD-CNT
                   PERFORM REPORT-ADDED-LINES
               ELSE IF PRTCOMP-A-AHEAD GREATER THAN ZERO
                   MOVE PRTCOMP-A-AHEAD TO PRTCOMP-AHEAD-CNT
                   PERFORM REPORT-DROPPED-LINES
               ELSE IF PRTCOMP-B-MASKED (PRTCOMP-B-SUB) EQUAL TO SPACE
                   MOVE 1 TO PRTCOMP-AHEAD-CNT
                   PERFORM REPORT-DROPPED-LINES
               ELSE IF PRTCOMP-A-MASKED (PRTCOMP-A-SUB) EQUAL TO SPACE
                   MOVE 1 TO PRTCOMP-AHEAD-CNT
                   PERFORM REPORT-ADDED-LINES
               ELSE
                   PERFORM REPORT-CHANGED-LINE
                   ADD 1 TO PRTCOMP-A-SUB
                   ADD 1 TO PRTCOMP-B-SUB
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

      * How far ahead the later run has the earlier run's line
      * (B-AHEAD), and the earlier run the later run's (A-AHEAD).
       LOOK-AHEAD-BOTH-SIDES.
           MOVE ZERO TO PRTCOMP-A-AHEAD PRTCOMP-B-AHEAD.
           IF PRTCOMP-A-MASKED (PRTCOMP-A-SUB) NOT EQUAL TO SPACE
               MOVE ZERO TO PRTCOMP-LOOK
               PERFORM LOOK-AHEAD-IN-B
                   UNTIL PRTCOMP-B-AHEAD GREATER THAN ZERO
                       OR PRTCOMP-LOOK NOT LESS THAN PRTCOMP-LOOK-LIMIT
                       OR PRTCOMP-B-SUB + PRTCOMP-LOOK NOT LESS THAN
                           PRTCOMP-B-USED.
           IF PRTCOMP-B-MASKED (PRTCOMP-B-SUB) NOT EQUAL TO SPACE
               MOVE ZERO TO PRTCOMP-LOOK
               PERFORM LOOK-AHEAD-IN-A
                   UNTIL PRTCOMP-A-AHEAD GREATER THAN ZERO
                       OR PRTCOMP-LOOK NOT LESS THAN PRTCOMP-LOOK-LIMIT
                       OR PRTCOMP-A-SUB + PRTCOMP-LOOK NOT LESS THAN
                           PRTCOMP-A-USED.

       LOOK-AHEAD-IN-B.
           ADD 1 TO PRTCOMP-LOOK.
           IF PRTCOMP-B-MASKED (PRTCOMP-B-SUB + PRTCOMP-LOOK) EQUAL TO
                   PRTCOMP-A-MASKED (PRTCOMP-A-SUB)
               MOVE PRTCOMP-LOOK TO PRTCOMP-B-AHEAD.

       LOOK-AHEAD-IN-A.
           ADD 1 TO PRTCOMP-LOOK.
           IF PRTCOMP-A-MASKED (PRTCOMP-A-SUB + PRTCOMP-LOOK) EQUAL TO
                   PRTCOMP-B-MASKED (PRTCOMP-B-SUB)
               MOVE PRTCOMP-LOOK TO PRTCOMP-A-AHEAD.

      * Matching lines whose pages no longer line up the way the
      * previous match did mean a page break moved.
       CHECK-PAGE-BREAK.
           COMPUTE PRTCOMP-PAGE-SHIFT =
               PRTCOMP-B-PAGE (PRTCOMP-B-SUB) -
               PRTCOMP-A-PAGE (PRTCOMP-A-SUB).
           IF PRTCOMP-PAGE-SHIFT NOT EQUAL TO PRTCOMP-LAST-SHIFT
               MOVE PRTCOMP-PAGE-SHIFT TO PRTCOMP-LAST-SHIFT
               MOVE PRTCOMP-A-PAGE (PRTCOMP-A-SUB)
                   TO PRTCOMP-DIFF-PAGE
               MOVE 'PAGE BREAK' TO PRTCOMP-DIFF-KIND
               MOVE 'LAYOUT' TO PRTCOMP-DIFF-CLASS
               PERFORM WRITE-DIFFERENCE-HEADING
               MOVE SPACES TO COMP-REPORT-REC
               STRING '      THE LINE BELOW IS ON PAGE '
                      PRTCOMP-B-PAGE (PRTCOMP-B-SUB)
                      ' NOW, WAS ON PAGE '
                      PRTCOMP-A-PAGE (PRTCOMP-A-SUB)
                      DELIMITED BY SIZE
                   INTO COMP-REPORT-REC
               WRITE COMP-REPORT-REC
               MOVE PRTCOMP-B-TEXT (PRTCOMP-B-SUB) TO COMP-REPORT-REC
               WRITE COMP-REPORT-REC.

       REPORT-ADDED-LINES.
           MOVE 'ADDED' TO PRTCOMP-DIFF-KIND.
           PERFORM REPORT-ONE-ADDED-LINE
               UNTIL PRTCOMP-AHEAD-CNT EQUAL TO ZERO.

       REPORT-ONE-ADDED-LINE.
           IF PRTCOMP-B-MASKED (PRTCOMP-B-SUB) EQUAL TO SPACE
               MOVE 'LAYOUT' TO PRTCOMP-DIFF-CLASS
           ELSE
               MOVE 'CONTENT' TO PRTCOMP-DIFF-CLASS.
           IF PRTCOMP-A-SUB GREATER THAN PRTCOMP-A-USED
               MOVE PRTCOMP-B-PAGE (PRTCOMP-B-SUB) TO PRTCOMP-DIFF-PAGE
           ELSE
               MOVE PRTCOMP-A-PAGE (PRTCOMP-A-SUB)
                   TO PRTCOMP-DIFF-PAGE.
           PERFORM WRITE-DIFFERENCE-HEADING.
           MOVE SPACES TO COMP-REPORT-REC.
           STRING '      NOW PAGE ' PRTCOMP-B-PAGE (PRTCOMP-B-SUB)
                  ' LINE ' PRTCOMP-B-LINE (PRTCOMP-B-SUB)
                  DELIMITED BY SIZE
               INTO COMP-REPORT-REC.
           WRITE COMP-REPORT-REC.
           MOVE PRTCOMP-B-TEXT (PRTCOMP-B-SUB) TO COMP-REPORT-REC.
           WRITE COMP-REPORT-REC.
           ADD 1 TO PRTCOMP-B-SUB.
           SUBTRACT 1 FROM PRTCOMP-AHEAD-CNT.

       REPORT-DROPPED-LINES.
           MOVE 'DROPPED' TO PRTCOMP-DIFF-KIND.
           PERFORM REPORT-ONE-DROPPED-LINE
               UNTIL PRTCOMP-AHEAD-CNT EQUAL TO ZERO.

       REPORT-ONE-DROPPED-LINE.
           IF PRTCOMP-A-MASKED (PRTCOMP-A-SUB) EQUAL TO SPACE
               MOVE 'LAYOUT' TO PRTCOMP-DIFF-CLASS
           ELSE
               MOVE 'CONTENT' TO PRTCOMP-DIFF-CLASS.
           MOVE PRTCOMP-A-PAGE (PRTCOMP-A-SUB) TO PRTCOMP-DIFF-PAGE.
           PERFORM WRITE-DIFFERENCE-HEADING.
           MOVE SPACES TO COMP-REPORT-REC.
           STRING '      WAS PAGE ' PRTCOMP-A-PAGE (PRTCOMP-A-SUB)
                  ' LINE ' PRTCOMP-A-LINE (PRTCOMP-A-SUB)
                  DELIMITED BY SIZE
               INTO COMP-REPORT-REC.
           WRITE COMP-REPORT-REC.
           MOVE PRTCOMP-A-TEXT (PRTCOMP-A-SUB) TO COMP-REPORT-REC.
           WRITE COMP-REPORT-REC.
           ADD 1 TO PRTCOMP-A-SUB.
           SUBTRACT 1 FROM PRTCOMP-AHEAD-CNT.

      * A changed line is LAYOUT when, spaces squeezed out, the two
      * lines read the same.  Under the pair, a caret marks each
      * column that differs after masking.
       REPORT-CHANGED-LINE.
           MOVE 'CHANGED' TO PRTCOMP-DIFF-KIND.
           MOVE PRTCOMP-A-MASKED (PRTCOMP-A-SUB) TO PRTCOMP-SQUEEZE-IN.
           PERFORM SQUEEZE-OUT-SPACES.
           MOVE PRTCOMP-SQUEEZE-OUT TO PRTCOMP-SQUEEZE-A.
           MOVE PRTCOMP-B-MASKED (PRTCOMP-B-SUB) TO PRTCOMP-SQUEEZE-IN.
           PERFORM SQUEEZE-OUT-SPACES.
           IF PRTCOMP-SQUEEZE-OUT EQUAL TO PRTCOMP-SQUEEZE-A
               MOVE 'LAYOUT' TO PRTCOMP-DIFF-CLASS
           ELSE
               MOVE 'CONTENT' TO PRTCOMP-DIFF-CLASS.
           MOVE PRTCOMP-A-PAGE (PRTCOMP-A-SUB) TO PRTCOMP-DIFF-PAGE.
           PERFORM WRITE-DIFFERENCE-HEADING.
           MOVE SPACES TO COMP-REPORT-REC.
           STRING '      WAS PAGE ' PRTCOMP-A-PAGE (PRTCOMP-A-SUB)
                  ' LINE ' PRTCOMP-A-LINE (PRTCOMP-A-SUB)
                  ', NOW PAGE ' PRTCOMP-B-PAGE (PRTCOMP-B-SUB)
                  ' LINE ' PRTCOMP-B-LINE (PRTCOMP-B-SUB)
                  DELIMITED BY SIZE
               INTO COMP-REPORT-REC.
           WRITE COMP-REPORT-REC.
           MOVE PRTCOMP-A-TEXT (PRTCOMP-A-SUB) TO COMP-REPORT-REC.
           WRITE COMP-REPORT-REC.
           MOVE PRTCOMP-B-TEXT (PRTCOMP-B-SUB) TO COMP-REPORT-REC.
           WRITE COMP-REPORT-REC.
           MOVE SPACES TO PRTCOMP-MARK-LINE.
           MOVE ZERO TO PRTCOMP-CHAR-POS.
           PERFORM MARK-ONE-COLUMN UNTIL PRTCOMP-CHAR-POS EQUAL TO 120.
           MOVE PRTCOMP-MARK-LINE TO COMP-REPORT-REC.
           WRITE COMP-REPORT-REC.

       MARK-ONE-COLUMN.
           ADD 1 TO PRTCOMP-CHAR-POS.
           IF PRTCOMP-A-MASKED (PRTCOMP-A-SUB) (PRTCOMP-CHAR-POS:1)
                   NOT EQUAL TO
               PRTCOMP-B-MASKED (PRTCOMP-B-SUB) (PRTCOMP-CHAR-POS:1)
               MOVE '^' TO PRTCOMP-MARK-LINE (PRTCOMP-CHAR-POS:1).

       SQUEEZE-OUT-SPACES.
           MOVE SPACES TO PRTCOMP-SQUEEZE-OUT.
           MOVE ZERO TO PRTCOMP-CHAR-POS PRTCOMP-OUT-POS.
           PERFORM SQUEEZE-ONE-CHARACTER
               UNTIL PRTCOMP-CHAR-POS EQUAL TO 120.

       SQUEEZE-ONE-CHARACTER.
           ADD 1 TO PRTCOMP-CHAR-POS.
           IF PRTCOMP-SQUEEZE-IN (PRTCOMP-CHAR-POS:1) NOT EQUAL TO SPACE
               ADD 1 TO PRTCOMP-OUT-POS
               MOVE PRTCOMP-SQUEEZE-IN (PRTCOMP-CHAR-POS:1)
                   TO PRTCOMP-SQUEEZE-OUT (PRTCOMP-OUT-POS:1).

      * Differences are grouped under the page of the earlier run
      * they were found on.
       WRITE-DIFFERENCE-HEADING.
           IF PRTCOMP-DIFF-CLASS EQUAL TO 'LAYOUT'
               ADD 1 TO PRTCOMP-LAYOUT-CNT
           ELSE
               ADD 1 TO PRTCOMP-CONTENT-CNT.
           IF PRTCOMP-DIFF-PAGE NOT EQUAL TO PRTCOMP-SHOWN-PAGE
               MOVE PRTCOMP-DIFF-PAGE TO PRTCOMP-SHOWN-PAGE
               MOVE SPACES TO COMP-REPORT-REC
               STRING '   PAGE ' PRTCOMP-DIFF-PAGE DELIMITED BY SIZE
                   INTO COMP-REPORT-REC
               WRITE COMP-REPORT-REC.
           MOVE SPACES TO COMP-REPORT-REC.
           STRING '    ' PRTCOMP-DIFF-CLASS ' ' PRTCOMP-DIFF-KIND
                  DELIMITED BY SIZE
               INTO COMP-REPORT-REC.
           WRITE COMP-REPORT-REC.
