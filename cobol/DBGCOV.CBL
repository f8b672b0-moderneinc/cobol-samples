000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DBGCOV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-IN ASSIGN TO PGMSRC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DBGCOV-SRC-STATUS.
           SELECT TRACE-IN ASSIGN TO DBGTRACE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DBGCOV-TRC-STATUS.
           SELECT PRIOR-COVERAGE ASSIGN TO COVHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DBGCOV-PRI-STATUS.
           SELECT COVERAGE-OUT ASSIGN TO COVOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT COVERAGE-REPORT ASSIGN TO COVRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      * The source members of the instrumented programs, read as
      * card images.  They supply the procedure inventory the
      * trace alone cannot: a paragraph that never ran leaves no
      * record behind.
       FD  SOURCE-IN
           LABEL RECORDS ARE STANDARD.
       01  SOURCE-IN-REC.
           02 SRC-SEQUENCE         PIC X(6).
           02 SRC-INDICATOR        PIC X(1).
           02 SRC-TEXT.
              03 SRC-AREA-A        PIC X(4).
              03 FILLER            PIC X(61).
           02 SRC-IDENT            PIC X(8).

       FD  TRACE-IN
           LABEL RECORDS ARE STANDARD.
           COPY DBG_TRACE.

      * The coverage this program wrote after the previous run,
      * retained by housekeeping, read back for the trend:
      * program 1-8, procedure 10-39, hits 41-48, consecutive runs
      * unreached 50-53.
       FD  PRIOR-COVERAGE
           LABEL RECORDS ARE STANDARD.
       01  PRIOR-COVERAGE-REC.
           02 PRI-PROGRAM          PIC X(8).
           02 FILLER               PIC X(1).
           02 PRI-PROC-NAME        PIC X(30).
           02 FILLER               PIC X(1).
           02 PRI-HITS             PIC 9(8).
           02 FILLER               PIC X(1).
           02 PRI-UNREACHED-RUNS   PIC 9(4).
           02 FILLER               PIC X(27).

       FD  COVERAGE-OUT
           LABEL RECORDS ARE STANDARD.
       01  COVERAGE-OUT-REC.
           02 COV-PROGRAM          PIC X(8).
           02 FILLER               PIC X(1).
           02 COV-PROC-NAME        PIC X(30).
           02 FILLER               PIC X(1).
           02 COV-HITS             PIC 9(8).
           02 FILLER               PIC X(1).
           02 COV-UNREACHED-RUNS   PIC 9(4).
           02 FILLER               PIC X(27).

       FD  COVERAGE-REPORT
           LABEL RECORDS ARE STANDARD.
       01  COVERAGE-REPORT-REC     PIC X(120).

       WORKING-STORAGE SECTION.
       01  DBGCOV-SRC-STATUS       PIC XX  VALUE '00'.
       01  DBGCOV-TRC-STATUS       PIC XX  VALUE '00'.
       01  DBGCOV-PRI-STATUS       PIC XX  VALUE '00'.
       01  DBGCOV-EOF-SW           PIC X(3) VALUE 'NO'.
           88 DBGCOV-AT-EOF              VALUE 'YES'.
       01  DBGCOV-FOUND-SW         PIC X(3) VALUE 'NO'.
           88 DBGCOV-ENTRY-FOUND         VALUE 'YES'.

      * Where the source scan stands in the current member.
       01  DBGCOV-WANT-ID-SW       PIC X(3) VALUE 'NO'.
           88 DBGCOV-WANT-PROGRAM-ID     VALUE 'YES'.
       01  DBGCOV-PROC-DIV-SW      PIC X(3) VALUE 'NO'.
           88 DBGCOV-IN-PROC-DIV         VALUE 'YES'.
       01  DBGCOV-DECL-SW          PIC X(3) VALUE 'NO'.
           88 DBGCOV-IN-DECLARATIVES     VALUE 'YES'.
       01  DBGCOV-CUR-PROGRAM      PIC X(8) VALUE SPACE.
       01  DBGCOV-CUR-PGM-SUB      PIC 9(2) VALUE ZERO.
       01  DBGCOV-LINE-TEXT        PIC X(65) VALUE SPACE.
       01  DBGCOV-LEAD-CNT         PIC 9(2) VALUE ZERO.
       01  DBGCOV-WORD-1           PIC X(30) VALUE SPACE.
       01  DBGCOV-WORD-2           PIC X(30) VALUE SPACE.
       01  DBGCOV-SEEK-PGM         PIC X(8) VALUE SPACE.
       01  DBGCOV-SEEK-NAME        PIC X(30) VALUE SPACE.

       01  DBGCOV-TRACE-CNT        PIC 9(8) VALUE ZERO.
       01  DBGCOV-NO-SOURCE-CNT    PIC 9(8) VALUE ZERO.
       01  DBGCOV-LOST-TOTAL       PIC 9(5) VALUE ZERO.
       01  DBGCOV-PGM-SUB          PIC 9(2) VALUE ZERO.
       01  DBGCOV-PROC-SUB         PIC 9(4) VALUE ZERO.
       01  DBGCOV-PCT              PIC 9(3)V9 VALUE ZERO.
       01  DBGCOV-PCT-DISP         PIC ZZ9.9.
       01  DBGCOV-REPORT-LINE      PIC X(120) VALUE SPACE.

      * One entry per instrumented program, in the order its
      * source was read; its procedures occupy the run of the
      * procedure table from FIRST to LAST.
       01  DBGCOV-PGM-USED         PIC 9(2) VALUE ZERO.
       01  DBGCOV-PGM-TABLE.
           02 DBGCOV-PGM-ENTRY OCCURS 60 TIMES.
              03 DBGCOV-PGM-ID          PIC X(8).
              03 DBGCOV-PGM-FIRST       PIC 9(4).
              03 DBGCOV-PGM-LAST        PIC 9(4).
              03 DBGCOV-PGM-TRACED      PIC 9(8).
              03 DBGCOV-PGM-UNLISTED    PIC 9(5).
              03 DBGCOV-PGM-REACHED     PIC 9(4).
              03 DBGCOV-PGM-LOST        PIC 9(4).
              03 DBGCOV-PGM-REGAINED    PIC 9(4).

      * One entry per paragraph or section outside the
      * declaratives, with the prior run's standing joined in:
      * PRIOR-SW R reached last run, U unreached last run, space
      * not in the prior coverage at all.
       01  DBGCOV-PROC-USED        PIC 9(4) VALUE ZERO.
       01  DBGCOV-PROC-TABLE.
           02 DBGCOV-PROC-ENTRY OCCURS 3000 TIMES.
              03 DBGCOV-PROC-NAME       PIC X(30).
              03 DBGCOV-PROC-HITS       PIC 9(8).
              03 DBGCOV-PROC-PRIOR-SW   PIC X.
                 88 DBGCOV-PRIOR-REACHED      VALUE 'R'.
                 88 DBGCOV-PRIOR-UNREACHED    VALUE 'U'.
              03 DBGCOV-PROC-PRIOR-RUNS PIC 9(4).

       PROCEDURE DIVISION.

      * Paragraph-level coverage map from the debug-trace stream.
      * The instrumented programs' source gives the inventory of
      * every paragraph and section; the DBGTRACE stream from a
      * coverage run says which of them were entered and how
      * often; the prior run's retained coverage turns the never-
      * reached list into a trend.  A procedure reached last run
      * and not this run is lost coverage, and lost coverage
      * anywhere ends the step with RC=4 - a test that quietly
      * stops reaching its paragraphs must not look like a PASS.
       MAINLINE.
           PERFORM LOAD-PROCEDURE-INVENTORY.
           PERFORM LOAD-PRIOR-COVERAGE.
           PERFORM TALLY-TRACE-STREAM.
           OPEN OUTPUT COVERAGE-OUT COVERAGE-REPORT.
           PERFORM WRITE-COVERAGE-REPORT.
           PERFORM WRITE-NEW-COVERAGE.
           CLOSE COVERAGE-OUT COVERAGE-REPORT.
           IF DBGCOV-LOST-TOTAL IS GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE.
           GOBACK.

       LOAD-PROCEDURE-INVENTORY.
           OPEN INPUT SOURCE-IN.
           IF DBGCOV-SRC-STATUS NOT EQUAL TO '00'
               SET DBGCOV-AT-EOF TO TRUE.
           PERFORM SCAN-ONE-SOURCE-LINE UNTIL DBGCOV-AT-EOF.
           IF DBGCOV-SRC-STATUS EQUAL TO '00'
             OR DBGCOV-SRC-STATUS EQUAL TO '10'
               CLOSE SOURCE-IN.
           MOVE 'NO' TO DBGCOV-EOF-SW.

       SCAN-ONE-SOURCE-LINE.
           READ SOURCE-IN
               AT END SET DBGCOV-AT-EOF TO TRUE
               NOT AT END
                   IF SRC-INDICATOR EQUAL TO SPACE
                     OR SRC-INDICATOR EQUAL TO 'D'
                       IF SRC-TEXT NOT EQUAL TO SPACES
                           PERFORM CLASSIFY-SOURCE-LINE
                               THRU CLASSIFY-SOURCE-LINE-EX
                       END-IF
                   END-IF.

      * Periods and quotes are blanked before the words are taken,
      * so 'PROGRAM-ID. X.' and a quoted program name split the
      * same way as a bare header.
       CLASSIFY-SOURCE-LINE.
           MOVE SRC-TEXT TO DBGCOV-LINE-TEXT.
           INSPECT DBGCOV-LINE-TEXT REPLACING ALL '.' BY SPACE
                                              ALL '"' BY SPACE
                                              ALL "'" BY SPACE.
           MOVE ZERO TO DBGCOV-LEAD-CNT.
           INSPECT DBGCOV-LINE-TEXT TALLYING DBGCOV-LEAD-CNT
               FOR LEADING SPACE.
           IF DBGCOV-LEAD-CNT NOT LESS THAN 65
               GO TO CLASSIFY-SOURCE-LINE-EX.
           MOVE SPACES TO DBGCOV-WORD-1 DBGCOV-WORD-2.
           UNSTRING DBGCOV-LINE-TEXT (DBGCOV-LEAD-CNT + 1:)
               DELIMITED BY ALL SPACE
               INTO DBGCOV-WORD-1 DBGCOV-WORD-2.
           IF DBGCOV-WANT-PROGRAM-ID
               MOVE DBGCOV-WORD-1 TO DBGCOV-CUR-PROGRAM
               MOVE 'NO' TO DBGCOV-WANT-ID-SW
               GO TO CLASSIFY-SOURCE-LINE-EX.
           IF DBGCOV-WORD-1 EQUAL TO 'IDENTIFICATION'
             OR DBGCOV-WORD-1 EQUAL TO 'ID'
               MOVE 'NO' TO DBGCOV-PROC-DIV-SW DBGCOV-DECL-SW
               MOVE SPACES TO DBGCOV-CUR-PROGRAM
               GO TO CLASSIFY-SOURCE-LINE-EX.
           IF DBGCOV-WORD-1 EQUAL TO 'PROGRAM-ID'
               IF DBGCOV-WORD-2 EQUAL TO SPACES
                   SET DBGCOV-WANT-PROGRAM-ID TO TRUE
               ELSE
                   MOVE DBGCOV-WORD-2 TO DBGCOV-CUR-PROGRAM
               END-IF
               GO TO CLASSIFY-SOURCE-LINE-EX.
           IF DBGCOV-WORD-1 EQUAL TO 'PROCEDURE'
             AND DBGCOV-WORD-2 EQUAL TO 'DIVISION'
               SET DBGCOV-IN-PROC-DIV TO TRUE
               PERFORM ADD-INVENTORY-PROGRAM
               GO TO CLASSIFY-SOURCE-LINE-EX.
           IF NOT DBGCOV-IN-PROC-DIV
             OR SRC-AREA-A EQUAL TO SPACES
               GO TO CLASSIFY-SOURCE-LINE-EX.
           IF DBGCOV-WORD-1 EQUAL TO 'DECLARATIVES'
               SET DBGCOV-IN-DECLARATIVES TO TRUE
               GO TO CLASSIFY-SOURCE-LINE-EX.
           IF DBGCOV-WORD-1 EQUAL TO 'END'
               IF DBGCOV-WORD-2 EQUAL TO 'DECLARATIVES'
                   MOVE 'NO' TO DBGCOV-DECL-SW
               ELSE
                   MOVE 'NO' TO DBGCOV-PROC-DIV-SW
               END-IF
               GO TO CLASSIFY-SOURCE-LINE-EX.
           IF NOT DBGCOV-IN-DECLARATIVES
             AND DBGCOV-CUR-PGM-SUB NOT EQUAL TO ZERO
               PERFORM ADD-INVENTORY-PROCEDURE.
       CLASSIFY-SOURCE-LINE-EX.
           EXIT.

      * A program whose source appears twice in the concatenation
      * keeps its first inventory; the second copy is passed over.
       ADD-INVENTORY-PROGRAM.
           MOVE DBGCOV-CUR-PROGRAM TO DBGCOV-SEEK-PGM.
           PERFORM LOCATE-PROGRAM.
           IF DBGCOV-ENTRY-FOUND
             OR DBGCOV-PGM-USED NOT LESS THAN 60
               MOVE ZERO TO DBGCOV-CUR-PGM-SUB
               MOVE 'NO' TO DBGCOV-PROC-DIV-SW
           ELSE
               ADD 1 TO DBGCOV-PGM-USED
               MOVE DBGCOV-PGM-USED TO DBGCOV-CUR-PGM-SUB
               MOVE DBGCOV-CUR-PROGRAM TO DBGCOV-PGM-ID
                   (DBGCOV-CUR-PGM-SUB)
               COMPUTE DBGCOV-PGM-FIRST (DBGCOV-CUR-PGM-SUB) =
                   DBGCOV-PROC-USED + 1
               MOVE DBGCOV-PROC-USED TO DBGCOV-PGM-LAST
                   (DBGCOV-CUR-PGM-SUB)
               MOVE ZERO TO DBGCOV-PGM-TRACED (DBGCOV-CUR-PGM-SUB)
                   DBGCOV-PGM-UNLISTED (DBGCOV-CUR-PGM-SUB)
                   DBGCOV-PGM-REACHED (DBGCOV-CUR-PGM-SUB)
                   DBGCOV-PGM-LOST (DBGCOV-CUR-PGM-SUB)
                   DBGCOV-PGM-REGAINED (DBGCOV-CUR-PGM-SUB).

      * DEBUG-NAME carries the bare procedure name, so a paragraph
      * name used again in a later section is one entry here.
       ADD-INVENTORY-PROCEDURE.
           MOVE DBGCOV-CUR-PGM-SUB TO DBGCOV-PGM-SUB.
           MOVE DBGCOV-WORD-1 TO DBGCOV-SEEK-NAME.
           PERFORM LOCATE-PROCEDURE.
           IF NOT DBGCOV-ENTRY-FOUND
             AND DBGCOV-PROC-USED IS LESS THAN 3000
               ADD 1 TO DBGCOV-PROC-USED
               MOVE DBGCOV-PROC-USED TO DBGCOV-PGM-LAST
                   (DBGCOV-CUR-PGM-SUB)
               MOVE DBGCOV-WORD-1 TO DBGCOV-PROC-NAME
                   (DBGCOV-PROC-USED)
               MOVE ZERO TO DBGCOV-PROC-HITS (DBGCOV-PROC-USED)
                   DBGCOV-PROC-PRIOR-RUNS (DBGCOV-PROC-USED)
               MOVE SPACE TO DBGCOV-PROC-PRIOR-SW
                   (DBGCOV-PROC-USED).

      * Looks DBGCOV-SEEK-PGM up in the program table; DBGCOV-PGM-SUB
      * is left on the entry when it is found.
       LOCATE-PROGRAM.
           MOVE 'NO' TO DBGCOV-FOUND-SW.
           MOVE ZERO TO DBGCOV-PGM-SUB.
           PERFORM LOCATE-PROGRAM-SCAN
               UNTIL DBGCOV-ENTRY-FOUND
                  OR DBGCOV-PGM-SUB NOT LESS THAN DBGCOV-PGM-USED.

       LOCATE-PROGRAM-SCAN.
           ADD 1 TO DBGCOV-PGM-SUB.
           IF DBGCOV-PGM-ID (DBGCOV-PGM-SUB) EQUAL TO DBGCOV-SEEK-PGM
               SET DBGCOV-ENTRY-FOUND TO TRUE.

      * Looks DBGCOV-SEEK-NAME up among the procedures of program
      * DBGCOV-PGM-SUB; DBGCOV-PROC-SUB is left on the entry when
      * it is found.
       LOCATE-PROCEDURE.
           MOVE 'NO' TO DBGCOV-FOUND-SW.
           COMPUTE DBGCOV-PROC-SUB =
               DBGCOV-PGM-FIRST (DBGCOV-PGM-SUB) - 1.
           PERFORM LOCATE-PROCEDURE-SCAN
               UNTIL DBGCOV-ENTRY-FOUND
                  OR DBGCOV-PROC-SUB NOT LESS THAN
                     DBGCOV-PGM-LAST (DBGCOV-PGM-SUB).

       LOCATE-PROCEDURE-SCAN.
           ADD 1 TO DBGCOV-PROC-SUB.
           IF DBGCOV-PROC-NAME (DBGCOV-PROC-SUB) EQUAL TO
                   DBGCOV-SEEK-NAME
               SET DBGCOV-ENTRY-FOUND TO TRUE.

       LOAD-PRIOR-COVERAGE.
           OPEN INPUT PRIOR-COVERAGE.
           IF DBGCOV-PRI-STATUS NOT EQUAL TO '00'
               SET DBGCOV-AT-EOF TO TRUE
           ELSE
               PERFORM LOAD-ONE-PRIOR-REC UNTIL DBGCOV-AT-EOF
               CLOSE PRIOR-COVERAGE.
           MOVE 'NO' TO DBGCOV-EOF-SW.

      * A prior row for a procedure no longer in the source has
      * nothing to trend against and is dropped.
       LOAD-ONE-PRIOR-REC.
           READ PRIOR-COVERAGE
               AT END SET DBGCOV-AT-EOF TO TRUE
               NOT AT END PERFORM POST-ONE-PRIOR-REC
                              THRU POST-ONE-PRIOR-REC-EX.

       POST-ONE-PRIOR-REC.
           MOVE PRI-PROGRAM TO DBGCOV-SEEK-PGM.
           PERFORM LOCATE-PROGRAM.
           IF NOT DBGCOV-ENTRY-FOUND
               GO TO POST-ONE-PRIOR-REC-EX.
           MOVE PRI-PROC-NAME TO DBGCOV-SEEK-NAME.
           PERFORM LOCATE-PROCEDURE.
           IF NOT DBGCOV-ENTRY-FOUND
               GO TO POST-ONE-PRIOR-REC-EX.
           IF PRI-HITS IS GREATER THAN ZERO
               MOVE 'R' TO DBGCOV-PROC-PRIOR-SW (DBGCOV-PROC-SUB)
           ELSE
               MOVE 'U' TO DBGCOV-PROC-PRIOR-SW (DBGCOV-PROC-SUB).
           MOVE PRI-UNREACHED-RUNS
               TO DBGCOV-PROC-PRIOR-RUNS (DBGCOV-PROC-SUB).
       POST-ONE-PRIOR-REC-EX.
           EXIT.

       TALLY-TRACE-STREAM.
           OPEN INPUT TRACE-IN.
           IF DBGCOV-TRC-STATUS NOT EQUAL TO '00'
               SET DBGCOV-AT-EOF TO TRUE.
           PERFORM TALLY-ONE-TRACE UNTIL DBGCOV-AT-EOF.
           IF DBGCOV-TRC-STATUS EQUAL TO '00'
             OR DBGCOV-TRC-STATUS EQUAL TO '10'
               CLOSE TRACE-IN.

       TALLY-ONE-TRACE.
           READ TRACE-IN
               AT END SET DBGCOV-AT-EOF TO TRUE
               NOT AT END PERFORM POST-ONE-TRACE
                              THRU POST-ONE-TRACE-EX.

      * A traced name missing from the inventory means the source
      * read is not the source the load module was compiled from;
      * it is counted against the program and reported.
       POST-ONE-TRACE.
           ADD 1 TO DBGCOV-TRACE-CNT.
           MOVE TRC-PROGRAM TO DBGCOV-SEEK-PGM.
           MOVE TRC-NAME TO DBGCOV-SEEK-NAME.
           PERFORM LOCATE-PROGRAM.
           IF NOT DBGCOV-ENTRY-FOUND
               ADD 1 TO DBGCOV-NO-SOURCE-CNT
               GO TO POST-ONE-TRACE-EX.
           ADD 1 TO DBGCOV-PGM-TRACED (DBGCOV-PGM-SUB).
           PERFORM LOCATE-PROCEDURE.
           IF DBGCOV-ENTRY-FOUND
               ADD 1 TO DBGCOV-PROC-HITS (DBGCOV-PROC-SUB)
           ELSE
               ADD 1 TO DBGCOV-PGM-UNLISTED (DBGCOV-PGM-SUB).
       POST-ONE-TRACE-EX.
           EXIT.

       WRITE-COVERAGE-REPORT.
           MOVE 'PARAGRAPH COVERAGE MAP FROM DEBUG TRACE'
               TO COVERAGE-REPORT-REC.
           WRITE COVERAGE-REPORT-REC.
           MOVE SPACES TO DBGCOV-REPORT-LINE.
           STRING 'TRACE RECORDS READ = ' DBGCOV-TRACE-CNT
               DELIMITED BY SIZE INTO DBGCOV-REPORT-LINE.
           MOVE DBGCOV-REPORT-LINE TO COVERAGE-REPORT-REC.
           WRITE COVERAGE-REPORT-REC.
           IF DBGCOV-NO-SOURCE-CNT IS GREATER THAN ZERO
               MOVE SPACES TO DBGCOV-REPORT-LINE
               STRING 'TRACE RECORDS FOR PROGRAMS WITH NO SOURCE'
                   ' READ = ' DBGCOV-NO-SOURCE-CNT
                   DELIMITED BY SIZE INTO DBGCOV-REPORT-LINE
               MOVE DBGCOV-REPORT-LINE TO COVERAGE-REPORT-REC
               WRITE COVERAGE-REPORT-REC.
           MOVE ZERO TO DBGCOV-PGM-SUB.
           PERFORM WRITE-ONE-PROGRAM-MAP
               UNTIL DBGCOV-PGM-SUB NOT LESS THAN DBGCOV-PGM-USED.
           MOVE SPACES TO COVERAGE-REPORT-REC.
           WRITE COVERAGE-REPORT-REC.
           MOVE SPACES TO DBGCOV-REPORT-LINE.
           STRING 'PROCEDURES WITH LOST COVERAGE = '
               DBGCOV-LOST-TOTAL
               DELIMITED BY SIZE INTO DBGCOV-REPORT-LINE.
           MOVE DBGCOV-REPORT-LINE TO COVERAGE-REPORT-REC.
           WRITE COVERAGE-REPORT-REC.

      * The reached and regained counts are taken in the reached
      * pass, so the summary line is written after both lists.
       WRITE-ONE-PROGRAM-MAP.
           ADD 1 TO DBGCOV-PGM-SUB.
           MOVE SPACES TO COVERAGE-REPORT-REC.
           WRITE COVERAGE-REPORT-REC.
           MOVE SPACES TO DBGCOV-REPORT-LINE.
           STRING 'PROGRAM ' DBGCOV-PGM-ID (DBGCOV-PGM-SUB)
               DELIMITED BY SIZE INTO DBGCOV-REPORT-LINE.
           MOVE DBGCOV-REPORT-LINE TO COVERAGE-REPORT-REC.
           WRITE COVERAGE-REPORT-REC.
           IF DBGCOV-PGM-TRACED (DBGCOV-PGM-SUB) EQUAL TO ZERO
               MOVE '   NO TRACE RECORDS - NOT RUN UNDER COVERAGE'
                   TO COVERAGE-REPORT-REC
               WRITE COVERAGE-REPORT-REC.
           MOVE '   PROCEDURES REACHED:' TO COVERAGE-REPORT-REC.
           WRITE COVERAGE-REPORT-REC.
           MOVE DBGCOV-PGM-FIRST (DBGCOV-PGM-SUB) TO DBGCOV-PROC-SUB.
           PERFORM WRITE-ONE-REACHED-LINE
               UNTIL DBGCOV-PROC-SUB IS GREATER THAN
                     DBGCOV-PGM-LAST (DBGCOV-PGM-SUB).
           MOVE '   PROCEDURES NEVER REACHED:' TO COVERAGE-REPORT-REC.
           WRITE COVERAGE-REPORT-REC.
           MOVE DBGCOV-PGM-FIRST (DBGCOV-PGM-SUB) TO DBGCOV-PROC-SUB.
           PERFORM WRITE-ONE-UNREACHED-LINE
               UNTIL DBGCOV-PROC-SUB IS GREATER THAN
                     DBGCOV-PGM-LAST (DBGCOV-PGM-SUB).
           PERFORM WRITE-PROGRAM-SUMMARY.

       WRITE-ONE-REACHED-LINE.
           IF DBGCOV-PROC-HITS (DBGCOV-PROC-SUB) IS GREATER THAN ZERO
               ADD 1 TO DBGCOV-PGM-REACHED (DBGCOV-PGM-SUB)
               MOVE SPACES TO DBGCOV-REPORT-LINE
               IF DBGCOV-PRIOR-UNREACHED (DBGCOV-PROC-SUB)
                   ADD 1 TO DBGCOV-PGM-REGAINED (DBGCOV-PGM-SUB)
                   STRING '      '
                       DBGCOV-PROC-NAME (DBGCOV-PROC-SUB)
                       ' HITS ' DBGCOV-PROC-HITS (DBGCOV-PROC-SUB)
                       '  REGAINED - UNREACHED LAST RUN'
                       DELIMITED BY SIZE INTO DBGCOV-REPORT-LINE
               ELSE
                   STRING '      '
                       DBGCOV-PROC-NAME (DBGCOV-PROC-SUB)
                       ' HITS ' DBGCOV-PROC-HITS (DBGCOV-PROC-SUB)
                       DELIMITED BY SIZE INTO DBGCOV-REPORT-LINE
               END-IF
               MOVE DBGCOV-REPORT-LINE TO COVERAGE-REPORT-REC
               WRITE COVERAGE-REPORT-REC.
           ADD 1 TO DBGCOV-PROC-SUB.

      * The run count is this run included: 0001 the first run a
      * procedure was missed, climbing for as long as it stays
      * missed.
       WRITE-ONE-UNREACHED-LINE.
           IF DBGCOV-PROC-HITS (DBGCOV-PROC-SUB) EQUAL TO ZERO
               ADD 1 TO DBGCOV-PROC-PRIOR-RUNS (DBGCOV-PROC-SUB)
               MOVE SPACES TO DBGCOV-REPORT-LINE
               IF DBGCOV-PRIOR-REACHED (DBGCOV-PROC-SUB)
                   ADD 1 TO DBGCOV-PGM-LOST (DBGCOV-PGM-SUB)
                   ADD 1 TO DBGCOV-LOST-TOTAL
                   STRING '      '
                       DBGCOV-PROC-NAME (DBGCOV-PROC-SUB)
                       ' LOST COVERAGE - REACHED LAST RUN'
                       DELIMITED BY SIZE INTO DBGCOV-REPORT-LINE
               ELSE IF DBGCOV-PRIOR-UNREACHED (DBGCOV-PROC-SUB)
                   STRING '      '
                       DBGCOV-PROC-NAME (DBGCOV-PROC-SUB)
                       ' UNREACHED '
                       DBGCOV-PROC-PRIOR-RUNS (DBGCOV-PROC-SUB)
                       ' RUN(S) RUNNING'
                       DELIMITED BY SIZE INTO DBGCOV-REPORT-LINE
               ELSE
                   STRING '      '
                       DBGCOV-PROC-NAME (DBGCOV-PROC-SUB)
                       ' NO PRIOR COVERAGE'
                       DELIMITED BY SIZE INTO DBGCOV-REPORT-LINE
               END-IF
               END-IF
               MOVE DBGCOV-REPORT-LINE TO COVERAGE-REPORT-REC
               WRITE COVERAGE-REPORT-REC
           ELSE
               MOVE ZERO TO DBGCOV-PROC-PRIOR-RUNS (DBGCOV-PROC-SUB).
           ADD 1 TO DBGCOV-PROC-SUB.

       WRITE-PROGRAM-SUMMARY.
           COMPUTE DBGCOV-PROC-SUB =
               DBGCOV-PGM-LAST (DBGCOV-PGM-SUB)
               - DBGCOV-PGM-FIRST (DBGCOV-PGM-SUB) + 1.
           IF DBGCOV-PROC-SUB EQUAL TO ZERO
               MOVE ZERO TO DBGCOV-PCT
           ELSE
               COMPUTE DBGCOV-PCT ROUNDED =
                   DBGCOV-PGM-REACHED (DBGCOV-PGM-SUB) * 100
                   / DBGCOV-PROC-SUB.
           MOVE DBGCOV-PCT TO DBGCOV-PCT-DISP.
           MOVE SPACES TO DBGCOV-REPORT-LINE.
           STRING '   PROCEDURES ' DBGCOV-PROC-SUB
               '  REACHED ' DBGCOV-PGM-REACHED (DBGCOV-PGM-SUB)
               '  COVERAGE ' DBGCOV-PCT-DISP '%'
               '  LOST ' DBGCOV-PGM-LOST (DBGCOV-PGM-SUB)
               '  REGAINED ' DBGCOV-PGM-REGAINED (DBGCOV-PGM-SUB)
               DELIMITED BY SIZE INTO DBGCOV-REPORT-LINE.
           MOVE DBGCOV-REPORT-LINE TO COVERAGE-REPORT-REC.
           WRITE COVERAGE-REPORT-REC.
           IF DBGCOV-PGM-UNLISTED (DBGCOV-PGM-SUB) IS GREATER
                   THAN ZERO
               MOVE SPACES TO DBGCOV-REPORT-LINE
               STRING '   TRACED NAMES NOT IN SOURCE '
                   DBGCOV-PGM-UNLISTED (DBGCOV-PGM-SUB)
                   ' - SOURCE AND LOAD MODULE OUT OF STEP'
                   DELIMITED BY SIZE INTO DBGCOV-REPORT-LINE
               MOVE DBGCOV-REPORT-LINE TO COVERAGE-REPORT-REC
               WRITE COVERAGE-REPORT-REC.

      * Every procedure is written, reached or not, so the next
      * run can tell lost coverage from a procedure never reached.
       WRITE-NEW-COVERAGE.
           MOVE ZERO TO DBGCOV-PGM-SUB.
           PERFORM WRITE-PROGRAM-COVERAGE
               UNTIL DBGCOV-PGM-SUB NOT LESS THAN DBGCOV-PGM-USED.

       WRITE-PROGRAM-COVERAGE.
           ADD 1 TO DBGCOV-PGM-SUB.
           MOVE DBGCOV-PGM-FIRST (DBGCOV-PGM-SUB) TO DBGCOV-PROC-SUB.
           PERFORM WRITE-ONE-COVERAGE-REC
               UNTIL DBGCOV-PROC-SUB IS GREATER THAN
                     DBGCOV-PGM-LAST (DBGCOV-PGM-SUB).

       WRITE-ONE-COVERAGE-REC.
           MOVE SPACES TO COVERAGE-OUT-REC.
           MOVE DBGCOV-PGM-ID (DBGCOV-PGM-SUB) TO COV-PROGRAM.
           MOVE DBGCOV-PROC-NAME (DBGCOV-PROC-SUB) TO COV-PROC-NAME.
           MOVE DBGCOV-PROC-HITS (DBGCOV-PROC-SUB) TO COV-HITS.
           MOVE DBGCOV-PROC-PRIOR-RUNS (DBGCOV-PROC-SUB)
               TO COV-UNREACHED-RUNS.
           WRITE COVERAGE-OUT-REC.
           ADD 1 TO DBGCOV-PROC-SUB.
