000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DBGPATH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRACE-A ASSIGN TO TRCA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DBGPATH-A-STATUS.
           SELECT TRACE-B ASSIGN TO TRCB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DBGPATH-B-STATUS.
           SELECT PATH-REPORT ASSIGN TO PATHRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      * Both inputs are DBGTRACE paragraph-trace streams, one from
      * the coverage run on build A and one from the same run on
      * build B, each in the order the procedures were entered.
       FD  TRACE-A
           LABEL RECORDS ARE STANDARD.
           COPY DBG_TRACE REPLACING ==DBG-TRACE-REC== BY ==TRACE-A-REC==
                                    LEADING ==TRC-== BY ==TRA-==.

       FD  TRACE-B
           LABEL RECORDS ARE STANDARD.
           COPY DBG_TRACE REPLACING ==DBG-TRACE-REC== BY ==TRACE-B-REC==
                                    LEADING ==TRC-== BY ==TRB-==.

       FD  PATH-REPORT
           LABEL RECORDS ARE STANDARD.
       01  PATH-REPORT-REC         PIC X(120).

       WORKING-STORAGE SECTION.
       01  DBGPATH-A-STATUS        PIC XX  VALUE '00'.
       01  DBGPATH-B-STATUS        PIC XX  VALUE '00'.
       01  DBGPATH-A-EOF-SW        PIC X(3) VALUE 'NO'.
           88 DBGPATH-A-AT-EOF           VALUE 'YES'.
       01  DBGPATH-B-EOF-SW        PIC X(3) VALUE 'NO'.
           88 DBGPATH-B-AT-EOF           VALUE 'YES'.
       01  DBGPATH-FOUND-SW        PIC X(3) VALUE 'NO'.
           88 DBGPATH-ENTRY-FOUND        VALUE 'YES'.
       01  DBGPATH-DIVERGED-SW     PIC X(3) VALUE 'NO'.
           88 DBGPATH-HAS-DIVERGED       VALUE 'YES'.
       01  DBGPATH-A-LAST-PGM      PIC X(8) VALUE SPACE.
       01  DBGPATH-A-LAST-SEQ      PIC 9(8) VALUE ZERO.
       01  DBGPATH-PGM-SUB         PIC 9(2) VALUE ZERO.
       01  DBGPATH-NAME-SUB        PIC 9(4) VALUE ZERO.
       01  DBGPATH-A-SUB           PIC 9(6) VALUE ZERO.
       01  DBGPATH-SEEK-NAME       PIC X(30) VALUE SPACE.
       01  DBGPATH-ONLY-CNT        PIC 9(4) VALUE ZERO.
       01  DBGPATH-SAME-CNT        PIC 9(4) VALUE ZERO.
       01  DBGPATH-DIVERGE-CNT     PIC 9(4) VALUE ZERO.
       01  DBGPATH-ONE-SIDED-CNT   PIC 9(4) VALUE ZERO.
       01  DBGPATH-REPORT-LINE     PIC X(120) VALUE SPACE.

      * The build-B program in hand and how far its path has
      * walked in step with build A's.  A-NEXT is the build-A
      * entry the next build-B entry must match.
       01  DBGPATH-CUR-PGM         PIC X(8) VALUE SPACE.
       01  DBGPATH-CUR-PGM-SUB     PIC 9(2) VALUE ZERO.
       01  DBGPATH-A-NEXT          PIC 9(6) VALUE ZERO.
       01  DBGPATH-A-CNT           PIC 9(8) VALUE ZERO.
       01  DBGPATH-B-CNT           PIC 9(8) VALUE ZERO.
       01  DBGPATH-LAST-COMMON     PIC X(30) VALUE SPACE.
       01  DBGPATH-DIVERGE-AT      PIC 9(8) VALUE ZERO.
       01  DBGPATH-DIV-A-NAME      PIC X(30) VALUE SPACE.
       01  DBGPATH-DIV-A-LINE      PIC X(6) VALUE SPACE.
       01  DBGPATH-DIV-A-HOW       PIC X(17) VALUE SPACE.
       01  DBGPATH-DIV-B-NAME      PIC X(30) VALUE SPACE.
       01  DBGPATH-DIV-B-LINE      PIC X(6) VALUE SPACE.
       01  DBGPATH-DIV-B-HOW       PIC X(17) VALUE SPACE.

      * Build A's whole trace, held for walking against build B's.
      * Each program's entries are one contiguous run of the
      * trace table, FIRST to LAST; a program traced twice in the
      * stream has two entries here and is matched in order.
       01  DBGPATH-PGM-USED        PIC 9(2) VALUE ZERO.
       01  DBGPATH-PGM-TABLE.
           02 DBGPATH-PGM-ENTRY OCCURS 60 TIMES.
              03 DBGPATH-PGM-ID         PIC X(8).
              03 DBGPATH-PGM-FIRST      PIC 9(6).
              03 DBGPATH-PGM-LAST       PIC 9(6).
              03 DBGPATH-PGM-MATCHED-SW PIC X.
                 88 DBGPATH-PGM-MATCHED       VALUE 'Y'.

       01  DBGPATH-TRACE-USED      PIC 9(6) VALUE ZERO.
       01  DBGPATH-TRACE-TABLE.
           02 DBGPATH-TRACE-ENTRY OCCURS 40000 TIMES.
              03 DBGPATH-TRACE-NAME     PIC X(30).
              03 DBGPATH-TRACE-LINE     PIC X(6).
              03 DBGPATH-TRACE-HOW      PIC X(17).

      * The distinct procedures of the program in hand, flagged
      * by the build or builds that reached them.
       01  DBGPATH-NAME-USED       PIC 9(4) VALUE ZERO.
       01  DBGPATH-NAME-TABLE.
           02 DBGPATH-NAME-ENTRY OCCURS 2000 TIMES.
              03 DBGPATH-NAME           PIC X(30).
              03 DBGPATH-NAME-A-SW      PIC X.
                 88 DBGPATH-NAME-ON-A         VALUE 'Y'.
              03 DBGPATH-NAME-B-SW      PIC X.
                 88 DBGPATH-NAME-ON-B         VALUE 'Y'.

       PROCEDURE DIVISION.

      * Execution-path comparison between two compiler builds.
      * CERTABC says whether a test's verdict changed; this says
      * whether the route to it did.  Each program's ordered
      * paragraph sequence from the build-A coverage trace is
      * walked in step with build B's, and the first entry where
      * they part is reported with both sides and the last
      * procedure they shared; the procedures only one build ever
      * reached are listed after it.  A SIZE ERROR or INVALID KEY
      * branch that starts firing differently shows here before
      * it shows as a failed test.  RC=4 when any path diverges.
       MAINLINE.
           PERFORM LOAD-BUILD-A-TRACE.
           OPEN INPUT TRACE-B OUTPUT PATH-REPORT.
           IF DBGPATH-B-STATUS NOT EQUAL TO '00'
               SET DBGPATH-B-AT-EOF TO TRUE.
           MOVE 'A/B COMPILER-BUILD EXECUTION-PATH COMPARISON'
               TO PATH-REPORT-REC.
           WRITE PATH-REPORT-REC.
           PERFORM READ-BUILD-B-ENTRY UNTIL DBGPATH-B-AT-EOF.
           IF DBGPATH-CUR-PGM NOT EQUAL TO SPACES
               PERFORM FINISH-PROGRAM-PATH
                   THRU FINISH-PROGRAM-PATH-EX.
           IF DBGPATH-B-STATUS EQUAL TO '00'
             OR DBGPATH-B-STATUS EQUAL TO '10'
               CLOSE TRACE-B.
           PERFORM WRITE-UNMATCHED-A-PROGRAMS.
           PERFORM WRITE-PATH-TOTALS.
           CLOSE PATH-REPORT.
           IF DBGPATH-DIVERGE-CNT NOT EQUAL TO ZERO
             OR DBGPATH-ONE-SIDED-CNT NOT EQUAL TO ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE.
           GOBACK.

       LOAD-BUILD-A-TRACE.
           OPEN INPUT TRACE-A.
           IF DBGPATH-A-STATUS NOT EQUAL TO '00'
               SET DBGPATH-A-AT-EOF TO TRUE.
           PERFORM LOAD-ONE-A-ENTRY
               UNTIL DBGPATH-A-AT-EOF
                  OR DBGPATH-TRACE-USED NOT LESS THAN 40000.
           IF DBGPATH-A-STATUS EQUAL TO '00'
             OR DBGPATH-A-STATUS EQUAL TO '10'
               CLOSE TRACE-A.

      * A new program run starts wherever the program id changes
      * or the entry sequence starts again from one.
       LOAD-ONE-A-ENTRY.
           READ TRACE-A
               AT END SET DBGPATH-A-AT-EOF TO TRUE
               NOT AT END
                   IF TRA-PROGRAM NOT EQUAL TO DBGPATH-A-LAST-PGM
                     OR TRA-SEQ NOT GREATER THAN DBGPATH-A-LAST-SEQ
                       PERFORM START-A-PROGRAM-RUN
                   END-IF
                   MOVE TRA-SEQ TO DBGPATH-A-LAST-SEQ
                   ADD 1 TO DBGPATH-TRACE-USED
                   MOVE TRA-NAME
                       TO DBGPATH-TRACE-NAME (DBGPATH-TRACE-USED)
                   MOVE TRA-LINE
                       TO DBGPATH-TRACE-LINE (DBGPATH-TRACE-USED)
                   MOVE TRA-HOW
                       TO DBGPATH-TRACE-HOW (DBGPATH-TRACE-USED)
                   IF DBGPATH-PGM-USED NOT EQUAL TO ZERO
                       MOVE DBGPATH-TRACE-USED
                           TO DBGPATH-PGM-LAST (DBGPATH-PGM-USED)
                   END-IF.

       START-A-PROGRAM-RUN.
           MOVE TRA-PROGRAM TO DBGPATH-A-LAST-PGM.
           IF DBGPATH-PGM-USED IS LESS THAN 60
               ADD 1 TO DBGPATH-PGM-USED
               MOVE TRA-PROGRAM TO DBGPATH-PGM-ID (DBGPATH-PGM-USED)
               COMPUTE DBGPATH-PGM-FIRST (DBGPATH-PGM-USED) =
                   DBGPATH-TRACE-USED + 1
               MOVE 'N' TO DBGPATH-PGM-MATCHED-SW (DBGPATH-PGM-USED).

       READ-BUILD-B-ENTRY.
           READ TRACE-B
               AT END SET DBGPATH-B-AT-EOF TO TRUE
               NOT AT END PERFORM POST-ONE-B-ENTRY
                              THRU POST-ONE-B-ENTRY-EX.

       POST-ONE-B-ENTRY.
           IF TRB-PROGRAM NOT EQUAL TO DBGPATH-CUR-PGM
             OR TRB-SEQ NOT GREATER THAN DBGPATH-B-CNT
               IF DBGPATH-CUR-PGM NOT EQUAL TO SPACES
                   PERFORM FINISH-PROGRAM-PATH
                       THRU FINISH-PROGRAM-PATH-EX
               END-IF
               PERFORM START-PROGRAM-PATH.
           ADD 1 TO DBGPATH-B-CNT.
           MOVE TRB-NAME TO DBGPATH-SEEK-NAME.
           PERFORM LOCATE-NAME.
           MOVE 'Y' TO DBGPATH-NAME-B-SW (DBGPATH-NAME-SUB).
           IF DBGPATH-HAS-DIVERGED
             OR DBGPATH-CUR-PGM-SUB EQUAL TO ZERO
               GO TO POST-ONE-B-ENTRY-EX.
           IF DBGPATH-A-NEXT IS GREATER THAN
                   DBGPATH-PGM-LAST (DBGPATH-CUR-PGM-SUB)
               MOVE '(PATH ENDED)' TO DBGPATH-DIV-A-NAME
               MOVE SPACES TO DBGPATH-DIV-A-LINE DBGPATH-DIV-A-HOW
               PERFORM NOTE-B-DIVERGENCE
           ELSE IF DBGPATH-TRACE-NAME (DBGPATH-A-NEXT) EQUAL TO
                   TRB-NAME
               MOVE TRB-NAME TO DBGPATH-LAST-COMMON
               ADD 1 TO DBGPATH-A-NEXT
           ELSE
               PERFORM NOTE-A-DIVERGENCE
               PERFORM NOTE-B-DIVERGENCE
           END-IF
           END-IF.
       POST-ONE-B-ENTRY-EX.
           EXIT.

       NOTE-A-DIVERGENCE.
           MOVE DBGPATH-TRACE-NAME (DBGPATH-A-NEXT)
               TO DBGPATH-DIV-A-NAME.
           MOVE DBGPATH-TRACE-LINE (DBGPATH-A-NEXT)
               TO DBGPATH-DIV-A-LINE.
           MOVE DBGPATH-TRACE-HOW (DBGPATH-A-NEXT)
               TO DBGPATH-DIV-A-HOW.

       NOTE-B-DIVERGENCE.
           SET DBGPATH-HAS-DIVERGED TO TRUE.
           MOVE DBGPATH-B-CNT TO DBGPATH-DIVERGE-AT.
           MOVE TRB-NAME TO DBGPATH-DIV-B-NAME.
           MOVE TRB-LINE TO DBGPATH-DIV-B-LINE.
           MOVE TRB-HOW TO DBGPATH-DIV-B-HOW.

      * The build-A run of the same program is found and its
      * procedures seed the distinct-name table, so the names
      * reached by only one build fall out at the end.
       START-PROGRAM-PATH.
           MOVE TRB-PROGRAM TO DBGPATH-CUR-PGM.
           MOVE ZERO TO DBGPATH-B-CNT DBGPATH-A-CNT
               DBGPATH-NAME-USED DBGPATH-DIVERGE-AT.
           MOVE 'NO' TO DBGPATH-DIVERGED-SW.
           MOVE SPACES TO DBGPATH-LAST-COMMON.
           MOVE 'NO' TO DBGPATH-FOUND-SW.
           MOVE ZERO TO DBGPATH-PGM-SUB.
           PERFORM LOCATE-A-PROGRAM-SCAN
               UNTIL DBGPATH-ENTRY-FOUND
                  OR DBGPATH-PGM-SUB NOT LESS THAN DBGPATH-PGM-USED.
           IF NOT DBGPATH-ENTRY-FOUND
               MOVE ZERO TO DBGPATH-CUR-PGM-SUB
           ELSE
               MOVE DBGPATH-PGM-SUB TO DBGPATH-CUR-PGM-SUB
               MOVE 'Y' TO DBGPATH-PGM-MATCHED-SW (DBGPATH-PGM-SUB)
               MOVE DBGPATH-PGM-FIRST (DBGPATH-PGM-SUB)
                   TO DBGPATH-A-NEXT DBGPATH-A-SUB
               COMPUTE DBGPATH-A-CNT =
                   DBGPATH-PGM-LAST (DBGPATH-PGM-SUB)
                   - DBGPATH-PGM-FIRST (DBGPATH-PGM-SUB) + 1
               PERFORM SEED-ONE-A-NAME
                   UNTIL DBGPATH-A-SUB IS GREATER THAN
                         DBGPATH-PGM-LAST (DBGPATH-PGM-SUB).

       LOCATE-A-PROGRAM-SCAN.
           ADD 1 TO DBGPATH-PGM-SUB.
           IF DBGPATH-PGM-ID (DBGPATH-PGM-SUB) EQUAL TO TRB-PROGRAM
             AND NOT DBGPATH-PGM-MATCHED (DBGPATH-PGM-SUB)
               SET DBGPATH-ENTRY-FOUND TO TRUE.

       SEED-ONE-A-NAME.
           MOVE DBGPATH-TRACE-NAME (DBGPATH-A-SUB)
               TO DBGPATH-SEEK-NAME.
           PERFORM LOCATE-NAME.
           MOVE 'Y' TO DBGPATH-NAME-A-SW (DBGPATH-NAME-SUB).
           ADD 1 TO DBGPATH-A-SUB.

      * Finds DBGPATH-SEEK-NAME in the distinct-name table, adding
      * it unflagged when it is new; a full table folds every
      * further name into its last slot rather than fail the run.
       LOCATE-NAME.
           MOVE 'NO' TO DBGPATH-FOUND-SW.
           MOVE ZERO TO DBGPATH-NAME-SUB.
           PERFORM LOCATE-NAME-SCAN
               UNTIL DBGPATH-ENTRY-FOUND
                  OR DBGPATH-NAME-SUB NOT LESS THAN DBGPATH-NAME-USED.
           IF NOT DBGPATH-ENTRY-FOUND
             AND DBGPATH-NAME-USED IS LESS THAN 2000
               ADD 1 TO DBGPATH-NAME-USED
               MOVE DBGPATH-NAME-USED TO DBGPATH-NAME-SUB
               MOVE DBGPATH-SEEK-NAME TO DBGPATH-NAME
                   (DBGPATH-NAME-SUB)
               MOVE 'N' TO DBGPATH-NAME-A-SW (DBGPATH-NAME-SUB)
                   DBGPATH-NAME-B-SW (DBGPATH-NAME-SUB).

       LOCATE-NAME-SCAN.
           ADD 1 TO DBGPATH-NAME-SUB.
           IF DBGPATH-NAME (DBGPATH-NAME-SUB) EQUAL TO
                   DBGPATH-SEEK-NAME
               SET DBGPATH-ENTRY-FOUND TO TRUE.

      * Build B's path ending while build A's goes on is a
      * divergence too, reported at the first entry B never made.
       FINISH-PROGRAM-PATH.
           MOVE SPACES TO PATH-REPORT-REC.
           WRITE PATH-REPORT-REC.
           IF DBGPATH-CUR-PGM-SUB EQUAL TO ZERO
               ADD 1 TO DBGPATH-ONE-SIDED-CNT
               MOVE SPACES TO DBGPATH-REPORT-LINE
               STRING 'PROGRAM ' DBGPATH-CUR-PGM
                   ' TRACED ONLY ON BUILD B, ENTRIES = '
                   DBGPATH-B-CNT
                   DELIMITED BY SIZE INTO DBGPATH-REPORT-LINE
               MOVE DBGPATH-REPORT-LINE TO PATH-REPORT-REC
               WRITE PATH-REPORT-REC
               GO TO FINISH-PROGRAM-PATH-EX.
           IF NOT DBGPATH-HAS-DIVERGED
             AND DBGPATH-A-NEXT NOT GREATER THAN
                 DBGPATH-PGM-LAST (DBGPATH-CUR-PGM-SUB)
               SET DBGPATH-HAS-DIVERGED TO TRUE
               COMPUTE DBGPATH-DIVERGE-AT = DBGPATH-B-CNT + 1
               PERFORM NOTE-A-DIVERGENCE
               MOVE '(PATH ENDED)' TO DBGPATH-DIV-B-NAME
               MOVE SPACES TO DBGPATH-DIV-B-LINE DBGPATH-DIV-B-HOW.
           MOVE SPACES TO DBGPATH-REPORT-LINE.
           STRING 'PROGRAM ' DBGPATH-CUR-PGM
               '  ENTRIES A = ' DBGPATH-A-CNT
               '  B = ' DBGPATH-B-CNT
               DELIMITED BY SIZE INTO DBGPATH-REPORT-LINE.
           MOVE DBGPATH-REPORT-LINE TO PATH-REPORT-REC.
           WRITE PATH-REPORT-REC.
           IF NOT DBGPATH-HAS-DIVERGED
               ADD 1 TO DBGPATH-SAME-CNT
               MOVE '   PATHS IDENTICAL' TO PATH-REPORT-REC
               WRITE PATH-REPORT-REC
               GO TO FINISH-PROGRAM-PATH-EX.
           ADD 1 TO DBGPATH-DIVERGE-CNT.
           PERFORM WRITE-DIVERGENCE-POINT.
           MOVE '   REACHED ONLY ON BUILD A:' TO PATH-REPORT-REC.
           WRITE PATH-REPORT-REC.
           MOVE ZERO TO DBGPATH-ONLY-CNT DBGPATH-NAME-SUB.
           PERFORM WRITE-ONE-ONLY-A-NAME
               UNTIL DBGPATH-NAME-SUB NOT LESS THAN DBGPATH-NAME-USED.
           IF DBGPATH-ONLY-CNT EQUAL TO ZERO
               MOVE '      (NONE)' TO PATH-REPORT-REC
               WRITE PATH-REPORT-REC.
           MOVE '   REACHED ONLY ON BUILD B:' TO PATH-REPORT-REC.
           WRITE PATH-REPORT-REC.
           MOVE ZERO TO DBGPATH-ONLY-CNT DBGPATH-NAME-SUB.
           PERFORM WRITE-ONE-ONLY-B-NAME
               UNTIL DBGPATH-NAME-SUB NOT LESS THAN DBGPATH-NAME-USED.
           IF DBGPATH-ONLY-CNT EQUAL TO ZERO
               MOVE '      (NONE)' TO PATH-REPORT-REC
               WRITE PATH-REPORT-REC.
       FINISH-PROGRAM-PATH-EX.
           EXIT.

       WRITE-DIVERGENCE-POINT.
           MOVE SPACES TO DBGPATH-REPORT-LINE.
           IF DBGPATH-LAST-COMMON EQUAL TO SPACES
               STRING '   FIRST DIVERGENCE AT ENTRY '
                   DBGPATH-DIVERGE-AT ', BEFORE ANY COMMON PROCEDURE'
                   DELIMITED BY SIZE INTO DBGPATH-REPORT-LINE
           ELSE
               STRING '   FIRST DIVERGENCE AT ENTRY '
                   DBGPATH-DIVERGE-AT ', AFTER ' DBGPATH-LAST-COMMON
                   DELIMITED BY SIZE INTO DBGPATH-REPORT-LINE.
           MOVE DBGPATH-REPORT-LINE TO PATH-REPORT-REC.
           WRITE PATH-REPORT-REC.
           MOVE SPACES TO DBGPATH-REPORT-LINE.
           STRING '      BUILD A: ' DBGPATH-DIV-A-NAME
               ' LINE ' DBGPATH-DIV-A-LINE ' ' DBGPATH-DIV-A-HOW
               DELIMITED BY SIZE INTO DBGPATH-REPORT-LINE.
           MOVE DBGPATH-REPORT-LINE TO PATH-REPORT-REC.
           WRITE PATH-REPORT-REC.
           MOVE SPACES TO DBGPATH-REPORT-LINE.
           STRING '      BUILD B: ' DBGPATH-DIV-B-NAME
               ' LINE ' DBGPATH-DIV-B-LINE ' ' DBGPATH-DIV-B-HOW
               DELIMITED BY SIZE INTO DBGPATH-REPORT-LINE.
           MOVE DBGPATH-REPORT-LINE TO PATH-REPORT-REC.
           WRITE PATH-REPORT-REC.

       WRITE-ONE-ONLY-A-NAME.
           ADD 1 TO DBGPATH-NAME-SUB.
           IF DBGPATH-NAME-ON-A (DBGPATH-NAME-SUB)
             AND NOT DBGPATH-NAME-ON-B (DBGPATH-NAME-SUB)
               ADD 1 TO DBGPATH-ONLY-CNT
               MOVE SPACES TO DBGPATH-REPORT-LINE
               STRING '      ' DBGPATH-NAME (DBGPATH-NAME-SUB)
                   DELIMITED BY SIZE INTO DBGPATH-REPORT-LINE
               MOVE DBGPATH-REPORT-LINE TO PATH-REPORT-REC
               WRITE PATH-REPORT-REC.

       WRITE-ONE-ONLY-B-NAME.
           ADD 1 TO DBGPATH-NAME-SUB.
           IF DBGPATH-NAME-ON-B (DBGPATH-NAME-SUB)
             AND NOT DBGPATH-NAME-ON-A (DBGPATH-NAME-SUB)
               ADD 1 TO DBGPATH-ONLY-CNT
               MOVE SPACES TO DBGPATH-REPORT-LINE
               STRING '      ' DBGPATH-NAME (DBGPATH-NAME-SUB)
                   DELIMITED BY SIZE INTO DBGPATH-REPORT-LINE
               MOVE DBGPATH-REPORT-LINE TO PATH-REPORT-REC
               WRITE PATH-REPORT-REC.

       WRITE-UNMATCHED-A-PROGRAMS.
           MOVE ZERO TO DBGPATH-PGM-SUB.
           PERFORM WRITE-ONE-UNMATCHED-A
               UNTIL DBGPATH-PGM-SUB NOT LESS THAN DBGPATH-PGM-USED.

       WRITE-ONE-UNMATCHED-A.
           ADD 1 TO DBGPATH-PGM-SUB.
           IF NOT DBGPATH-PGM-MATCHED (DBGPATH-PGM-SUB)
               ADD 1 TO DBGPATH-ONE-SIDED-CNT
               COMPUTE DBGPATH-A-CNT =
                   DBGPATH-PGM-LAST (DBGPATH-PGM-SUB)
                   - DBGPATH-PGM-FIRST (DBGPATH-PGM-SUB) + 1
               MOVE SPACES TO PATH-REPORT-REC
               WRITE PATH-REPORT-REC
               MOVE SPACES TO DBGPATH-REPORT-LINE
               STRING 'PROGRAM ' DBGPATH-PGM-ID (DBGPATH-PGM-SUB)
                   ' TRACED ONLY ON BUILD A, ENTRIES = '
                   DBGPATH-A-CNT
                   DELIMITED BY SIZE INTO DBGPATH-REPORT-LINE
               MOVE DBGPATH-REPORT-LINE TO PATH-REPORT-REC
               WRITE PATH-REPORT-REC.

       WRITE-PATH-TOTALS.
           MOVE SPACES TO PATH-REPORT-REC.
           WRITE PATH-REPORT-REC.
           MOVE SPACES TO DBGPATH-REPORT-LINE.
           STRING 'PATHS IDENTICAL = ' DBGPATH-SAME-CNT
               '  DIVERGED = ' DBGPATH-DIVERGE-CNT
               '  ONE BUILD ONLY = ' DBGPATH-ONE-SIDED-CNT
               DELIMITED BY SIZE INTO DBGPATH-REPORT-LINE.
           MOVE DBGPATH-REPORT-LINE TO PATH-REPORT-REC.
           WRITE PATH-REPORT-REC.
