000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           NC247A.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO PRINTER
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXPORT-FILE ASSIGN TO EXPFILE
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRINT-REC DUMMY-RECORD.
       01  PRINT-REC               PIC X(120).
       01  DUMMY-RECORD            PIC X(120).

       FD  EXPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXPORT-REC              PIC X(80).

       WORKING-STORAGE SECTION.
      * EVALUATE subjects and the number of the branch taken.
       01  NC247A-CODE             PIC X VALUE SPACE.
       01  NC247A-AMT              PIC S9(5) VALUE ZERO.
       01  NC247A-BRANCH           PIC 9(2) VALUE ZERO.
       01  NC247A-LIMIT-SW         PIC X(3) VALUE 'NO'.
           88 NC247A-OVER-LIMIT          VALUE 'YES'.

      * Loop counters and controls.
       01  NC247A-COUNT            PIC 9(4) VALUE ZERO.
       01  NC247A-IDX              PIC 9(4) VALUE ZERO.
       01  NC247A-OUTER            PIC 9(4) VALUE ZERO.
       01  NC247A-INNER            PIC 9(4) VALUE ZERO.
       01  NC247A-TIMES            PIC 9(4) VALUE ZERO.
       01  NC247A-GO-SEL           PIC 9 VALUE ZERO.
       01  NC247A-EARLY-SW         PIC X(3) VALUE 'NO'.
           88 NC247A-LEAVE-EARLY         VALUE 'YES'.

      * Execution trace: each paragraph or branch reached appends
      * one letter, so the order control actually passed through
      * can be compared with the order the language requires.
       01  NC247A-TRACE            PIC X(10) VALUE SPACE.
       01  NC247A-TRACE-PTR        PIC 99 VALUE 1.
       01  NC247A-MARK             PIC X VALUE SPACE.
       01  NC247A-LOOP-RESULT.
           02 FILLER               PIC X(6) VALUE 'COUNT '.
           02 NC247A-LR-COUNT      PIC 9(4).
           02 FILLER               PIC X(5) VALUE ' IDX '.
           02 NC247A-LR-IDX        PIC 9(4).
           02 FILLER               PIC X VALUE SPACE.
       01  EXPORT-LINE             PIC X(80) VALUE SPACE.
       01  TEST-RESULTS.
           02 FILLER               PIC X VALUE SPACE.
           02 FEATURE              PIC X(18).
           02 FILLER               PIC X VALUE SPACE.
           02 P-OR-F               PIC X(5).
           02 FILLER               PIC X VALUE SPACE.
           02 PAR-NAME             PIC X(20).
           02 FILLER               PIC X VALUE SPACE.
           02 COMPUTED-A           PIC X(20).
           02 FILLER               PIC X VALUE SPACE.
           02 CORRECT-A            PIC X(20).
           02 FILLER               PIC X VALUE SPACE.
           02 RE-MARK              PIC X(30).
       01  CCVS-C-1.
           02 FILLER               PIC X(3) VALUE SPACES.
           02 FILLER               PIC X(17) VALUE 'FEATURE TESTED'.
           02 FILLER               PIC X(9) VALUE 'RESLT'.
           02 FILLER               PIC X(21) VALUE 'PARAGRAPH NAME'.
           02 FILLER               PIC X(22) VALUE 'COMPUTED DATA'.
           02 FILLER               PIC X(29) VALUE 'CORRECT DATA'.
           02 FILLER               PIC X(7) VALUE 'REMARKS'.
       01  PASS-COUNTER            PIC 999 VALUE ZERO.
       01  ERROR-COUNTER           PIC 999 VALUE ZERO.
       01  DELETE-COUNTER          PIC 999 VALUE ZERO.
       01  INSPECT-COUNTER         PIC 999 VALUE ZERO.
       01  ERROR-HOLD              PIC 999 VALUE ZERO.
       01  CCVS-H-2B.
           02 FILLER               PIC X(15) VALUE
              'TEST RESULT OF '.
           02 TEST-ID              PIC X(9).
           02 FILLER               PIC X(4) VALUE ' IN '.
           02 FILLER               PIC X(12) VALUE ' HIGH       '.
           02 FILLER               PIC X(22) VALUE
              ' LEVEL VALIDATION FOR '.
           02 FILLER               PIC X(58) VALUE
              'ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH. '.
       01  CCVS-E-1.
           02 FILLER               PIC X(52) VALUE SPACE.
           02 FILLER               PIC X(14) VALUE 'END OF TEST-  '.
           02 ID-AGAIN             PIC X(9).
           02 FILLER               PIC X(45) VALUE SPACES.
       01  CCVS-E-2.
           02 FILLER               PIC X(31) VALUE SPACE.
           02 FILLER               PIC X(21) VALUE SPACE.
           02 CCVS-E-2-2.
              03 ERROR-TOTAL       PIC XXX VALUE SPACE.
              03 FILLER            PIC X VALUE SPACE.
              03 ENDER-DESC        PIC X(44) VALUE SPACE.
       01  CCVS-E-4.
           02 CCVS-E-4-1           PIC XXX VALUE SPACE.
           02 FILLER               PIC XXXX VALUE ' OF '.
           02 CCVS-E-4-2           PIC XXX VALUE SPACE.
           02 FILLER               PIC X(40) VALUE
              '  TESTS WERE EXECUTED SUCCESSFULLY'.
       01  HYPHEN-LINE.
           02 FILLER               PIC X VALUE SPACE.
           02 FILLER               PIC X(65) VALUE ALL '*'.
           02 FILLER               PIC X(54) VALUE ALL '*'.
       01  CCVS-PGM-ID             PIC X(9) VALUE 'NC247A   '.


       PROCEDURE DIVISION.

      * Control-flow certification.  Every production program is
      * built from EVALUATE, inline and out-of-line PERFORM, PERFORM
      * THRU ranges left early by GO TO, and GO TO DEPENDING ON, and
      * NC240A's PERFORM VARYING tests prove only subscript
      * stepping.  This program proves the branching itself: which
      * WHEN an EVALUATE selects with ALSO, THRU, ANY, NOT and TRUE/
      * FALSE subjects, how many times an inline PERFORM runs with
      * TEST BEFORE and TEST AFTER, where a GO TO out of a PERFORM
      * THRU range lands, what GO TO DEPENDING ON does out of range,
      * that nested PERFORM ranges return to the right place, and
      * the difference between CONTINUE and NEXT SENTENCE.  Branches
      * are proved by a branch number or by the execution trace.
      * Results print in the standard TEST-RESULTS layout and are
      * exported in NC240A's comma-separated export shape.
       OPEN-FILES.
           OPEN OUTPUT PRINT-FILE EXPORT-FILE.
           MOVE CCVS-PGM-ID TO TEST-ID ID-AGAIN.
           MOVE SPACE TO TEST-RESULTS.
           MOVE CCVS-H-2B TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING PAGE.
           MOVE CCVS-C-1 TO PRINT-REC.
           WRITE PRINT-REC AFTER 2 LINES.
           MOVE HYPHEN-LINE TO PRINT-REC.
           PERFORM WRITE-LINE.

       EVAL-ALSO-TEST-01.
           MOVE 'EVALUATE ALSO' TO FEATURE.
           MOVE 'EVAL-ALSO-TEST-01' TO PAR-NAME.
           MOVE 'B ALSO 5 - THIRD WHEN' TO RE-MARK.
           MOVE 'B' TO NC247A-CODE.
           MOVE 5 TO NC247A-AMT.
           PERFORM EVAL-CODE-AND-AMT.
           MOVE NC247A-BRANCH TO COMPUTED-A.
           MOVE '03' TO CORRECT-A.
           IF NC247A-BRANCH IS EQUAL TO 3
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       EVAL-THRU-TEST-01.
           MOVE 'EVALUATE THRU' TO FEATURE.
           MOVE 'EVAL-THRU-TEST-01' TO PAR-NAME.
           MOVE 'A ALSO 10 - UPPER BOUND IN' TO RE-MARK.
           MOVE 'A' TO NC247A-CODE.
           MOVE 10 TO NC247A-AMT.
           PERFORM EVAL-CODE-AND-AMT.
           MOVE NC247A-BRANCH TO COMPUTED-A.
           MOVE '01' TO CORRECT-A.
           IF NC247A-BRANCH IS EQUAL TO 1
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       EVAL-THRU-TEST-02.
           MOVE 'EVALUATE THRU' TO FEATURE.
           MOVE 'EVAL-THRU-TEST-02' TO PAR-NAME.
           MOVE 'A ALSO 11 - NEXT RANGE' TO RE-MARK.
           MOVE 'A' TO NC247A-CODE.
           MOVE 11 TO NC247A-AMT.
           PERFORM EVAL-CODE-AND-AMT.
           MOVE NC247A-BRANCH TO COMPUTED-A.
           MOVE '02' TO CORRECT-A.
           IF NC247A-BRANCH IS EQUAL TO 2
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       EVAL-ANY-TEST-01.
           MOVE 'EVALUATE ANY' TO FEATURE.
           MOVE 'EVAL-ANY-TEST-01' TO PAR-NAME.
           MOVE 'Z ALSO 100 - ANY FIRST' TO RE-MARK.
           MOVE 'Z' TO NC247A-CODE.
           MOVE 100 TO NC247A-AMT.
           PERFORM EVAL-CODE-AND-AMT.
           MOVE NC247A-BRANCH TO COMPUTED-A.
           MOVE '04' TO CORRECT-A.
           IF NC247A-BRANCH IS EQUAL TO 4
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       EVAL-ANY-TEST-02.
           MOVE 'EVALUATE ANY' TO FEATURE.
           MOVE 'EVAL-ANY-TEST-02' TO PAR-NAME.
           MOVE 'C ALSO 555 - ANY SECOND' TO RE-MARK.
           MOVE 'C' TO NC247A-CODE.
           MOVE 555 TO NC247A-AMT.
           PERFORM EVAL-CODE-AND-AMT.
           MOVE NC247A-BRANCH TO COMPUTED-A.
           MOVE '05' TO CORRECT-A.
           IF NC247A-BRANCH IS EQUAL TO 5
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       EVAL-FIRST-TEST-01.
           MOVE 'EVALUATE ORDER' TO FEATURE.
           MOVE 'EVAL-FIRST-TEST-01' TO PAR-NAME.
           MOVE 'C ALSO 100 - FIRST WHEN WINS' TO RE-MARK.
           MOVE 'C' TO NC247A-CODE.
           MOVE 100 TO NC247A-AMT.
           PERFORM EVAL-CODE-AND-AMT.
           MOVE NC247A-BRANCH TO COMPUTED-A.
           MOVE '04' TO CORRECT-A.
           IF NC247A-BRANCH IS EQUAL TO 4
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       EVAL-NOT-TEST-01.
           MOVE 'EVALUATE NOT' TO FEATURE.
           MOVE 'EVAL-NOT-TEST-01' TO PAR-NAME.
           MOVE 'E ALSO -5 - NOT D MATCHES' TO RE-MARK.
           MOVE 'E' TO NC247A-CODE.
           MOVE -5 TO NC247A-AMT.
           PERFORM EVAL-CODE-AND-AMT.
           MOVE NC247A-BRANCH TO COMPUTED-A.
           MOVE '06' TO CORRECT-A.
           IF NC247A-BRANCH IS EQUAL TO 6
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       EVAL-OTHER-TEST-01.
           MOVE 'EVALUATE OTHER' TO FEATURE.
           MOVE 'EVAL-OTHER-TEST-01' TO PAR-NAME.
           MOVE 'D ALSO -5 - NO WHEN MATCHES' TO RE-MARK.
           MOVE 'D' TO NC247A-CODE.
           MOVE -5 TO NC247A-AMT.
           PERFORM EVAL-CODE-AND-AMT.
           MOVE NC247A-BRANCH TO COMPUTED-A.
           MOVE '09' TO CORRECT-A.
           IF NC247A-BRANCH IS EQUAL TO 9
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       EVAL-TRUE-TEST-01.
           MOVE 'EVALUATE TRUE' TO FEATURE.
           MOVE 'EVAL-TRUE-TEST-01' TO PAR-NAME.
           MOVE '-5: TWO WHENS TRUE, FIRST' TO RE-MARK.
           MOVE -5 TO NC247A-AMT.
           MOVE ZERO TO NC247A-BRANCH.
           EVALUATE TRUE
               WHEN NC247A-AMT IS LESS THAN ZERO
                   MOVE 1 TO NC247A-BRANCH
               WHEN NC247A-AMT IS LESS THAN 100
                   MOVE 2 TO NC247A-BRANCH
               WHEN OTHER
                   MOVE 9 TO NC247A-BRANCH
           END-EVALUATE.
           MOVE NC247A-BRANCH TO COMPUTED-A.
           MOVE '01' TO CORRECT-A.
           IF NC247A-BRANCH IS EQUAL TO 1
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       EVAL-FALSE-TEST-01.
           MOVE 'EVALUATE FALSE' TO FEATURE.
           MOVE 'EVAL-FALSE-TEST-01' TO PAR-NAME.
           MOVE '50: FIRST FALSE CONDITION' TO RE-MARK.
           MOVE 50 TO NC247A-AMT.
           MOVE ZERO TO NC247A-BRANCH.
           EVALUATE FALSE
               WHEN NC247A-AMT IS GREATER THAN ZERO
                   MOVE 1 TO NC247A-BRANCH
               WHEN NC247A-AMT IS GREATER THAN 100
                   MOVE 2 TO NC247A-BRANCH
               WHEN OTHER
                   MOVE 9 TO NC247A-BRANCH
           END-EVALUATE.
           MOVE NC247A-BRANCH TO COMPUTED-A.
           MOVE '02' TO CORRECT-A.
           IF NC247A-BRANCH IS EQUAL TO 2
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       EVAL-TRUE-TEST-02.
           MOVE 'EVALUATE TRUE ALSO' TO FEATURE.
           MOVE 'EVAL-TRUE-TEST-02' TO PAR-NAME.
           MOVE 'TRUE ALSO FALSE, LEVEL 88' TO RE-MARK.
           MOVE 'YES' TO NC247A-LIMIT-SW.
           MOVE 500 TO NC247A-AMT.
           MOVE ZERO TO NC247A-BRANCH.
           EVALUATE TRUE ALSO FALSE
               WHEN NC247A-OVER-LIMIT ALSO NC247A-AMT > 100
                   MOVE 1 TO NC247A-BRANCH
               WHEN NC247A-OVER-LIMIT ALSO NC247A-AMT > 1000
                   MOVE 2 TO NC247A-BRANCH
               WHEN OTHER
                   MOVE 9 TO NC247A-BRANCH
           END-EVALUATE.
           MOVE 'NO' TO NC247A-LIMIT-SW.
           MOVE NC247A-BRANCH TO COMPUTED-A.
           MOVE '02' TO CORRECT-A.
           IF NC247A-BRANCH IS EQUAL TO 2
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       EVAL-STACK-TEST-01.
           MOVE 'EVALUATE WHEN WHEN' TO FEATURE.
           MOVE 'EVAL-STACK-TEST-01' TO PAR-NAME.
           MOVE 'Y - SHARES X/Y/Z ACTION' TO RE-MARK.
           MOVE 'Y' TO NC247A-CODE.
           MOVE ZERO TO NC247A-BRANCH.
           EVALUATE NC247A-CODE
               WHEN 'X'
               WHEN 'Y'
               WHEN 'Z'
                   MOVE 1 TO NC247A-BRANCH
               WHEN OTHER
                   MOVE 9 TO NC247A-BRANCH
           END-EVALUATE.
           MOVE NC247A-BRANCH TO COMPUTED-A.
           MOVE '01' TO CORRECT-A.
           IF NC247A-BRANCH IS EQUAL TO 1
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.

       PERF-BEFORE-TEST-01.
           MOVE 'INLINE TEST BEFORE' TO FEATURE.
           MOVE 'PERF-BEFORE-TEST-01' TO PAR-NAME.
           MOVE 'UNTIL TRUE ON ENTRY - ZERO' TO RE-MARK.
           MOVE ZERO TO NC247A-COUNT.
           MOVE 'YES' TO NC247A-LIMIT-SW.
           PERFORM WITH TEST BEFORE UNTIL NC247A-OVER-LIMIT
               ADD 1 TO NC247A-COUNT
           END-PERFORM.
           MOVE 'NO' TO NC247A-LIMIT-SW.
           MOVE NC247A-COUNT TO COMPUTED-A.
           MOVE '0000' TO CORRECT-A.
           IF NC247A-COUNT IS EQUAL TO ZERO
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       PERF-AFTER-TEST-01.
           MOVE 'INLINE TEST AFTER' TO FEATURE.
           MOVE 'PERF-AFTER-TEST-01' TO PAR-NAME.
           MOVE 'UNTIL TRUE ON ENTRY - ONCE' TO RE-MARK.
           MOVE ZERO TO NC247A-COUNT.
           MOVE 'YES' TO NC247A-LIMIT-SW.
           PERFORM WITH TEST AFTER UNTIL NC247A-OVER-LIMIT
               ADD 1 TO NC247A-COUNT
           END-PERFORM.
           MOVE 'NO' TO NC247A-LIMIT-SW.
           MOVE NC247A-COUNT TO COMPUTED-A.
           MOVE '0001' TO CORRECT-A.
           IF NC247A-COUNT IS EQUAL TO 1
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       PERF-VARY-TEST-01.
           MOVE 'INLINE VARYING' TO FEATURE.
           MOVE 'PERF-VARY-TEST-01' TO PAR-NAME.
           MOVE 'TEST BEFORE, ENDS ONE PAST' TO RE-MARK.
           MOVE ZERO TO NC247A-COUNT.
           PERFORM VARYING NC247A-IDX FROM 1 BY 1
                   UNTIL NC247A-IDX IS GREATER THAN 5
               ADD 1 TO NC247A-COUNT
           END-PERFORM.
           PERFORM SHOW-LOOP-RESULT.
           MOVE 'COUNT 0005 IDX 0006' TO CORRECT-A.
           IF NC247A-COUNT IS EQUAL TO 5
             AND NC247A-IDX IS EQUAL TO 6
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       PERF-VARY-TEST-02.
           MOVE 'INLINE VARYING' TO FEATURE.
           MOVE 'PERF-VARY-TEST-02' TO PAR-NAME.
           MOVE 'TEST AFTER, ENDS ON LIMIT' TO RE-MARK.
           MOVE ZERO TO NC247A-COUNT.
           PERFORM WITH TEST AFTER
                   VARYING NC247A-IDX FROM 1 BY 1
                   UNTIL NC247A-IDX IS EQUAL TO 5
               ADD 1 TO NC247A-COUNT
           END-PERFORM.
           PERFORM SHOW-LOOP-RESULT.
           MOVE 'COUNT 0005 IDX 0005' TO CORRECT-A.
           IF NC247A-COUNT IS EQUAL TO 5
             AND NC247A-IDX IS EQUAL TO 5
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       PERF-TIMES-TEST-01.
           MOVE 'INLINE TIMES' TO FEATURE.
           MOVE 'PERF-TIMES-TEST-01' TO PAR-NAME.
           MOVE 'COUNT FIXED AT ENTRY' TO RE-MARK.
           MOVE ZERO TO NC247A-COUNT.
           MOVE 3 TO NC247A-TIMES.
           PERFORM NC247A-TIMES TIMES
               ADD 1 TO NC247A-COUNT
               ADD 1 TO NC247A-TIMES
           END-PERFORM.
           MOVE NC247A-COUNT TO COMPUTED-A.
           MOVE '0003' TO CORRECT-A.
           IF NC247A-COUNT IS EQUAL TO 3
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.

       PERF-THRU-TEST-01.
           MOVE 'PERFORM THRU' TO FEATURE.
           MOVE 'PERF-THRU-TEST-01' TO PAR-NAME.
           MOVE 'WHOLE RANGE RUNS IN ORDER' TO RE-MARK.
           PERFORM CLEAR-TRACE.
           MOVE 'NO' TO NC247A-EARLY-SW.
           PERFORM THRU-RANGE-A THRU THRU-RANGE-EXIT.
           MOVE 'Z' TO NC247A-MARK.
           PERFORM ADD-TRACE-MARK.
           MOVE NC247A-TRACE TO COMPUTED-A.
           MOVE 'ABCZ' TO CORRECT-A.
           IF NC247A-TRACE IS EQUAL TO 'ABCZ'
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       PERF-THRU-TEST-02.
           MOVE 'PERFORM THRU GO TO' TO FEATURE.
           MOVE 'PERF-THRU-TEST-02' TO PAR-NAME.
           MOVE 'GO TO EXIT, RETURNS TO CALLER' TO RE-MARK.
           PERFORM CLEAR-TRACE.
           MOVE 'YES' TO NC247A-EARLY-SW.
           PERFORM THRU-RANGE-A THRU THRU-RANGE-EXIT.
           MOVE 'NO' TO NC247A-EARLY-SW.
           MOVE 'Z' TO NC247A-MARK.
           PERFORM ADD-TRACE-MARK.
           MOVE NC247A-TRACE TO COMPUTED-A.
           MOVE 'AZ' TO CORRECT-A.
           IF NC247A-TRACE IS EQUAL TO 'AZ'
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.

       GOTO-DEP-TEST-01.
           MOVE 'GO TO DEPENDING' TO FEATURE.
           MOVE 'GOTO-DEP-TEST-01' TO PAR-NAME.
           MOVE 'SELECTOR 2 OF 3' TO RE-MARK.
           PERFORM CLEAR-TRACE.
           MOVE 2 TO NC247A-GO-SEL.
           PERFORM GO-DEP-SWITCH THRU GO-DEP-EXIT.
           MOVE NC247A-TRACE TO COMPUTED-A.
           MOVE '2' TO CORRECT-A.
           IF NC247A-TRACE IS EQUAL TO '2'
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       GOTO-DEP-TEST-02.
           MOVE 'GO TO DEPENDING' TO FEATURE.
           MOVE 'GOTO-DEP-TEST-02' TO PAR-NAME.
           MOVE 'SELECTOR 4 - FALLS THROUGH' TO RE-MARK.
           PERFORM CLEAR-TRACE.
           MOVE 4 TO NC247A-GO-SEL.
           PERFORM GO-DEP-SWITCH THRU GO-DEP-EXIT.
           MOVE NC247A-TRACE TO COMPUTED-A.
           MOVE 'F' TO CORRECT-A.
           IF NC247A-TRACE IS EQUAL TO 'F'
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       GOTO-DEP-TEST-03.
           MOVE 'GO TO DEPENDING' TO FEATURE.
           MOVE 'GOTO-DEP-TEST-03' TO PAR-NAME.
           MOVE 'SELECTOR 0 - FALLS THROUGH' TO RE-MARK.
           PERFORM CLEAR-TRACE.
           MOVE ZERO TO NC247A-GO-SEL.
           PERFORM GO-DEP-SWITCH THRU GO-DEP-EXIT.
           MOVE NC247A-TRACE TO COMPUTED-A.
           MOVE 'F' TO CORRECT-A.
           IF NC247A-TRACE IS EQUAL TO 'F'
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.

       NESTED-PERF-TEST-01.
           MOVE 'NESTED PERFORM' TO FEATURE.
           MOVE 'NESTED-PERF-TEST-01' TO PAR-NAME.
           MOVE 'RANGE INSIDE A RANGE' TO RE-MARK.
           PERFORM CLEAR-TRACE.
           PERFORM NEST-OUTER.
           MOVE NC247A-TRACE TO COMPUTED-A.
           MOVE 'OIJP' TO CORRECT-A.
           IF NC247A-TRACE IS EQUAL TO 'OIJP'
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       NESTED-PERF-TEST-02.
           MOVE 'NESTED VARYING' TO FEATURE.
           MOVE 'NESTED-PERF-TEST-02' TO PAR-NAME.
           MOVE '3 ROWS OF 4 CELLS' TO RE-MARK.
           MOVE ZERO TO NC247A-COUNT.
           PERFORM NEST-ROW VARYING NC247A-OUTER FROM 1 BY 1
               UNTIL NC247A-OUTER IS GREATER THAN 3.
           MOVE NC247A-COUNT TO COMPUTED-A.
           MOVE '0012' TO CORRECT-A.
           IF NC247A-COUNT IS EQUAL TO 12
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       NESTED-PERF-TEST-03.
           MOVE 'VARYING AFTER' TO FEATURE.
           MOVE 'NESTED-PERF-TEST-03' TO PAR-NAME.
           MOVE 'SAME GRID WITH AFTER PHRASE' TO RE-MARK.
           MOVE ZERO TO NC247A-COUNT.
           PERFORM NEST-CELL
               VARYING NC247A-OUTER FROM 1 BY 1
                   UNTIL NC247A-OUTER IS GREATER THAN 3
               AFTER NC247A-INNER FROM 1 BY 1
                   UNTIL NC247A-INNER IS GREATER THAN 4.
           MOVE NC247A-COUNT TO COMPUTED-A.
           MOVE '0012' TO CORRECT-A.
           IF NC247A-COUNT IS EQUAL TO 12
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.

       CONTINUE-TEST-01.
           MOVE 'CONTINUE' TO FEATURE.
           MOVE 'CONTINUE-TEST-01' TO PAR-NAME.
           MOVE 'REST OF SENTENCE RUNS' TO RE-MARK.
           PERFORM CLEAR-TRACE.
           MOVE 5 TO NC247A-AMT.
           IF NC247A-AMT IS GREATER THAN ZERO
               CONTINUE
           ELSE
               MOVE 'E' TO NC247A-MARK
               PERFORM ADD-TRACE-MARK
           END-IF
           MOVE 'C' TO NC247A-MARK
           PERFORM ADD-TRACE-MARK.
           MOVE 'N' TO NC247A-MARK.
           PERFORM ADD-TRACE-MARK.
           MOVE NC247A-TRACE TO COMPUTED-A.
           MOVE 'CN' TO CORRECT-A.
           IF NC247A-TRACE IS EQUAL TO 'CN'
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       NEXT-SENT-TEST-01.
           MOVE 'NEXT SENTENCE' TO FEATURE.
           MOVE 'NEXT-SENT-TEST-01' TO PAR-NAME.
           MOVE 'REST OF SENTENCE SKIPPED' TO RE-MARK.
           PERFORM CLEAR-TRACE.
           MOVE 5 TO NC247A-AMT.
           IF NC247A-AMT IS GREATER THAN ZERO
               NEXT SENTENCE
           ELSE
               MOVE 'E' TO NC247A-MARK
               PERFORM ADD-TRACE-MARK
           END-IF
           MOVE 'C' TO NC247A-MARK
           PERFORM ADD-TRACE-MARK.
           MOVE 'N' TO NC247A-MARK.
           PERFORM ADD-TRACE-MARK.
           MOVE NC247A-TRACE TO COMPUTED-A.
           MOVE 'N' TO CORRECT-A.
           IF NC247A-TRACE IS EQUAL TO 'N'
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.

       CLOSE-FILES.
           PERFORM END-ROUTINE.
           CLOSE PRINT-FILE EXPORT-FILE.
           IF ERROR-COUNTER IS NOT EQUAL TO ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE.
           STOP RUN.

       NC247A-SUPPORT SECTION.

      * The ALSO table the EVALUATE tests select from.  Branch 9 is
      * WHEN OTHER; zero means no branch was taken at all.
       EVAL-CODE-AND-AMT.
           MOVE ZERO TO NC247A-BRANCH.
           EVALUATE NC247A-CODE ALSO NC247A-AMT
               WHEN 'A' ALSO 1 THRU 10
                   MOVE 1 TO NC247A-BRANCH
               WHEN 'A' ALSO 11 THRU 99
                   MOVE 2 TO NC247A-BRANCH
               WHEN 'B' ALSO 1 THRU 10
                   MOVE 3 TO NC247A-BRANCH
               WHEN ANY ALSO 100
                   MOVE 4 TO NC247A-BRANCH
               WHEN 'C' ALSO ANY
                   MOVE 5 TO NC247A-BRANCH
               WHEN NOT 'D' ALSO -5
                   MOVE 6 TO NC247A-BRANCH
               WHEN OTHER
                   MOVE 9 TO NC247A-BRANCH
           END-EVALUATE.

       SHOW-LOOP-RESULT.
           MOVE NC247A-COUNT TO NC247A-LR-COUNT.
           MOVE NC247A-IDX TO NC247A-LR-IDX.
           MOVE NC247A-LOOP-RESULT TO COMPUTED-A.

       CLEAR-TRACE.
           MOVE SPACES TO NC247A-TRACE.
           MOVE 1 TO NC247A-TRACE-PTR.

       ADD-TRACE-MARK.
           IF NC247A-TRACE-PTR IS NOT GREATER THAN 10
               MOVE NC247A-MARK TO NC247A-TRACE (NC247A-TRACE-PTR:1)
               ADD 1 TO NC247A-TRACE-PTR.

      * A three-paragraph PERFORM THRU range.  With the early switch
      * on, the first paragraph leaves by GO TO the exit and control
      * must still return to the statement after the PERFORM.
       THRU-RANGE-A.
           MOVE 'A' TO NC247A-MARK.
           PERFORM ADD-TRACE-MARK.
           IF NC247A-LEAVE-EARLY
               GO TO THRU-RANGE-EXIT.
       THRU-RANGE-B.
           MOVE 'B' TO NC247A-MARK.
           PERFORM ADD-TRACE-MARK.
       THRU-RANGE-C.
           MOVE 'C' TO NC247A-MARK.
           PERFORM ADD-TRACE-MARK.
       THRU-RANGE-EXIT.
           EXIT.

      * GO TO DEPENDING ON with three targets.  A selector outside 1
      * through 3 must fall through to the next statement.
       GO-DEP-SWITCH.
           GO TO GO-DEP-ONE GO-DEP-TWO GO-DEP-THREE
               DEPENDING ON NC247A-GO-SEL.
           MOVE 'F' TO NC247A-MARK.
           PERFORM ADD-TRACE-MARK.
           GO TO GO-DEP-EXIT.
       GO-DEP-ONE.
           MOVE '1' TO NC247A-MARK.
           PERFORM ADD-TRACE-MARK.
           GO TO GO-DEP-EXIT.
       GO-DEP-TWO.
           MOVE '2' TO NC247A-MARK.
           PERFORM ADD-TRACE-MARK.
           GO TO GO-DEP-EXIT.
       GO-DEP-THREE.
           MOVE '3' TO NC247A-MARK.
           PERFORM ADD-TRACE-MARK.
       GO-DEP-EXIT.
           EXIT.

       NEST-OUTER.
           MOVE 'O' TO NC247A-MARK.
           PERFORM ADD-TRACE-MARK.
           PERFORM NEST-INNER-I THRU NEST-INNER-J.
           MOVE 'P' TO NC247A-MARK.
           PERFORM ADD-TRACE-MARK.
       NEST-INNER-I.
           MOVE 'I' TO NC247A-MARK.
           PERFORM ADD-TRACE-MARK.
       NEST-INNER-J.
           MOVE 'J' TO NC247A-MARK.
           PERFORM ADD-TRACE-MARK.

       NEST-ROW.
           PERFORM NEST-CELL VARYING NC247A-INNER FROM 1 BY 1
               UNTIL NC247A-INNER IS GREATER THAN 4.
       NEST-CELL.
           ADD 1 TO NC247A-COUNT.

       PASS.
           MOVE 'PASS ' TO P-OR-F.
           ADD 1 TO PASS-COUNTER.
       FAIL.
           MOVE 'FAIL*' TO P-OR-F.
           ADD 1 TO ERROR-COUNTER.
       PRINT-DETAIL.
           MOVE TEST-RESULTS TO PRINT-REC.
           PERFORM WRITE-LINE.
           PERFORM WRITE-EXPORT-RECORD.
           MOVE SPACE TO P-OR-F COMPUTED-A CORRECT-A
               RE-MARK FEATURE.
       WRITE-LINE.
           WRITE PRINT-REC AFTER ADVANCING 1 LINE.


      * One machine-readable record per test, in the same comma-
      * separated shape NC240A's export file carries.
       WRITE-EXPORT-RECORD.
           MOVE SPACES TO EXPORT-LINE.
           STRING PAR-NAME        DELIMITED BY SIZE
                  ','             DELIMITED BY SIZE
                  FEATURE         DELIMITED BY SIZE
                  ','             DELIMITED BY SIZE
                  P-OR-F          DELIMITED BY SIZE
                  ','             DELIMITED BY SIZE
                  COMPUTED-A      DELIMITED BY SIZE
                  ','             DELIMITED BY SIZE
                  CORRECT-A       DELIMITED BY SIZE
               INTO EXPORT-LINE.
           MOVE EXPORT-LINE TO EXPORT-REC.
           WRITE EXPORT-REC.


       END-ROUTINE.
           MOVE HYPHEN-LINE TO PRINT-REC.
           PERFORM WRITE-LINE.
           MOVE SPACES TO PRINT-REC.
           PERFORM WRITE-LINE.
           MOVE CCVS-E-1 TO PRINT-REC.
           PERFORM WRITE-LINE.
           ADD ERROR-COUNTER TO ERROR-HOLD.
           ADD DELETE-COUNTER TO ERROR-HOLD.
           ADD INSPECT-COUNTER TO ERROR-HOLD.
           ADD PASS-COUNTER TO ERROR-HOLD.
           IF ERROR-COUNTER IS EQUAL TO ZERO
               MOVE 'NO ' TO ERROR-TOTAL
           ELSE
               MOVE ERROR-COUNTER TO ERROR-TOTAL.
           MOVE 'TEST(S) FAILED' TO ENDER-DESC.
           MOVE CCVS-E-2 TO PRINT-REC.
           PERFORM WRITE-LINE.
           IF DELETE-COUNTER IS EQUAL TO ZERO
               MOVE 'NO ' TO ERROR-TOTAL
           ELSE
               MOVE DELETE-COUNTER TO ERROR-TOTAL.
           MOVE 'TEST(S) DELETED     ' TO ENDER-DESC.
           MOVE CCVS-E-2 TO PRINT-REC.
           PERFORM WRITE-LINE.
           IF INSPECT-COUNTER IS EQUAL TO ZERO
               MOVE 'NO ' TO ERROR-TOTAL
           ELSE
               MOVE INSPECT-COUNTER TO ERROR-TOTAL.
           MOVE 'TEST(S) REQUIRE INSPECTION' TO ENDER-DESC.
           MOVE CCVS-E-2 TO PRINT-REC.
           PERFORM WRITE-LINE.
           MOVE PASS-COUNTER TO CCVS-E-4-1.
           MOVE ERROR-HOLD TO CCVS-E-4-2.
           MOVE CCVS-E-4 TO CCVS-E-2-2.
           MOVE CCVS-E-2 TO PRINT-REC.
           PERFORM WRITE-LINE.
