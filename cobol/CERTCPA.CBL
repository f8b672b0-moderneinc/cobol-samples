000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           CERTCPA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAN-CARD-FILE ASSIGN TO PLANCRD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTCPA-CRD-STATUS.
           SELECT STATE-A ASSIGN TO STATEA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTCPA-STA-STATUS.
           SELECT STATE-B ASSIGN TO STATEB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTCPA-STB-STATUS.
           SELECT STATE-C ASSIGN TO STATEC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTCPA-STC-STATUS.
           SELECT STATE-D ASSIGN TO STATED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTCPA-STD-STATUS.
           SELECT DEPEND-FILE ASSIGN TO DEPFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTCPA-DEP-STATUS.
           SELECT TIMING-HISTORY ASSIGN TO TIMHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTCPA-HIST-STATUS.
           SELECT PLAN-REPORT ASSIGN TO PLANRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      * What-if cards, each answered on its own against the
      * current plan and then all of them together:
      *   MOVE     step     s    run the step in stream s (A-D)
      *   VOLUME   ppp xx xx ..  generated input at ppp percent of
      *                          today's volume for the series
      *                          named (default SQ ST IX), and the
      *                          CERTGEN steps themselves
      *   DROP     series        leave the series out of the night
      *                          (a CERTCKPT group such as SQST, or
      *                          a two-letter program prefix)
      * Comment cards start with '*'.
       FD  PLAN-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  PLAN-CARD-REC           PIC X(80).

      * The four stream state datasets from the last full night:
      * which steps each stream ran, in what order, and their
      * programs and CERTCKPT groups.
       FD  STATE-A
           LABEL RECORDS ARE STANDARD.
       01  STATE-A-REC             PIC X(80).

       FD  STATE-B
           LABEL RECORDS ARE STANDARD.
       01  STATE-B-REC             PIC X(80).

       FD  STATE-C
           LABEL RECORDS ARE STANDARD.
       01  STATE-C-REC             PIC X(80).

       FD  STATE-D
           LABEL RECORDS ARE STANDARD.
       01  STATE-D-REC             PIC X(80).

      * The CERTDEP dependency dataset: step 1-8, predecessor
      * 10-17, one record per edge; comments start with '*'.
       FD  DEPEND-FILE
           LABEL RECORDS ARE STANDARD.
       01  DEPEND-REC.
           02 DEP-STEP-NAME        PIC X(8).
           02 FILLER               PIC X(1).
           02 DEP-PRED-NAME        PIC X(8).
           02 FILLER               PIC X(63).

      * CERTTIM's step timing history: date 1-8, step 10-17,
      * program 19-27, elapsed seconds 29-34, appended nightly.
       FD  TIMING-HISTORY
           LABEL RECORDS ARE STANDARD.
       01  TIMING-HISTORY-REC.
           02 TIMH-RUN-DATE        PIC 9(8).
           02 FILLER               PIC X(1).
           02 TIMH-STEP-NAME       PIC X(8).
           02 FILLER               PIC X(1).
           02 TIMH-PROGRAM         PIC X(9).
           02 FILLER               PIC X(1).
           02 TIMH-ELAPSED         PIC 9(6).
           02 FILLER               PIC X(46).

       FD  PLAN-REPORT
           LABEL RECORDS ARE STANDARD.
       01  PLAN-REPORT-REC         PIC X(120).

       WORKING-STORAGE SECTION.
       01  CERTCPA-CRD-STATUS      PIC XX  VALUE '00'.
       01  CERTCPA-STA-STATUS      PIC XX  VALUE '00'.
       01  CERTCPA-STB-STATUS      PIC XX  VALUE '00'.
       01  CERTCPA-STC-STATUS      PIC XX  VALUE '00'.
       01  CERTCPA-STD-STATUS      PIC XX  VALUE '00'.
       01  CERTCPA-DEP-STATUS      PIC XX  VALUE '00'.
       01  CERTCPA-HIST-STATUS     PIC XX  VALUE '00'.
       01  CERTCPA-EOF-SW          PIC X(3) VALUE 'NO'.
           88 CERTCPA-AT-EOF             VALUE 'YES'.
       01  CERTCPA-FOUND-SW        PIC X(3) VALUE 'NO'.
           88 CERTCPA-STEP-FOUND         VALUE 'YES'.
       01  CERTCPA-CHANGED-SW      PIC X(3) VALUE 'NO'.
           88 CERTCPA-PASS-CHANGED       VALUE 'YES'.
       01  CERTCPA-DEADLOCK-SW     PIC X(3) VALUE 'NO'.
           88 CERTCPA-DEADLOCK           VALUE 'YES'.
       01  CERTCPA-MATCH-SW        PIC X(3) VALUE 'NO'.
           88 CERTCPA-SERIES-MATCH       VALUE 'YES'.
       01  CERTCPA-WHAT-IF-SW      PIC X(3) VALUE 'NO'.
           88 CERTCPA-ANSWERING-WHAT-IF  VALUE 'YES'.
       01  CERTCPA-CUR-STREAM      PIC X(1) VALUE SPACE.
       01  CERTCPA-SEEK-STEP       PIC X(8) VALUE SPACE.
       01  CERTCPA-BEST-NAME       PIC X(8) VALUE SPACE.
       01  CERTCPA-CARD-ERRORS     PIC 9(3) VALUE ZERO.
       01  CERTCPA-NO-HIST-CNT     PIC 9(3) VALUE ZERO.
       01  CERTCPA-LOOSE-EDGE-CNT  PIC 9(3) VALUE ZERO.
       01  CERTCPA-DEADLOCK-CNT    PIC 9(3) VALUE ZERO.
       01  CERTCPA-PASS-CNT        PIC 9(3) VALUE ZERO.
       01  CERTCPA-REPORT-LINE     PIC X(120) VALUE SPACE.

      * The state record as CERTCKPT writes it.
       01  CERTCPA-STATE-REC.
           02 STATE-STEP-NAME      PIC X(8).
           02 FILLER               PIC X(1).
           02 STATE-PROGRAM        PIC X(9).
           02 FILLER               PIC X(1).
           02 STATE-STEP-RC        PIC 9(2).
           02 FILLER               PIC X(1).
           02 STATE-RUN-DATE       PIC 9(8).
           02 FILLER               PIC X(1).
           02 STATE-RUN-TIME       PIC 9(6).
           02 FILLER               PIC X(1).
           02 STATE-DISPOSITION    PIC X(10).
           02 FILLER               PIC X(1).
           02 STATE-GROUP          PIC X(8).
           02 FILLER               PIC X(22).

      * The what-if card being checked or applied.
       01  CERTCPA-CARD.
           02 CARD-FUNCTION        PIC X(8).
           02 FILLER               PIC X(1).
           02 CARD-OPERAND         PIC X(8).
           02 FILLER               PIC X(1).
           02 CARD-STREAM          PIC X(1).
              88 CARD-STREAM-VALID       VALUE 'A' 'B' 'C' 'D'.
           02 FILLER               PIC X(61).
       01  CERTCPA-VOLUME-CARD REDEFINES CERTCPA-CARD.
           02 FILLER               PIC X(9).
           02 CARD-PERCENT         PIC 9(3).
           02 CARD-SERIES-LIST.
              03 CARD-SERIES-ENTRY OCCURS 4 TIMES.
                 04 FILLER         PIC X(1).
                 04 CARD-SERIES    PIC X(2).
           02 FILLER               PIC X(56).

       01  CERTCPA-CARD-USED       PIC 9(2) VALUE ZERO.
       01  CERTCPA-CARD-SUB        PIC 9(2) VALUE ZERO.
       01  CERTCPA-APPLY-SUB       PIC 9(2) VALUE ZERO.
       01  CERTCPA-SERIES-SUB      PIC 9(1) VALUE ZERO.
       01  CERTCPA-CARD-TABLE.
           02 CERTCPA-CARD-IMAGE OCCURS 20 TIMES PIC X(80).

      * One entry per step of the streams.  The last 20 elapsed
      * times from the history give the median and the worst case;
      * MED-DUR and WORST-DUR are the times the scenario being
      * worked uses, DUR the one of them the current pass uses.
      * PREV is the step ahead of this one in its stream, PRED the
      * CERTDEP predecessors, BIND the one of those whose finish
      * this step actually waited for.
       01  CERTCPA-STEP-USED       PIC 9(3) VALUE ZERO.
       01  CERTCPA-STEP-SUB        PIC 9(3) VALUE ZERO.
       01  CERTCPA-OTHER-SUB       PIC 9(3) VALUE ZERO.
       01  CERTCPA-PRED-SUB        PIC 9(2) VALUE ZERO.
       01  CERTCPA-EDGE-SUB        PIC 9(3) VALUE ZERO.
       01  CERTCPA-STEP-TABLE.
           02 CERTCPA-STEP-ENTRY OCCURS 100 TIMES.
              03 CERTCPA-STEP-NAME      PIC X(8).
              03 CERTCPA-STEP-PGM       PIC X(9).
              03 CERTCPA-STEP-GROUP     PIC X(8).
              03 CERTCPA-BASE-STREAM    PIC X(1).
              03 CERTCPA-STREAM         PIC X(1).
              03 CERTCPA-DROP-SW        PIC X(1).
                 88 CERTCPA-STEP-DROPPED      VALUE 'Y'.
              03 CERTCPA-SAMPLE-CNT     PIC 9(5).
              03 CERTCPA-SAMPLE         PIC 9(6) OCCURS 20 TIMES.
              03 CERTCPA-MEDIAN         PIC 9(6).
              03 CERTCPA-WORST          PIC 9(6).
              03 CERTCPA-MED-DUR        PIC 9(7).
              03 CERTCPA-WORST-DUR      PIC 9(7).
              03 CERTCPA-DUR            PIC 9(7).
              03 CERTCPA-PRED-CNT       PIC 9(2).
              03 CERTCPA-PRED-STEP      PIC 9(3) OCCURS 20 TIMES.
              03 CERTCPA-PREV-SUB       PIC 9(3).
              03 CERTCPA-BIND-SUB       PIC 9(3).
              03 CERTCPA-EF             PIC 9(7).
              03 CERTCPA-LF             PIC 9(7).
              03 CERTCPA-MED-EF         PIC 9(7).
              03 CERTCPA-MED-SLACK      PIC 9(7).
              03 CERTCPA-WORST-SLACK    PIC 9(7).

      * Sort work for the median: entry 1 is a zero that stops the
      * insertion scan, the samples sit in 2 onward.
       01  CERTCPA-SORT-CNT        PIC 9(2) VALUE ZERO.
       01  CERTCPA-SORT-SUB        PIC 9(2) VALUE ZERO.
       01  CERTCPA-SORT-HOLE       PIC 9(2) VALUE ZERO.
       01  CERTCPA-SORT-KEY        PIC 9(6) VALUE ZERO.
       01  CERTCPA-SORT-MID        PIC 9(2) VALUE ZERO.
       01  CERTCPA-SORT-QUOT       PIC 9(5) VALUE ZERO.
       01  CERTCPA-SORT-REM        PIC 9(2) VALUE ZERO.
       01  CERTCPA-SORT-TABLE.
           02 CERTCPA-SORT-TIME    PIC 9(6) OCCURS 21 TIMES.

      * Working figures of one scenario.
       01  CERTCPA-START           PIC 9(7) VALUE ZERO.
       01  CERTCPA-FINISH          PIC 9(7) VALUE ZERO.
       01  CERTCPA-LATEST-START    PIC S9(7) VALUE ZERO.
       01  CERTCPA-BIND            PIC 9(3) VALUE ZERO.
       01  CERTCPA-MAKESPAN        PIC 9(7) VALUE ZERO.
       01  CERTCPA-END-SUB         PIC 9(3) VALUE ZERO.
       01  CERTCPA-MED-MAKESPAN    PIC 9(7) VALUE ZERO.
       01  CERTCPA-WORST-MAKESPAN  PIC 9(7) VALUE ZERO.
       01  CERTCPA-BASE-MED-SPAN   PIC 9(7) VALUE ZERO.
       01  CERTCPA-BASE-WORST-SPAN PIC 9(7) VALUE ZERO.
       01  CERTCPA-DELTA           PIC S9(7) VALUE ZERO.
       01  CERTCPA-DELTA-DISP      PIC +(6)9.
       01  CERTCPA-SECS-DISP       PIC ZZZZZZ9.
       01  CERTCPA-LOAD-A          PIC 9(7) VALUE ZERO.
       01  CERTCPA-LOAD-B          PIC 9(7) VALUE ZERO.
       01  CERTCPA-LOAD-C          PIC 9(7) VALUE ZERO.
       01  CERTCPA-LOAD-D          PIC 9(7) VALUE ZERO.
       01  CERTCPA-CLOCK-SECS      PIC 9(7) VALUE ZERO.
       01  CERTCPA-CLOCK-REST      PIC 9(7) VALUE ZERO.
       01  CERTCPA-CLOCK.
           02 CERTCPA-CLOCK-HH     PIC 9(3).
           02 FILLER               PIC X(1) VALUE ':'.
           02 CERTCPA-CLOCK-MM     PIC 9(2).
           02 FILLER               PIC X(1) VALUE ':'.
           02 CERTCPA-CLOCK-SS     PIC 9(2).

      * The critical path, gathered finish-first along BIND.
       01  CERTCPA-CHAIN-USED      PIC 9(3) VALUE ZERO.
       01  CERTCPA-CHAIN-SUB       PIC 9(3) VALUE ZERO.
       01  CERTCPA-CHAIN-TABLE.
           02 CERTCPA-CHAIN-STEP   PIC 9(3) OCCURS 100 TIMES.

       PROCEDURE DIVISION.

      * Critical-path planner for the night window.  The streams
      * CERTRUNA-D run side by side, each running its own steps
      * one after another; CERTDEP's edges make a step also wait
      * for its predecessors in other streams.  Given each step's
      * median and worst elapsed time from the CERTTIM history,
      * the plan works out when every step can finish, which chain
      * of steps sets the finish of the night (the critical path),
      * and how long every other step could run late before it
      * would move that finish (its slack) - once on median times,
      * once on worst-case times.  The what-if cards are then each
      * answered against that plan, and all together: the new
      * finish, the change, the stream loads and the new critical
      * path, so the next stream re-balancing starts from figures.
      * RC=16 when no stream state could be read; RC=12 when the
      * current plan deadlocks (a step waits for one that runs
      * after it in its own stream); RC=8 when a what-if card was
      * rejected; RC=4 when a step has no history, a CERTDEP edge
      * names a step not in the streams, or a what-if deadlocks;
      * RC=0 otherwise.
       MAINLINE.
           OPEN OUTPUT PLAN-REPORT.
           MOVE 'NIGHT WINDOW CRITICAL-PATH PLAN' TO PLAN-REPORT-REC.
           WRITE PLAN-REPORT-REC.
           PERFORM LOAD-STREAM-STEPS.
           IF CERTCPA-STEP-USED EQUAL TO ZERO
               MOVE 'NO STREAM STATE DATASET COULD BE READ - NO PLAN'
                   TO PLAN-REPORT-REC
               WRITE PLAN-REPORT-REC
               CLOSE PLAN-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK.
           PERFORM LOAD-TIMING-HISTORY.
           PERFORM COMPUTE-STEP-TIMES.
           PERFORM LOAD-DEPENDENCIES.
           PERFORM LOAD-PLAN-CARDS.
           PERFORM RESET-SCENARIO.
           PERFORM EVALUATE-SCENARIO.
           MOVE CERTCPA-MED-MAKESPAN TO CERTCPA-BASE-MED-SPAN.
           MOVE CERTCPA-WORST-MAKESPAN TO CERTCPA-BASE-WORST-SPAN.
           PERFORM WRITE-CURRENT-PLAN.
           IF CERTCPA-DEADLOCK
               CLOSE PLAN-REPORT
               MOVE 12 TO RETURN-CODE
               GOBACK.
           SET CERTCPA-ANSWERING-WHAT-IF TO TRUE.
           MOVE ZERO TO CERTCPA-CARD-SUB.
           PERFORM ANSWER-ONE-WHAT-IF
               UNTIL CERTCPA-CARD-SUB NOT LESS THAN CERTCPA-CARD-USED.
           IF CERTCPA-CARD-USED IS GREATER THAN 1
               PERFORM ANSWER-ALL-WHAT-IFS.
           CLOSE PLAN-REPORT.
           IF CERTCPA-CARD-ERRORS NOT EQUAL TO ZERO
               MOVE 8 TO RETURN-CODE
           ELSE IF CERTCPA-NO-HIST-CNT NOT EQUAL TO ZERO
             OR CERTCPA-LOOSE-EDGE-CNT NOT EQUAL TO ZERO
             OR CERTCPA-DEADLOCK-CNT NOT EQUAL TO ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           END-IF.
           GOBACK.

      * A step keeps the stream it was first seen in; its STARTED,
      * COMPLETED and any rerun records add nothing more.
       LOAD-STREAM-STEPS.
           MOVE 'A' TO CERTCPA-CUR-STREAM.
           OPEN INPUT STATE-A.
           IF CERTCPA-STA-STATUS EQUAL TO '00'
               PERFORM READ-STATE-A UNTIL CERTCPA-AT-EOF
               CLOSE STATE-A.
           MOVE 'NO' TO CERTCPA-EOF-SW.
           MOVE 'B' TO CERTCPA-CUR-STREAM.
           OPEN INPUT STATE-B.
           IF CERTCPA-STB-STATUS EQUAL TO '00'
               PERFORM READ-STATE-B UNTIL CERTCPA-AT-EOF
               CLOSE STATE-B.
           MOVE 'NO' TO CERTCPA-EOF-SW.
           MOVE 'C' TO CERTCPA-CUR-STREAM.
           OPEN INPUT STATE-C.
           IF CERTCPA-STC-STATUS EQUAL TO '00'
               PERFORM READ-STATE-C UNTIL CERTCPA-AT-EOF
               CLOSE STATE-C.
           MOVE 'NO' TO CERTCPA-EOF-SW.
           MOVE 'D' TO CERTCPA-CUR-STREAM.
           OPEN INPUT STATE-D.
           IF CERTCPA-STD-STATUS EQUAL TO '00'
               PERFORM READ-STATE-D UNTIL CERTCPA-AT-EOF
               CLOSE STATE-D.
           MOVE 'NO' TO CERTCPA-EOF-SW.

       READ-STATE-A.
           READ STATE-A
               AT END SET CERTCPA-AT-EOF TO TRUE
               NOT AT END
                   MOVE STATE-A-REC TO CERTCPA-STATE-REC
                   PERFORM POST-STREAM-STEP.

       READ-STATE-B.
           READ STATE-B
               AT END SET CERTCPA-AT-EOF TO TRUE
               NOT AT END
                   MOVE STATE-B-REC TO CERTCPA-STATE-REC
                   PERFORM POST-STREAM-STEP.

       READ-STATE-C.
           READ STATE-C
               AT END SET CERTCPA-AT-EOF TO TRUE
               NOT AT END
                   MOVE STATE-C-REC TO CERTCPA-STATE-REC
                   PERFORM POST-STREAM-STEP.

       READ-STATE-D.
           READ STATE-D
               AT END SET CERTCPA-AT-EOF TO TRUE
               NOT AT END
                   MOVE STATE-D-REC TO CERTCPA-STATE-REC
                   PERFORM POST-STREAM-STEP.

       POST-STREAM-STEP.
           MOVE STATE-STEP-NAME TO CERTCPA-SEEK-STEP.
           PERFORM LOCATE-STEP.
           IF NOT CERTCPA-STEP-FOUND
             AND STATE-STEP-NAME NOT EQUAL TO SPACES
             AND CERTCPA-STEP-USED IS LESS THAN 100
               ADD 1 TO CERTCPA-STEP-USED
               MOVE CERTCPA-STEP-USED TO CERTCPA-STEP-SUB
               MOVE STATE-STEP-NAME
                   TO CERTCPA-STEP-NAME (CERTCPA-STEP-SUB)
               MOVE STATE-PROGRAM
                   TO CERTCPA-STEP-PGM (CERTCPA-STEP-SUB)
               MOVE STATE-GROUP
                   TO CERTCPA-STEP-GROUP (CERTCPA-STEP-SUB)
               MOVE CERTCPA-CUR-STREAM
                   TO CERTCPA-BASE-STREAM (CERTCPA-STEP-SUB)
               MOVE ZERO TO CERTCPA-SAMPLE-CNT (CERTCPA-STEP-SUB)
               MOVE ZERO TO CERTCPA-PRED-CNT (CERTCPA-STEP-SUB).

      * Looks CERTCPA-SEEK-STEP up; CERTCPA-STEP-SUB is left on the
      * entry when it is found.
       LOCATE-STEP.
           MOVE 'NO' TO CERTCPA-FOUND-SW.
           MOVE ZERO TO CERTCPA-STEP-SUB.
           PERFORM LOCATE-STEP-SCAN
               UNTIL CERTCPA-STEP-FOUND
                  OR CERTCPA-STEP-SUB NOT LESS THAN CERTCPA-STEP-USED.

       LOCATE-STEP-SCAN.
           ADD 1 TO CERTCPA-STEP-SUB.
           IF CERTCPA-STEP-NAME (CERTCPA-STEP-SUB) EQUAL TO
                   CERTCPA-SEEK-STEP
               SET CERTCPA-STEP-FOUND TO TRUE.

      * The history is appended a night at a time, so writing each
      * time into slot (count mod 20) keeps the last 20 nights.
       LOAD-TIMING-HISTORY.
           OPEN INPUT TIMING-HISTORY.
           IF CERTCPA-HIST-STATUS EQUAL TO '00'
               PERFORM READ-ONE-HISTORY-RECORD UNTIL CERTCPA-AT-EOF
               CLOSE TIMING-HISTORY.
           MOVE 'NO' TO CERTCPA-EOF-SW.

       READ-ONE-HISTORY-RECORD.
           READ TIMING-HISTORY
               AT END SET CERTCPA-AT-EOF TO TRUE
               NOT AT END
                   MOVE TIMH-STEP-NAME TO CERTCPA-SEEK-STEP
                   PERFORM LOCATE-STEP
                   IF CERTCPA-STEP-FOUND
                     AND TIMH-ELAPSED IS NUMERIC
                       PERFORM POST-HISTORY-SAMPLE
                   END-IF.

       POST-HISTORY-SAMPLE.
           DIVIDE CERTCPA-SAMPLE-CNT (CERTCPA-STEP-SUB) BY 20
               GIVING CERTCPA-SORT-QUOT
               REMAINDER CERTCPA-SORT-REM.
           ADD 1 TO CERTCPA-SORT-REM.
           MOVE TIMH-ELAPSED
               TO CERTCPA-SAMPLE (CERTCPA-STEP-SUB CERTCPA-SORT-REM).
           ADD 1 TO CERTCPA-SAMPLE-CNT (CERTCPA-STEP-SUB).

       COMPUTE-STEP-TIMES.
           MOVE ZERO TO CERTCPA-STEP-SUB.
           PERFORM COMPUTE-ONE-STEP-TIMES
               UNTIL CERTCPA-STEP-SUB NOT LESS THAN CERTCPA-STEP-USED.

      * A step with no history is planned at zero and flagged.
       COMPUTE-ONE-STEP-TIMES.
           ADD 1 TO CERTCPA-STEP-SUB.
           MOVE ZERO TO CERTCPA-MEDIAN (CERTCPA-STEP-SUB).
           MOVE ZERO TO CERTCPA-WORST (CERTCPA-STEP-SUB).
           IF CERTCPA-SAMPLE-CNT (CERTCPA-STEP-SUB) EQUAL TO ZERO
               ADD 1 TO CERTCPA-NO-HIST-CNT
           ELSE
               PERFORM SORT-STEP-SAMPLES
               PERFORM TAKE-MEDIAN-AND-WORST.

       SORT-STEP-SAMPLES.
           IF CERTCPA-SAMPLE-CNT (CERTCPA-STEP-SUB) IS GREATER THAN 20
               MOVE 20 TO CERTCPA-SORT-CNT
           ELSE
               MOVE CERTCPA-SAMPLE-CNT (CERTCPA-STEP-SUB)
                   TO CERTCPA-SORT-CNT.
           MOVE ZERO TO CERTCPA-SORT-TIME (1).
           MOVE ZERO TO CERTCPA-SORT-SUB.
           PERFORM COPY-ONE-SAMPLE
               UNTIL CERTCPA-SORT-SUB NOT LESS THAN CERTCPA-SORT-CNT.
           MOVE 2 TO CERTCPA-SORT-SUB.
           PERFORM INSERT-ONE-SAMPLE
               UNTIL CERTCPA-SORT-SUB IS GREATER THAN
                     CERTCPA-SORT-CNT.

       COPY-ONE-SAMPLE.
           ADD 1 TO CERTCPA-SORT-SUB.
           MOVE CERTCPA-SAMPLE (CERTCPA-STEP-SUB CERTCPA-SORT-SUB)
               TO CERTCPA-SORT-TIME (CERTCPA-SORT-SUB + 1).

      * Insertion sort on entries 2 onward; the zero in entry 1
      * ends the scan for the smallest time.
       INSERT-ONE-SAMPLE.
           ADD 1 TO CERTCPA-SORT-SUB.
           MOVE CERTCPA-SORT-TIME (CERTCPA-SORT-SUB)
               TO CERTCPA-SORT-KEY.
           MOVE CERTCPA-SORT-SUB TO CERTCPA-SORT-HOLE.
           PERFORM SHIFT-ONE-SAMPLE
               UNTIL CERTCPA-SORT-TIME (CERTCPA-SORT-HOLE - 1)
                     NOT GREATER THAN CERTCPA-SORT-KEY.
           MOVE CERTCPA-SORT-KEY
               TO CERTCPA-SORT-TIME (CERTCPA-SORT-HOLE).

       SHIFT-ONE-SAMPLE.
           MOVE CERTCPA-SORT-TIME (CERTCPA-SORT-HOLE - 1)
               TO CERTCPA-SORT-TIME (CERTCPA-SORT-HOLE).
           SUBTRACT 1 FROM CERTCPA-SORT-HOLE.

      * An even number of nights takes the mean of the middle two.
       TAKE-MEDIAN-AND-WORST.
           COMPUTE CERTCPA-SORT-MID = (CERTCPA-SORT-CNT + 1) / 2.
           DIVIDE CERTCPA-SORT-CNT BY 2
               GIVING CERTCPA-SORT-QUOT
               REMAINDER CERTCPA-SORT-REM.
           IF CERTCPA-SORT-REM EQUAL TO 1
               MOVE CERTCPA-SORT-TIME (CERTCPA-SORT-MID + 1)
                   TO CERTCPA-MEDIAN (CERTCPA-STEP-SUB)
           ELSE
               COMPUTE CERTCPA-MEDIAN (CERTCPA-STEP-SUB) =
                   (CERTCPA-SORT-TIME (CERTCPA-SORT-MID + 1)
                    + CERTCPA-SORT-TIME (CERTCPA-SORT-MID + 2)) / 2.
           MOVE CERTCPA-SORT-TIME (CERTCPA-SORT-CNT + 1)
               TO CERTCPA-WORST (CERTCPA-STEP-SUB).

      * An edge is kept only when both ends are steps of the
      * streams; any other is counted and reported.
       LOAD-DEPENDENCIES.
           OPEN INPUT DEPEND-FILE.
           IF CERTCPA-DEP-STATUS EQUAL TO '00'
               PERFORM READ-ONE-DEPENDENCY UNTIL CERTCPA-AT-EOF
               CLOSE DEPEND-FILE.
           MOVE 'NO' TO CERTCPA-EOF-SW.

       READ-ONE-DEPENDENCY.
           READ DEPEND-FILE
               AT END SET CERTCPA-AT-EOF TO TRUE
               NOT AT END
                   IF DEP-STEP-NAME (1:1) NOT EQUAL TO '*'
                     AND DEP-PRED-NAME NOT EQUAL TO SPACES
                       PERFORM POST-DEPENDENCY
                   END-IF.

       POST-DEPENDENCY.
           MOVE DEP-PRED-NAME TO CERTCPA-SEEK-STEP.
           PERFORM LOCATE-STEP.
           IF CERTCPA-STEP-FOUND
               MOVE CERTCPA-STEP-SUB TO CERTCPA-OTHER-SUB
               MOVE DEP-STEP-NAME TO CERTCPA-SEEK-STEP
               PERFORM LOCATE-STEP.
           IF NOT CERTCPA-STEP-FOUND
             OR CERTCPA-PRED-CNT (CERTCPA-STEP-SUB) NOT LESS THAN 20
               ADD 1 TO CERTCPA-LOOSE-EDGE-CNT
               MOVE SPACES TO CERTCPA-REPORT-LINE
               STRING 'CERTDEP EDGE ' DEP-STEP-NAME ' AFTER '
                   DEP-PRED-NAME ' NOT PLANNED - STEP NOT IN THE '
                   'STREAMS (OR OVER 20 PREDECESSORS)'
                   DELIMITED BY SIZE INTO CERTCPA-REPORT-LINE
               MOVE CERTCPA-REPORT-LINE TO PLAN-REPORT-REC
               WRITE PLAN-REPORT-REC
           ELSE
               ADD 1 TO CERTCPA-PRED-CNT (CERTCPA-STEP-SUB)
               MOVE CERTCPA-OTHER-SUB TO CERTCPA-PRED-STEP
                   (CERTCPA-STEP-SUB CERTCPA-PRED-CNT
                   (CERTCPA-STEP-SUB)).

       LOAD-PLAN-CARDS.
           OPEN INPUT PLAN-CARD-FILE.
           IF CERTCPA-CRD-STATUS EQUAL TO '00'
               PERFORM READ-ONE-PLAN-CARD UNTIL CERTCPA-AT-EOF
               CLOSE PLAN-CARD-FILE.
           MOVE 'NO' TO CERTCPA-EOF-SW.

       READ-ONE-PLAN-CARD.
           READ PLAN-CARD-FILE
               AT END SET CERTCPA-AT-EOF TO TRUE
               NOT AT END
                   IF PLAN-CARD-REC NOT EQUAL TO SPACES
                     AND PLAN-CARD-REC (1:1) NOT EQUAL TO '*'
                       PERFORM CHECK-PLAN-CARD
                           THRU CHECK-PLAN-CARD-EX
                   END-IF.

      * A rejected card is listed and left out of every scenario.
       CHECK-PLAN-CARD.
           MOVE PLAN-CARD-REC TO CERTCPA-CARD.
           IF CARD-FUNCTION EQUAL TO 'MOVE'
               MOVE CARD-OPERAND TO CERTCPA-SEEK-STEP
               PERFORM LOCATE-STEP
               IF NOT CERTCPA-STEP-FOUND
                 OR NOT CARD-STREAM-VALID
                   GO TO REJECT-PLAN-CARD
               END-IF
           ELSE IF CARD-FUNCTION EQUAL TO 'VOLUME'
               IF CARD-PERCENT IS NOT NUMERIC
                 OR CARD-PERCENT EQUAL TO ZERO
                   GO TO REJECT-PLAN-CARD
               END-IF
           ELSE IF CARD-FUNCTION EQUAL TO 'DROP'
               PERFORM CHECK-DROP-SERIES
               IF NOT CERTCPA-SERIES-MATCH
                   GO TO REJECT-PLAN-CARD
               END-IF
           ELSE
               GO TO REJECT-PLAN-CARD
           END-IF
           END-IF
           END-IF.
           IF CERTCPA-CARD-USED NOT LESS THAN 20
               GO TO REJECT-PLAN-CARD.
           ADD 1 TO CERTCPA-CARD-USED.
           MOVE CERTCPA-CARD TO CERTCPA-CARD-IMAGE (CERTCPA-CARD-USED).
           GO TO CHECK-PLAN-CARD-EX.
       REJECT-PLAN-CARD.
           ADD 1 TO CERTCPA-CARD-ERRORS.
           MOVE SPACES TO CERTCPA-REPORT-LINE.
           STRING 'WHAT-IF CARD REJECTED (UNKNOWN STEP, SERIES OR '
               'FUNCTION, BAD STREAM OR PERCENT, OR OVER 20): '
               PLAN-CARD-REC (1:30)
               DELIMITED BY SIZE INTO CERTCPA-REPORT-LINE.
           MOVE CERTCPA-REPORT-LINE TO PLAN-REPORT-REC.
           WRITE PLAN-REPORT-REC.
       CHECK-PLAN-CARD-EX.
           EXIT.

       CHECK-DROP-SERIES.
           MOVE 'NO' TO CERTCPA-MATCH-SW.
           MOVE ZERO TO CERTCPA-STEP-SUB.
           PERFORM CHECK-ONE-DROP-STEP
               UNTIL CERTCPA-SERIES-MATCH
                  OR CERTCPA-STEP-SUB NOT LESS THAN CERTCPA-STEP-USED.

       CHECK-ONE-DROP-STEP.
           ADD 1 TO CERTCPA-STEP-SUB.
           PERFORM MATCH-DROP-SERIES.

      * The series is a CERTCKPT group, or a program prefix of two
      * letters.
       MATCH-DROP-SERIES.
           IF CERTCPA-STEP-GROUP (CERTCPA-STEP-SUB) EQUAL TO
                   CARD-OPERAND
             OR (CARD-OPERAND (3:6) EQUAL TO SPACES
                 AND CERTCPA-STEP-PGM (CERTCPA-STEP-SUB) (1:2)
                     EQUAL TO CARD-OPERAND (1:2))
               SET CERTCPA-SERIES-MATCH TO TRUE
           ELSE
               MOVE 'NO' TO CERTCPA-MATCH-SW.

      * Every step back in its own stream at its own times.
       RESET-SCENARIO.
           MOVE ZERO TO CERTCPA-STEP-SUB.
           PERFORM RESET-ONE-STEP
               UNTIL CERTCPA-STEP-SUB NOT LESS THAN CERTCPA-STEP-USED.

       RESET-ONE-STEP.
           ADD 1 TO CERTCPA-STEP-SUB.
           MOVE CERTCPA-BASE-STREAM (CERTCPA-STEP-SUB)
               TO CERTCPA-STREAM (CERTCPA-STEP-SUB).
           MOVE 'N' TO CERTCPA-DROP-SW (CERTCPA-STEP-SUB).
           MOVE CERTCPA-MEDIAN (CERTCPA-STEP-SUB)
               TO CERTCPA-MED-DUR (CERTCPA-STEP-SUB).
           MOVE CERTCPA-WORST (CERTCPA-STEP-SUB)
               TO CERTCPA-WORST-DUR (CERTCPA-STEP-SUB).

       ANSWER-ONE-WHAT-IF.
           ADD 1 TO CERTCPA-CARD-SUB.
           PERFORM RESET-SCENARIO.
           MOVE CERTCPA-CARD-SUB TO CERTCPA-APPLY-SUB.
           PERFORM APPLY-WHAT-IF.
           PERFORM EVALUATE-SCENARIO.
           MOVE SPACES TO PLAN-REPORT-REC.
           WRITE PLAN-REPORT-REC.
           MOVE SPACES TO CERTCPA-REPORT-LINE.
           STRING 'WHAT-IF: ' CERTCPA-CARD-IMAGE (CERTCPA-CARD-SUB)
               DELIMITED BY SIZE INTO CERTCPA-REPORT-LINE.
           MOVE CERTCPA-REPORT-LINE TO PLAN-REPORT-REC.
           WRITE PLAN-REPORT-REC.
           PERFORM WRITE-SCENARIO-ANSWER.

       ANSWER-ALL-WHAT-IFS.
           PERFORM RESET-SCENARIO.
           MOVE ZERO TO CERTCPA-APPLY-SUB.
           PERFORM APPLY-NEXT-WHAT-IF
               UNTIL CERTCPA-APPLY-SUB NOT LESS THAN CERTCPA-CARD-USED.
           PERFORM EVALUATE-SCENARIO.
           MOVE SPACES TO PLAN-REPORT-REC.
           WRITE PLAN-REPORT-REC.
           MOVE 'WHAT-IF: ALL OF THE ABOVE TOGETHER'
               TO PLAN-REPORT-REC.
           WRITE PLAN-REPORT-REC.
           PERFORM WRITE-SCENARIO-ANSWER.

       APPLY-NEXT-WHAT-IF.
           ADD 1 TO CERTCPA-APPLY-SUB.
           PERFORM APPLY-WHAT-IF.

       APPLY-WHAT-IF.
           MOVE CERTCPA-CARD-IMAGE (CERTCPA-APPLY-SUB) TO CERTCPA-CARD.
           IF CARD-FUNCTION EQUAL TO 'MOVE'
               MOVE CARD-OPERAND TO CERTCPA-SEEK-STEP
               PERFORM LOCATE-STEP
               MOVE CARD-STREAM TO CERTCPA-STREAM (CERTCPA-STEP-SUB)
           ELSE
               IF CARD-FUNCTION EQUAL TO 'VOLUME'
                 AND CARD-SERIES-LIST EQUAL TO SPACES
                   MOVE ' SQ ST IX' TO CARD-SERIES-LIST
               END-IF
               MOVE ZERO TO CERTCPA-STEP-SUB
               PERFORM APPLY-WHAT-IF-TO-STEP
                   UNTIL CERTCPA-STEP-SUB NOT LESS THAN
                         CERTCPA-STEP-USED
           END-IF.

      * Elapsed time is taken to grow in line with the volume.
       APPLY-WHAT-IF-TO-STEP.
           ADD 1 TO CERTCPA-STEP-SUB.
           IF CARD-FUNCTION EQUAL TO 'DROP'
               PERFORM MATCH-DROP-SERIES
               IF CERTCPA-SERIES-MATCH
                   MOVE 'Y' TO CERTCPA-DROP-SW (CERTCPA-STEP-SUB)
                   MOVE ZERO TO CERTCPA-MED-DUR (CERTCPA-STEP-SUB)
                   MOVE ZERO TO CERTCPA-WORST-DUR (CERTCPA-STEP-SUB)
               END-IF
           ELSE
               PERFORM MATCH-VOLUME-SERIES
               IF CERTCPA-SERIES-MATCH
                   COMPUTE CERTCPA-MED-DUR (CERTCPA-STEP-SUB) =
                       CERTCPA-MED-DUR (CERTCPA-STEP-SUB)
                       * CARD-PERCENT / 100
                   COMPUTE CERTCPA-WORST-DUR (CERTCPA-STEP-SUB) =
                       CERTCPA-WORST-DUR (CERTCPA-STEP-SUB)
                       * CARD-PERCENT / 100
               END-IF
           END-IF.

       MATCH-VOLUME-SERIES.
           MOVE 'NO' TO CERTCPA-MATCH-SW.
           IF CERTCPA-STEP-PGM (CERTCPA-STEP-SUB) EQUAL TO 'CERTGEN'
               SET CERTCPA-SERIES-MATCH TO TRUE.
           MOVE ZERO TO CERTCPA-SERIES-SUB.
           PERFORM MATCH-ONE-VOLUME-SERIES
               UNTIL CERTCPA-SERIES-MATCH
                  OR CERTCPA-SERIES-SUB NOT LESS THAN 4.

       MATCH-ONE-VOLUME-SERIES.
           ADD 1 TO CERTCPA-SERIES-SUB.
           IF CARD-SERIES (CERTCPA-SERIES-SUB) NOT EQUAL TO SPACES
             AND CARD-SERIES (CERTCPA-SERIES-SUB) EQUAL TO
                   CERTCPA-STEP-PGM (CERTCPA-STEP-SUB) (1:2)
               SET CERTCPA-SERIES-MATCH TO TRUE.

      * Works one scenario through on median times and again on
      * worst-case times.
       EVALUATE-SCENARIO.
           MOVE 'NO' TO CERTCPA-DEADLOCK-SW.
           MOVE ZERO TO CERTCPA-STEP-SUB.
           PERFORM LINK-STREAM-ORDER
               UNTIL CERTCPA-STEP-SUB NOT LESS THAN CERTCPA-STEP-USED.
           MOVE ZERO TO CERTCPA-STEP-SUB.
           PERFORM USE-WORST-TIME
               UNTIL CERTCPA-STEP-SUB NOT LESS THAN CERTCPA-STEP-USED.
           PERFORM PLAN-ONE-TIMING.
           MOVE CERTCPA-MAKESPAN TO CERTCPA-WORST-MAKESPAN.
           MOVE ZERO TO CERTCPA-STEP-SUB.
           PERFORM KEEP-WORST-SLACK
               UNTIL CERTCPA-STEP-SUB NOT LESS THAN CERTCPA-STEP-USED.
           MOVE ZERO TO CERTCPA-STEP-SUB.
           PERFORM USE-MEDIAN-TIME
               UNTIL CERTCPA-STEP-SUB NOT LESS THAN CERTCPA-STEP-USED.
           PERFORM PLAN-ONE-TIMING.
           MOVE CERTCPA-MAKESPAN TO CERTCPA-MED-MAKESPAN.
           MOVE ZERO TO CERTCPA-STEP-SUB.
           PERFORM KEEP-MEDIAN-SLACK
               UNTIL CERTCPA-STEP-SUB NOT LESS THAN CERTCPA-STEP-USED.
           IF CERTCPA-DEADLOCK
               ADD 1 TO CERTCPA-DEADLOCK-CNT.

      * Within a stream the steps run in step-name order, which is
      * the order the stream jobs are written in.
       LINK-STREAM-ORDER.
           ADD 1 TO CERTCPA-STEP-SUB.
           MOVE ZERO TO CERTCPA-PREV-SUB (CERTCPA-STEP-SUB).
           MOVE LOW-VALUES TO CERTCPA-BEST-NAME.
           MOVE ZERO TO CERTCPA-OTHER-SUB.
           PERFORM LINK-ONE-CANDIDATE
               UNTIL CERTCPA-OTHER-SUB NOT LESS THAN CERTCPA-STEP-USED.

       LINK-ONE-CANDIDATE.
           ADD 1 TO CERTCPA-OTHER-SUB.
           IF CERTCPA-STREAM (CERTCPA-OTHER-SUB) EQUAL TO
                   CERTCPA-STREAM (CERTCPA-STEP-SUB)
             AND CERTCPA-STEP-NAME (CERTCPA-OTHER-SUB) IS LESS THAN
                   CERTCPA-STEP-NAME (CERTCPA-STEP-SUB)
             AND CERTCPA-STEP-NAME (CERTCPA-OTHER-SUB) IS GREATER
                   THAN CERTCPA-BEST-NAME
               MOVE CERTCPA-STEP-NAME (CERTCPA-OTHER-SUB)
                   TO CERTCPA-BEST-NAME
               MOVE CERTCPA-OTHER-SUB
                   TO CERTCPA-PREV-SUB (CERTCPA-STEP-SUB).

       USE-WORST-TIME.
           ADD 1 TO CERTCPA-STEP-SUB.
           MOVE CERTCPA-WORST-DUR (CERTCPA-STEP-SUB)
               TO CERTCPA-DUR (CERTCPA-STEP-SUB).

       USE-MEDIAN-TIME.
           ADD 1 TO CERTCPA-STEP-SUB.
           MOVE CERTCPA-MED-DUR (CERTCPA-STEP-SUB)
               TO CERTCPA-DUR (CERTCPA-STEP-SUB).

       KEEP-WORST-SLACK.
           ADD 1 TO CERTCPA-STEP-SUB.
           COMPUTE CERTCPA-WORST-SLACK (CERTCPA-STEP-SUB) =
               CERTCPA-LF (CERTCPA-STEP-SUB)
               - CERTCPA-EF (CERTCPA-STEP-SUB).

       KEEP-MEDIAN-SLACK.
           ADD 1 TO CERTCPA-STEP-SUB.
           MOVE CERTCPA-EF (CERTCPA-STEP-SUB)
               TO CERTCPA-MED-EF (CERTCPA-STEP-SUB).
           COMPUTE CERTCPA-MED-SLACK (CERTCPA-STEP-SUB) =
               CERTCPA-LF (CERTCPA-STEP-SUB)
               - CERTCPA-EF (CERTCPA-STEP-SUB).

      * Earliest finishes forward, latest finishes backward, on the
      * DUR times.  Passes repeat until one changes nothing; a plan
      * still changing after as many passes as there are steps has
      * a step waiting on itself round a loop - a deadlock - and
      * its figures mean nothing.
       PLAN-ONE-TIMING.
           MOVE ZERO TO CERTCPA-STEP-SUB.
           PERFORM CLEAR-ONE-STEP-TIMING
               UNTIL CERTCPA-STEP-SUB NOT LESS THAN CERTCPA-STEP-USED.
           MOVE ZERO TO CERTCPA-PASS-CNT.
           SET CERTCPA-PASS-CHANGED TO TRUE.
           PERFORM FORWARD-ONE-PASS
               UNTIL NOT CERTCPA-PASS-CHANGED
                  OR CERTCPA-PASS-CNT IS GREATER THAN
                     CERTCPA-STEP-USED.
           IF CERTCPA-PASS-CHANGED
               SET CERTCPA-DEADLOCK TO TRUE.
           MOVE ZERO TO CERTCPA-MAKESPAN.
           MOVE ZERO TO CERTCPA-END-SUB.
           MOVE ZERO TO CERTCPA-STEP-SUB.
           PERFORM FIND-NIGHT-FINISH
               UNTIL CERTCPA-STEP-SUB NOT LESS THAN CERTCPA-STEP-USED.
           MOVE ZERO TO CERTCPA-STEP-SUB.
           PERFORM SET-ONE-LATEST-FINISH
               UNTIL CERTCPA-STEP-SUB NOT LESS THAN CERTCPA-STEP-USED.
           MOVE ZERO TO CERTCPA-PASS-CNT.
           SET CERTCPA-PASS-CHANGED TO TRUE.
           PERFORM BACKWARD-ONE-PASS
               UNTIL NOT CERTCPA-PASS-CHANGED
                  OR CERTCPA-PASS-CNT IS GREATER THAN
                     CERTCPA-STEP-USED.

       CLEAR-ONE-STEP-TIMING.
           ADD 1 TO CERTCPA-STEP-SUB.
           MOVE ZERO TO CERTCPA-EF (CERTCPA-STEP-SUB).
           MOVE ZERO TO CERTCPA-BIND-SUB (CERTCPA-STEP-SUB).

       FORWARD-ONE-PASS.
           ADD 1 TO CERTCPA-PASS-CNT.
           MOVE 'NO' TO CERTCPA-CHANGED-SW.
           MOVE ZERO TO CERTCPA-STEP-SUB.
           PERFORM FORWARD-ONE-STEP
               UNTIL CERTCPA-STEP-SUB NOT LESS THAN CERTCPA-STEP-USED.

      * A step starts when the step ahead of it in its stream and
      * all its CERTDEP predecessors have finished.
       FORWARD-ONE-STEP.
           ADD 1 TO CERTCPA-STEP-SUB.
           MOVE ZERO TO CERTCPA-START.
           MOVE ZERO TO CERTCPA-BIND.
           IF CERTCPA-PREV-SUB (CERTCPA-STEP-SUB) NOT EQUAL TO ZERO
               MOVE CERTCPA-PREV-SUB (CERTCPA-STEP-SUB)
                   TO CERTCPA-BIND
               MOVE CERTCPA-EF (CERTCPA-BIND) TO CERTCPA-START.
           MOVE ZERO TO CERTCPA-PRED-SUB.
           PERFORM FORWARD-ONE-PREDECESSOR
               UNTIL CERTCPA-PRED-SUB NOT LESS THAN
                     CERTCPA-PRED-CNT (CERTCPA-STEP-SUB).
           COMPUTE CERTCPA-FINISH =
               CERTCPA-START + CERTCPA-DUR (CERTCPA-STEP-SUB).
           MOVE CERTCPA-BIND TO CERTCPA-BIND-SUB (CERTCPA-STEP-SUB).
           IF CERTCPA-FINISH NOT EQUAL TO
                   CERTCPA-EF (CERTCPA-STEP-SUB)
               MOVE CERTCPA-FINISH TO CERTCPA-EF (CERTCPA-STEP-SUB)
               SET CERTCPA-PASS-CHANGED TO TRUE.

       FORWARD-ONE-PREDECESSOR.
           ADD 1 TO CERTCPA-PRED-SUB.
           MOVE CERTCPA-PRED-STEP (CERTCPA-STEP-SUB CERTCPA-PRED-SUB)
               TO CERTCPA-OTHER-SUB.
           IF CERTCPA-EF (CERTCPA-OTHER-SUB) IS GREATER THAN
                   CERTCPA-START
               MOVE CERTCPA-EF (CERTCPA-OTHER-SUB) TO CERTCPA-START
               MOVE CERTCPA-OTHER-SUB TO CERTCPA-BIND.

       FIND-NIGHT-FINISH.
           ADD 1 TO CERTCPA-STEP-SUB.
           IF CERTCPA-EF (CERTCPA-STEP-SUB) IS GREATER THAN
                   CERTCPA-MAKESPAN
             OR CERTCPA-END-SUB EQUAL TO ZERO
               MOVE CERTCPA-EF (CERTCPA-STEP-SUB) TO CERTCPA-MAKESPAN
               MOVE CERTCPA-STEP-SUB TO CERTCPA-END-SUB.

       SET-ONE-LATEST-FINISH.
           ADD 1 TO CERTCPA-STEP-SUB.
           MOVE CERTCPA-MAKESPAN TO CERTCPA-LF (CERTCPA-STEP-SUB).

       BACKWARD-ONE-PASS.
           ADD 1 TO CERTCPA-PASS-CNT.
           MOVE 'NO' TO CERTCPA-CHANGED-SW.
           MOVE CERTCPA-STEP-USED TO CERTCPA-STEP-SUB.
           PERFORM BACKWARD-ONE-STEP
               UNTIL CERTCPA-STEP-SUB EQUAL TO ZERO.

      * The steps this one waits for must finish by the time it
      * has to start.
       BACKWARD-ONE-STEP.
           COMPUTE CERTCPA-LATEST-START =
               CERTCPA-LF (CERTCPA-STEP-SUB)
               - CERTCPA-DUR (CERTCPA-STEP-SUB).
           IF CERTCPA-LATEST-START IS LESS THAN ZERO
               MOVE ZERO TO CERTCPA-LATEST-START.
           IF CERTCPA-PREV-SUB (CERTCPA-STEP-SUB) NOT EQUAL TO ZERO
               MOVE CERTCPA-PREV-SUB (CERTCPA-STEP-SUB)
                   TO CERTCPA-OTHER-SUB
               PERFORM PULL-IN-LATEST-FINISH.
           MOVE ZERO TO CERTCPA-PRED-SUB.
           PERFORM BACKWARD-ONE-PREDECESSOR
               UNTIL CERTCPA-PRED-SUB NOT LESS THAN
                     CERTCPA-PRED-CNT (CERTCPA-STEP-SUB).
           SUBTRACT 1 FROM CERTCPA-STEP-SUB.

       BACKWARD-ONE-PREDECESSOR.
           ADD 1 TO CERTCPA-PRED-SUB.
           MOVE CERTCPA-PRED-STEP (CERTCPA-STEP-SUB CERTCPA-PRED-SUB)
               TO CERTCPA-OTHER-SUB.
           PERFORM PULL-IN-LATEST-FINISH.

       PULL-IN-LATEST-FINISH.
           IF CERTCPA-LF (CERTCPA-OTHER-SUB) IS GREATER THAN
                   CERTCPA-LATEST-START
               MOVE CERTCPA-LATEST-START
                   TO CERTCPA-LF (CERTCPA-OTHER-SUB)
               SET CERTCPA-PASS-CHANGED TO TRUE.

       WRITE-CURRENT-PLAN.
           MOVE SPACES TO PLAN-REPORT-REC.
           WRITE PLAN-REPORT-REC.
           MOVE SPACES TO CERTCPA-REPORT-LINE.
           STRING 'CURRENT STREAMS - TIMES IN SECONDS FROM THE START '
               'OF THE WINDOW'
               DELIMITED BY SIZE INTO CERTCPA-REPORT-LINE.
           MOVE CERTCPA-REPORT-LINE TO PLAN-REPORT-REC.
           WRITE PLAN-REPORT-REC.
           MOVE SPACES TO CERTCPA-REPORT-LINE.
           MOVE 'STEP     PROGRAM   STR  RUNS  MEDIAN   WORST'
               TO CERTCPA-REPORT-LINE.
           MOVE 'MED-END  MED-SLACK  WST-SLACK  NOTE'
               TO CERTCPA-REPORT-LINE (48:35).
           MOVE CERTCPA-REPORT-LINE TO PLAN-REPORT-REC.
           WRITE PLAN-REPORT-REC.
           MOVE ZERO TO CERTCPA-STEP-SUB.
           PERFORM WRITE-ONE-PLAN-LINE
               UNTIL CERTCPA-STEP-SUB NOT LESS THAN CERTCPA-STEP-USED.
           IF CERTCPA-DEADLOCK
               MOVE SPACES TO PLAN-REPORT-REC
               WRITE PLAN-REPORT-REC
               MOVE SPACES TO CERTCPA-REPORT-LINE
               STRING '*** DEADLOCK - A STEP WAITS ON A STEP THAT '
                   'RUNS AFTER IT IN ITS OWN STREAM; CHECK CERTDEP'
                   DELIMITED BY SIZE INTO CERTCPA-REPORT-LINE
               MOVE CERTCPA-REPORT-LINE TO PLAN-REPORT-REC
               WRITE PLAN-REPORT-REC
           ELSE
               PERFORM WRITE-SCENARIO-FIGURES.

       WRITE-ONE-PLAN-LINE.
           ADD 1 TO CERTCPA-STEP-SUB.
           MOVE SPACES TO CERTCPA-REPORT-LINE.
           MOVE CERTCPA-STEP-NAME (CERTCPA-STEP-SUB)
               TO CERTCPA-REPORT-LINE (1:8).
           MOVE CERTCPA-STEP-PGM (CERTCPA-STEP-SUB)
               TO CERTCPA-REPORT-LINE (10:9).
           MOVE CERTCPA-STREAM (CERTCPA-STEP-SUB)
               TO CERTCPA-REPORT-LINE (21:1).
           IF CERTCPA-SAMPLE-CNT (CERTCPA-STEP-SUB) IS GREATER THAN 20
               MOVE 20 TO CERTCPA-SECS-DISP
           ELSE
               MOVE CERTCPA-SAMPLE-CNT (CERTCPA-STEP-SUB)
                   TO CERTCPA-SECS-DISP.
           MOVE CERTCPA-SECS-DISP (5:3) TO CERTCPA-REPORT-LINE (24:3).
           MOVE CERTCPA-MEDIAN (CERTCPA-STEP-SUB) TO CERTCPA-SECS-DISP.
           MOVE CERTCPA-SECS-DISP TO CERTCPA-REPORT-LINE (28:7).
           MOVE CERTCPA-WORST (CERTCPA-STEP-SUB) TO CERTCPA-SECS-DISP.
           MOVE CERTCPA-SECS-DISP TO CERTCPA-REPORT-LINE (37:7).
           MOVE CERTCPA-MED-EF (CERTCPA-STEP-SUB) TO CERTCPA-SECS-DISP.
           MOVE CERTCPA-SECS-DISP TO CERTCPA-REPORT-LINE (46:7).
           MOVE CERTCPA-MED-SLACK (CERTCPA-STEP-SUB)
               TO CERTCPA-SECS-DISP.
           MOVE CERTCPA-SECS-DISP TO CERTCPA-REPORT-LINE (56:7).
           MOVE CERTCPA-WORST-SLACK (CERTCPA-STEP-SUB)
               TO CERTCPA-SECS-DISP.
           MOVE CERTCPA-SECS-DISP TO CERTCPA-REPORT-LINE (67:7).
           IF CERTCPA-SAMPLE-CNT (CERTCPA-STEP-SUB) EQUAL TO ZERO
               MOVE 'NO HISTORY - PLANNED AT ZERO'
                   TO CERTCPA-REPORT-LINE (77:28)
           ELSE IF CERTCPA-MED-SLACK (CERTCPA-STEP-SUB) EQUAL TO ZERO
             AND CERTCPA-WORST-SLACK (CERTCPA-STEP-SUB) EQUAL TO ZERO
               MOVE 'CRITICAL' TO CERTCPA-REPORT-LINE (77:8)
           ELSE IF CERTCPA-MED-SLACK (CERTCPA-STEP-SUB) EQUAL TO ZERO
               MOVE 'CRITICAL ON MEDIAN TIMES'
                   TO CERTCPA-REPORT-LINE (77:24)
           ELSE IF CERTCPA-WORST-SLACK (CERTCPA-STEP-SUB)
                   EQUAL TO ZERO
               MOVE 'CRITICAL ON WORST TIMES'
                   TO CERTCPA-REPORT-LINE (77:23)
           END-IF
           END-IF
           END-IF
           END-IF.
           MOVE CERTCPA-REPORT-LINE TO PLAN-REPORT-REC.
           WRITE PLAN-REPORT-REC.

       WRITE-SCENARIO-ANSWER.
           IF CERTCPA-DEADLOCK
               MOVE SPACES TO CERTCPA-REPORT-LINE
               STRING '   *** DEADLOCK - A MOVED STEP WOULD WAIT ON A '
                   'STEP THAT RUNS AFTER IT IN ITS NEW STREAM'
                   DELIMITED BY SIZE INTO CERTCPA-REPORT-LINE
               MOVE CERTCPA-REPORT-LINE TO PLAN-REPORT-REC
               WRITE PLAN-REPORT-REC
           ELSE
               PERFORM WRITE-SCENARIO-FIGURES.

      * The finish of the night on both sets of times (with the
      * change from the current plan when answering a what-if),
      * the busy time of each stream, and the critical path on
      * median and then on worst-case times.
       WRITE-SCENARIO-FIGURES.
           MOVE CERTCPA-MED-MAKESPAN TO CERTCPA-CLOCK-SECS.
           PERFORM FORMAT-CLOCK.
           COMPUTE CERTCPA-DELTA =
               CERTCPA-MED-MAKESPAN - CERTCPA-BASE-MED-SPAN.
           MOVE CERTCPA-DELTA TO CERTCPA-DELTA-DISP.
           MOVE SPACES TO CERTCPA-REPORT-LINE.
           STRING '   FINISH ON MEDIAN TIMES ' CERTCPA-CLOCK
               DELIMITED BY SIZE INTO CERTCPA-REPORT-LINE.
           IF CERTCPA-ANSWERING-WHAT-IF
               STRING 'CHANGE ' CERTCPA-DELTA-DISP ' SECONDS'
                   DELIMITED BY SIZE INTO CERTCPA-REPORT-LINE (38:).
           MOVE CERTCPA-REPORT-LINE TO PLAN-REPORT-REC.
           WRITE PLAN-REPORT-REC.
           MOVE CERTCPA-WORST-MAKESPAN TO CERTCPA-CLOCK-SECS.
           PERFORM FORMAT-CLOCK.
           COMPUTE CERTCPA-DELTA =
               CERTCPA-WORST-MAKESPAN - CERTCPA-BASE-WORST-SPAN.
           MOVE CERTCPA-DELTA TO CERTCPA-DELTA-DISP.
           MOVE SPACES TO CERTCPA-REPORT-LINE.
           STRING '   FINISH ON WORST TIMES  ' CERTCPA-CLOCK
               DELIMITED BY SIZE INTO CERTCPA-REPORT-LINE.
           IF CERTCPA-ANSWERING-WHAT-IF
               STRING 'CHANGE ' CERTCPA-DELTA-DISP ' SECONDS'
                   DELIMITED BY SIZE INTO CERTCPA-REPORT-LINE (38:).
           MOVE CERTCPA-REPORT-LINE TO PLAN-REPORT-REC.
           WRITE PLAN-REPORT-REC.
           PERFORM WRITE-STREAM-LOADS.
           MOVE '   CRITICAL PATH ON MEDIAN TIMES:' TO PLAN-REPORT-REC.
           WRITE PLAN-REPORT-REC.
           MOVE ZERO TO CERTCPA-STEP-SUB.
           PERFORM USE-MEDIAN-TIME
               UNTIL CERTCPA-STEP-SUB NOT LESS THAN CERTCPA-STEP-USED.
           PERFORM PLAN-ONE-TIMING.
           PERFORM WRITE-CRITICAL-PATH.
           MOVE '   CRITICAL PATH ON WORST TIMES:' TO PLAN-REPORT-REC.
           WRITE PLAN-REPORT-REC.
           MOVE ZERO TO CERTCPA-STEP-SUB.
           PERFORM USE-WORST-TIME
               UNTIL CERTCPA-STEP-SUB NOT LESS THAN CERTCPA-STEP-USED.
           PERFORM PLAN-ONE-TIMING.
           PERFORM WRITE-CRITICAL-PATH.

       WRITE-STREAM-LOADS.
           MOVE ZERO TO CERTCPA-LOAD-A CERTCPA-LOAD-B
               CERTCPA-LOAD-C CERTCPA-LOAD-D.
           MOVE ZERO TO CERTCPA-STEP-SUB.
           PERFORM ADD-ONE-STREAM-LOAD
               UNTIL CERTCPA-STEP-SUB NOT LESS THAN CERTCPA-STEP-USED.
           MOVE SPACES TO CERTCPA-REPORT-LINE.
           MOVE '   STREAM BUSY SECONDS ON MEDIAN TIMES:'
               TO CERTCPA-REPORT-LINE.
           MOVE CERTCPA-LOAD-A TO CERTCPA-SECS-DISP.
           STRING 'A' CERTCPA-SECS-DISP DELIMITED BY SIZE
               INTO CERTCPA-REPORT-LINE (41:8).
           MOVE CERTCPA-LOAD-B TO CERTCPA-SECS-DISP.
           STRING 'B' CERTCPA-SECS-DISP DELIMITED BY SIZE
               INTO CERTCPA-REPORT-LINE (51:8).
           MOVE CERTCPA-LOAD-C TO CERTCPA-SECS-DISP.
           STRING 'C' CERTCPA-SECS-DISP DELIMITED BY SIZE
               INTO CERTCPA-REPORT-LINE (61:8).
           MOVE CERTCPA-LOAD-D TO CERTCPA-SECS-DISP.
           STRING 'D' CERTCPA-SECS-DISP DELIMITED BY SIZE
               INTO CERTCPA-REPORT-LINE (71:8).
           MOVE CERTCPA-REPORT-LINE TO PLAN-REPORT-REC.
           WRITE PLAN-REPORT-REC.

       ADD-ONE-STREAM-LOAD.
           ADD 1 TO CERTCPA-STEP-SUB.
           IF CERTCPA-STREAM (CERTCPA-STEP-SUB) EQUAL TO 'A'
               ADD CERTCPA-MED-DUR (CERTCPA-STEP-SUB) TO CERTCPA-LOAD-A
           ELSE IF CERTCPA-STREAM (CERTCPA-STEP-SUB) EQUAL TO 'B'
               ADD CERTCPA-MED-DUR (CERTCPA-STEP-SUB) TO CERTCPA-LOAD-B
           ELSE IF CERTCPA-STREAM (CERTCPA-STEP-SUB) EQUAL TO 'C'
               ADD CERTCPA-MED-DUR (CERTCPA-STEP-SUB) TO CERTCPA-LOAD-C
           ELSE
               ADD CERTCPA-MED-DUR (CERTCPA-STEP-SUB) TO CERTCPA-LOAD-D
           END-IF
           END-IF
           END-IF.

      * Back from the step that finishes last along the step each
      * one waited for, then listed first to last; dropped steps
      * take no time and are left out.
       WRITE-CRITICAL-PATH.
           MOVE ZERO TO CERTCPA-CHAIN-USED.
           MOVE CERTCPA-END-SUB TO CERTCPA-STEP-SUB.
           PERFORM GATHER-ONE-CHAIN-STEP
               UNTIL CERTCPA-STEP-SUB EQUAL TO ZERO
                  OR CERTCPA-CHAIN-USED NOT LESS THAN 100.
           MOVE CERTCPA-CHAIN-USED TO CERTCPA-CHAIN-SUB.
           PERFORM WRITE-ONE-CHAIN-STEP
               UNTIL CERTCPA-CHAIN-SUB EQUAL TO ZERO.

       GATHER-ONE-CHAIN-STEP.
           IF NOT CERTCPA-STEP-DROPPED (CERTCPA-STEP-SUB)
               ADD 1 TO CERTCPA-CHAIN-USED
               MOVE CERTCPA-STEP-SUB
                   TO CERTCPA-CHAIN-STEP (CERTCPA-CHAIN-USED).
           MOVE CERTCPA-BIND-SUB (CERTCPA-STEP-SUB)
               TO CERTCPA-STEP-SUB.

       WRITE-ONE-CHAIN-STEP.
           MOVE CERTCPA-CHAIN-STEP (CERTCPA-CHAIN-SUB)
               TO CERTCPA-STEP-SUB.
           MOVE SPACES TO CERTCPA-REPORT-LINE.
           MOVE CERTCPA-STEP-NAME (CERTCPA-STEP-SUB)
               TO CERTCPA-REPORT-LINE (7:8).
           MOVE CERTCPA-STEP-PGM (CERTCPA-STEP-SUB)
               TO CERTCPA-REPORT-LINE (16:9).
           MOVE 'STREAM' TO CERTCPA-REPORT-LINE (26:6).
           MOVE CERTCPA-STREAM (CERTCPA-STEP-SUB)
               TO CERTCPA-REPORT-LINE (33:1).
           MOVE CERTCPA-DUR (CERTCPA-STEP-SUB) TO CERTCPA-SECS-DISP.
           STRING 'RUNS ' CERTCPA-SECS-DISP DELIMITED BY SIZE
               INTO CERTCPA-REPORT-LINE (36:12).
           MOVE CERTCPA-EF (CERTCPA-STEP-SUB) TO CERTCPA-SECS-DISP.
           STRING 'ENDS ' CERTCPA-SECS-DISP DELIMITED BY SIZE
               INTO CERTCPA-REPORT-LINE (50:12).
           MOVE CERTCPA-REPORT-LINE TO PLAN-REPORT-REC.
           WRITE PLAN-REPORT-REC.
           SUBTRACT 1 FROM CERTCPA-CHAIN-SUB.

       FORMAT-CLOCK.
           DIVIDE CERTCPA-CLOCK-SECS BY 3600
               GIVING CERTCPA-CLOCK-HH
               REMAINDER CERTCPA-CLOCK-REST.
           DIVIDE CERTCPA-CLOCK-REST BY 60
               GIVING CERTCPA-CLOCK-MM
               REMAINDER CERTCPA-CLOCK-SS.
