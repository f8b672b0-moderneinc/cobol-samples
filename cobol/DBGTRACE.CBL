000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DBGTRACE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRACE-OUT ASSIGN TO DBGTRACE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DBGTRACE-STATUS.
       DATA DIVISION.
       FILE SECTION.

       FD  TRACE-OUT
           LABEL RECORDS ARE STANDARD.
           COPY DBG_TRACE.

       WORKING-STORAGE SECTION.

      * The trace file is opened on the first call and left open
      * for the rest of the run unit; the run unit's end closes it.
       01  DBGTRACE-STATUS         PIC XX  VALUE '00'.
       01  DBGTRACE-OPEN-SW        PIC X(3) VALUE 'NO'.
           88 DBGTRACE-IS-OPEN           VALUE 'YES'.
       01  DBGTRACE-DEAD-SW        PIC X(3) VALUE 'NO'.
           88 DBGTRACE-IS-DEAD           VALUE 'YES'.
       01  DBGTRACE-LAST-PGM       PIC X(8) VALUE SPACE.
       01  DBGTRACE-SEQ            PIC 9(8) VALUE ZERO.

       LINKAGE SECTION.

      * The caller's interface:
      *   DBGTRACE-PGM   the calling program's CCVS-PGM-ID
      *   DBGTRACE-ITEM  the DEBUG-ITEM special register as the
      *                  debugging declarative sees it
       01  DBGTRACE-PGM            PIC X(9).
       01  DBGTRACE-ITEM.
           02 DBGTRACE-LINE        PIC X(6).
           02 FILLER               PIC X(1).
           02 DBGTRACE-NAME        PIC X(30).
           02 FILLER               PIC X(19).
           02 DBGTRACE-CONTENTS    PIC X(17).

       PROCEDURE DIVISION USING DBGTRACE-PGM DBGTRACE-ITEM.

      * Trace writer for the coverage declarative in DBG_COVERAGE.
      * One record per procedure entry, numbered in entry order
      * within each program, appended to whatever the DBGTRACE
      * dataset already holds so every instrumented step of a job
      * lands in one stream.  A trace that cannot be opened is
      * given up on quietly: the certification run under
      * observation must not fail because its observer did.
       MAINLINE.
           IF DBGTRACE-IS-DEAD
               GOBACK.
           IF NOT DBGTRACE-IS-OPEN
               OPEN EXTEND TRACE-OUT
               IF DBGTRACE-STATUS NOT EQUAL TO '00'
                 AND DBGTRACE-STATUS NOT EQUAL TO '05'
                   SET DBGTRACE-IS-DEAD TO TRUE
                   GOBACK
               END-IF
               SET DBGTRACE-IS-OPEN TO TRUE.
           IF DBGTRACE-PGM NOT EQUAL TO DBGTRACE-LAST-PGM
               MOVE DBGTRACE-PGM TO DBGTRACE-LAST-PGM
               MOVE ZERO TO DBGTRACE-SEQ.
           ADD 1 TO DBGTRACE-SEQ.
           MOVE SPACES TO DBG-TRACE-REC.
           MOVE DBGTRACE-PGM TO TRC-PROGRAM.
           MOVE DBGTRACE-SEQ TO TRC-SEQ.
           MOVE DBGTRACE-LINE TO TRC-LINE.
           MOVE DBGTRACE-NAME TO TRC-NAME.
           MOVE DBGTRACE-CONTENTS TO TRC-HOW.
           WRITE DBG-TRACE-REC.
           GOBACK.
