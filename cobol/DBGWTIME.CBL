000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DBGWTIME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-IN ASSIGN TO DBGWATCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DBGWTIME-IN-STATUS.
           SELECT SORT-WORK ASSIGN TO SORTWK01.
           SELECT TIMELINE-REPORT ASSIGN TO WCHRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-IN
           LABEL RECORDS ARE STANDARD.
           COPY DBG_WATCH.

       SD  SORT-WORK.
       01  SORT-WORK-REC.
           02 SORT-PROGRAM         PIC X(8).
           02 FILLER               PIC X(1).
           02 SORT-SEQ             PIC 9(8).
           02 FILLER               PIC X(1).
           02 SORT-LINE            PIC X(6).
           02 FILLER               PIC X(1).
           02 SORT-NAME            PIC X(30).
           02 FILLER               PIC X(1).
           02 SORT-SUB             PIC X(5).
           02 FILLER               PIC X(1).
           02 SORT-PARAGRAPH       PIC X(30).
           02 FILLER               PIC X(1).
           02 SORT-OLD-VALUE       PIC X(30).
           02 FILLER               PIC X(1).
           02 SORT-NEW-VALUE       PIC X(30).
           02 FILLER               PIC X(6).

       FD  TIMELINE-REPORT
           LABEL RECORDS ARE STANDARD.
       01  TIMELINE-REPORT-REC     PIC X(132).

       WORKING-STORAGE SECTION.
       01  DBGWTIME-IN-STATUS      PIC XX VALUE '00'.
       01  DBGWTIME-EOF-SW         PIC X(3) VALUE 'NO'.
           88 DBGWTIME-AT-EOF            VALUE 'YES'.
       01  DBGWTIME-ITEM-SW        PIC X(3) VALUE 'NO'.
           88 DBGWTIME-ITEM-OPEN         VALUE 'YES'.
       01  DBGWTIME-CUR-PROGRAM    PIC X(8) VALUE SPACE.
       01  DBGWTIME-CUR-NAME       PIC X(30) VALUE SPACE.
       01  DBGWTIME-CUR-SUB        PIC X(5) VALUE SPACE.
       01  DBGWTIME-ITEM-CHANGES   PIC 9(8) VALUE ZERO.
       01  DBGWTIME-ITEM-CNT       PIC 9(8) VALUE ZERO.
       01  DBGWTIME-CHANGE-CNT     PIC 9(8) VALUE ZERO.
       01  DBGWTIME-REPORT-LINE    PIC X(132) VALUE SPACE.

       PROCEDURE DIVISION.

      * Per-item timeline of the DBGWATCH stream.  The changes are
      * sorted by program and item, keeping the order they
      * happened in, and each item is listed as its own history:
      * the change number, the statement line, the paragraph, and
      * the value before and after.  Read down an item's timeline
      * to the first line whose after-value is wrong, and that
      * line names the statement that set it.  RC=4 when the
      * stream holds no changes (nothing watched was touched, or
      * the run was not made with the debugging switch on); RC=0
      * otherwise.
       MAINLINE-CONTROL SECTION.
       MAINLINE.
           OPEN OUTPUT TIMELINE-REPORT.
           MOVE 'DATA-ITEM WATCH TIMELINE' TO TIMELINE-REPORT-REC.
           WRITE TIMELINE-REPORT-REC.
           SORT SORT-WORK
               ON ASCENDING KEY SORT-PROGRAM SORT-NAME SORT-SUB
                   SORT-SEQ
               INPUT PROCEDURE IS SORT-INPUT-PROCEDURES
               OUTPUT PROCEDURE IS SORT-OUTPUT-PROCEDURES.
           MOVE SPACES TO TIMELINE-REPORT-REC.
           WRITE TIMELINE-REPORT-REC.
           MOVE SPACES TO DBGWTIME-REPORT-LINE.
           STRING 'ITEMS WATCHED = ' DBGWTIME-ITEM-CNT
               '  CHANGES LOGGED = ' DBGWTIME-CHANGE-CNT
               DELIMITED BY SIZE INTO DBGWTIME-REPORT-LINE.
           MOVE DBGWTIME-REPORT-LINE TO TIMELINE-REPORT-REC.
           WRITE TIMELINE-REPORT-REC.
           CLOSE TIMELINE-REPORT.
           IF DBGWTIME-CHANGE-CNT EQUAL TO ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE.
           GOBACK.

       SORT-INPUT-PROCEDURES SECTION.
       OPEN-AND-RELEASE.
           MOVE 'NO' TO DBGWTIME-EOF-SW.
           OPEN INPUT WATCH-IN.
           IF DBGWTIME-IN-STATUS NOT EQUAL TO '00'
               GO TO SORT-INPUT-DONE.
           PERFORM RELEASE-ONE-CHANGE UNTIL DBGWTIME-AT-EOF.
           CLOSE WATCH-IN.
           GO TO SORT-INPUT-DONE.

       RELEASE-ONE-CHANGE.
           READ WATCH-IN
               AT END SET DBGWTIME-AT-EOF TO TRUE.
           IF NOT DBGWTIME-AT-EOF
               MOVE DBG-WATCH-REC TO SORT-WORK-REC
               RELEASE SORT-WORK-REC.

       SORT-INPUT-DONE.
           EXIT.

       SORT-OUTPUT-PROCEDURES SECTION.
       RETURN-AND-LIST.
           MOVE 'NO' TO DBGWTIME-EOF-SW.
           PERFORM RETURN-ONE-CHANGE UNTIL DBGWTIME-AT-EOF.
           IF DBGWTIME-ITEM-OPEN
               PERFORM CLOSE-ITEM-TIMELINE.
           GO TO SORT-OUTPUT-DONE.

       RETURN-ONE-CHANGE.
           RETURN SORT-WORK
               AT END SET DBGWTIME-AT-EOF TO TRUE.
           IF NOT DBGWTIME-AT-EOF
               IF NOT DBGWTIME-ITEM-OPEN
                   PERFORM OPEN-ITEM-TIMELINE
               ELSE IF SORT-PROGRAM NOT EQUAL TO DBGWTIME-CUR-PROGRAM
                 OR SORT-NAME NOT EQUAL TO DBGWTIME-CUR-NAME
                 OR SORT-SUB NOT EQUAL TO DBGWTIME-CUR-SUB
                   PERFORM CLOSE-ITEM-TIMELINE
                   PERFORM OPEN-ITEM-TIMELINE
               END-IF
               END-IF
               PERFORM LIST-ONE-CHANGE.

       OPEN-ITEM-TIMELINE.
           SET DBGWTIME-ITEM-OPEN TO TRUE.
           ADD 1 TO DBGWTIME-ITEM-CNT.
           MOVE ZERO TO DBGWTIME-ITEM-CHANGES.
           MOVE SORT-PROGRAM TO DBGWTIME-CUR-PROGRAM.
           MOVE SORT-NAME TO DBGWTIME-CUR-NAME.
           MOVE SORT-SUB TO DBGWTIME-CUR-SUB.
           MOVE SPACES TO TIMELINE-REPORT-REC.
           WRITE TIMELINE-REPORT-REC.
           MOVE SPACES TO DBGWTIME-REPORT-LINE.
           IF SORT-SUB EQUAL TO SPACES
               STRING 'PROGRAM ' SORT-PROGRAM '  ITEM ' SORT-NAME
                   DELIMITED BY SIZE INTO DBGWTIME-REPORT-LINE
           ELSE
               STRING 'PROGRAM ' SORT-PROGRAM '  ITEM ' SORT-NAME
                   ' (' SORT-SUB ')'
                   DELIMITED BY SIZE INTO DBGWTIME-REPORT-LINE.
           MOVE DBGWTIME-REPORT-LINE TO TIMELINE-REPORT-REC.
           WRITE TIMELINE-REPORT-REC.
           MOVE '  CHANGE   LINE   PARAGRAPH'
               TO DBGWTIME-REPORT-LINE.
           MOVE 'BEFORE' TO DBGWTIME-REPORT-LINE (51:6).
           MOVE 'AFTER' TO DBGWTIME-REPORT-LINE (83:5).
           MOVE DBGWTIME-REPORT-LINE TO TIMELINE-REPORT-REC.
           WRITE TIMELINE-REPORT-REC.

       LIST-ONE-CHANGE.
           ADD 1 TO DBGWTIME-ITEM-CHANGES.
           ADD 1 TO DBGWTIME-CHANGE-CNT.
           MOVE SPACES TO DBGWTIME-REPORT-LINE.
           STRING '  ' SORT-SEQ ' ' SORT-LINE ' ' SORT-PARAGRAPH
               '  ' SORT-OLD-VALUE '  ' SORT-NEW-VALUE
               DELIMITED BY SIZE INTO DBGWTIME-REPORT-LINE.
           MOVE DBGWTIME-REPORT-LINE TO TIMELINE-REPORT-REC.
           WRITE TIMELINE-REPORT-REC.

       CLOSE-ITEM-TIMELINE.
           MOVE SPACES TO DBGWTIME-REPORT-LINE.
           STRING '  ' DBGWTIME-ITEM-CHANGES ' CHANGES'
               DELIMITED BY SIZE INTO DBGWTIME-REPORT-LINE.
           MOVE DBGWTIME-REPORT-LINE TO TIMELINE-REPORT-REC.
           WRITE TIMELINE-REPORT-REC.

       SORT-OUTPUT-DONE.
           EXIT.
