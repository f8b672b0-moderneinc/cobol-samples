           SELECT ALERT-FILE ASSIGN TO ALRTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTALRT-ALRT-STATUS.
           SELECT ROSTER-FILE ASSIGN TO ROSTERIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTALRT-ROSTER-STATUS.
           SELECT NOTICE-OUT ASSIGN TO ALRTMSG
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

           02 ALRT-FAIL-COUNT      PIC 9(5).
           02 FILLER               PIC X(42).

      * The terminal roster the comm step delivers to.
       FD  ROSTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  ROSTER-FILE-REC         PIC X(12).

      * Terminal notices in the send-deck shape CMAVAIL gates:
      * destination 1-12, message text from 14.
       FD  NOTICE-OUT
           LABEL RECORDS ARE STANDARD.
       01  NOTICE-REC.
           02 NTC-DESTINATION      PIC X(12).
           02 FILLER               PIC X(1).
           02 NTC-MESSAGE          PIC X(60).
           02 FILLER               PIC X(7).

       WORKING-STORAGE SECTION.
       01  CERTALRT-EOF-SW         PIC X(3) VALUE 'NO'.
           88 CERTALRT-AT-EOF            VALUE 'YES'.
           88 CERTALRT-WVR-AT-EOF        VALUE 'YES'.
       01  CERTALRT-WVR-STATUS     PIC XX  VALUE '00'.
       01  CERTALRT-ALRT-STATUS    PIC XX  VALUE '00'.
       01  CERTALRT-ROSTER-STATUS  PIC XX  VALUE '00'.
       01  CERTALRT-ROSTER-EOF-SW  PIC X(3) VALUE 'NO'.
           88 CERTALRT-ROSTER-AT-EOF     VALUE 'YES'.
       01  CERTALRT-ROSTER-USED    PIC 9(2) VALUE ZERO.
       01  CERTALRT-ROSTER-SUB     PIC 9(2) VALUE ZERO.
       01  CERTALRT-NOTICE-CNT     PIC 9(5) VALUE ZERO.
       01  CERTALRT-NOTICE-LINE    PIC X(60) VALUE SPACE.
       01  CERTALRT-RUN-DATE       PIC 9(8) VALUE ZERO.
       01  CERTALRT-RUN-TIME       PIC 9(6) VALUE ZERO.
       01  CERTALRT-TIME-FULL.
              03 CERTALRT-WVR-PROGRAM   PIC X(9).
              03 CERTALRT-WVR-PAR-NAME  PIC X(22).

       01  CERTALRT-ROSTER-TABLE.
           02 CERTALRT-ROSTER-TERM OCCURS 10 TIMES PIC X(12).

       01  CERTALRT-PGM-TABLE.
           02 CERTALRT-PGM-ENTRY OCCURS 40 TIMES.
              03 CERTALRT-PGM-NAME      PIC X(9).
      * Turns unwaived failures into something the overnight shift
      * sees without logging in: a console message naming each
      * failing program, and a compact alert record in the operator
      * alert dataset for the paging monitor.  Each failing program
      * is also sent as a notice to every roster terminal through
      * the send deck, where CMAVAIL holds it for a desk outside
      * its staffing window; the operator answers "ACK program"
      * and CMACK files the acknowledgment CERTACK ages.  The
      * notice dataset is rewritten on every run, so a clean run
      * leaves it empty rather than holding the last failing run's
      * notices.  RC=8 when an alert was raised, RC=0 on a clean
      * (or fully waived) run.
       MAINLINE.
           ACCEPT CERTALRT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT CERTALRT-TIME-FULL FROM TIME.
           OPEN INPUT EXTRACT-IN.
           PERFORM READ-EXTRACT-RECORD UNTIL CERTALRT-AT-EOF.
           CLOSE EXTRACT-IN.
           OPEN OUTPUT NOTICE-OUT.
           IF CERTALRT-PGM-USED EQUAL TO ZERO
               MOVE 0 TO RETURN-CODE
           ELSE
               PERFORM RAISE-OPERATOR-ALERT
               MOVE 8 TO RETURN-CODE.
           CLOSE NOTICE-OUT.
           GOBACK.

       LOAD-WAIVER-BASELINE.
               ' UNWAIVED FAILURE(S)'
               DELIMITED BY SIZE INTO CERTALRT-CONSOLE-LINE.
           DISPLAY CERTALRT-CONSOLE-LINE UPON OPERATOR-CONSOLE.
           PERFORM LOAD-TERMINAL-ROSTER.
           MOVE ZERO TO CERTALRT-PGM-SUB.
           PERFORM ALERT-ONE-PROGRAM
               UNTIL CERTALRT-PGM-SUB NOT LESS THAN
                     CERTALRT-PGM-USED.
           CLOSE ALERT-FILE.
           MOVE SPACES TO CERTALRT-CONSOLE-LINE.
           STRING 'CERTALRT: '
               CERTALRT-NOTICE-CNT
               ' TERMINAL NOTICE(S) QUEUED FOR '
               CERTALRT-ROSTER-USED
               ' ROSTER TERMINAL(S)'
               DELIMITED BY SIZE INTO CERTALRT-CONSOLE-LINE.
           DISPLAY CERTALRT-CONSOLE-LINE UPON OPERATOR-CONSOLE.

      * No roster simply means no terminal notices.
       LOAD-TERMINAL-ROSTER.
           OPEN INPUT ROSTER-FILE.
           IF CERTALRT-ROSTER-STATUS EQUAL TO '00'
               PERFORM LOAD-ONE-ROSTER-TERMINAL
                   UNTIL CERTALRT-ROSTER-AT-EOF
                      OR CERTALRT-ROSTER-USED NOT LESS THAN 10
               CLOSE ROSTER-FILE.

       LOAD-ONE-ROSTER-TERMINAL.
           READ ROSTER-FILE
               AT END SET CERTALRT-ROSTER-AT-EOF TO TRUE
               NOT AT END
                   IF ROSTER-FILE-REC NOT EQUAL TO SPACE
                       ADD 1 TO CERTALRT-ROSTER-USED
                       MOVE ROSTER-FILE-REC TO CERTALRT-ROSTER-TERM
                           (CERTALRT-ROSTER-USED)
                   END-IF.

       ALERT-ONE-PROGRAM.
           ADD 1 TO CERTALRT-PGM-SUB.
               ' TEST(S) - PAGE THE ON-CALL ANALYST'
               DELIMITED BY SIZE INTO CERTALRT-CONSOLE-LINE.
           DISPLAY CERTALRT-CONSOLE-LINE UPON OPERATOR-CONSOLE.
           MOVE SPACES TO CERTALRT-NOTICE-LINE.
           STRING 'ALERT ' DELIMITED BY SIZE
               CERTALRT-RUN-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CERTALRT-PGM-NAME (CERTALRT-PGM-SUB) DELIMITED BY SPACE
               ' FAILED ' DELIMITED BY SIZE
               CERTALRT-PGM-FAILS (CERTALRT-PGM-SUB) DELIMITED BY SIZE
               ' - REPLY ACK ' DELIMITED BY SIZE
               CERTALRT-PGM-NAME (CERTALRT-PGM-SUB) DELIMITED BY SPACE
               INTO CERTALRT-NOTICE-LINE.
           MOVE ZERO TO CERTALRT-ROSTER-SUB.
           PERFORM NOTIFY-ONE-TERMINAL
               UNTIL CERTALRT-ROSTER-SUB NOT LESS THAN
                     CERTALRT-ROSTER-USED.

       NOTIFY-ONE-TERMINAL.
           ADD 1 TO CERTALRT-ROSTER-SUB.
           ADD 1 TO CERTALRT-NOTICE-CNT.
           MOVE SPACES TO NOTICE-REC.
           MOVE CERTALRT-ROSTER-TERM (CERTALRT-ROSTER-SUB)
               TO NTC-DESTINATION.
           MOVE CERTALRT-NOTICE-LINE TO NTC-MESSAGE.
           WRITE NOTICE-REC.
