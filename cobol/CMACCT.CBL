       FILE SECTION.

      * The comm step's audit file: terminal 1-12, operation 14-21,
      * status key 30-31 after the " STATUS=" tag.  A message taken
      * under priority classes also carries the class (H, N or B)
      * in 65 after " CLASS=" and its wait in the queue, in
      * hundredths of a second, in 72-78 after " WAIT=".
       FD  AUDIT-IN
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-IN-REC.
           02 AUD-OPERATION        PIC X(8).
           02 FILLER               PIC X(8).
           02 AUD-STATUS-KEY      PIC XX.
           02 FILLER               PIC X(33).
           02 AUD-CLASS            PIC X(1).
           02 FILLER               PIC X(6).
           02 AUD-WAIT             PIC X(7).
           02 AUD-WAIT-N REDEFINES AUD-WAIT PIC 9(7).
           02 FILLER               PIC X(2).

      * Inbound sizes from the queue-simulation records: source
      * 1-12, length 16-19.
       01  CMACCT-ERR-PCT          PIC 9(3) VALUE ZERO.
       01  CMACCT-PCT-DISP         PIC ZZ9.
       01  CMACCT-REPORT-LINE      PIC X(120) VALUE SPACE.
       01  CMACCT-CLASS-SUB        PIC 9(1) VALUE ZERO.
       01  CMACCT-CLASSED-CNT      PIC 9(6) VALUE ZERO.
       01  CMACCT-WAIT-MEAN        PIC 9(7) VALUE ZERO.

       01  CMACCT-TERM-TABLE.
           02 CMACCT-TERM-ENTRY OCCURS 30 TIMES.
              03 CMACCT-DEPT-CHARS      PIC 9(9).
              03 CMACCT-DEPT-ERRORS     PIC 9(6).

       01  CMACCT-CLASS-NAMES.
           02 FILLER               PIC X(7) VALUE 'HHIGH'.
           02 FILLER               PIC X(7) VALUE 'NNORMAL'.
           02 FILLER               PIC X(7) VALUE 'BBULK'.
       01  CMACCT-CLASS-NAME-TABLE REDEFINES CMACCT-CLASS-NAMES.
           02 CMACCT-CLASS-NAME-ENTRY OCCURS 3 TIMES.
              03 CMACCT-CLASS-CODE      PIC X(1).
              03 CMACCT-CLASS-NAME      PIC X(6).

       01  CMACCT-CLASS-TABLE.
           02 CMACCT-CLASS-ENTRY OCCURS 3 TIMES.
              03 CMACCT-CLASS-MSGS      PIC 9(6) VALUE ZERO.
              03 CMACCT-CLASS-WAIT-TOT  PIC 9(9) VALUE ZERO.
              03 CMACCT-CLASS-WAIT-MAX  PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.

      * Daily terminal usage accounting from the comm audit trail:
      * per-terminal messages in and out, characters transferred,
      * and error-status percentage, rolled up to departments
      * through the terminal-to-department control file so the
      * network bill finally has numbers behind it.  Messages the
      * comm step took under priority classes are also totalled by
      * class with their mean and longest wait in the queue, to show
      * high-priority traffic is taken ahead of normal and bulk.
       MAINLINE.
           PERFORM LOAD-DEPARTMENT-MAP.
           PERFORM TALLY-AUDIT-OPERATIONS.
               IF AUD-STATUS-KEY NOT EQUAL TO '00'
                   ADD 1 TO CMACCT-TERM-ERRORS (CMACCT-TERM-SUB)
               END-IF.
           IF AUD-OPERATION EQUAL TO 'RECEIVE '
             AND AUD-CLASS NOT EQUAL TO SPACE
               PERFORM POST-CLASS-RECEIVE.

       POST-CLASS-RECEIVE.
           MOVE 'NO' TO CMACCT-FOUND-SW.
           MOVE ZERO TO CMACCT-CLASS-SUB.
           PERFORM MATCH-CLASS-CODE
               UNTIL CMACCT-ENTRY-FOUND
                  OR CMACCT-CLASS-SUB NOT LESS THAN 3.
           IF CMACCT-ENTRY-FOUND
               ADD 1 TO CMACCT-CLASSED-CNT
               ADD 1 TO CMACCT-CLASS-MSGS (CMACCT-CLASS-SUB)
               IF AUD-WAIT IS NUMERIC
                   ADD AUD-WAIT-N
                       TO CMACCT-CLASS-WAIT-TOT (CMACCT-CLASS-SUB)
                   IF AUD-WAIT-N GREATER THAN
                           CMACCT-CLASS-WAIT-MAX (CMACCT-CLASS-SUB)
                       MOVE AUD-WAIT-N
                           TO CMACCT-CLASS-WAIT-MAX (CMACCT-CLASS-SUB)
                   END-IF
               END-IF.

       MATCH-CLASS-CODE.
           ADD 1 TO CMACCT-CLASS-SUB.
           IF CMACCT-CLASS-CODE (CMACCT-CLASS-SUB) EQUAL TO AUD-CLASS
               SET CMACCT-ENTRY-FOUND TO TRUE.

       LOCATE-TERMINAL-ENTRY.
           MOVE 'NO' TO CMACCT-FOUND-SW.
           PERFORM WRITE-ONE-DEPT-LINE
               UNTIL CMACCT-DEPT-SUB NOT LESS THAN
                     CMACCT-DEPT-USED.
           MOVE SPACES TO ACCOUNT-REPORT-REC.
           WRITE ACCOUNT-REPORT-REC.
           MOVE 'PRIORITY CLASS:' TO ACCOUNT-REPORT-REC.
           WRITE ACCOUNT-REPORT-REC.
           IF CMACCT-CLASSED-CNT EQUAL TO ZERO
               MOVE '   NO MESSAGES TAKEN UNDER PRIORITY CLASSES'
                   TO ACCOUNT-REPORT-REC
               WRITE ACCOUNT-REPORT-REC
           ELSE
               MOVE ZERO TO CMACCT-CLASS-SUB
               PERFORM WRITE-ONE-CLASS-LINE
                   UNTIL CMACCT-CLASS-SUB NOT LESS THAN 3.

       WRITE-ONE-TERMINAL-LINE.
           ADD 1 TO CMACCT-TERM-SUB.
               DELIMITED BY SIZE INTO CMACCT-REPORT-LINE.
           MOVE CMACCT-REPORT-LINE TO ACCOUNT-REPORT-REC.
           WRITE ACCOUNT-REPORT-REC.

       WRITE-ONE-CLASS-LINE.
           ADD 1 TO CMACCT-CLASS-SUB.
           MOVE ZERO TO CMACCT-WAIT-MEAN.
           IF CMACCT-CLASS-MSGS (CMACCT-CLASS-SUB) NOT EQUAL TO ZERO
               COMPUTE CMACCT-WAIT-MEAN =
                   CMACCT-CLASS-WAIT-TOT (CMACCT-CLASS-SUB)
                   / CMACCT-CLASS-MSGS (CMACCT-CLASS-SUB).
           MOVE SPACES TO CMACCT-REPORT-LINE.
           STRING '   '
               CMACCT-CLASS-NAME (CMACCT-CLASS-SUB)
               ' IN=' CMACCT-CLASS-MSGS (CMACCT-CLASS-SUB)
               ' MEAN-WAIT-CS=' CMACCT-WAIT-MEAN
               ' MAX-WAIT-CS='
               CMACCT-CLASS-WAIT-MAX (CMACCT-CLASS-SUB)
               DELIMITED BY SIZE INTO CMACCT-REPORT-LINE.
           MOVE CMACCT-REPORT-LINE TO ACCOUNT-REPORT-REC.
           WRITE ACCOUNT-REPORT-REC.
