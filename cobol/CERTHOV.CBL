           SELECT LOCK-FILE ASSIGN TO LOKFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTHOV-LOCK-STATUS.
           SELECT OPERATOR-COMMANDS ASSIGN TO OPCMDS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTHOV-OPC-STATUS.
           SELECT RUNID-FILE ASSIGN TO RUNIDDS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTHOV-RUNID-STATUS.
           02 LOK-SUBMITTER        PIC X(8).
           02 FILLER               PIC X(50).

      * The commands the operators sent from their terminals
      * through CMOPCMD during the run.
       FD  OPERATOR-COMMANDS
           LABEL RECORDS ARE STANDARD.
           COPY OPR_CMD.

       FD  RUNID-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUNID-REC.
       01  CERTHOV-LOG-STATUS      PIC XX  VALUE '00'.
       01  CERTHOV-LOCK-STATUS     PIC XX  VALUE '00'.
       01  CERTHOV-RUNID-STATUS    PIC XX  VALUE '00'.
       01  CERTHOV-OPC-STATUS      PIC XX  VALUE '00'.
       01  CERTHOV-COMMAND-CNT     PIC 9(3) VALUE ZERO.
       01  CERTHOV-EOF-SW          PIC X(3) VALUE 'NO'.
           88 CERTHOV-AT-EOF             VALUE 'YES'.
       01  CERTHOV-RUN-ID          PIC X(12) VALUE SPACE.
      * Shift handover on a page instead of from memory: what ran
      * and finished, what failed, what is still mid-flight, which
      * alerts nobody has acknowledged, what the exception log
      * caught tonight, which commands the operators issued from
      * their terminals, and whether the interlock token says a
      * run still owns the shared datasets.  The do-this-first
      * section leads.  Printed through CERTPAGE so the 6 AM
      * briefing is a paginated document.
           PERFORM WRITE-ALERT-SECTION.
           PERFORM PRINT-BLANK-LINE.
           PERFORM WRITE-EXCEPTION-SECTION.
           PERFORM PRINT-BLANK-LINE.
           PERFORM WRITE-COMMAND-SECTION.

      * The things the day shift must touch before coffee: the
      * failed steps and the unread alerts, counted up front so
                       PERFORM PRINT-HANDOVER-LINE
                   END-IF.

      * Every command taken, in the order taken, with the operator
      * who sent it - a held or skipped step in the step section
      * is explained here.
       WRITE-COMMAND-SECTION.
           MOVE 'OPERATOR COMMANDS ISSUED:' TO CERTHOV-REPORT-LINE.
           PERFORM PRINT-HANDOVER-LINE.
           MOVE 'NO' TO CERTHOV-EOF-SW.
           OPEN INPUT OPERATOR-COMMANDS.
           IF CERTHOV-OPC-STATUS NOT EQUAL TO '00'
               SET CERTHOV-AT-EOF TO TRUE.
           PERFORM LIST-ONE-COMMAND UNTIL CERTHOV-AT-EOF.
           IF CERTHOV-OPC-STATUS EQUAL TO '00'
             OR CERTHOV-OPC-STATUS EQUAL TO '10'
               CLOSE OPERATOR-COMMANDS.
           IF CERTHOV-COMMAND-CNT EQUAL TO ZERO
               MOVE '   (NONE)' TO CERTHOV-REPORT-LINE
               PERFORM PRINT-HANDOVER-LINE.
           MOVE 'NO' TO CERTHOV-EOF-SW.

       LIST-ONE-COMMAND.
           READ OPERATOR-COMMANDS
               AT END SET CERTHOV-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO CERTHOV-COMMAND-CNT
                   MOVE SPACES TO CERTHOV-REPORT-LINE
                   STRING '   ' OPC-DATE ' ' OPC-TIME
                       ' ' OPC-VERB ' ' OPC-TARGET
                       ' BY ' OPC-OPERATOR
                       ' AT ' OPC-TERMINAL
                       ' ' OPC-REASON
                       DELIMITED BY SIZE INTO CERTHOV-REPORT-LINE
                   PERFORM PRINT-HANDOVER-LINE.

       PRINT-HANDOVER-LINE.
           MOVE CERTHOV-REPORT-LINE TO HANDOVER-REPORT-REC.
           MOVE 'LINE ' TO CERTHOV-PAGE-ACTION.
