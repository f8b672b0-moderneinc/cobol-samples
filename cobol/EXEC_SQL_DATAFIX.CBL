      *   SQL_RUN_HIST - the tables ad-hoc fixes actually touch)
      *   WHERE card: the condition text in 9-78
      *   SET card:   the assignment text in 9-78
      *   USER card:  the submitting user id in 9-16, which the
      *   change freeze is checked against at APPLY
       FD  FIX-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  FIX-CARD.
       01 DATAFIX-FAIL-DISP     PIC ZZZZZZZZ9.
       01 DATAFIX-REPORT-LINE   PIC X(132) VALUE SPACE.

      * The change freeze: FRZCHK is asked about the table for the
      * user on the USER card before an APPLY touches it.
       01 DATAFIX-USER-ID       PIC X(8) VALUE SPACE.
       01 DATAFIX-FRZ-RESULT    PIC X(1) VALUE SPACE.
       01 DATAFIX-FRZ-REASON    PIC X(36) VALUE SPACE.


      * Every applied fix writes its identification to the
      * structured exception log - freehand table fixes are how
      * token, recomputes it against the live table first (so a
      * table that moved since the preview refuses the fix),
      * requires the update to touch exactly the previewed count,
      * commits, and logs the action.  During a declared change
      * freeze on the table an APPLY is refused unless an override
      * user submitted it.  RC=0 clean, RC=8 refused.
       MAINLINE.
           EXEC SQL
               WHENEVER SQLERROR GO TO SQL-ERROR-PARA
               MOVE CARD-TEXT TO DATAFIX-WHERE-TEXT
           ELSE IF CARD-TYPE EQUAL TO 'SET    '
               MOVE CARD-TEXT TO DATAFIX-SET-TEXT
           ELSE IF CARD-TYPE EQUAL TO 'USER   '
               MOVE CARD-TEXT (1:8) TO DATAFIX-USER-ID
           END-IF
           END-IF
           END-IF
           END-IF
           EXIT.

       APPLY-PHASE.
           MOVE SPACE TO DATAFIX-FRZ-RESULT.
           CALL 'FRZCHK' USING EXCP-CALL-PROGRAM DATAFIX-TABLE
               DATAFIX-USER-ID DATAFIX-RUN-DATE DATAFIX-FRZ-RESULT
               DATAFIX-FRZ-REASON.
           MOVE SPACES TO DATAFIX-REPORT-LINE.
           IF DATAFIX-FRZ-RESULT EQUAL TO 'U'
               MOVE 'NO FREEZE CALENDAR - CHANGE FREEZE NOT IN FORCE'
                   TO DATAFIX-REPORT-LINE
           ELSE IF DATAFIX-FRZ-RESULT EQUAL TO 'O'
               STRING 'CHANGE FREEZE OVERRIDDEN BY ' DATAFIX-USER-ID
                   ' ' DATAFIX-FRZ-REASON
                   DELIMITED BY SIZE INTO DATAFIX-REPORT-LINE
           END-IF
           END-IF.
           IF DATAFIX-REPORT-LINE NOT EQUAL TO SPACE
               MOVE DATAFIX-REPORT-LINE TO FIX-REPORT-REC
               WRITE FIX-REPORT-REC.
           IF DATAFIX-FRZ-RESULT EQUAL TO 'F'
               MOVE SPACES TO DATAFIX-REPORT-LINE
               STRING 'REFUSED UNDER CHANGE FREEZE (USER '
                   DATAFIX-USER-ID ') ' DATAFIX-FRZ-REASON
                   DELIMITED BY SIZE INTO DATAFIX-REPORT-LINE
               MOVE DATAFIX-REPORT-LINE TO FIX-REPORT-REC
               WRITE FIX-REPORT-REC
               MOVE 8 TO RETURN-CODE
               GO TO APPLY-PHASE-EX.
           IF DATAFIX-TOKEN-IN NOT EQUAL TO DATAFIX-TOKEN-CALC
               MOVE SPACES TO DATAFIX-REPORT-LINE
               STRING 'TOKEN ' DATAFIX-TOKEN-IN
