000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           FRZCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FREEZE-CAL-FILE ASSIGN TO FRZCAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FRZCHK-CAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FREEZE-CAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FRZ_CAL.

       WORKING-STORAGE SECTION.
       01  FRZCHK-CAL-STATUS       PIC XX VALUE '00'.
       01  FRZCHK-EOF-SW           PIC X(3) VALUE 'NO'.
           88 FRZCHK-AT-EOF              VALUE 'YES'.
       01  FRZCHK-LOADED-SW        PIC X(3) VALUE 'NO'.
           88 FRZCHK-CAL-LOADED          VALUE 'YES'.
       01  FRZCHK-IN-FORCE-SW      PIC X(3) VALUE 'NO'.
           88 FRZCHK-CAL-IN-FORCE        VALUE 'YES'.
       01  FRZCHK-FROZEN-SW        PIC X(3) VALUE 'NO'.
           88 FRZCHK-IS-FROZEN           VALUE 'YES'.
       01  FRZCHK-OVERRIDE-SW      PIC X(3) VALUE 'NO'.
           88 FRZCHK-IS-OVERRIDE         VALUE 'YES'.

       01  FRZCHK-WIN-USED         PIC 9(3) VALUE ZERO.
       01  FRZCHK-WIN-SUB          PIC 9(3) VALUE ZERO.
       01  FRZCHK-WIN-TABLE.
           02 FRZCHK-WIN-ENTRY OCCURS 100 TIMES.
              03 FRZCHK-WIN-FROM        PIC 9(8).
              03 FRZCHK-WIN-TO          PIC 9(8).
              03 FRZCHK-WIN-DATA        PIC X(18).
              03 FRZCHK-WIN-REASON      PIC X(36).

       01  FRZCHK-OVR-USED         PIC 9(3) VALUE ZERO.
       01  FRZCHK-OVR-SUB          PIC 9(3) VALUE ZERO.
       01  FRZCHK-OVR-TABLE.
           02 FRZCHK-OVR-USER-ID OCCURS 50 TIMES PIC X(8).

       01  EXCP-CALL-PROGRAM       PIC X(24) VALUE SPACE.
       01  EXCP-CALL-STMT-TYPE     PIC X(8)  VALUE 'FREEZE  '.
       01  EXCP-CALL-CODE          PIC S9(9) VALUE ZERO.
       01  EXCP-CALL-MESSAGE       PIC X(70) VALUE SPACE.

       LINKAGE SECTION.

      * The caller's interface:
      *   FRZ-PROGRAM  the calling program, for the exception
      *                log
      *   FRZ-DATA     the data the caller is about to change, as
      *                the calendar names it; blank when the caller
      *                cannot say, which every freeze then covers
      *   FRZ-USER     the user who submitted the change
      *   FRZ-DATE     the date the change is being made
      *   FRZ-RESULT   N not frozen, go ahead
      *                F frozen - refuse the change
      *                O frozen, but the user is an override user
      *                U no freeze calendar - freeze not in force
      *   FRZ-REASON   the freeze's reason, for F and O
       01  FRZ-PROGRAM             PIC X(24).
       01  FRZ-DATA                PIC X(18).
       01  FRZ-USER                PIC X(8).
       01  FRZ-DATE                PIC 9(8).
       01  FRZ-RESULT              PIC X(1).
       01  FRZ-REASON              PIC X(36).

       PROCEDURE DIVISION USING FRZ-PROGRAM FRZ-DATA FRZ-USER
           FRZ-DATE FRZ-RESULT FRZ-REASON.

      * The change-freeze check every data-changing utility makes
      * before it touches master data, so the freeze the business
      * declares is enforced by the programs and not by e-mail.
      * The calendar is read on the first call and held for the
      * run.  A change under a freeze is refused unless its user
      * is on the override list; every refusal and every override
      * goes to the structured exception log, so the freeze's
      * exceptions are as visible as its failures.
       MAINLINE.
           IF NOT FRZCHK-CAL-LOADED
               PERFORM LOAD-FREEZE-CALENDAR.
           MOVE SPACES TO FRZ-REASON.
           IF NOT FRZCHK-CAL-IN-FORCE
               MOVE 'U' TO FRZ-RESULT
               GOBACK.
           MOVE 'NO' TO FRZCHK-FROZEN-SW.
           MOVE ZERO TO FRZCHK-WIN-SUB.
           PERFORM MATCH-ONE-FREEZE-WINDOW
               UNTIL FRZCHK-IS-FROZEN
                  OR FRZCHK-WIN-SUB NOT LESS THAN FRZCHK-WIN-USED.
           IF NOT FRZCHK-IS-FROZEN
               MOVE 'N' TO FRZ-RESULT
               GOBACK.
           MOVE FRZCHK-WIN-REASON (FRZCHK-WIN-SUB) TO FRZ-REASON.
           MOVE 'NO' TO FRZCHK-OVERRIDE-SW.
           MOVE ZERO TO FRZCHK-OVR-SUB.
           PERFORM MATCH-ONE-OVERRIDE-USER
               UNTIL FRZCHK-IS-OVERRIDE
                  OR FRZCHK-OVR-SUB NOT LESS THAN FRZCHK-OVR-USED.
           MOVE FRZ-PROGRAM TO EXCP-CALL-PROGRAM.
           MOVE SPACES TO EXCP-CALL-MESSAGE.
           IF FRZCHK-IS-OVERRIDE
               MOVE 'O' TO FRZ-RESULT
               MOVE ZERO TO EXCP-CALL-CODE
               STRING 'FREEZE OVERRIDDEN ON '
                   DELIMITED BY SIZE
                   FRZ-DATA DELIMITED BY SPACE
                   ' BY ' DELIMITED BY SIZE
                   FRZ-USER DELIMITED BY SPACE
                   ': ' FRZ-REASON DELIMITED BY SIZE
                   INTO EXCP-CALL-MESSAGE
           ELSE
               MOVE 'F' TO FRZ-RESULT
               MOVE 8 TO EXCP-CALL-CODE
               STRING 'FREEZE REFUSED CHANGE TO '
                   DELIMITED BY SIZE
                   FRZ-DATA DELIMITED BY SPACE
                   ' BY ' DELIMITED BY SIZE
                   FRZ-USER DELIMITED BY SPACE
                   ': ' FRZ-REASON DELIMITED BY SIZE
                   INTO EXCP-CALL-MESSAGE.
           CALL 'EXCPLOG' USING EXCP-CALL-PROGRAM
               EXCP-CALL-STMT-TYPE EXCP-CALL-CODE
               EXCP-CALL-MESSAGE.
           GOBACK.

       LOAD-FREEZE-CALENDAR.
           SET FRZCHK-CAL-LOADED TO TRUE.
           OPEN INPUT FREEZE-CAL-FILE.
           IF FRZCHK-CAL-STATUS EQUAL TO '00'
               SET FRZCHK-CAL-IN-FORCE TO TRUE
               PERFORM LOAD-ONE-CALENDAR-REC UNTIL FRZCHK-AT-EOF
               CLOSE FREEZE-CAL-FILE.

       LOAD-ONE-CALENDAR-REC.
           READ FREEZE-CAL-FILE
               AT END SET FRZCHK-AT-EOF TO TRUE
               NOT AT END
                   IF FRZ-REC-TYPE EQUAL TO 'FREEZE'
                     AND FRZ-FROM-DATE IS NUMERIC
                     AND FRZ-TO-DATE IS NUMERIC
                     AND FRZCHK-WIN-USED IS LESS THAN 100
                       ADD 1 TO FRZCHK-WIN-USED
                       MOVE FRZ-FROM-DATE
                           TO FRZCHK-WIN-FROM (FRZCHK-WIN-USED)
                       MOVE FRZ-TO-DATE
                           TO FRZCHK-WIN-TO (FRZCHK-WIN-USED)
                       MOVE FRZ-DATA-NAME
                           TO FRZCHK-WIN-DATA (FRZCHK-WIN-USED)
                       MOVE FRZ-CAL-REASON
                           TO FRZCHK-WIN-REASON (FRZCHK-WIN-USED)
                   ELSE
                   IF FRZ-REC-TYPE EQUAL TO 'OVERRD'
                     AND FRZ-OVR-USER NOT EQUAL TO SPACE
                     AND FRZCHK-OVR-USED IS LESS THAN 50
                       ADD 1 TO FRZCHK-OVR-USED
                       MOVE FRZ-OVR-USER
                           TO FRZCHK-OVR-USER-ID (FRZCHK-OVR-USED)
                   END-IF
                   END-IF.

       MATCH-ONE-FREEZE-WINDOW.
           ADD 1 TO FRZCHK-WIN-SUB.
           IF FRZ-DATE IS NOT LESS THAN
                   FRZCHK-WIN-FROM (FRZCHK-WIN-SUB)
             AND FRZ-DATE IS NOT GREATER THAN
                   FRZCHK-WIN-TO (FRZCHK-WIN-SUB)
             AND (FRZCHK-WIN-DATA (FRZCHK-WIN-SUB) EQUAL TO '*ALL'
               OR FRZCHK-WIN-DATA (FRZCHK-WIN-SUB) EQUAL TO FRZ-DATA
               OR FRZ-DATA EQUAL TO SPACE)
               SET FRZCHK-IS-FROZEN TO TRUE.

       MATCH-ONE-OVERRIDE-USER.
           ADD 1 TO FRZCHK-OVR-SUB.
           IF FRZCHK-OVR-USER-ID (FRZCHK-OVR-SUB) EQUAL TO FRZ-USER
             AND FRZ-USER NOT EQUAL TO SPACE
               SET FRZCHK-IS-OVERRIDE TO TRUE.
