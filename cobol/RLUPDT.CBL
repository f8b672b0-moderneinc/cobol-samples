      *             must hold for a record to be updated
      *   SET     - offset 8-11, length 13-15, value 20-49; each
      *             SET replaces that field in a selected record
      *   TARGET  - the file's name on the freeze calendar, 8-25
      *   USER    - the submitting user id, 8-15
      * Comment cards start with an asterisk.
       FD  UPDATE-CARD-FILE
           LABEL RECORDS ARE STANDARD.
           02 FILLER               PIC X(1).
           02 CARD-VALUE           PIC X(30).
           02 FILLER               PIC X(31).
       01  UPDATE-NAME-CARD REDEFINES UPDATE-CARD.
           02 FILLER               PIC X(7).
           02 CARD-NAME            PIC X(18).
           02 FILLER               PIC X(55).

       FD  RL-LIVE
           LABEL RECORDS ARE STANDARD
       01  RLUPDT-VERDICT-SW       PIC X(3) VALUE 'NO'.
           88 RLUPDT-SHADOW-CLEAN        VALUE 'YES'.
       01  RLUPDT-REPORT-LINE      PIC X(120) VALUE SPACE.
       01  RLUPDT-RUN-DATE         PIC 9(8) VALUE ZERO.

      * The change freeze: FRZCHK is asked about the TARGET file
      * for the USER who submitted the run.  A run that does not
      * name its file is held by every freeze.
       01  RLUPDT-FRZ-PROGRAM      PIC X(24) VALUE 'RLUPDT'.
       01  RLUPDT-FRZ-DATA         PIC X(18) VALUE SPACE.
       01  RLUPDT-FRZ-USER         PIC X(8) VALUE SPACE.
       01  RLUPDT-FRZ-RESULT       PIC X(1) VALUE SPACE.
       01  RLUPDT-FRZ-REASON       PIC X(36) VALUE SPACE.

       01  RLUPDT-SEL-TABLE.
           02 RLUPDT-SEL-ENTRY OCCURS 10 TIMES.
      * verdict lets the following steps run the CERTFCMP
      * comparison and swap the shadow in (the prior file is kept
      * one cycle).  A bad control card is a thrown-away shadow,
      * not a live mistake.  During a declared change freeze on
      * the file no shadow is built unless an override user
      * submitted the run.  RC=0 clean, RC=8 do not swap.
       MAINLINE.
           ACCEPT RLUPDT-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-UPDATE-CARDS.
           OPEN OUTPUT UPDATE-REPORT.
           MOVE 'SHADOW-COPY MASS UPDATE OF RELATIVE FILE'
               CLOSE UPDATE-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK.
           PERFORM CHECK-CHANGE-FREEZE.
           IF RLUPDT-FRZ-RESULT EQUAL TO 'F'
               MOVE 'NO SHADOW BUILT - DO NOT SWAP, LIVE FILE UNTOUCHED'
                   TO UPDATE-REPORT-REC
               WRITE UPDATE-REPORT-REC
               CLOSE UPDATE-REPORT
               MOVE 8 TO RETURN-CODE
               GOBACK.
           PERFORM APPLY-TO-SHADOW.
           PERFORM VERIFY-SHADOW-COPY.
           PERFORM WRITE-UPDATE-VERDICT.
               NOT AT END PERFORM POST-ONE-UPDATE-CARD.

       POST-ONE-UPDATE-CARD.
           IF CARD-TYPE EQUAL TO 'TARGET'
               MOVE CARD-NAME TO RLUPDT-FRZ-DATA
           ELSE IF CARD-TYPE EQUAL TO 'USER  '
               MOVE CARD-NAME (1:8) TO RLUPDT-FRZ-USER
           ELSE IF CARD-TYPE(1:1) EQUAL TO '*'
             OR CARD-OFFSET IS NOT NUMERIC
             OR CARD-LENGTH IS NOT NUMERIC
             OR CARD-OFFSET EQUAL TO ZERO
                   TO RLUPDT-SET-VALUE (RLUPDT-SET-USED)
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       CHECK-CHANGE-FREEZE.
           MOVE SPACE TO RLUPDT-FRZ-RESULT.
           CALL 'FRZCHK' USING RLUPDT-FRZ-PROGRAM RLUPDT-FRZ-DATA
               RLUPDT-FRZ-USER RLUPDT-RUN-DATE RLUPDT-FRZ-RESULT
               RLUPDT-FRZ-REASON.
           MOVE SPACES TO RLUPDT-REPORT-LINE.
           IF RLUPDT-FRZ-RESULT EQUAL TO 'U'
               MOVE 'NO FREEZE CALENDAR - CHANGE FREEZE NOT IN FORCE'
                   TO RLUPDT-REPORT-LINE
           ELSE IF RLUPDT-FRZ-RESULT EQUAL TO 'F'
               STRING 'REFUSED UNDER CHANGE FREEZE (USER '
                   RLUPDT-FRZ-USER ') ' RLUPDT-FRZ-REASON
                   DELIMITED BY SIZE INTO RLUPDT-REPORT-LINE
           ELSE IF RLUPDT-FRZ-RESULT EQUAL TO 'O'
               STRING 'CHANGE FREEZE OVERRIDDEN BY ' RLUPDT-FRZ-USER
                   ' ' RLUPDT-FRZ-REASON
                   DELIMITED BY SIZE INTO RLUPDT-REPORT-LINE
           END-IF
           END-IF
           END-IF.
           IF RLUPDT-REPORT-LINE NOT EQUAL TO SPACE
               MOVE RLUPDT-REPORT-LINE TO UPDATE-REPORT-REC
               WRITE UPDATE-REPORT-REC.

       APPLY-TO-SHADOW.
           MOVE 'NO' TO RLUPDT-EOF-SW.
