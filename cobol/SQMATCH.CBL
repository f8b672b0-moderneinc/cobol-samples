      * and length 6-8 of the key field inside the 120-character
      * record body.  Both inputs must arrive sorted ascending on
      * that field (STSEQCK-style prechecks belong ahead of this
      * step).  The master's name on the freeze calendar goes in
      * 10-27 and the submitting user id in 29-36.
       FD  MATCH-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  MATCH-CARD.
           02 CARD-KEY-OFFSET      PIC 9(4).
           02 FILLER               PIC X(1).
           02 CARD-KEY-LENGTH      PIC 9(3).
           02 FILLER               PIC X(1).
           02 CARD-MASTER-NAME     PIC X(18).
           02 FILLER               PIC X(1).
           02 CARD-USER-ID         PIC X(8).
           02 FILLER               PIC X(44).

       FD  MASTER-IN
           LABEL RECORDS ARE STANDARD
       01  SQMATCH-DUPKEY-CNT      PIC 9(8) VALUE ZERO.
       01  SQMATCH-PROOF-CNT       PIC S9(9) VALUE ZERO.
       01  SQMATCH-REPORT-LINE     PIC X(120) VALUE SPACE.
       01  SQMATCH-RUN-DATE        PIC 9(8) VALUE ZERO.

      * The change freeze: FRZCHK is asked about the master named
      * on the card for the user who submitted the run.  A card
      * that does not name its master is held by every freeze.
       01  SQMATCH-FRZ-PROGRAM     PIC X(24) VALUE 'SQMATCH'.
       01  SQMATCH-FRZ-RESULT      PIC X(1) VALUE SPACE.
       01  SQMATCH-FRZ-REASON      PIC X(36) VALUE SPACE.

       PROCEDURE DIVISION.

      * transactions in, new master out; unmatched transactions
      * and duplicate master keys go to the exception report, and
      * the control totals prove records-in plus adds minus
      * deletes equals records-out.  During a declared change
      * freeze on the master nothing is written unless an override
      * user submitted the run.  RC=4 when any exception or a
      * broken proof needs eyes, RC=8 when the freeze refused the
      * run and there is no new master.
       MAINLINE.
           ACCEPT SQMATCH-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT MATCH-CARD-FILE.
           READ MATCH-CARD-FILE
               AT END MOVE SPACES TO MATCH-CARD.
               GOBACK.
           MOVE CARD-KEY-OFFSET TO SQMATCH-KEY-OFFSET.
           MOVE CARD-KEY-LENGTH TO SQMATCH-KEY-LENGTH.
           MOVE SPACE TO SQMATCH-FRZ-RESULT.
           CALL 'FRZCHK' USING SQMATCH-FRZ-PROGRAM CARD-MASTER-NAME
               CARD-USER-ID SQMATCH-RUN-DATE SQMATCH-FRZ-RESULT
               SQMATCH-FRZ-REASON.
           IF SQMATCH-FRZ-RESULT EQUAL TO 'F'
               PERFORM REFUSE-FROZEN-RUN
               MOVE 8 TO RETURN-CODE
               GOBACK.
           OPEN INPUT MASTER-IN TRAN-IN
               OUTPUT MASTER-OUT MATCH-REPORT.
           MOVE 'BALANCED-LINE MASTER/TRANSACTION UPDATE'
               TO MATCH-REPORT-REC.
           WRITE MATCH-REPORT-REC.
           PERFORM REPORT-CHANGE-FREEZE.
           MOVE SPACES TO MATCH-REPORT-REC.
           WRITE MATCH-REPORT-REC.
           PERFORM READ-NEXT-MASTER.
               MOVE 0 TO RETURN-CODE.
           GOBACK.

       REFUSE-FROZEN-RUN.
           OPEN OUTPUT MATCH-REPORT.
           MOVE 'BALANCED-LINE MASTER/TRANSACTION UPDATE'
               TO MATCH-REPORT-REC.
           WRITE MATCH-REPORT-REC.
           MOVE SPACES TO SQMATCH-REPORT-LINE.
           STRING 'REFUSED UNDER CHANGE FREEZE (USER ' CARD-USER-ID
               ') ' SQMATCH-FRZ-REASON
               DELIMITED BY SIZE INTO SQMATCH-REPORT-LINE.
           MOVE SQMATCH-REPORT-LINE TO MATCH-REPORT-REC.
           WRITE MATCH-REPORT-REC.
           MOVE 'NO NEW MASTER WRITTEN - DO NOT RELEASE'
               TO MATCH-REPORT-REC.
           WRITE MATCH-REPORT-REC.
           CLOSE MATCH-REPORT.

       REPORT-CHANGE-FREEZE.
           MOVE SPACES TO SQMATCH-REPORT-LINE.
           IF SQMATCH-FRZ-RESULT EQUAL TO 'U'
               MOVE 'NO FREEZE CALENDAR - CHANGE FREEZE NOT IN FORCE'
                   TO SQMATCH-REPORT-LINE
           ELSE IF SQMATCH-FRZ-RESULT EQUAL TO 'O'
               STRING 'CHANGE FREEZE OVERRIDDEN BY ' CARD-USER-ID
                   ' ' SQMATCH-FRZ-REASON
                   DELIMITED BY SIZE INTO SQMATCH-REPORT-LINE
           END-IF
           END-IF.
           IF SQMATCH-REPORT-LINE NOT EQUAL TO SPACE
               MOVE SQMATCH-REPORT-LINE TO MATCH-REPORT-REC
               WRITE MATCH-REPORT-REC.

       READ-NEXT-MASTER.
           READ MASTER-IN
               AT END
