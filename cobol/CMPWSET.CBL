000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           CMPWSET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PW-CARD-FILE ASSIGN TO PWCARDS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CMPWSET-CARD-STATUS.
           SELECT USER-IN ASSIGN TO USERIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CMPWSET-USER-STATUS.
           SELECT USER-OUT ASSIGN TO USEROUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT PW-REPORT ASSIGN TO PWSRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      * One card per change: SET or DEL in 1-3, user id in 5-12,
      * for SET the new password in 14-29.  Comment cards start
      * with an asterisk.
       FD  PW-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  PW-CARD.
           02 CARD-ACTION          PIC X(3).
           02 FILLER               PIC X(1).
           02 CARD-USER-ID         PIC X(8).
           02 FILLER               PIC X(1).
           02 CARD-PASSWORD        PIC X(16).
           02 FILLER               PIC X(51).

      * Last generation of the sign-on dataset (absent the first
      * time the dataset is built).
       FD  USER-IN
           LABEL RECORDS ARE STANDARD.
           COPY CM_USER.

       FD  USER-OUT
           LABEL RECORDS ARE STANDARD.
           COPY CM_USER REPLACING ==USER-REC== BY ==USER-OUT-REC==
               LEADING ==USR-== BY ==USO-==.

       FD  PW-REPORT
           LABEL RECORDS ARE STANDARD.
       01  PW-REPORT-REC           PIC X(120).

       WORKING-STORAGE SECTION.
       01  CMPWSET-CARD-STATUS     PIC XX VALUE '00'.
       01  CMPWSET-USER-STATUS     PIC XX VALUE '00'.
       01  CMPWSET-EOF-SW          PIC X(3) VALUE 'NO'.
           88 CMPWSET-AT-EOF             VALUE 'YES'.
       01  CMPWSET-FOUND-SW        PIC X(3) VALUE 'NO'.
           88 CMPWSET-ENTRY-FOUND        VALUE 'YES'.
       01  CMPWSET-RUN-DATE        PIC 9(8) VALUE ZERO.
       01  CMPWSET-HASH            PIC 9(9) VALUE ZERO.
       01  CMPWSET-SET-CNT         PIC 9(5) VALUE ZERO.
       01  CMPWSET-ADDED-CNT       PIC 9(5) VALUE ZERO.
       01  CMPWSET-DELETED-CNT     PIC 9(5) VALUE ZERO.
       01  CMPWSET-REJECT-CNT      PIC 9(5) VALUE ZERO.
       01  CMPWSET-KEPT-CNT        PIC 9(5) VALUE ZERO.
       01  CMPWSET-REPORT-LINE     PIC X(120) VALUE SPACE.

       01  CMPWSET-USER-USED       PIC 9(3) VALUE ZERO.
       01  CMPWSET-USER-SUB        PIC 9(3) VALUE ZERO.
       01  CMPWSET-USER-TABLE.
           02 CMPWSET-USER-ENTRY OCCURS 200 TIMES.
              03 CMPWSET-USER-ID        PIC X(8).
              03 CMPWSET-USER-HASH      PIC 9(9).
              03 CMPWSET-USER-DATE      PIC 9(8).
              03 CMPWSET-USER-GONE      PIC X(1).
                 88 CMPWSET-USER-DELETED      VALUE 'Y'.

       PROCEDURE DIVISION.

      * Upkeep of the terminal sign-on dataset CMROUTE checks
      * SIGNON traffic against.  The security group keys SET and
      * DEL cards; a SET stores only the CMPWHSH hash of the new
      * password (adding the user if new) and a DEL drops the
      * user, whose next SIGNON then fails.  Passwords appear on
      * no report.  A new generation of the dataset is written
      * every run.  RC=4 when any card was rejected.
       MAINLINE.
           ACCEPT CMPWSET-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT PW-REPORT.
           MOVE 'TERMINAL SIGN-ON DATASET MAINTENANCE'
               TO PW-REPORT-REC.
           WRITE PW-REPORT-REC.
           PERFORM LOAD-USER-TABLE.
           MOVE 'NO' TO CMPWSET-EOF-SW.
           OPEN INPUT PW-CARD-FILE.
           IF CMPWSET-CARD-STATUS NOT EQUAL TO '00'
               MOVE 'NO CHANGE CARDS - DATASET COPIED AS IT STANDS'
                   TO PW-REPORT-REC
               WRITE PW-REPORT-REC
           ELSE
               PERFORM APPLY-ONE-CARD UNTIL CMPWSET-AT-EOF
               CLOSE PW-CARD-FILE.
           PERFORM WRITE-USER-TABLE.
           MOVE SPACES TO PW-REPORT-REC.
           WRITE PW-REPORT-REC.
           MOVE SPACES TO CMPWSET-REPORT-LINE.
           STRING 'PASSWORDS SET = ' CMPWSET-SET-CNT
               '  USERS ADDED = ' CMPWSET-ADDED-CNT
               '  USERS DELETED = ' CMPWSET-DELETED-CNT
               '  CARDS REJECTED = ' CMPWSET-REJECT-CNT
               '  USERS ON FILE = ' CMPWSET-KEPT-CNT
               DELIMITED BY SIZE INTO CMPWSET-REPORT-LINE.
           MOVE CMPWSET-REPORT-LINE TO PW-REPORT-REC.
           WRITE PW-REPORT-REC.
           CLOSE PW-REPORT.
           IF CMPWSET-REJECT-CNT NOT EQUAL TO ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE.
           GOBACK.

       LOAD-USER-TABLE.
           MOVE 'NO' TO CMPWSET-EOF-SW.
           OPEN INPUT USER-IN.
           IF CMPWSET-USER-STATUS NOT EQUAL TO '00'
               MOVE 'NO PRIOR SIGN-ON DATASET - BUILDING A NEW ONE'
                   TO PW-REPORT-REC
               WRITE PW-REPORT-REC
           ELSE
               PERFORM LOAD-ONE-USER
                   UNTIL CMPWSET-AT-EOF
                      OR CMPWSET-USER-USED NOT LESS THAN 200
               CLOSE USER-IN.

       LOAD-ONE-USER.
           READ USER-IN
               AT END SET CMPWSET-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO CMPWSET-USER-USED
                   MOVE USR-USER-ID
                       TO CMPWSET-USER-ID (CMPWSET-USER-USED)
                   MOVE USR-PW-HASH
                       TO CMPWSET-USER-HASH (CMPWSET-USER-USED)
                   MOVE USR-SET-DATE
                       TO CMPWSET-USER-DATE (CMPWSET-USER-USED)
                   MOVE 'N' TO CMPWSET-USER-GONE (CMPWSET-USER-USED).

       APPLY-ONE-CARD.
           READ PW-CARD-FILE
               AT END SET CMPWSET-AT-EOF TO TRUE
               NOT AT END
                   IF CARD-ACTION(1:1) NOT EQUAL TO '*'
                     AND PW-CARD NOT EQUAL TO SPACE
                       PERFORM EDIT-ONE-CARD THRU EDIT-ONE-CARD-EX
                   END-IF.

       EDIT-ONE-CARD.
           IF CARD-USER-ID EQUAL TO SPACE
               MOVE 'NO USER ID' TO CMPWSET-REPORT-LINE
               PERFORM REJECT-ONE-CARD
               GO TO EDIT-ONE-CARD-EX.
           PERFORM FIND-USER-ENTRY.
           IF CARD-ACTION EQUAL TO 'SET'
               IF CARD-PASSWORD EQUAL TO SPACE
                   MOVE 'NO PASSWORD GIVEN' TO CMPWSET-REPORT-LINE
                   PERFORM REJECT-ONE-CARD
                   GO TO EDIT-ONE-CARD-EX
               END-IF
               PERFORM SET-ONE-PASSWORD
           ELSE IF CARD-ACTION EQUAL TO 'DEL'
               IF NOT CMPWSET-ENTRY-FOUND
                   MOVE 'USER NOT ON FILE' TO CMPWSET-REPORT-LINE
                   PERFORM REJECT-ONE-CARD
                   GO TO EDIT-ONE-CARD-EX
               END-IF
               MOVE 'Y' TO CMPWSET-USER-GONE (CMPWSET-USER-SUB)
               ADD 1 TO CMPWSET-DELETED-CNT
               MOVE SPACES TO CMPWSET-REPORT-LINE
               STRING 'DELETED USER ' CARD-USER-ID
                   DELIMITED BY SIZE INTO CMPWSET-REPORT-LINE
               MOVE CMPWSET-REPORT-LINE TO PW-REPORT-REC
               WRITE PW-REPORT-REC
           ELSE
               MOVE 'ACTION MUST BE SET OR DEL' TO CMPWSET-REPORT-LINE
               PERFORM REJECT-ONE-CARD
           END-IF
           END-IF.
       EDIT-ONE-CARD-EX.
           EXIT.

       FIND-USER-ENTRY.
           MOVE 'NO' TO CMPWSET-FOUND-SW.
           MOVE ZERO TO CMPWSET-USER-SUB.
           PERFORM MATCH-ONE-USER
               UNTIL CMPWSET-ENTRY-FOUND
                  OR CMPWSET-USER-SUB NOT LESS THAN CMPWSET-USER-USED.

       MATCH-ONE-USER.
           ADD 1 TO CMPWSET-USER-SUB.
           IF CMPWSET-USER-ID (CMPWSET-USER-SUB) EQUAL TO CARD-USER-ID
             AND NOT CMPWSET-USER-DELETED (CMPWSET-USER-SUB)
               SET CMPWSET-ENTRY-FOUND TO TRUE.

       SET-ONE-PASSWORD.
           IF NOT CMPWSET-ENTRY-FOUND
               IF CMPWSET-USER-USED NOT LESS THAN 200
                   MOVE 'SIGN-ON DATASET FULL' TO CMPWSET-REPORT-LINE
                   PERFORM REJECT-ONE-CARD
               ELSE
                   ADD 1 TO CMPWSET-USER-USED
                   MOVE CMPWSET-USER-USED TO CMPWSET-USER-SUB
                   MOVE CARD-USER-ID
                       TO CMPWSET-USER-ID (CMPWSET-USER-SUB)
                   MOVE 'N' TO CMPWSET-USER-GONE (CMPWSET-USER-SUB)
                   ADD 1 TO CMPWSET-ADDED-CNT
                   SET CMPWSET-ENTRY-FOUND TO TRUE
               END-IF
           END-IF.
           IF CMPWSET-ENTRY-FOUND
               CALL 'CMPWHSH' USING CARD-USER-ID CARD-PASSWORD
                   CMPWSET-HASH
               MOVE CMPWSET-HASH
                   TO CMPWSET-USER-HASH (CMPWSET-USER-SUB)
               MOVE CMPWSET-RUN-DATE
                   TO CMPWSET-USER-DATE (CMPWSET-USER-SUB)
               ADD 1 TO CMPWSET-SET-CNT
               MOVE SPACES TO CMPWSET-REPORT-LINE
               STRING 'PASSWORD SET FOR ' CARD-USER-ID
                   DELIMITED BY SIZE INTO CMPWSET-REPORT-LINE
               MOVE CMPWSET-REPORT-LINE TO PW-REPORT-REC
               WRITE PW-REPORT-REC.

      * The reason is in REPORT-LINE; the card goes on the report
      * without its password.
       REJECT-ONE-CARD.
           ADD 1 TO CMPWSET-REJECT-CNT.
           MOVE CMPWSET-REPORT-LINE TO PW-REPORT-REC.
           MOVE SPACES TO CMPWSET-REPORT-LINE.
           STRING 'REJECTED ' CARD-ACTION ' ' CARD-USER-ID ' - '
               PW-REPORT-REC (1:40)
               DELIMITED BY SIZE INTO CMPWSET-REPORT-LINE.
           MOVE CMPWSET-REPORT-LINE TO PW-REPORT-REC.
           WRITE PW-REPORT-REC.

       WRITE-USER-TABLE.
           OPEN OUTPUT USER-OUT.
           MOVE ZERO TO CMPWSET-USER-SUB.
           PERFORM WRITE-ONE-USER
               UNTIL CMPWSET-USER-SUB NOT LESS THAN CMPWSET-USER-USED.
           CLOSE USER-OUT.

       WRITE-ONE-USER.
           ADD 1 TO CMPWSET-USER-SUB.
           IF NOT CMPWSET-USER-DELETED (CMPWSET-USER-SUB)
               MOVE SPACES TO USER-OUT-REC
               MOVE CMPWSET-USER-ID (CMPWSET-USER-SUB) TO USO-USER-ID
               MOVE CMPWSET-USER-HASH (CMPWSET-USER-SUB)
                   TO USO-PW-HASH
               MOVE CMPWSET-USER-DATE (CMPWSET-USER-SUB)
                   TO USO-SET-DATE
               WRITE USER-OUT-REC
               ADD 1 TO CMPWSET-KEPT-CNT.
