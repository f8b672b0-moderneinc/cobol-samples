000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           IXKEYGEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEY-CARD-FILE ASSIGN TO KEYCRD
               ORGANIZATION IS SEQUENTIAL.
           SELECT IX-FD1 ASSIGN TO IXFD1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IX-FD1-KEY
               ALTERNATE RECORD KEY IS IX-FD1-ALTKEY1
                   WITH DUPLICATES
               FILE STATUS IS IXKEYGEN-FILE-STATUS.
           SELECT RESERVATION-FILE ASSIGN TO KEYRSV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IXKEYGEN-RSV-STATUS.
           SELECT RESERVATION-OUT ASSIGN TO KEYRSVO
               ORGANIZATION IS SEQUENTIAL.
           SELECT KEY-REPORT ASSIGN TO KEYRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      * Request cards:
      *   ASSIGN  8-12  check-digit mode, MOD10 or MOD11
      *           14-22 low and 24-32 high 9-digit key body of the
      *                 range the keys are to come from
      *           34-41 requesting user id
      *           43-45 number of keys wanted (default 1)
      *   EXPIRE  8-10  days a reservation may stay unused before
      *                 it is released (default 30)
      * Cards starting with an asterisk are comments.
       FD  KEY-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  KEY-CARD.
           02 CARD-FUNCTION        PIC X(6).
           02 FILLER               PIC X(1).
           02 CARD-MODE            PIC X(5).
           02 FILLER               PIC X(1).
           02 CARD-LOW-BODY        PIC X(9).
           02 FILLER               PIC X(1).
           02 CARD-HIGH-BODY       PIC X(9).
           02 FILLER               PIC X(1).
           02 CARD-REQUESTER       PIC X(8).
           02 FILLER               PIC X(1).
           02 CARD-COUNT           PIC X(3).
           02 FILLER               PIC X(35).
       01  EXPIRE-CARD.
           02 FILLER               PIC X(7).
           02 CARD-EXPIRE-DAYS     PIC X(3).
           02 FILLER               PIC X(70).

      * IX-FD1 exactly as IX206A builds it.
       FD  IX-FD1
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 240 CHARACTERS.
       01  IX-FD1R1-F-G-240.
           05 IX-FD1-REC-120       PIC X(120).
           05 IX-FD1-REC-120-240.
              10 FILLER            PIC X(8).
              10 IX-FD1-REC-KEY.
                 15 FILLER         PIC X(19).
                 15 IX-FD1-KEY     PIC X(10).
              10 FILLER            PIC X(9).
              10 IX-FD1-ALT1-KEY.
                 15 FILLER         PIC X(19).
                 15 IX-FD1-ALTKEY1 PIC X(10).
              10 FILLER            PIC X(45).

      * The reservation file is a generation dataset: the previous
      * generation is read here and the new one written whole,
      * with this run's keys added and released keys dropped.
       FD  RESERVATION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY KEY_RSV.

       FD  RESERVATION-OUT
           LABEL RECORDS ARE STANDARD.
           COPY KEY_RSV REPLACING ==KEY-RSV-REC== BY ==KEY-RSO-REC==
                LEADING ==RSV-== BY ==RSO-==.

       FD  KEY-REPORT
           LABEL RECORDS ARE STANDARD.
       01  KEY-REPORT-REC          PIC X(120).

       WORKING-STORAGE SECTION.
       01  IXKEYGEN-FILE-STATUS    PIC XX VALUE '00'.
       01  IXKEYGEN-RSV-STATUS     PIC XX VALUE '00'.
       01  IXKEYGEN-EOF-SW         PIC X(3) VALUE 'NO'.
           88 IXKEYGEN-AT-EOF            VALUE 'YES'.
       01  IXKEYGEN-TAKEN-SW       PIC X(3) VALUE 'NO'.
           88 IXKEYGEN-BODY-TAKEN        VALUE 'YES'.
       01  IXKEYGEN-FULL-SW        PIC X(3) VALUE 'NO'.
           88 IXKEYGEN-TABLE-FULL        VALUE 'YES'.
       01  IXKEYGEN-TODAY          PIC 9(8) VALUE ZERO.
       01  IXKEYGEN-TODAY-INT      PIC 9(8) VALUE ZERO.
       01  IXKEYGEN-AGE-DAYS       PIC 9(5) VALUE ZERO.
       01  IXKEYGEN-EXPIRE-DAYS    PIC 9(3) VALUE 30.
       01  IXKEYGEN-ISSUED-CNT     PIC 9(5) VALUE ZERO.
       01  IXKEYGEN-USED-CNT       PIC 9(5) VALUE ZERO.
       01  IXKEYGEN-RELEASED-CNT   PIC 9(5) VALUE ZERO.
       01  IXKEYGEN-REFUSED-CNT    PIC 9(5) VALUE ZERO.
       01  IXKEYGEN-OVERFLOW-CNT   PIC 9(5) VALUE ZERO.
       01  IXKEYGEN-REPORT-LINE    PIC X(120) VALUE SPACE.
       01  IXKEYGEN-REFUSE-TEXT    PIC X(40) VALUE SPACE.

      * The key being built: the 9-digit body and the check digit
      * CKDIGIT accepts for it under the requested mode.
       01  IXKEYGEN-CANDIDATE      PIC 9(10) VALUE ZERO.
       01  IXKEYGEN-NEW-KEY.
           02 IXKEYGEN-NEW-BODY    PIC 9(9).
           02 IXKEYGEN-NEW-DIGIT   PIC 9(1).
       01  IXKEYGEN-TRIES          PIC 9(2) VALUE ZERO.
       01  IXKEYGEN-CKD-RESULT     PIC X(1) VALUE SPACE.
       01  IXKEYGEN-ISSUED-THIS    PIC 9(3) VALUE ZERO.

      * The requests, taken from the cards before any key is issued
      * so an EXPIRE card anywhere in the deck governs the release
      * sweep that runs ahead of them.
       01  IXKEYGEN-REQ-USED       PIC 9(3) VALUE ZERO.
       01  IXKEYGEN-REQ-SUB        PIC 9(3) VALUE ZERO.
       01  IXKEYGEN-REQ-TABLE.
           02 IXKEYGEN-REQ-ENTRY OCCURS 100 TIMES.
              03 IXKEYGEN-REQ-MODE      PIC X(5).
              03 IXKEYGEN-REQ-LOW       PIC 9(9).
              03 IXKEYGEN-REQ-HIGH      PIC 9(9).
              03 IXKEYGEN-REQ-USER      PIC X(8).
              03 IXKEYGEN-REQ-COUNT     PIC 9(3).

      * Every reservation on file plus those issued this run.  A
      * released entry is marked X and left out of the new
      * generation.
       01  IXKEYGEN-RSV-USED       PIC 9(4) VALUE ZERO.
       01  IXKEYGEN-RSV-SUB        PIC 9(4) VALUE ZERO.
       01  IXKEYGEN-RSV-TABLE.
           02 IXKEYGEN-RSV-ENTRY OCCURS 9999 TIMES.
              03 IXKEYGEN-RSV-KEY       PIC X(10).
              03 IXKEYGEN-RSV-STAT      PIC X(1).
              03 IXKEYGEN-RSV-DATE      PIC 9(8).
              03 IXKEYGEN-RSV-USER      PIC X(8).
              03 IXKEYGEN-RSV-MODE      PIC X(5).
              03 IXKEYGEN-RSV-USED-DATE PIC 9(8).

       PROCEDURE DIVISION.

      * Key assignment for IX-FD1.  Requesters used to make up new
      * primary keys by hand and then have the IXMAINT check-digit
      * edit reject them.  For each ASSIGN card this finds the next
      * 9-digit body in the range that is neither on IX-FD1 nor
      * already reserved, appends the check digit CKDIGIT accepts
      * for it, and reserves the key to the requester; IXMAINT
      * takes an ADD in a controlled range only for a reserved key.
      * Every run first sweeps the reservations: a key now on
      * IX-FD1 is marked used, and one left unused past the expiry
      * days is released on the report and its body freed.
       MAINLINE.
           ACCEPT IXKEYGEN-TODAY FROM DATE YYYYMMDD.
           COMPUTE IXKEYGEN-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (IXKEYGEN-TODAY).
           OPEN OUTPUT KEY-REPORT.
           MOVE 'IX-FD1 KEY ASSIGNMENT AND RESERVATION'
               TO KEY-REPORT-REC.
           WRITE KEY-REPORT-REC.
           PERFORM LOAD-RESERVATIONS.
           IF IXKEYGEN-OVERFLOW-CNT NOT EQUAL TO ZERO
               MOVE 'RESERVATION FILE HOLDS MORE THAN 9999 KEYS - NOT
      -            'HING ISSUED OR RELEASED' TO KEY-REPORT-REC
               WRITE KEY-REPORT-REC
               CLOSE KEY-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK.
           PERFORM LOAD-REQUEST-CARDS.
           OPEN INPUT IX-FD1.
           IF IXKEYGEN-FILE-STATUS NOT EQUAL TO '00'
               MOVE 'IX-FD1 WILL NOT OPEN - NOTHING ISSUED OR RELEASE
      -            'D' TO KEY-REPORT-REC
               WRITE KEY-REPORT-REC
               CLOSE KEY-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK.
           MOVE SPACES TO KEY-REPORT-REC.
           WRITE KEY-REPORT-REC.
           MOVE ZERO TO IXKEYGEN-RSV-SUB.
           PERFORM SWEEP-ONE-RESERVATION
               UNTIL IXKEYGEN-RSV-SUB NOT LESS THAN
                     IXKEYGEN-RSV-USED.
           MOVE SPACES TO KEY-REPORT-REC.
           WRITE KEY-REPORT-REC.
           MOVE ZERO TO IXKEYGEN-REQ-SUB.
           PERFORM SERVE-ONE-REQUEST
               UNTIL IXKEYGEN-REQ-SUB NOT LESS THAN
                     IXKEYGEN-REQ-USED.
           CLOSE IX-FD1.
           PERFORM WRITE-RESERVATIONS.
           PERFORM WRITE-KEY-TOTALS.
           CLOSE KEY-REPORT.
           IF IXKEYGEN-REFUSED-CNT NOT EQUAL TO ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE.
           GOBACK.

      * No previous generation is the first run at a site; the
      * reservations start empty and the report says so.
       LOAD-RESERVATIONS.
           MOVE 'NO' TO IXKEYGEN-EOF-SW.
           OPEN INPUT RESERVATION-FILE.
           IF IXKEYGEN-RSV-STATUS NOT EQUAL TO '00'
               MOVE 'NO PRIOR RESERVATION DATASET - STARTING EMPTY'
                   TO KEY-REPORT-REC
               WRITE KEY-REPORT-REC
           ELSE
               PERFORM LOAD-ONE-RESERVATION UNTIL IXKEYGEN-AT-EOF
               CLOSE RESERVATION-FILE.
           MOVE 'NO' TO IXKEYGEN-EOF-SW.

       LOAD-ONE-RESERVATION.
           READ RESERVATION-FILE
               AT END SET IXKEYGEN-AT-EOF TO TRUE
               NOT AT END
                   IF IXKEYGEN-RSV-USED IS LESS THAN 9999
                       ADD 1 TO IXKEYGEN-RSV-USED
                       MOVE RSV-KEY TO
                           IXKEYGEN-RSV-KEY (IXKEYGEN-RSV-USED)
                       MOVE RSV-STATUS TO
                           IXKEYGEN-RSV-STAT (IXKEYGEN-RSV-USED)
                       MOVE RSV-DATE TO
                           IXKEYGEN-RSV-DATE (IXKEYGEN-RSV-USED)
                       MOVE RSV-REQUESTER TO
                           IXKEYGEN-RSV-USER (IXKEYGEN-RSV-USED)
                       MOVE RSV-MODE TO
                           IXKEYGEN-RSV-MODE (IXKEYGEN-RSV-USED)
                       MOVE RSV-USED-DATE TO
                           IXKEYGEN-RSV-USED-DATE (IXKEYGEN-RSV-USED)
                   ELSE
                       ADD 1 TO IXKEYGEN-OVERFLOW-CNT
                   END-IF.

       LOAD-REQUEST-CARDS.
           MOVE 'NO' TO IXKEYGEN-EOF-SW.
           OPEN INPUT KEY-CARD-FILE.
           PERFORM LOAD-ONE-REQUEST-CARD UNTIL IXKEYGEN-AT-EOF.
           CLOSE KEY-CARD-FILE.
           MOVE 'NO' TO IXKEYGEN-EOF-SW.

       LOAD-ONE-REQUEST-CARD.
           READ KEY-CARD-FILE
               AT END SET IXKEYGEN-AT-EOF TO TRUE
               NOT AT END
                   IF CARD-FUNCTION NOT EQUAL TO SPACE
                     AND CARD-FUNCTION(1:1) NOT EQUAL TO '*'
                       PERFORM TAKE-ONE-REQUEST-CARD
                           THRU TAKE-ONE-REQUEST-CARD-EX
                   END-IF.

       TAKE-ONE-REQUEST-CARD.
           IF CARD-FUNCTION EQUAL TO 'EXPIRE'
               IF CARD-EXPIRE-DAYS IS NUMERIC
                   MOVE CARD-EXPIRE-DAYS TO IXKEYGEN-EXPIRE-DAYS
               ELSE
                   MOVE 'EXPIRY DAYS NOT NUMERIC'
                       TO IXKEYGEN-REFUSE-TEXT
                   PERFORM REFUSE-REQUEST-CARD
               END-IF
               GO TO TAKE-ONE-REQUEST-CARD-EX.
           IF CARD-FUNCTION NOT EQUAL TO 'ASSIGN'
               MOVE 'UNKNOWN FUNCTION' TO IXKEYGEN-REFUSE-TEXT
               PERFORM REFUSE-REQUEST-CARD
               GO TO TAKE-ONE-REQUEST-CARD-EX.
           IF CARD-MODE NOT EQUAL TO 'MOD10'
             AND CARD-MODE NOT EQUAL TO 'MOD11'
               MOVE 'MODE MUST BE MOD10 OR MOD11'
                   TO IXKEYGEN-REFUSE-TEXT
               PERFORM REFUSE-REQUEST-CARD
               GO TO TAKE-ONE-REQUEST-CARD-EX.
           IF CARD-LOW-BODY IS NOT NUMERIC
             OR CARD-HIGH-BODY IS NOT NUMERIC
             OR CARD-LOW-BODY IS GREATER THAN CARD-HIGH-BODY
               MOVE 'RANGE NOT TWO ASCENDING 9-DIGIT BODIES'
                   TO IXKEYGEN-REFUSE-TEXT
               PERFORM REFUSE-REQUEST-CARD
               GO TO TAKE-ONE-REQUEST-CARD-EX.
           IF CARD-REQUESTER EQUAL TO SPACE
               MOVE 'NO REQUESTING USER' TO IXKEYGEN-REFUSE-TEXT
               PERFORM REFUSE-REQUEST-CARD
               GO TO TAKE-ONE-REQUEST-CARD-EX.
           IF IXKEYGEN-REQ-USED NOT LESS THAN 100
               MOVE 'MORE THAN 100 REQUESTS' TO IXKEYGEN-REFUSE-TEXT
               PERFORM REFUSE-REQUEST-CARD
               GO TO TAKE-ONE-REQUEST-CARD-EX.
           ADD 1 TO IXKEYGEN-REQ-USED.
           MOVE CARD-MODE TO IXKEYGEN-REQ-MODE (IXKEYGEN-REQ-USED).
           MOVE CARD-LOW-BODY TO IXKEYGEN-REQ-LOW (IXKEYGEN-REQ-USED).
           MOVE CARD-HIGH-BODY TO
               IXKEYGEN-REQ-HIGH (IXKEYGEN-REQ-USED).
           MOVE CARD-REQUESTER TO
               IXKEYGEN-REQ-USER (IXKEYGEN-REQ-USED).
           IF CARD-COUNT IS NUMERIC
             AND CARD-COUNT IS GREATER THAN ZERO
               MOVE CARD-COUNT TO
                   IXKEYGEN-REQ-COUNT (IXKEYGEN-REQ-USED)
           ELSE
               MOVE 1 TO IXKEYGEN-REQ-COUNT (IXKEYGEN-REQ-USED).
       TAKE-ONE-REQUEST-CARD-EX.
           EXIT.

       REFUSE-REQUEST-CARD.
           ADD 1 TO IXKEYGEN-REFUSED-CNT.
           MOVE SPACES TO IXKEYGEN-REPORT-LINE.
           STRING 'CARD REFUSED (' IXKEYGEN-REFUSE-TEXT ') '
               KEY-CARD (1:45)
               DELIMITED BY SIZE INTO IXKEYGEN-REPORT-LINE.
           MOVE IXKEYGEN-REPORT-LINE TO KEY-REPORT-REC.
           WRITE KEY-REPORT-REC.

      * A reserved key that has reached IX-FD1 is marked used and
      * kept, as the record of who asked for it; one still unused
      * past the expiry days is released.
       SWEEP-ONE-RESERVATION.
           ADD 1 TO IXKEYGEN-RSV-SUB.
           IF IXKEYGEN-RSV-STAT (IXKEYGEN-RSV-SUB) EQUAL TO 'R'
               MOVE IXKEYGEN-RSV-KEY (IXKEYGEN-RSV-SUB) TO IX-FD1-KEY
               READ IX-FD1
                   INVALID KEY PERFORM AGE-ONE-RESERVATION
                   NOT INVALID KEY
                       MOVE 'U' TO IXKEYGEN-RSV-STAT (IXKEYGEN-RSV-SUB)
                       MOVE IXKEYGEN-TODAY TO
                           IXKEYGEN-RSV-USED-DATE (IXKEYGEN-RSV-SUB)
                       ADD 1 TO IXKEYGEN-USED-CNT
               END-READ.

       AGE-ONE-RESERVATION.
           COMPUTE IXKEYGEN-AGE-DAYS = IXKEYGEN-TODAY-INT -
               FUNCTION INTEGER-OF-DATE
                   (IXKEYGEN-RSV-DATE (IXKEYGEN-RSV-SUB)).
           IF IXKEYGEN-AGE-DAYS IS GREATER THAN IXKEYGEN-EXPIRE-DAYS
               MOVE 'X' TO IXKEYGEN-RSV-STAT (IXKEYGEN-RSV-SUB)
               ADD 1 TO IXKEYGEN-RELEASED-CNT
               MOVE SPACES TO IXKEYGEN-REPORT-LINE
               STRING 'RELEASED ' IXKEYGEN-RSV-KEY (IXKEYGEN-RSV-SUB)
                   ' RESERVED ' IXKEYGEN-RSV-DATE (IXKEYGEN-RSV-SUB)
                   ' BY ' IXKEYGEN-RSV-USER (IXKEYGEN-RSV-SUB)
                   ' - UNUSED ' IXKEYGEN-AGE-DAYS ' DAYS'
                   DELIMITED BY SIZE INTO IXKEYGEN-REPORT-LINE
               MOVE IXKEYGEN-REPORT-LINE TO KEY-REPORT-REC
               WRITE KEY-REPORT-REC.

       SERVE-ONE-REQUEST.
           ADD 1 TO IXKEYGEN-REQ-SUB.
           MOVE ZERO TO IXKEYGEN-ISSUED-THIS.
           MOVE IXKEYGEN-REQ-LOW (IXKEYGEN-REQ-SUB)
               TO IXKEYGEN-CANDIDATE.
           PERFORM TRY-ONE-BODY THRU TRY-ONE-BODY-EX
               UNTIL IXKEYGEN-ISSUED-THIS NOT LESS THAN
                     IXKEYGEN-REQ-COUNT (IXKEYGEN-REQ-SUB)
                  OR IXKEYGEN-CANDIDATE IS GREATER THAN
                     IXKEYGEN-REQ-HIGH (IXKEYGEN-REQ-SUB)
                  OR IXKEYGEN-TABLE-FULL.
           IF IXKEYGEN-ISSUED-THIS IS LESS THAN
                   IXKEYGEN-REQ-COUNT (IXKEYGEN-REQ-SUB)
               ADD 1 TO IXKEYGEN-REFUSED-CNT
               MOVE SPACES TO IXKEYGEN-REPORT-LINE
               STRING 'RANGE ' IXKEYGEN-REQ-LOW (IXKEYGEN-REQ-SUB)
                   '-' IXKEYGEN-REQ-HIGH (IXKEYGEN-REQ-SUB)
                   ' EXHAUSTED - ' IXKEYGEN-ISSUED-THIS ' OF '
                   IXKEYGEN-REQ-COUNT (IXKEYGEN-REQ-SUB)
                   ' KEYS ISSUED TO '
                   IXKEYGEN-REQ-USER (IXKEYGEN-REQ-SUB)
                   DELIMITED BY SIZE INTO IXKEYGEN-REPORT-LINE
               MOVE IXKEYGEN-REPORT-LINE TO KEY-REPORT-REC
               WRITE KEY-REPORT-REC.

      * A body is free when no reservation still holds it and no
      * IX-FD1 key starts with it, whatever check digit a key made
      * up by hand may carry.  A MOD11 body whose weighted sum
      * leaves a remainder of one has no check digit at all and is
      * passed over.
       TRY-ONE-BODY.
           MOVE IXKEYGEN-CANDIDATE TO IXKEYGEN-NEW-BODY.
           MOVE ZERO TO IXKEYGEN-NEW-DIGIT.
           ADD 1 TO IXKEYGEN-CANDIDATE.
           MOVE 'NO' TO IXKEYGEN-TAKEN-SW.
           MOVE ZERO TO IXKEYGEN-RSV-SUB.
           PERFORM MATCH-ONE-RESERVED-BODY
               UNTIL IXKEYGEN-BODY-TAKEN
                  OR IXKEYGEN-RSV-SUB NOT LESS THAN
                     IXKEYGEN-RSV-USED.
           IF IXKEYGEN-BODY-TAKEN
               GO TO TRY-ONE-BODY-EX.
           MOVE LOW-VALUE TO IX-FD1-KEY.
           MOVE IXKEYGEN-NEW-KEY (1:9) TO IX-FD1-KEY (1:9).
           START IX-FD1 KEY IS NOT LESS THAN IX-FD1-KEY
               INVALID KEY MOVE '23' TO IXKEYGEN-FILE-STATUS
           END-START.
           IF IXKEYGEN-FILE-STATUS EQUAL TO '00'
               READ IX-FD1 NEXT RECORD
                   AT END MOVE '10' TO IXKEYGEN-FILE-STATUS
               END-READ
               IF IXKEYGEN-FILE-STATUS EQUAL TO '00'
                 AND IX-FD1-KEY (1:9) EQUAL TO IXKEYGEN-NEW-KEY (1:9)
                   GO TO TRY-ONE-BODY-EX
               END-IF
           END-IF.
           MOVE ZERO TO IXKEYGEN-TRIES.
           MOVE 'N' TO IXKEYGEN-CKD-RESULT.
           PERFORM TRY-ONE-CHECK-DIGIT
               UNTIL IXKEYGEN-CKD-RESULT EQUAL TO 'Y'
                  OR IXKEYGEN-TRIES IS GREATER THAN 9.
           IF IXKEYGEN-CKD-RESULT NOT EQUAL TO 'Y'
               GO TO TRY-ONE-BODY-EX.
           IF IXKEYGEN-RSV-USED NOT LESS THAN 9999
               SET IXKEYGEN-TABLE-FULL TO TRUE
               MOVE 'RESERVATION FILE FULL AT 9999 KEYS'
                   TO KEY-REPORT-REC
               WRITE KEY-REPORT-REC
               GO TO TRY-ONE-BODY-EX.
           PERFORM RESERVE-NEW-KEY.
       TRY-ONE-BODY-EX.
           EXIT.

       MATCH-ONE-RESERVED-BODY.
           ADD 1 TO IXKEYGEN-RSV-SUB.
           IF IXKEYGEN-RSV-KEY (IXKEYGEN-RSV-SUB) (1:9) EQUAL TO
                   IXKEYGEN-NEW-KEY (1:9)
             AND IXKEYGEN-RSV-STAT (IXKEYGEN-RSV-SUB) NOT EQUAL TO
                   'X'
               SET IXKEYGEN-BODY-TAKEN TO TRUE.

      * The check digit is the one CKDIGIT verifies, so a key issued
      * here cannot fail the IXMAINT edit.
       TRY-ONE-CHECK-DIGIT.
           MOVE IXKEYGEN-TRIES TO IXKEYGEN-NEW-DIGIT.
           CALL 'CKDIGIT' USING IXKEYGEN-REQ-MODE (IXKEYGEN-REQ-SUB)
               IXKEYGEN-NEW-KEY IXKEYGEN-CKD-RESULT.
           ADD 1 TO IXKEYGEN-TRIES.

       RESERVE-NEW-KEY.
           ADD 1 TO IXKEYGEN-RSV-USED.
           MOVE IXKEYGEN-NEW-KEY TO
               IXKEYGEN-RSV-KEY (IXKEYGEN-RSV-USED).
           MOVE 'R' TO IXKEYGEN-RSV-STAT (IXKEYGEN-RSV-USED).
           MOVE IXKEYGEN-TODAY TO
               IXKEYGEN-RSV-DATE (IXKEYGEN-RSV-USED).
           MOVE IXKEYGEN-REQ-USER (IXKEYGEN-REQ-SUB) TO
               IXKEYGEN-RSV-USER (IXKEYGEN-RSV-USED).
           MOVE IXKEYGEN-REQ-MODE (IXKEYGEN-REQ-SUB) TO
               IXKEYGEN-RSV-MODE (IXKEYGEN-RSV-USED).
           MOVE ZERO TO IXKEYGEN-RSV-USED-DATE (IXKEYGEN-RSV-USED).
           ADD 1 TO IXKEYGEN-ISSUED-THIS.
           ADD 1 TO IXKEYGEN-ISSUED-CNT.
           MOVE SPACES TO IXKEYGEN-REPORT-LINE.
           STRING 'ASSIGNED ' IXKEYGEN-NEW-KEY ' '
               IXKEYGEN-REQ-MODE (IXKEYGEN-REQ-SUB)
               ' RESERVED TO ' IXKEYGEN-REQ-USER (IXKEYGEN-REQ-SUB)
               DELIMITED BY SIZE INTO IXKEYGEN-REPORT-LINE.
           MOVE IXKEYGEN-REPORT-LINE TO KEY-REPORT-REC.
           WRITE KEY-REPORT-REC.

       WRITE-RESERVATIONS.
           OPEN OUTPUT RESERVATION-OUT.
           MOVE ZERO TO IXKEYGEN-RSV-SUB.
           PERFORM WRITE-ONE-RESERVATION
               UNTIL IXKEYGEN-RSV-SUB NOT LESS THAN
                     IXKEYGEN-RSV-USED.
           CLOSE RESERVATION-OUT.

       WRITE-ONE-RESERVATION.
           ADD 1 TO IXKEYGEN-RSV-SUB.
           IF IXKEYGEN-RSV-STAT (IXKEYGEN-RSV-SUB) NOT EQUAL TO 'X'
               MOVE SPACES TO KEY-RSO-REC
               MOVE IXKEYGEN-RSV-KEY (IXKEYGEN-RSV-SUB) TO RSO-KEY
               MOVE IXKEYGEN-RSV-STAT (IXKEYGEN-RSV-SUB)
                   TO RSO-STATUS
               MOVE IXKEYGEN-RSV-DATE (IXKEYGEN-RSV-SUB) TO RSO-DATE
               MOVE IXKEYGEN-RSV-USER (IXKEYGEN-RSV-SUB)
                   TO RSO-REQUESTER
               MOVE IXKEYGEN-RSV-MODE (IXKEYGEN-RSV-SUB) TO RSO-MODE
               MOVE IXKEYGEN-RSV-USED-DATE (IXKEYGEN-RSV-SUB)
                   TO RSO-USED-DATE
               WRITE KEY-RSO-REC.

       WRITE-KEY-TOTALS.
           MOVE SPACES TO KEY-REPORT-REC.
           WRITE KEY-REPORT-REC.
           MOVE SPACES TO IXKEYGEN-REPORT-LINE.
           STRING 'KEYS ISSUED = ' IXKEYGEN-ISSUED-CNT
               '  NOW ON IX-FD1 = ' IXKEYGEN-USED-CNT
               '  RELEASED UNUSED = ' IXKEYGEN-RELEASED-CNT
               '  EXPIRY DAYS = ' IXKEYGEN-EXPIRE-DAYS
               '  REFUSED = ' IXKEYGEN-REFUSED-CNT
               DELIMITED BY SIZE INTO IXKEYGEN-REPORT-LINE.
           MOVE IXKEYGEN-REPORT-LINE TO KEY-REPORT-REC.
           WRITE KEY-REPORT-REC.
