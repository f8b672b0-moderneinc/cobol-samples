000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           STSUM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUM-CARD-FILE ASSIGN TO SUMCRD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STSUM-CRD-STATUS.
           SELECT SUM-INPUT ASSIGN TO SUMIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STSUM-IN-STATUS.
           SELECT SORT-WORK ASSIGN TO SORTWK01.
           SELECT SUM-OUTPUT ASSIGN TO SUMOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT SUM-REPORT ASSIGN TO SUMRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      * Control cards:
      *   KEY     - key field offset 8-11 and length 13-15; up to
      *             five cards, most significant first, 50 bytes in
      *             all (the ST-series 35 for 6 when no card)
      *   SUM     - field offset 8-11, length 13-15, format 17-18:
      *             ZD signed zoned decimal, UZ unsigned zoned
      *             decimal, PD packed decimal, BI binary (2, 4 or 8
      *             bytes); up to ten cards
      * Comment cards start with an asterisk.
       FD  SUM-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUM-CARD.
           02 CARD-TYPE            PIC X(6).
           02 FILLER               PIC X(1).
           02 CARD-OFFSET          PIC 9(4).
           02 FILLER               PIC X(1).
           02 CARD-LENGTH          PIC 9(3).
           02 FILLER               PIC X(1).
           02 CARD-FORMAT          PIC X(2).
           02 FILLER               PIC X(62).

       FD  SUM-INPUT
           LABEL RECORDS ARE STANDARD
           RECORD IS VARYING IN SIZE FROM 1 TO 250 CHARACTERS
               DEPENDING ON STSUM-IN-LEN.
       01  SUM-INPUT-REC           PIC X(250).

       SD  SORT-WORK.
       01  SORT-WORK-REC.
           02 SORT-WORK-KEY        PIC X(50).
           02 SORT-WORK-LEN        PIC 9(3).
           02 SORT-WORK-BODY       PIC X(250).

       FD  SUM-OUTPUT
           LABEL RECORDS ARE STANDARD
           RECORD IS VARYING IN SIZE FROM 1 TO 250 CHARACTERS
               DEPENDING ON STSUM-OUT-LEN.
       01  SUM-OUTPUT-REC          PIC X(250).

       FD  SUM-REPORT
           LABEL RECORDS ARE STANDARD.
       01  SUM-REPORT-REC          PIC X(120).

       WORKING-STORAGE SECTION.
       01  STSUM-CRD-STATUS        PIC XX VALUE '00'.
       01  STSUM-IN-STATUS         PIC XX VALUE '00'.
       01  STSUM-IN-LEN            PIC 9(3) COMP VALUE ZERO.
       01  STSUM-OUT-LEN           PIC 9(3) COMP VALUE ZERO.
       01  STSUM-EOF-SW            PIC X(3) VALUE 'NO'.
           88 STSUM-AT-EOF               VALUE 'YES'.
       01  STSUM-CARD-EOF-SW       PIC X(3) VALUE 'NO'.
           88 STSUM-CARDS-DONE           VALUE 'YES'.
       01  STSUM-CARD-BAD-SW       PIC X(3) VALUE 'NO'.
           88 STSUM-CARD-BAD             VALUE 'YES'.
       01  STSUM-HELD-SW           PIC X(3) VALUE 'NO'.
           88 STSUM-RECORD-HELD          VALUE 'YES'.
       01  STSUM-OVERFLOW-SW       PIC X(3) VALUE 'NO'.
           88 STSUM-WOULD-OVERFLOW       VALUE 'YES'.
       01  STSUM-VALID-SW          PIC X(3) VALUE 'YES'.
           88 STSUM-VALUE-VALID          VALUE 'YES'.
       01  STSUM-KEY-USED          PIC 9(1) VALUE ZERO.
       01  STSUM-KEY-SUB           PIC 9(1) VALUE ZERO.
       01  STSUM-KEY-POS           PIC 9(3) VALUE ZERO.
       01  STSUM-SUM-USED          PIC 9(2) VALUE ZERO.
       01  STSUM-SUM-SUB           PIC 9(2) VALUE ZERO.
       01  STSUM-OVER-SUB          PIC 9(2) VALUE ZERO.
       01  STSUM-READ-CNT          PIC 9(8) VALUE ZERO.
       01  STSUM-WRITE-CNT         PIC 9(8) VALUE ZERO.
       01  STSUM-KEY-CNT           PIC 9(8) VALUE ZERO.
       01  STSUM-OVERFLOW-CNT      PIC 9(8) VALUE ZERO.
       01  STSUM-INVALID-CNT       PIC 9(8) VALUE ZERO.
       01  STSUM-UNBALANCED-CNT    PIC 9(2) VALUE ZERO.
       01  STSUM-LISTED-CNT        PIC 9(3) VALUE ZERO.
       01  STSUM-HELD-KEY          PIC X(50) VALUE SPACE.
       01  STSUM-HELD-LEN          PIC 9(3) VALUE ZERO.
       01  STSUM-HELD-BODY         PIC X(250) VALUE SPACE.
       01  STSUM-WORK-BODY         PIC X(250) VALUE SPACE.
       01  STSUM-NEW-TOTAL         PIC S9(18) VALUE ZERO.
       01  STSUM-REPORT-LINE       PIC X(120) VALUE SPACE.
       01  STSUM-TOTAL-DISP        PIC -(18)9.
       01  STSUM-OUT-DISP          PIC -(18)9.

      * Moving a sum field between its bytes and a number: the
      * bytes right-justified into the 18-digit item of its format
      * and put to the class test, as CERTCNV does.
       01  STSUM-VALUE             PIC S9(18) VALUE ZERO.
       01  STSUM-BYTES             PIC 9(3) VALUE ZERO.
       01  STSUM-START             PIC 9(3) VALUE ZERO.
       01  STSUM-ZONED             PIC S9(18) VALUE ZERO.
       01  STSUM-ZONED-X REDEFINES STSUM-ZONED PIC X(18).
       01  STSUM-ZONED-U           PIC 9(18) VALUE ZERO.
       01  STSUM-ZONED-U-X REDEFINES STSUM-ZONED-U PIC X(18).
       01  STSUM-PACKED            PIC S9(18) COMP-3 VALUE ZERO.
       01  STSUM-PACKED-X REDEFINES STSUM-PACKED PIC X(10).
       01  STSUM-BINARY            PIC S9(18) COMP VALUE ZERO.
       01  STSUM-BINARY-X REDEFINES STSUM-BINARY PIC X(8).

       01  STSUM-KEY-TABLE.
           02 STSUM-KEY-ENTRY OCCURS 5 TIMES.
              03 STSUM-KEY-OFFSET       PIC 9(4).
              03 STSUM-KEY-LENGTH       PIC 9(3).

      * Per sum field: where it is, its format, the largest total
      * it can hold, the running total of the record in hand, the
      * values of the record just returned, and the input and
      * output control totals.
       01  STSUM-SUM-TABLE.
           02 STSUM-SUM-ENTRY OCCURS 10 TIMES.
              03 STSUM-SUM-OFFSET       PIC 9(4).
              03 STSUM-SUM-LENGTH       PIC 9(3).
              03 STSUM-SUM-FORMAT       PIC X(2).
              03 STSUM-SUM-LIMIT        PIC 9(18).
              03 STSUM-SUM-HELD         PIC S9(18).
              03 STSUM-SUM-THIS         PIC S9(18).
              03 STSUM-SUM-IN-TOTAL     PIC S9(18).
              03 STSUM-SUM-OUT-TOTAL    PIC S9(18).

       PROCEDURE DIVISION.

      * The SUM FIELDS job done in COBOL: one SORT in the ST146A
      * INPUT/OUTPUT PROCEDURE style, the OUTPUT PROCEDURE
      * collapsing each key to one record whose sum fields carry
      * the key's totals (the other fields come from the first
      * record of the key).  A total that would no longer fit its
      * field is not forced: the record in hand is written as it
      * stands and a new one starts for the same key, the way the
      * sort utility leaves such records unsummed, and the overflow
      * is reported.  Every sum field's total is taken going into
      * the sort and again coming out, and the two must agree.
      * RC=16 for bad cards or input that will not open; RC=8 when
      * the control totals do not balance; RC=4 for an overflow or
      * a sum field that would not decode (counted as zero); RC=0
      * otherwise.
       MAINLINE-CONTROL SECTION.
       MAINLINE.
           OPEN OUTPUT SUM-REPORT.
           MOVE 'SUMMARIZING SORT' TO SUM-REPORT-REC.
           WRITE SUM-REPORT-REC.
           MOVE SPACES TO SUM-REPORT-REC.
           WRITE SUM-REPORT-REC.
           PERFORM LOAD-SUM-CARDS.
           IF STSUM-CARD-BAD OR STSUM-SUM-USED EQUAL TO ZERO
               MOVE 'CONTROL CARDS UNUSABLE - NOTHING SORTED'
                   TO SUM-REPORT-REC
               WRITE SUM-REPORT-REC
               CLOSE SUM-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK.
           OPEN INPUT SUM-INPUT.
           IF STSUM-IN-STATUS NOT EQUAL TO '00'
               MOVE 'SUM INPUT WILL NOT OPEN - NOTHING SORTED'
                   TO SUM-REPORT-REC
               WRITE SUM-REPORT-REC
               CLOSE SUM-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK.
           OPEN OUTPUT SUM-OUTPUT.
           SORT SORT-WORK
               ON ASCENDING KEY SORT-WORK-KEY
               INPUT PROCEDURE IS SORT-INPUT-PROCEDURES
               OUTPUT PROCEDURE IS SORT-OUTPUT-PROCEDURES.
           CLOSE SUM-INPUT SUM-OUTPUT.
           PERFORM WRITE-SUM-TOTALS.
           CLOSE SUM-REPORT.
           IF STSUM-UNBALANCED-CNT NOT EQUAL TO ZERO
               MOVE 8 TO RETURN-CODE
           ELSE IF STSUM-OVERFLOW-CNT NOT EQUAL TO ZERO
             OR STSUM-INVALID-CNT NOT EQUAL TO ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           END-IF.
           GOBACK.

       LOAD-SUM-CARDS.
           OPEN INPUT SUM-CARD-FILE.
           IF STSUM-CRD-STATUS NOT EQUAL TO '00'
               SET STSUM-CARDS-DONE TO TRUE.
           PERFORM LOAD-ONE-SUM-CARD UNTIL STSUM-CARDS-DONE.
           IF STSUM-CRD-STATUS EQUAL TO '00'
             OR STSUM-CRD-STATUS EQUAL TO '10'
               CLOSE SUM-CARD-FILE.
           IF STSUM-KEY-USED EQUAL TO ZERO
               MOVE 1 TO STSUM-KEY-USED
               MOVE 35 TO STSUM-KEY-OFFSET (1)
               MOVE 6 TO STSUM-KEY-LENGTH (1)
               MOVE 6 TO STSUM-KEY-POS.

       LOAD-ONE-SUM-CARD.
           READ SUM-CARD-FILE
               AT END SET STSUM-CARDS-DONE TO TRUE
               NOT AT END PERFORM POST-ONE-SUM-CARD.

       POST-ONE-SUM-CARD.
           IF SUM-CARD EQUAL TO SPACES
             OR CARD-TYPE (1:1) EQUAL TO '*'
               NEXT SENTENCE
           ELSE IF CARD-TYPE EQUAL TO 'KEY   '
             AND STSUM-KEY-USED IS LESS THAN 5
             AND CARD-OFFSET IS NUMERIC
             AND CARD-LENGTH IS NUMERIC
             AND CARD-OFFSET IS GREATER THAN ZERO
             AND CARD-LENGTH IS GREATER THAN ZERO
             AND CARD-OFFSET + CARD-LENGTH IS NOT GREATER THAN 251
             AND STSUM-KEY-POS + CARD-LENGTH IS NOT GREATER THAN 50
               ADD 1 TO STSUM-KEY-USED
               MOVE CARD-OFFSET TO STSUM-KEY-OFFSET (STSUM-KEY-USED)
               MOVE CARD-LENGTH TO STSUM-KEY-LENGTH (STSUM-KEY-USED)
               ADD CARD-LENGTH TO STSUM-KEY-POS
           ELSE IF CARD-TYPE EQUAL TO 'SUM   '
             AND STSUM-SUM-USED IS LESS THAN 10
             AND CARD-OFFSET IS NUMERIC
             AND CARD-LENGTH IS NUMERIC
             AND CARD-OFFSET IS GREATER THAN ZERO
             AND CARD-OFFSET + CARD-LENGTH IS NOT GREATER THAN 251
             AND (((CARD-FORMAT EQUAL TO 'ZD' OR CARD-FORMAT EQUAL
                     TO 'UZ')
                   AND CARD-LENGTH IS GREATER THAN ZERO
                   AND CARD-LENGTH IS NOT GREATER THAN 18)
               OR (CARD-FORMAT EQUAL TO 'PD'
                   AND CARD-LENGTH IS GREATER THAN ZERO
                   AND CARD-LENGTH IS NOT GREATER THAN 10)
               OR (CARD-FORMAT EQUAL TO 'BI'
                   AND (CARD-LENGTH EQUAL TO 2
                     OR CARD-LENGTH EQUAL TO 4
                     OR CARD-LENGTH EQUAL TO 8)))
               ADD 1 TO STSUM-SUM-USED
               MOVE STSUM-SUM-USED TO STSUM-SUM-SUB
               MOVE CARD-OFFSET TO STSUM-SUM-OFFSET (STSUM-SUM-SUB)
               MOVE CARD-LENGTH TO STSUM-SUM-LENGTH (STSUM-SUM-SUB)
               MOVE CARD-FORMAT TO STSUM-SUM-FORMAT (STSUM-SUM-SUB)
               MOVE ZERO TO STSUM-SUM-HELD (STSUM-SUM-SUB)
                   STSUM-SUM-IN-TOTAL (STSUM-SUM-SUB)
                   STSUM-SUM-OUT-TOTAL (STSUM-SUM-SUB)
               PERFORM SET-SUM-LIMIT
           ELSE
               SET STSUM-CARD-BAD TO TRUE
               MOVE SPACES TO STSUM-REPORT-LINE
               STRING 'BAD CONTROL CARD: ' SUM-CARD
                   DELIMITED BY SIZE INTO STSUM-REPORT-LINE
               MOVE STSUM-REPORT-LINE TO SUM-REPORT-REC
               WRITE SUM-REPORT-REC
           END-IF
           END-IF
           END-IF.

      * The largest total the field can take: all nines for its
      * digits (two per packed byte less the sign), or the binary
      * halfword and fullword limits; eighteen digits at most.
       SET-SUM-LIMIT.
           IF CARD-FORMAT EQUAL TO 'BI'
               IF CARD-LENGTH EQUAL TO 2
                   MOVE 32767 TO STSUM-SUM-LIMIT (STSUM-SUM-SUB)
               ELSE IF CARD-LENGTH EQUAL TO 4
                   MOVE 2147483647 TO STSUM-SUM-LIMIT (STSUM-SUM-SUB)
               ELSE
                   MOVE ALL '9' TO STSUM-SUM-LIMIT (STSUM-SUM-SUB)
               END-IF
               END-IF
           ELSE
               IF CARD-FORMAT EQUAL TO 'PD'
                   COMPUTE STSUM-BYTES = CARD-LENGTH * 2 - 1
               ELSE
                   MOVE CARD-LENGTH TO STSUM-BYTES
               END-IF
               IF STSUM-BYTES IS LESS THAN 18
                   COMPUTE STSUM-SUM-LIMIT (STSUM-SUM-SUB) =
                       10 ** STSUM-BYTES - 1
               ELSE
                   MOVE ALL '9' TO STSUM-SUM-LIMIT (STSUM-SUM-SUB)
               END-IF
           END-IF.

       SORT-INPUT-PROCEDURES SECTION.
       OPEN-AND-RELEASE.
           MOVE 'NO' TO STSUM-EOF-SW.
           PERFORM RELEASE-ONE-RECORD UNTIL STSUM-AT-EOF.
           GO TO SORT-INPUT-DONE.

      * The input control totals are taken here, before the sort.
       RELEASE-ONE-RECORD.
           READ SUM-INPUT
               AT END SET STSUM-AT-EOF TO TRUE.
           IF NOT STSUM-AT-EOF
               ADD 1 TO STSUM-READ-CNT
               MOVE SPACES TO SORT-WORK-REC
               MOVE SUM-INPUT-REC (1:STSUM-IN-LEN) TO SORT-WORK-BODY
               MOVE STSUM-IN-LEN TO SORT-WORK-LEN
               MOVE 1 TO STSUM-KEY-POS
               MOVE ZERO TO STSUM-KEY-SUB
               PERFORM KEY-ONE-FIELD
                   UNTIL STSUM-KEY-SUB NOT LESS THAN STSUM-KEY-USED
               MOVE SORT-WORK-BODY TO STSUM-WORK-BODY
               MOVE ZERO TO STSUM-SUM-SUB
               PERFORM COUNT-ONE-INPUT-FIELD
                   UNTIL STSUM-SUM-SUB NOT LESS THAN STSUM-SUM-USED
               RELEASE SORT-WORK-REC.

       KEY-ONE-FIELD.
           ADD 1 TO STSUM-KEY-SUB.
           MOVE SORT-WORK-BODY
               (STSUM-KEY-OFFSET (STSUM-KEY-SUB):
                STSUM-KEY-LENGTH (STSUM-KEY-SUB))
               TO SORT-WORK-KEY
               (STSUM-KEY-POS:STSUM-KEY-LENGTH (STSUM-KEY-SUB)).
           ADD STSUM-KEY-LENGTH (STSUM-KEY-SUB) TO STSUM-KEY-POS.

       COUNT-ONE-INPUT-FIELD.
           ADD 1 TO STSUM-SUM-SUB.
           PERFORM DECODE-SUM-FIELD.
           IF STSUM-VALUE-VALID
               ADD STSUM-VALUE TO STSUM-SUM-IN-TOTAL (STSUM-SUM-SUB)
           ELSE
               ADD 1 TO STSUM-INVALID-CNT.

       SORT-INPUT-DONE.
           EXIT.

       SORT-OUTPUT-PROCEDURES SECTION.
       RETURN-AND-SUMMARIZE.
           MOVE 'NO' TO STSUM-EOF-SW.
           PERFORM RETURN-ONE-RECORD UNTIL STSUM-AT-EOF.
           IF STSUM-RECORD-HELD
               PERFORM WRITE-HELD-RECORD.
           GO TO SORT-OUTPUT-DONE.

       RETURN-ONE-RECORD.
           RETURN SORT-WORK
               AT END SET STSUM-AT-EOF TO TRUE.
           IF NOT STSUM-AT-EOF
               MOVE SORT-WORK-BODY TO STSUM-WORK-BODY
               MOVE ZERO TO STSUM-SUM-SUB
               PERFORM TAKE-ONE-RETURNED-FIELD
                   UNTIL STSUM-SUM-SUB NOT LESS THAN STSUM-SUM-USED
               IF NOT STSUM-RECORD-HELD
                   ADD 1 TO STSUM-KEY-CNT
                   PERFORM HOLD-RETURNED-RECORD
               ELSE IF SORT-WORK-KEY NOT EQUAL TO STSUM-HELD-KEY
                   ADD 1 TO STSUM-KEY-CNT
                   PERFORM WRITE-HELD-RECORD
                   PERFORM HOLD-RETURNED-RECORD
               ELSE
                   PERFORM CHECK-FOR-OVERFLOW
                   IF STSUM-WOULD-OVERFLOW
                       PERFORM WRITE-HELD-RECORD
                       PERFORM HOLD-RETURNED-RECORD
                   ELSE
                       MOVE ZERO TO STSUM-SUM-SUB
                       PERFORM ADD-ONE-RETURNED-FIELD
                           UNTIL STSUM-SUM-SUB NOT LESS THAN
                                 STSUM-SUM-USED
                   END-IF
               END-IF
               END-IF.

       TAKE-ONE-RETURNED-FIELD.
           ADD 1 TO STSUM-SUM-SUB.
           PERFORM DECODE-SUM-FIELD.
           IF STSUM-VALUE-VALID
               MOVE STSUM-VALUE TO STSUM-SUM-THIS (STSUM-SUM-SUB)
           ELSE
               MOVE ZERO TO STSUM-SUM-THIS (STSUM-SUM-SUB).

       HOLD-RETURNED-RECORD.
           SET STSUM-RECORD-HELD TO TRUE.
           MOVE SORT-WORK-KEY TO STSUM-HELD-KEY.
           MOVE SORT-WORK-LEN TO STSUM-HELD-LEN.
           MOVE SORT-WORK-BODY TO STSUM-HELD-BODY.
           MOVE ZERO TO STSUM-SUM-SUB.
           PERFORM HOLD-ONE-RETURNED-FIELD
               UNTIL STSUM-SUM-SUB NOT LESS THAN STSUM-SUM-USED.

       HOLD-ONE-RETURNED-FIELD.
           ADD 1 TO STSUM-SUM-SUB.
           MOVE STSUM-SUM-THIS (STSUM-SUM-SUB)
               TO STSUM-SUM-HELD (STSUM-SUM-SUB).

       CHECK-FOR-OVERFLOW.
           MOVE 'NO' TO STSUM-OVERFLOW-SW.
           MOVE ZERO TO STSUM-SUM-SUB.
           PERFORM CHECK-ONE-FIELD-OVERFLOW
               UNTIL STSUM-SUM-SUB NOT LESS THAN STSUM-SUM-USED
                  OR STSUM-WOULD-OVERFLOW.
           IF STSUM-WOULD-OVERFLOW
               ADD 1 TO STSUM-OVERFLOW-CNT
               PERFORM REPORT-OVERFLOW.

       CHECK-ONE-FIELD-OVERFLOW.
           ADD 1 TO STSUM-SUM-SUB.
           COMPUTE STSUM-NEW-TOTAL = STSUM-SUM-HELD (STSUM-SUM-SUB)
               + STSUM-SUM-THIS (STSUM-SUM-SUB)
               ON SIZE ERROR
                   SET STSUM-WOULD-OVERFLOW TO TRUE
           END-COMPUTE.
           IF STSUM-NEW-TOTAL IS GREATER THAN
                   STSUM-SUM-LIMIT (STSUM-SUM-SUB)
             OR STSUM-NEW-TOTAL + STSUM-SUM-LIMIT (STSUM-SUM-SUB)
                   IS LESS THAN ZERO
             OR (STSUM-NEW-TOTAL IS NEGATIVE
               AND STSUM-SUM-FORMAT (STSUM-SUM-SUB) EQUAL TO 'UZ')
               SET STSUM-WOULD-OVERFLOW TO TRUE.
           IF STSUM-WOULD-OVERFLOW
               MOVE STSUM-SUM-SUB TO STSUM-OVER-SUB.

       ADD-ONE-RETURNED-FIELD.
           ADD 1 TO STSUM-SUM-SUB.
           ADD STSUM-SUM-THIS (STSUM-SUM-SUB)
               TO STSUM-SUM-HELD (STSUM-SUM-SUB).

      * The held record goes out with its totals in its sum fields;
      * the output control totals are taken from what is written.
       WRITE-HELD-RECORD.
           MOVE ZERO TO STSUM-SUM-SUB.
           PERFORM PLACE-ONE-TOTAL
               UNTIL STSUM-SUM-SUB NOT LESS THAN STSUM-SUM-USED.
           MOVE STSUM-HELD-LEN TO STSUM-OUT-LEN.
           MOVE STSUM-HELD-BODY TO SUM-OUTPUT-REC.
           WRITE SUM-OUTPUT-REC.
           ADD 1 TO STSUM-WRITE-CNT.

       PLACE-ONE-TOTAL.
           ADD 1 TO STSUM-SUM-SUB.
           MOVE STSUM-SUM-HELD (STSUM-SUM-SUB) TO STSUM-VALUE.
           PERFORM ENCODE-SUM-FIELD.
           MOVE STSUM-HELD-BODY TO STSUM-WORK-BODY.
           PERFORM DECODE-SUM-FIELD.
           ADD STSUM-VALUE TO STSUM-SUM-OUT-TOTAL (STSUM-SUM-SUB).

       REPORT-OVERFLOW.
           IF STSUM-LISTED-CNT IS LESS THAN 100
               ADD 1 TO STSUM-LISTED-CNT
               MOVE STSUM-SUM-HELD (STSUM-OVER-SUB)
                   TO STSUM-TOTAL-DISP
               MOVE SPACES TO STSUM-REPORT-LINE
               STRING 'OVERFLOW: KEY ' STSUM-HELD-KEY (1:30)
                   ' SUM FIELD AT ' STSUM-SUM-OFFSET (STSUM-OVER-SUB)
                   ' TOTAL SO FAR ' STSUM-TOTAL-DISP
                   ' - NEW RECORD STARTED'
                   DELIMITED BY SIZE INTO STSUM-REPORT-LINE
               MOVE STSUM-REPORT-LINE TO SUM-REPORT-REC
               WRITE SUM-REPORT-REC.

       SORT-OUTPUT-DONE.
           EXIT.

       FIELD-SUPPORT SECTION.
      * STSUM-WORK-BODY holds the record; the field is the sum
      * field STSUM-SUM-SUB.
       DECODE-SUM-FIELD.
           MOVE 'YES' TO STSUM-VALID-SW.
           MOVE ZERO TO STSUM-VALUE.
           MOVE STSUM-SUM-LENGTH (STSUM-SUM-SUB) TO STSUM-BYTES.
           IF STSUM-SUM-FORMAT (STSUM-SUM-SUB) EQUAL TO 'PD'
               MOVE LOW-VALUES TO STSUM-PACKED-X
               COMPUTE STSUM-START = 11 - STSUM-BYTES
               MOVE STSUM-WORK-BODY
                   (STSUM-SUM-OFFSET (STSUM-SUM-SUB):STSUM-BYTES)
                   TO STSUM-PACKED-X (STSUM-START:STSUM-BYTES)
               IF STSUM-PACKED IS NUMERIC
                   MOVE STSUM-PACKED TO STSUM-VALUE
               ELSE
                   MOVE 'NO' TO STSUM-VALID-SW
               END-IF
           ELSE IF STSUM-SUM-FORMAT (STSUM-SUM-SUB) EQUAL TO 'BI'
               IF STSUM-WORK-BODY (STSUM-SUM-OFFSET (STSUM-SUM-SUB):1)
                   NOT LESS THAN X'80'
                   MOVE HIGH-VALUES TO STSUM-BINARY-X
               ELSE
                   MOVE LOW-VALUES TO STSUM-BINARY-X
               END-IF
               COMPUTE STSUM-START = 9 - STSUM-BYTES
               MOVE STSUM-WORK-BODY
                   (STSUM-SUM-OFFSET (STSUM-SUM-SUB):STSUM-BYTES)
                   TO STSUM-BINARY-X (STSUM-START:STSUM-BYTES)
               MOVE STSUM-BINARY TO STSUM-VALUE
           ELSE
               MOVE ALL '0' TO STSUM-ZONED-X
               COMPUTE STSUM-START = 19 - STSUM-BYTES
               MOVE STSUM-WORK-BODY
                   (STSUM-SUM-OFFSET (STSUM-SUM-SUB):STSUM-BYTES)
                   TO STSUM-ZONED-X (STSUM-START:STSUM-BYTES)
               IF STSUM-ZONED IS NUMERIC
                 AND (STSUM-ZONED IS NOT NEGATIVE
                   OR STSUM-SUM-FORMAT (STSUM-SUM-SUB) NOT EQUAL TO
                      'UZ')
                   MOVE STSUM-ZONED TO STSUM-VALUE
               ELSE
                   MOVE 'NO' TO STSUM-VALID-SW
               END-IF
           END-IF
           END-IF.

      * STSUM-VALUE into the sum field STSUM-SUM-SUB of the held
      * record, in the field's own format.
       ENCODE-SUM-FIELD.
           MOVE STSUM-SUM-LENGTH (STSUM-SUM-SUB) TO STSUM-BYTES.
           IF STSUM-SUM-FORMAT (STSUM-SUM-SUB) EQUAL TO 'PD'
               MOVE STSUM-VALUE TO STSUM-PACKED
               COMPUTE STSUM-START = 11 - STSUM-BYTES
               MOVE STSUM-PACKED-X (STSUM-START:STSUM-BYTES)
                   TO STSUM-HELD-BODY
                   (STSUM-SUM-OFFSET (STSUM-SUM-SUB):STSUM-BYTES)
           ELSE IF STSUM-SUM-FORMAT (STSUM-SUM-SUB) EQUAL TO 'BI'
               MOVE STSUM-VALUE TO STSUM-BINARY
               COMPUTE STSUM-START = 9 - STSUM-BYTES
               MOVE STSUM-BINARY-X (STSUM-START:STSUM-BYTES)
                   TO STSUM-HELD-BODY
                   (STSUM-SUM-OFFSET (STSUM-SUM-SUB):STSUM-BYTES)
           ELSE IF STSUM-SUM-FORMAT (STSUM-SUM-SUB) EQUAL TO 'UZ'
               MOVE STSUM-VALUE TO STSUM-ZONED-U
               COMPUTE STSUM-START = 19 - STSUM-BYTES
               MOVE STSUM-ZONED-U-X (STSUM-START:STSUM-BYTES)
                   TO STSUM-HELD-BODY
                   (STSUM-SUM-OFFSET (STSUM-SUM-SUB):STSUM-BYTES)
           ELSE
               MOVE STSUM-VALUE TO STSUM-ZONED
               COMPUTE STSUM-START = 19 - STSUM-BYTES
               MOVE STSUM-ZONED-X (STSUM-START:STSUM-BYTES)
                   TO STSUM-HELD-BODY
                   (STSUM-SUM-OFFSET (STSUM-SUM-SUB):STSUM-BYTES)
           END-IF
           END-IF
           END-IF.

       REPORT-SUPPORT SECTION.
       WRITE-SUM-TOTALS.
           MOVE SPACES TO STSUM-REPORT-LINE.
           STRING 'RECORDS IN = ' STSUM-READ-CNT
               '  RECORDS OUT = ' STSUM-WRITE-CNT
               '  KEYS = ' STSUM-KEY-CNT
               '  OVERFLOWS = ' STSUM-OVERFLOW-CNT
               '  UNDECODABLE = ' STSUM-INVALID-CNT
               DELIMITED BY SIZE INTO STSUM-REPORT-LINE.
           MOVE STSUM-REPORT-LINE TO SUM-REPORT-REC.
           WRITE SUM-REPORT-REC.
           MOVE ZERO TO STSUM-SUM-SUB.
           PERFORM WRITE-ONE-FIELD-BALANCE
               UNTIL STSUM-SUM-SUB NOT LESS THAN STSUM-SUM-USED.

       WRITE-ONE-FIELD-BALANCE.
           ADD 1 TO STSUM-SUM-SUB.
           MOVE STSUM-SUM-IN-TOTAL (STSUM-SUM-SUB) TO STSUM-TOTAL-DISP.
           MOVE STSUM-SUM-OUT-TOTAL (STSUM-SUM-SUB) TO STSUM-OUT-DISP.
           MOVE SPACES TO STSUM-REPORT-LINE.
           IF STSUM-SUM-IN-TOTAL (STSUM-SUM-SUB) EQUAL TO
                   STSUM-SUM-OUT-TOTAL (STSUM-SUM-SUB)
               STRING 'SUM FIELD AT ' STSUM-SUM-OFFSET (STSUM-SUM-SUB)
                   ' ' STSUM-SUM-FORMAT (STSUM-SUM-SUB)
                   '  IN ' STSUM-TOTAL-DISP '  OUT ' STSUM-OUT-DISP
                   '  BALANCED'
                   DELIMITED BY SIZE INTO STSUM-REPORT-LINE
           ELSE
               ADD 1 TO STSUM-UNBALANCED-CNT
               STRING 'SUM FIELD AT ' STSUM-SUM-OFFSET (STSUM-SUM-SUB)
                   ' ' STSUM-SUM-FORMAT (STSUM-SUM-SUB)
                   '  IN ' STSUM-TOTAL-DISP '  OUT ' STSUM-OUT-DISP
                   '  OUT OF BALANCE'
                   DELIMITED BY SIZE INTO STSUM-REPORT-LINE.
           MOVE STSUM-REPORT-LINE TO SUM-REPORT-REC.
           WRITE SUM-REPORT-REC.
