000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           CERTDUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAYOUT-FILE ASSIGN TO DUPLAYT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTDUP-LAYT-STATUS.
           SELECT CARD-FILE ASSIGN TO DUPCRD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTDUP-CRD-STATUS.
           SELECT DEDUP-INPUT ASSIGN TO DUPIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTDUP-IN-STATUS.
           SELECT SURVIVOR-OUT ASSIGN TO DUPOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT DROPPED-OUT ASSIGN TO DUPDROP
               ORGANIZATION IS SEQUENTIAL.
           SELECT DEDUP-REPORT ASSIGN TO DUPRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      * The layout-definition records CERTFCMP reads: field name
      * 1-20, offset 22-25, length 27-29, K in 31 on the key
      * fields.  For a BY field, column 35 may carry the CERTCNV
      * usage (D, L, P, B) with 42 S when signed, so the highest
      * and lowest are taken on the number; otherwise on the
      * characters.
       FD  LAYOUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  LAYOUT-REC.
           02 LAYT-FIELD-NAME      PIC X(20).
           02 FILLER               PIC X(1).
           02 LAYT-OFFSET          PIC 9(4).
           02 FILLER               PIC X(1).
           02 LAYT-LENGTH          PIC 9(3).
           02 FILLER               PIC X(1).
           02 LAYT-KEY-FLAG        PIC X(1).
           02 FILLER               PIC X(1).
           02 LAYT-TYPE            PIC X(1).
           02 FILLER               PIC X(1).
           02 LAYT-USAGE           PIC X(1).
           02 FILLER               PIC X(6).
           02 LAYT-SIGN            PIC X(1).
           02 FILLER               PIC X(38).

      * Control cards, keyword in 1-8 and operand in 10-39:
      *   KEY      a layout field making up the duplicate key, most
      *            significant first; with no KEY cards the fields
      *            marked K in the layout are the key
      *   KEEP     FIRST, LAST, HIGHEST or LOWEST - which record of
      *            a group survives (FIRST when no card)
      *   BY       the field HIGHEST or LOWEST looks at
      *   MERGE    blank fields of the survivor are filled from the
      *            dropped records, earliest first
       FD  CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  CARD-REC.
           02 CARD-VERB            PIC X(8).
           02 FILLER               PIC X(1).
           02 CARD-NAME            PIC X(30).
           02 FILLER               PIC X(41).

       FD  DEDUP-INPUT
           LABEL RECORDS ARE STANDARD
           RECORD IS VARYING IN SIZE FROM 1 TO 250 CHARACTERS
               DEPENDING ON CERTDUP-IN-LEN.
       01  DEDUP-INPUT-REC         PIC X(250).

       FD  SURVIVOR-OUT
           LABEL RECORDS ARE STANDARD
           RECORD IS VARYING IN SIZE FROM 1 TO 250 CHARACTERS
               DEPENDING ON CERTDUP-OUT-LEN.
       01  SURVIVOR-OUT-REC        PIC X(250).

      * A dropped record with its input record number, the input
      * record number of the survivor it lost to, and the rule.
       FD  DROPPED-OUT
           LABEL RECORDS ARE STANDARD.
       01  DROPPED-OUT-REC.
           02 DROP-RECORD-NO       PIC 9(8).
           02 FILLER               PIC X(1).
           02 DROP-SURVIVOR-NO     PIC 9(8).
           02 FILLER               PIC X(1).
           02 DROP-RULE            PIC X(8).
           02 FILLER               PIC X(1).
           02 DROP-RECORD          PIC X(250).
           02 FILLER               PIC X(3).

       FD  DEDUP-REPORT
           LABEL RECORDS ARE STANDARD.
       01  DEDUP-REPORT-REC        PIC X(120).

       WORKING-STORAGE SECTION.
       01  CERTDUP-LAYT-STATUS     PIC XX VALUE '00'.
       01  CERTDUP-CRD-STATUS      PIC XX VALUE '00'.
       01  CERTDUP-IN-STATUS       PIC XX VALUE '00'.
       01  CERTDUP-IN-LEN          PIC 9(3) COMP VALUE ZERO.
       01  CERTDUP-OUT-LEN         PIC 9(3) COMP VALUE ZERO.
       01  CERTDUP-EOF-SW          PIC X(3) VALUE 'NO'.
           88 CERTDUP-AT-EOF             VALUE 'YES'.
       01  CERTDUP-CARD-BAD-SW     PIC X(3) VALUE 'NO'.
           88 CERTDUP-CARD-BAD           VALUE 'YES'.
       01  CERTDUP-STOP-SW         PIC X(3) VALUE 'NO'.
           88 CERTDUP-STOPPED            VALUE 'SEQ' 'BIG'.
           88 CERTDUP-GROUP-TOO-BIG      VALUE 'BIG'.
       01  CERTDUP-FOUND-SW        PIC X(3) VALUE 'NO'.
           88 CERTDUP-FIELD-FOUND        VALUE 'YES'.
       01  CERTDUP-MERGE-SW        PIC X(3) VALUE 'NO'.
           88 CERTDUP-MERGE-FIELDS       VALUE 'YES'.
       01  CERTDUP-BETTER-SW       PIC X(3) VALUE 'NO'.
           88 CERTDUP-IS-BETTER          VALUE 'YES'.
       01  CERTDUP-KEEP-RULE       PIC X(8) VALUE 'FIRST'.
           88 CERTDUP-KEEP-FIRST         VALUE 'FIRST'.
           88 CERTDUP-KEEP-LAST          VALUE 'LAST'.
           88 CERTDUP-KEEP-HIGHEST       VALUE 'HIGHEST'.
           88 CERTDUP-KEEP-LOWEST        VALUE 'LOWEST'.
       01  CERTDUP-DROP-RULE       PIC X(8) VALUE SPACE.
       01  CERTDUP-BY-NAME         PIC X(30) VALUE SPACE.
       01  CERTDUP-BY-FIELD        PIC 9(3) VALUE ZERO.
       01  CERTDUP-LOOK-NAME       PIC X(30) VALUE SPACE.
       01  CERTDUP-FIELD-USED      PIC 9(3) VALUE ZERO.
       01  CERTDUP-FIELD-SUB       PIC 9(3) VALUE ZERO.
       01  CERTDUP-KEY-USED        PIC 9(2) VALUE ZERO.
       01  CERTDUP-KEY-SUB         PIC 9(2) VALUE ZERO.
       01  CERTDUP-KEY-POS         PIC 9(3) VALUE ZERO.
       01  CERTDUP-GROUP-USED      PIC 9(3) VALUE ZERO.
       01  CERTDUP-GROUP-SUB       PIC 9(3) VALUE ZERO.
       01  CERTDUP-SURVIVOR-SUB    PIC 9(3) VALUE ZERO.
       01  CERTDUP-RECORD-CNT      PIC 9(8) VALUE ZERO.
       01  CERTDUP-SURVIVOR-CNT    PIC 9(8) VALUE ZERO.
       01  CERTDUP-DROPPED-CNT     PIC 9(8) VALUE ZERO.
       01  CERTDUP-DUP-GROUP-CNT   PIC 9(8) VALUE ZERO.
       01  CERTDUP-MERGED-CNT      PIC 9(8) VALUE ZERO.
       01  CERTDUP-LISTED-CNT      PIC 9(3) VALUE ZERO.
       01  CERTDUP-CHECK-CNT       PIC 9(9) VALUE ZERO.
       01  CERTDUP-HOLD-REC        PIC X(250) VALUE SPACE.
       01  CERTDUP-SURVIVOR-REC    PIC X(250) VALUE SPACE.
       01  CERTDUP-SURVIVOR-LEN    PIC 9(3) VALUE ZERO.
       01  CERTDUP-THIS-KEY        PIC X(100) VALUE SPACE.
       01  CERTDUP-GROUP-KEY       PIC X(100) VALUE SPACE.
       01  CERTDUP-REPORT-LINE     PIC X(120) VALUE SPACE.

      * Comparing BY-field values: as numbers when the layout
      * gives a usage, decoded the way CERTCNV decodes them, and
      * as characters otherwise.
       01  CERTDUP-FIELD-BYTES     PIC X(50) VALUE SPACE.
       01  CERTDUP-BEST-TEXT       PIC X(50) VALUE SPACE.
       01  CERTDUP-THIS-TEXT       PIC X(50) VALUE SPACE.
       01  CERTDUP-BEST-VALUE      PIC S9(18) VALUE ZERO.
       01  CERTDUP-VALUE           PIC S9(18) VALUE ZERO.
       01  CERTDUP-BYTES           PIC 9(3) VALUE ZERO.
       01  CERTDUP-START           PIC 9(3) VALUE ZERO.
       01  CERTDUP-ZONED           PIC S9(18) VALUE ZERO.
       01  CERTDUP-ZONED-X REDEFINES CERTDUP-ZONED PIC X(18).
       01  CERTDUP-LEADING         PIC S9(18)
                                   SIGN LEADING SEPARATE VALUE ZERO.
       01  CERTDUP-LEADING-X REDEFINES CERTDUP-LEADING PIC X(19).
       01  CERTDUP-PACKED          PIC S9(18) COMP-3 VALUE ZERO.
       01  CERTDUP-PACKED-X REDEFINES CERTDUP-PACKED PIC X(10).
       01  CERTDUP-BINARY          PIC S9(18) COMP VALUE ZERO.
       01  CERTDUP-BINARY-X REDEFINES CERTDUP-BINARY PIC X(8).

       01  CERTDUP-FIELD-TABLE.
           02 CERTDUP-FIELD-ENTRY OCCURS 50 TIMES.
              03 CERTDUP-FIELD-NAME     PIC X(20).
              03 CERTDUP-FIELD-OFFSET   PIC 9(4).
              03 CERTDUP-FIELD-LENGTH   PIC 9(3).
              03 CERTDUP-FIELD-KEY      PIC X(1).
                 88 CERTDUP-KEY-FIELD         VALUE 'K'.
              03 CERTDUP-FIELD-USAGE    PIC X(1).
              03 CERTDUP-FIELD-SIGN     PIC X(1).
                 88 CERTDUP-FIELD-SIGNED      VALUE 'S'.

       01  CERTDUP-KEY-TABLE.
           02 CERTDUP-KEY-FIELD-NO      PIC 9(3) OCCURS 10 TIMES.

      * The records of the key group in hand, in input order.
       01  CERTDUP-GROUP-TABLE.
           02 CERTDUP-GROUP-ENTRY OCCURS 200 TIMES.
              03 CERTDUP-GROUP-REC-NO   PIC 9(8).
              03 CERTDUP-GROUP-LEN      PIC 9(3).
              03 CERTDUP-GROUP-REC      PIC X(250).

       PROCEDURE DIVISION.

      * Duplicate resolution ahead of the loads that will not take
      * duplicates - SQMATCH, EXEC_SQL_BULK_LOAD, the CERTGEN-built
      * masters.  The input must be in key sequence; each group of
      * records sharing a key yields one survivor, chosen by the
      * KEEP rule (first, last, highest or lowest value in the BY
      * field, the earliest winning ties) and, under MERGE, given
      * the non-blank fields it lacks from the others.  The rest
      * go to the dropped file carrying the survivor's record
      * number.  Control totals prove in = survivors + dropped.
      * RC=16 for bad cards, no key, or input that will not open
      * or holds a group of more than 200 records; RC=12 for input
      * out of key sequence; RC=8 if the totals do not balance;
      * RC=4 when duplicates were dropped; RC=0 otherwise.
       MAINLINE.
           OPEN OUTPUT DEDUP-REPORT.
           MOVE 'DUPLICATE RESOLUTION' TO DEDUP-REPORT-REC.
           WRITE DEDUP-REPORT-REC.
           MOVE SPACES TO DEDUP-REPORT-REC.
           WRITE DEDUP-REPORT-REC.
           PERFORM LOAD-LAYOUT-DEFINITION.
           PERFORM READ-CONTROL-CARDS.
           PERFORM SETTLE-KEY-AND-RULE.
           IF CERTDUP-CARD-BAD
               MOVE 'CONTROL CARDS OR LAYOUT UNUSABLE - NOTHING DONE'
                   TO DEDUP-REPORT-REC
               WRITE DEDUP-REPORT-REC
               CLOSE DEDUP-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK.
           OPEN INPUT DEDUP-INPUT.
           IF CERTDUP-IN-STATUS NOT EQUAL TO '00'
               MOVE 'DEDUP INPUT WILL NOT OPEN - NOTHING DONE'
                   TO DEDUP-REPORT-REC
               WRITE DEDUP-REPORT-REC
               CLOSE DEDUP-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK.
           OPEN OUTPUT SURVIVOR-OUT DROPPED-OUT.
           PERFORM DEDUP-ONE-RECORD
               UNTIL CERTDUP-AT-EOF OR CERTDUP-STOPPED.
           IF NOT CERTDUP-STOPPED
             AND CERTDUP-GROUP-USED NOT EQUAL TO ZERO
               PERFORM RESOLVE-KEY-GROUP.
           CLOSE DEDUP-INPUT SURVIVOR-OUT DROPPED-OUT.
           PERFORM WRITE-DEDUP-TOTALS.
           CLOSE DEDUP-REPORT.
           IF CERTDUP-GROUP-TOO-BIG
               MOVE 16 TO RETURN-CODE
           ELSE IF CERTDUP-STOPPED
               MOVE 12 TO RETURN-CODE
           ELSE IF CERTDUP-CHECK-CNT NOT EQUAL TO CERTDUP-RECORD-CNT
               MOVE 8 TO RETURN-CODE
           ELSE IF CERTDUP-DROPPED-CNT NOT EQUAL TO ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           END-IF
           END-IF
           END-IF.
           GOBACK.

       LOAD-LAYOUT-DEFINITION.
           OPEN INPUT LAYOUT-FILE.
           IF CERTDUP-LAYT-STATUS NOT EQUAL TO '00'
               SET CERTDUP-AT-EOF TO TRUE.
           PERFORM LOAD-ONE-LAYOUT-FIELD
               UNTIL CERTDUP-AT-EOF
                  OR CERTDUP-FIELD-USED NOT LESS THAN 50.
           IF CERTDUP-LAYT-STATUS EQUAL TO '00'
             OR CERTDUP-LAYT-STATUS EQUAL TO '10'
               CLOSE LAYOUT-FILE.
           MOVE 'NO' TO CERTDUP-EOF-SW.

       LOAD-ONE-LAYOUT-FIELD.
           READ LAYOUT-FILE
               AT END SET CERTDUP-AT-EOF TO TRUE.
           IF CERTDUP-AT-EOF
             OR LAYT-FIELD-NAME EQUAL TO SPACES
             OR LAYT-FIELD-NAME (1:1) EQUAL TO '*'
             OR LAYT-OFFSET IS NOT NUMERIC
             OR LAYT-LENGTH IS NOT NUMERIC
               NEXT SENTENCE
           ELSE
               ADD 1 TO CERTDUP-FIELD-USED
               MOVE CERTDUP-FIELD-USED TO CERTDUP-FIELD-SUB
               MOVE LAYT-FIELD-NAME
                   TO CERTDUP-FIELD-NAME (CERTDUP-FIELD-SUB)
               MOVE LAYT-OFFSET
                   TO CERTDUP-FIELD-OFFSET (CERTDUP-FIELD-SUB)
               MOVE LAYT-LENGTH
                   TO CERTDUP-FIELD-LENGTH (CERTDUP-FIELD-SUB)
               MOVE LAYT-KEY-FLAG
                   TO CERTDUP-FIELD-KEY (CERTDUP-FIELD-SUB)
               MOVE LAYT-USAGE
                   TO CERTDUP-FIELD-USAGE (CERTDUP-FIELD-SUB)
               IF LAYT-USAGE EQUAL TO SPACE AND LAYT-TYPE EQUAL TO 'N'
                   MOVE 'D' TO CERTDUP-FIELD-USAGE (CERTDUP-FIELD-SUB)
               END-IF
               MOVE LAYT-SIGN TO CERTDUP-FIELD-SIGN (CERTDUP-FIELD-SUB)
               IF CERTDUP-FIELD-OFFSET (CERTDUP-FIELD-SUB)
                   + CERTDUP-FIELD-LENGTH (CERTDUP-FIELD-SUB)
                     IS GREATER THAN 251
                   SET CERTDUP-CARD-BAD TO TRUE
               END-IF
           END-IF.

       READ-CONTROL-CARDS.
           OPEN INPUT CARD-FILE.
           IF CERTDUP-CRD-STATUS NOT EQUAL TO '00'
               SET CERTDUP-AT-EOF TO TRUE.
           PERFORM READ-ONE-CONTROL-CARD
               UNTIL CERTDUP-AT-EOF.
           IF CERTDUP-CRD-STATUS EQUAL TO '00'
             OR CERTDUP-CRD-STATUS EQUAL TO '10'
               CLOSE CARD-FILE.
           MOVE 'NO' TO CERTDUP-EOF-SW.

       READ-ONE-CONTROL-CARD.
           READ CARD-FILE
               AT END SET CERTDUP-AT-EOF TO TRUE.
           IF CERTDUP-AT-EOF
             OR CARD-REC EQUAL TO SPACES
             OR CARD-VERB (1:1) EQUAL TO '*'
               NEXT SENTENCE
           ELSE IF CARD-VERB EQUAL TO 'KEY'
             AND CERTDUP-KEY-USED IS LESS THAN 10
               MOVE CARD-NAME TO CERTDUP-LOOK-NAME
               PERFORM FIND-LAYOUT-FIELD
               IF CERTDUP-FIELD-FOUND
                   ADD 1 TO CERTDUP-KEY-USED
                   MOVE CERTDUP-FIELD-SUB
                       TO CERTDUP-KEY-FIELD-NO (CERTDUP-KEY-USED)
               ELSE
                   PERFORM REJECT-CONTROL-CARD
               END-IF
           ELSE IF CARD-VERB EQUAL TO 'KEEP'
             AND (CARD-NAME EQUAL TO 'FIRST'
               OR CARD-NAME EQUAL TO 'LAST'
               OR CARD-NAME EQUAL TO 'HIGHEST'
               OR CARD-NAME EQUAL TO 'LOWEST')
               MOVE CARD-NAME TO CERTDUP-KEEP-RULE
           ELSE IF CARD-VERB EQUAL TO 'BY'
               MOVE CARD-NAME TO CERTDUP-BY-NAME
           ELSE IF CARD-VERB EQUAL TO 'MERGE'
               SET CERTDUP-MERGE-FIELDS TO TRUE
           ELSE
               PERFORM REJECT-CONTROL-CARD
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       REJECT-CONTROL-CARD.
           SET CERTDUP-CARD-BAD TO TRUE.
           MOVE SPACES TO CERTDUP-REPORT-LINE.
           STRING 'BAD CONTROL CARD: ' CARD-REC
               DELIMITED BY SIZE INTO CERTDUP-REPORT-LINE.
           PERFORM PRINT-DEDUP-LINE.

      * No KEY cards: the layout's K fields, in layout order.
      * HIGHEST and LOWEST need a BY field from the layout.
       SETTLE-KEY-AND-RULE.
           IF CERTDUP-KEY-USED EQUAL TO ZERO
               MOVE ZERO TO CERTDUP-FIELD-SUB
               PERFORM TAKE-ONE-LAYOUT-KEY
                   UNTIL CERTDUP-FIELD-SUB NOT LESS THAN
                         CERTDUP-FIELD-USED.
           IF CERTDUP-KEY-USED EQUAL TO ZERO
               MOVE 'NO KEY: NO KEY CARDS AND NO K FIELDS IN LAYOUT'
                   TO CERTDUP-REPORT-LINE
               PERFORM PRINT-DEDUP-LINE
               SET CERTDUP-CARD-BAD TO TRUE.
           IF CERTDUP-KEEP-HIGHEST OR CERTDUP-KEEP-LOWEST
               MOVE CERTDUP-BY-NAME TO CERTDUP-LOOK-NAME
               PERFORM FIND-LAYOUT-FIELD
               IF CERTDUP-FIELD-FOUND
                 AND CERTDUP-FIELD-LENGTH (CERTDUP-FIELD-SUB)
                     NOT GREATER THAN 50
                   MOVE CERTDUP-FIELD-SUB TO CERTDUP-BY-FIELD
               ELSE
                   MOVE SPACES TO CERTDUP-REPORT-LINE
                   STRING 'KEEP ' CERTDUP-KEEP-RULE
                       ' NEEDS A BY FIELD FROM THE LAYOUT: '
                       CERTDUP-BY-NAME
                       DELIMITED BY SIZE INTO CERTDUP-REPORT-LINE
                   PERFORM PRINT-DEDUP-LINE
                   SET CERTDUP-CARD-BAD TO TRUE
               END-IF.
           MOVE CERTDUP-KEEP-RULE TO CERTDUP-DROP-RULE.
           IF CERTDUP-MERGE-FIELDS
               MOVE 'MERGED' TO CERTDUP-DROP-RULE.
           MOVE SPACES TO CERTDUP-REPORT-LINE.
           STRING 'SURVIVOR RULE: KEEP ' CERTDUP-KEEP-RULE
               ' ' CERTDUP-BY-NAME ' MERGE: ' CERTDUP-MERGE-SW
               DELIMITED BY SIZE INTO CERTDUP-REPORT-LINE.
           PERFORM PRINT-DEDUP-LINE.

       TAKE-ONE-LAYOUT-KEY.
           ADD 1 TO CERTDUP-FIELD-SUB.
           IF CERTDUP-KEY-FIELD (CERTDUP-FIELD-SUB)
             AND CERTDUP-KEY-USED IS LESS THAN 10
               ADD 1 TO CERTDUP-KEY-USED
               MOVE CERTDUP-FIELD-SUB
                   TO CERTDUP-KEY-FIELD-NO (CERTDUP-KEY-USED).

       FIND-LAYOUT-FIELD.
           MOVE 'NO' TO CERTDUP-FOUND-SW.
           MOVE ZERO TO CERTDUP-FIELD-SUB.
           PERFORM MATCH-ONE-LAYOUT-FIELD
               UNTIL CERTDUP-FIELD-FOUND
                  OR CERTDUP-FIELD-SUB NOT LESS THAN
                     CERTDUP-FIELD-USED.

       MATCH-ONE-LAYOUT-FIELD.
           ADD 1 TO CERTDUP-FIELD-SUB.
           IF CERTDUP-FIELD-NAME (CERTDUP-FIELD-SUB)
               EQUAL TO CERTDUP-LOOK-NAME
               SET CERTDUP-FIELD-FOUND TO TRUE.

      *****************************************************************
      * Records are gathered while the key holds; a new key closes
      * the group in hand.  A key lower than the group's means the
      * input is not in key sequence and the run stops.
      *****************************************************************
       DEDUP-ONE-RECORD.
           READ DEDUP-INPUT
               AT END SET CERTDUP-AT-EOF TO TRUE.
           IF NOT CERTDUP-AT-EOF
               ADD 1 TO CERTDUP-RECORD-CNT
               MOVE SPACES TO CERTDUP-HOLD-REC
               MOVE DEDUP-INPUT-REC (1:CERTDUP-IN-LEN)
                   TO CERTDUP-HOLD-REC
               PERFORM BUILD-RECORD-KEY
               IF CERTDUP-GROUP-USED EQUAL TO ZERO
                   PERFORM START-KEY-GROUP
               ELSE IF CERTDUP-THIS-KEY IS LESS THAN CERTDUP-GROUP-KEY
                   PERFORM REPORT-OUT-OF-SEQUENCE
               ELSE IF CERTDUP-THIS-KEY IS GREATER THAN
                       CERTDUP-GROUP-KEY
                   PERFORM RESOLVE-KEY-GROUP
                   PERFORM START-KEY-GROUP
               ELSE IF CERTDUP-GROUP-USED EQUAL TO 200
                   PERFORM REPORT-GROUP-TOO-LARGE
               ELSE
                   PERFORM ADD-TO-KEY-GROUP
               END-IF
               END-IF
               END-IF
               END-IF.

       BUILD-RECORD-KEY.
           MOVE SPACES TO CERTDUP-THIS-KEY.
           MOVE 1 TO CERTDUP-KEY-POS.
           MOVE ZERO TO CERTDUP-KEY-SUB.
           PERFORM KEY-ONE-FIELD
               UNTIL CERTDUP-KEY-SUB NOT LESS THAN CERTDUP-KEY-USED
                  OR CERTDUP-KEY-POS IS GREATER THAN 100.

       KEY-ONE-FIELD.
           ADD 1 TO CERTDUP-KEY-SUB.
           MOVE CERTDUP-KEY-FIELD-NO (CERTDUP-KEY-SUB)
               TO CERTDUP-FIELD-SUB.
           IF CERTDUP-KEY-POS + CERTDUP-FIELD-LENGTH
                   (CERTDUP-FIELD-SUB) IS GREATER THAN 101
               MOVE CERTDUP-HOLD-REC
                   (CERTDUP-FIELD-OFFSET (CERTDUP-FIELD-SUB):
                    101 - CERTDUP-KEY-POS)
                   TO CERTDUP-THIS-KEY (CERTDUP-KEY-POS:)
           ELSE
               MOVE CERTDUP-HOLD-REC
                   (CERTDUP-FIELD-OFFSET (CERTDUP-FIELD-SUB):
                    CERTDUP-FIELD-LENGTH (CERTDUP-FIELD-SUB))
                   TO CERTDUP-THIS-KEY (CERTDUP-KEY-POS:
                       CERTDUP-FIELD-LENGTH (CERTDUP-FIELD-SUB)).
           ADD CERTDUP-FIELD-LENGTH (CERTDUP-FIELD-SUB)
               TO CERTDUP-KEY-POS.

       START-KEY-GROUP.
           MOVE CERTDUP-THIS-KEY TO CERTDUP-GROUP-KEY.
           MOVE ZERO TO CERTDUP-GROUP-USED.
           PERFORM ADD-TO-KEY-GROUP.

       ADD-TO-KEY-GROUP.
           ADD 1 TO CERTDUP-GROUP-USED.
           MOVE CERTDUP-RECORD-CNT
               TO CERTDUP-GROUP-REC-NO (CERTDUP-GROUP-USED).
           MOVE CERTDUP-IN-LEN
               TO CERTDUP-GROUP-LEN (CERTDUP-GROUP-USED).
           MOVE CERTDUP-HOLD-REC
               TO CERTDUP-GROUP-REC (CERTDUP-GROUP-USED).

       REPORT-OUT-OF-SEQUENCE.
           MOVE 'SEQ' TO CERTDUP-STOP-SW.
           MOVE SPACES TO CERTDUP-REPORT-LINE.
           STRING 'INPUT OUT OF KEY SEQUENCE AT RECORD '
               CERTDUP-RECORD-CNT ' - RUN STOPPED: '
               CERTDUP-THIS-KEY (1:50)
               DELIMITED BY SIZE INTO CERTDUP-REPORT-LINE.
           PERFORM PRINT-DEDUP-LINE.

       REPORT-GROUP-TOO-LARGE.
           SET CERTDUP-GROUP-TOO-BIG TO TRUE.
           MOVE SPACES TO CERTDUP-REPORT-LINE.
           STRING 'MORE THAN 200 RECORDS FOR ONE KEY AT RECORD '
               CERTDUP-RECORD-CNT ' - RUN STOPPED: '
               CERTDUP-THIS-KEY (1:40)
               DELIMITED BY SIZE INTO CERTDUP-REPORT-LINE.
           PERFORM PRINT-DEDUP-LINE.

      *****************************************************************
      * One key group: pick the survivor, merge into it if asked,
      * write it, and write every other record as dropped.
      *****************************************************************
       RESOLVE-KEY-GROUP.
           IF CERTDUP-KEEP-LAST
               MOVE CERTDUP-GROUP-USED TO CERTDUP-SURVIVOR-SUB
           ELSE
               MOVE 1 TO CERTDUP-SURVIVOR-SUB.
           IF CERTDUP-KEEP-HIGHEST OR CERTDUP-KEEP-LOWEST
               MOVE CERTDUP-BY-FIELD TO CERTDUP-FIELD-SUB
               MOVE 1 TO CERTDUP-GROUP-SUB
               PERFORM TAKE-GROUP-VALUE
               MOVE CERTDUP-THIS-TEXT TO CERTDUP-BEST-TEXT
               MOVE CERTDUP-VALUE TO CERTDUP-BEST-VALUE
               PERFORM WEIGH-ONE-CANDIDATE
                   UNTIL CERTDUP-GROUP-SUB NOT LESS THAN
                         CERTDUP-GROUP-USED.
           MOVE CERTDUP-GROUP-REC (CERTDUP-SURVIVOR-SUB)
               TO CERTDUP-SURVIVOR-REC.
           MOVE CERTDUP-GROUP-LEN (CERTDUP-SURVIVOR-SUB)
               TO CERTDUP-SURVIVOR-LEN.
           IF CERTDUP-MERGE-FIELDS AND CERTDUP-GROUP-USED
                   IS GREATER THAN 1
               MOVE ZERO TO CERTDUP-FIELD-SUB
               PERFORM MERGE-ONE-FIELD
                   UNTIL CERTDUP-FIELD-SUB NOT LESS THAN
                         CERTDUP-FIELD-USED.
           MOVE CERTDUP-SURVIVOR-LEN TO CERTDUP-OUT-LEN.
           MOVE CERTDUP-SURVIVOR-REC TO SURVIVOR-OUT-REC.
           WRITE SURVIVOR-OUT-REC.
           ADD 1 TO CERTDUP-SURVIVOR-CNT.
           MOVE ZERO TO CERTDUP-GROUP-SUB.
           PERFORM DROP-ONE-RECORD
               UNTIL CERTDUP-GROUP-SUB NOT LESS THAN
                     CERTDUP-GROUP-USED.
           IF CERTDUP-GROUP-USED IS GREATER THAN 1
               ADD 1 TO CERTDUP-DUP-GROUP-CNT
               PERFORM LIST-DUPLICATE-GROUP.
           MOVE ZERO TO CERTDUP-GROUP-USED.

      * A later record beats the one in hand only when strictly
      * higher (lower), so the earliest wins ties.
       WEIGH-ONE-CANDIDATE.
           ADD 1 TO CERTDUP-GROUP-SUB.
           PERFORM TAKE-GROUP-VALUE.
           MOVE 'NO' TO CERTDUP-BETTER-SW.
           IF CERTDUP-FIELD-USAGE (CERTDUP-FIELD-SUB) EQUAL TO 'D'
             OR CERTDUP-FIELD-USAGE (CERTDUP-FIELD-SUB) EQUAL TO 'L'
             OR CERTDUP-FIELD-USAGE (CERTDUP-FIELD-SUB) EQUAL TO 'P'
             OR CERTDUP-FIELD-USAGE (CERTDUP-FIELD-SUB) EQUAL TO 'B'
               IF (CERTDUP-KEEP-HIGHEST
                   AND CERTDUP-VALUE IS GREATER THAN
                       CERTDUP-BEST-VALUE)
                 OR (CERTDUP-KEEP-LOWEST
                   AND CERTDUP-VALUE IS LESS THAN CERTDUP-BEST-VALUE)
                   SET CERTDUP-IS-BETTER TO TRUE
               END-IF
           ELSE
               IF (CERTDUP-KEEP-HIGHEST
                   AND CERTDUP-THIS-TEXT IS GREATER THAN
                       CERTDUP-BEST-TEXT)
                 OR (CERTDUP-KEEP-LOWEST
                   AND CERTDUP-THIS-TEXT IS LESS THAN
                       CERTDUP-BEST-TEXT)
                   SET CERTDUP-IS-BETTER TO TRUE
               END-IF
           END-IF.
           IF CERTDUP-IS-BETTER
               MOVE CERTDUP-GROUP-SUB TO CERTDUP-SURVIVOR-SUB
               MOVE CERTDUP-THIS-TEXT TO CERTDUP-BEST-TEXT
               MOVE CERTDUP-VALUE TO CERTDUP-BEST-VALUE.

      * The BY field of one group record, as characters and, for a
      * numeric usage, as a number (a value that will not decode
      * counts as zero).
       TAKE-GROUP-VALUE.
           MOVE SPACES TO CERTDUP-THIS-TEXT.
           MOVE CERTDUP-GROUP-REC (CERTDUP-GROUP-SUB)
               (CERTDUP-FIELD-OFFSET (CERTDUP-FIELD-SUB):
                CERTDUP-FIELD-LENGTH (CERTDUP-FIELD-SUB))
               TO CERTDUP-THIS-TEXT.
           MOVE CERTDUP-THIS-TEXT TO CERTDUP-FIELD-BYTES.
           MOVE ZERO TO CERTDUP-VALUE.
           MOVE CERTDUP-FIELD-LENGTH (CERTDUP-FIELD-SUB)
               TO CERTDUP-BYTES.
           IF CERTDUP-FIELD-USAGE (CERTDUP-FIELD-SUB) EQUAL TO 'D'
             AND CERTDUP-BYTES NOT GREATER THAN 18
               MOVE ALL '0' TO CERTDUP-ZONED-X
               COMPUTE CERTDUP-START = 19 - CERTDUP-BYTES
               MOVE CERTDUP-FIELD-BYTES (1:CERTDUP-BYTES)
                   TO CERTDUP-ZONED-X (CERTDUP-START:CERTDUP-BYTES)
               IF CERTDUP-ZONED IS NUMERIC
                   MOVE CERTDUP-ZONED TO CERTDUP-VALUE
               END-IF
           ELSE IF CERTDUP-FIELD-USAGE (CERTDUP-FIELD-SUB) EQUAL TO 'L'
             AND CERTDUP-BYTES NOT GREATER THAN 19
             AND CERTDUP-BYTES IS GREATER THAN 1
               MOVE ALL '0' TO CERTDUP-LEADING-X
               MOVE CERTDUP-FIELD-BYTES (1:1)
                   TO CERTDUP-LEADING-X (1:1)
               COMPUTE CERTDUP-START = 21 - CERTDUP-BYTES
               MOVE CERTDUP-FIELD-BYTES (2:CERTDUP-BYTES - 1)
                   TO CERTDUP-LEADING-X
                      (CERTDUP-START:CERTDUP-BYTES - 1)
               IF CERTDUP-LEADING IS NUMERIC
                   MOVE CERTDUP-LEADING TO CERTDUP-VALUE
               END-IF
           ELSE IF CERTDUP-FIELD-USAGE (CERTDUP-FIELD-SUB) EQUAL TO 'P'
             AND CERTDUP-BYTES NOT GREATER THAN 10
               MOVE LOW-VALUES TO CERTDUP-PACKED-X
               COMPUTE CERTDUP-START = 11 - CERTDUP-BYTES
               MOVE CERTDUP-FIELD-BYTES (1:CERTDUP-BYTES)
                   TO CERTDUP-PACKED-X (CERTDUP-START:CERTDUP-BYTES)
               IF CERTDUP-PACKED IS NUMERIC
                   MOVE CERTDUP-PACKED TO CERTDUP-VALUE
               END-IF
           ELSE IF CERTDUP-FIELD-USAGE (CERTDUP-FIELD-SUB) EQUAL TO 'B'
             AND CERTDUP-BYTES NOT GREATER THAN 8
               IF CERTDUP-FIELD-SIGNED (CERTDUP-FIELD-SUB)
                 AND CERTDUP-FIELD-BYTES (1:1) NOT LESS THAN X'80'
                   MOVE HIGH-VALUES TO CERTDUP-BINARY-X
               ELSE
                   MOVE LOW-VALUES TO CERTDUP-BINARY-X
               END-IF
               COMPUTE CERTDUP-START = 9 - CERTDUP-BYTES
               MOVE CERTDUP-FIELD-BYTES (1:CERTDUP-BYTES)
                   TO CERTDUP-BINARY-X (CERTDUP-START:CERTDUP-BYTES)
               MOVE CERTDUP-BINARY TO CERTDUP-VALUE
           END-IF
           END-IF
           END-IF
           END-IF.

      * A survivor field of spaces or low-values takes the first
      * dropped record's value that is neither; key fields are
      * equal across the group and are left alone.
       MERGE-ONE-FIELD.
           ADD 1 TO CERTDUP-FIELD-SUB.
           IF NOT CERTDUP-KEY-FIELD (CERTDUP-FIELD-SUB)
             AND (CERTDUP-SURVIVOR-REC
                   (CERTDUP-FIELD-OFFSET (CERTDUP-FIELD-SUB):
                    CERTDUP-FIELD-LENGTH (CERTDUP-FIELD-SUB))
                   EQUAL TO SPACES
               OR CERTDUP-SURVIVOR-REC
                   (CERTDUP-FIELD-OFFSET (CERTDUP-FIELD-SUB):
                    CERTDUP-FIELD-LENGTH (CERTDUP-FIELD-SUB))
                   EQUAL TO LOW-VALUES)
               MOVE ZERO TO CERTDUP-GROUP-SUB
               MOVE 'NO' TO CERTDUP-FOUND-SW
               PERFORM MERGE-FROM-ONE-RECORD
                   UNTIL CERTDUP-FIELD-FOUND
                      OR CERTDUP-GROUP-SUB NOT LESS THAN
                         CERTDUP-GROUP-USED.

       MERGE-FROM-ONE-RECORD.
           ADD 1 TO CERTDUP-GROUP-SUB.
           IF CERTDUP-GROUP-SUB NOT EQUAL TO CERTDUP-SURVIVOR-SUB
             AND CERTDUP-GROUP-REC (CERTDUP-GROUP-SUB)
                   (CERTDUP-FIELD-OFFSET (CERTDUP-FIELD-SUB):
                    CERTDUP-FIELD-LENGTH (CERTDUP-FIELD-SUB))
                   NOT EQUAL TO SPACES
             AND CERTDUP-GROUP-REC (CERTDUP-GROUP-SUB)
                   (CERTDUP-FIELD-OFFSET (CERTDUP-FIELD-SUB):
                    CERTDUP-FIELD-LENGTH (CERTDUP-FIELD-SUB))
                   NOT EQUAL TO LOW-VALUES
               SET CERTDUP-FIELD-FOUND TO TRUE
               ADD 1 TO CERTDUP-MERGED-CNT
               MOVE CERTDUP-GROUP-REC (CERTDUP-GROUP-SUB)
                   (CERTDUP-FIELD-OFFSET (CERTDUP-FIELD-SUB):
                    CERTDUP-FIELD-LENGTH (CERTDUP-FIELD-SUB))
                 TO CERTDUP-SURVIVOR-REC
                   (CERTDUP-FIELD-OFFSET (CERTDUP-FIELD-SUB):
                    CERTDUP-FIELD-LENGTH (CERTDUP-FIELD-SUB))
               IF CERTDUP-FIELD-OFFSET (CERTDUP-FIELD-SUB)
                   + CERTDUP-FIELD-LENGTH (CERTDUP-FIELD-SUB) - 1
                     IS GREATER THAN CERTDUP-SURVIVOR-LEN
                   COMPUTE CERTDUP-SURVIVOR-LEN =
                       CERTDUP-FIELD-OFFSET (CERTDUP-FIELD-SUB)
                       + CERTDUP-FIELD-LENGTH (CERTDUP-FIELD-SUB) - 1
               END-IF.

       DROP-ONE-RECORD.
           ADD 1 TO CERTDUP-GROUP-SUB.
           IF CERTDUP-GROUP-SUB NOT EQUAL TO CERTDUP-SURVIVOR-SUB
               MOVE SPACES TO DROPPED-OUT-REC
               MOVE CERTDUP-GROUP-REC-NO (CERTDUP-GROUP-SUB)
                   TO DROP-RECORD-NO
               MOVE CERTDUP-GROUP-REC-NO (CERTDUP-SURVIVOR-SUB)
                   TO DROP-SURVIVOR-NO
               MOVE CERTDUP-DROP-RULE TO DROP-RULE
               MOVE CERTDUP-GROUP-REC (CERTDUP-GROUP-SUB)
                   TO DROP-RECORD
               WRITE DROPPED-OUT-REC
               ADD 1 TO CERTDUP-DROPPED-CNT.

       LIST-DUPLICATE-GROUP.
           IF CERTDUP-LISTED-CNT IS LESS THAN 100
               ADD 1 TO CERTDUP-LISTED-CNT
               MOVE SPACES TO CERTDUP-REPORT-LINE
               STRING 'KEY ' CERTDUP-GROUP-KEY (1:50)
                   ' RECORDS ' CERTDUP-GROUP-USED
                   ' SURVIVOR RECORD '
                   CERTDUP-GROUP-REC-NO (CERTDUP-SURVIVOR-SUB)
                   DELIMITED BY SIZE INTO CERTDUP-REPORT-LINE
               PERFORM PRINT-DEDUP-LINE.

       PRINT-DEDUP-LINE.
           MOVE CERTDUP-REPORT-LINE TO DEDUP-REPORT-REC.
           WRITE DEDUP-REPORT-REC.

       WRITE-DEDUP-TOTALS.
           MOVE SPACES TO DEDUP-REPORT-REC.
           WRITE DEDUP-REPORT-REC.
           MOVE SPACES TO CERTDUP-REPORT-LINE.
           STRING 'RECORDS IN = ' CERTDUP-RECORD-CNT
               '  SURVIVORS = ' CERTDUP-SURVIVOR-CNT
               '  DROPPED = ' CERTDUP-DROPPED-CNT
               DELIMITED BY SIZE INTO CERTDUP-REPORT-LINE.
           PERFORM PRINT-DEDUP-LINE.
           MOVE SPACES TO CERTDUP-REPORT-LINE.
           STRING 'KEYS WITH DUPLICATES = ' CERTDUP-DUP-GROUP-CNT
               '  FIELDS MERGED = ' CERTDUP-MERGED-CNT
               DELIMITED BY SIZE INTO CERTDUP-REPORT-LINE.
           PERFORM PRINT-DEDUP-LINE.
           COMPUTE CERTDUP-CHECK-CNT =
               CERTDUP-SURVIVOR-CNT + CERTDUP-DROPPED-CNT.
           IF CERTDUP-STOPPED
               MOVE 'RUN STOPPED - OUTPUT IS INCOMPLETE, DO NOT LOAD'
                   TO CERTDUP-REPORT-LINE
           ELSE IF CERTDUP-CHECK-CNT EQUAL TO CERTDUP-RECORD-CNT
               MOVE 'IN = SURVIVORS + DROPPED - CONTROL TOTALS BALANCE'
                   TO CERTDUP-REPORT-LINE
           ELSE
               MOVE 'IN NOT EQUAL SURVIVORS + DROPPED - OUT OF BALANCE'
                   TO CERTDUP-REPORT-LINE
           END-IF
           END-IF.
           PERFORM PRINT-DEDUP-LINE.
