000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           CERTCNV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAYOUT-FILE ASSIGN TO CNVLAYT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTCNV-LAYT-STATUS.
           SELECT CONVERT-INPUT ASSIGN TO CNVIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTCNV-IN-STATUS.
           SELECT CONVERT-OUTPUT ASSIGN TO CNVOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT REJECT-OUT ASSIGN TO CNVREJ
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONVERT-REPORT ASSIGN TO CNVRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      * The CERTFCMP layout-definition shape (field name 1-20,
      * offset 22-25, length 27-29) extended with how each field
      * is held on the way in and is wanted on the way out.  Usage
      * codes: D zoned decimal (sign overpunched on the last digit
      * when signed), L display with a leading separate sign, P
      * packed decimal, B binary, X characters copied unchanged.
      *   35    source usage (blank is X)
      *   37-38 source digits, 40 source scale (digits after the
      *         implied point), 42 S when the source is signed
      *   44    target usage (blank is the source usage)
      *   46-47 target digits, 49 target scale, 51 target sign S
      *         or U - each blank for "as the source"
      *   53-56 target offset, blank to follow the previous field
      * The source length in 27-29 must agree with the usage and
      * digits; the target length follows from them.
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
           02 LAYT-SRC-USAGE       PIC X(1).
           02 FILLER               PIC X(1).
           02 LAYT-SRC-DIGITS      PIC X(2).
           02 FILLER               PIC X(1).
           02 LAYT-SRC-SCALE       PIC X(1).
           02 FILLER               PIC X(1).
           02 LAYT-SRC-SIGN        PIC X(1).
           02 FILLER               PIC X(1).
           02 LAYT-TGT-USAGE       PIC X(1).
           02 FILLER               PIC X(1).
           02 LAYT-TGT-DIGITS      PIC X(2).
           02 FILLER               PIC X(1).
           02 LAYT-TGT-SCALE       PIC X(1).
           02 FILLER               PIC X(1).
           02 LAYT-TGT-SIGN        PIC X(1).
           02 FILLER               PIC X(1).
           02 LAYT-TGT-OFFSET      PIC X(4).
           02 FILLER               PIC X(24).

       FD  CONVERT-INPUT
           LABEL RECORDS ARE STANDARD
           RECORD IS VARYING IN SIZE FROM 1 TO 250 CHARACTERS
               DEPENDING ON CERTCNV-IN-LEN.
       01  CONVERT-INPUT-REC       PIC X(250).

       FD  CONVERT-OUTPUT
           LABEL RECORDS ARE STANDARD
           RECORD IS VARYING IN SIZE FROM 1 TO 250 CHARACTERS
               DEPENDING ON CERTCNV-OUT-LEN.
       01  CONVERT-OUTPUT-REC      PIC X(250).

      * A record that failed conversion, as it arrived, behind the
      * first field that failed, why, and that field's bytes in
      * hexadecimal (the first 20 bytes).
       FD  REJECT-OUT
           LABEL RECORDS ARE STANDARD.
       01  REJECT-OUT-REC.
           02 REJ-FIELD-NAME       PIC X(20).
           02 FILLER               PIC X(1).
           02 REJ-REASON           PIC X(24).
           02 FILLER               PIC X(1).
           02 REJ-BYTES-HEX        PIC X(40).
           02 FILLER               PIC X(1).
           02 REJ-RECORD           PIC X(250).
           02 FILLER               PIC X(3).

       FD  CONVERT-REPORT
           LABEL RECORDS ARE STANDARD.
       01  CONVERT-REPORT-REC      PIC X(120).

       WORKING-STORAGE SECTION.
       01  CERTCNV-LAYT-STATUS     PIC XX VALUE '00'.
       01  CERTCNV-IN-STATUS       PIC XX VALUE '00'.
       01  CERTCNV-IN-LEN          PIC 9(3) COMP VALUE ZERO.
       01  CERTCNV-OUT-LEN         PIC 9(3) COMP VALUE ZERO.
       01  CERTCNV-EOF-SW          PIC X(3) VALUE 'NO'.
           88 CERTCNV-AT-EOF             VALUE 'YES'.
       01  CERTCNV-LAYT-EOF-SW     PIC X(3) VALUE 'NO'.
           88 CERTCNV-LAYT-AT-EOF        VALUE 'YES'.
       01  CERTCNV-LAYT-BAD-SW     PIC X(3) VALUE 'NO'.
           88 CERTCNV-LAYT-BAD           VALUE 'YES'.
       01  CERTCNV-REJECT-SW       PIC X(3) VALUE 'NO'.
           88 CERTCNV-RECORD-REJECTED    VALUE 'YES'.
       01  CERTCNV-FIELD-USED      PIC 9(3) VALUE ZERO.
       01  CERTCNV-FIELD-SUB       PIC 9(3) VALUE ZERO.
       01  CERTCNV-NEXT-OFFSET     PIC 9(4) VALUE 1.
       01  CERTCNV-RECORD-LENGTH   PIC 9(4) VALUE ZERO.
       01  CERTCNV-RECORD-CNT      PIC 9(8) VALUE ZERO.
       01  CERTCNV-CONVERTED-CNT   PIC 9(8) VALUE ZERO.
       01  CERTCNV-REJECTED-CNT    PIC 9(8) VALUE ZERO.
       01  CERTCNV-LISTED-CNT      PIC 9(3) VALUE ZERO.
       01  CERTCNV-HOLD-IN         PIC X(250) VALUE SPACE.
       01  CERTCNV-HOLD-OUT        PIC X(250) VALUE SPACE.
       01  CERTCNV-REASON          PIC X(24) VALUE SPACE.
       01  CERTCNV-REPORT-LINE     PIC X(120) VALUE SPACE.

      * Work for sizing a field from its usage and digits.
       01  CERTCNV-SIZE-USAGE      PIC X(1) VALUE SPACE.
       01  CERTCNV-SIZE-DIGITS     PIC 9(2) VALUE ZERO.
       01  CERTCNV-SIZE-BYTES      PIC 9(3) VALUE ZERO.
       01  CERTCNV-DIGITS-TEXT     PIC X(2) VALUE SPACE.
       01  CERTCNV-DIGITS-NUM REDEFINES CERTCNV-DIGITS-TEXT
                                   PIC 9(2).

      * The value in hand, unscaled, and the 18-digit work items
      * each usage is decoded into and encoded from; the runtime
      * does the sign and digit checking through the class test.
       01  CERTCNV-VALUE           PIC S9(18) VALUE ZERO.
       01  CERTCNV-QUOTIENT        PIC S9(18) VALUE ZERO.
       01  CERTCNV-REMAINDER       PIC S9(18) VALUE ZERO.
       01  CERTCNV-SCALE-FACTOR    PIC 9(18) VALUE ZERO.
       01  CERTCNV-LIMIT           PIC 9(18) VALUE ZERO.
       01  CERTCNV-SCALE-DIFF      PIC 9(2) VALUE ZERO.
       01  CERTCNV-BYTES           PIC 9(3) VALUE ZERO.
       01  CERTCNV-START           PIC 9(3) VALUE ZERO.
       01  CERTCNV-ZONED           PIC S9(18) VALUE ZERO.
       01  CERTCNV-ZONED-X REDEFINES CERTCNV-ZONED PIC X(18).
       01  CERTCNV-ZONED-U         PIC 9(18) VALUE ZERO.
       01  CERTCNV-ZONED-U-X REDEFINES CERTCNV-ZONED-U PIC X(18).
       01  CERTCNV-LEADING         PIC S9(18)
                                   SIGN LEADING SEPARATE VALUE ZERO.
       01  CERTCNV-LEADING-X REDEFINES CERTCNV-LEADING PIC X(19).
       01  CERTCNV-PACKED          PIC S9(18) COMP-3 VALUE ZERO.
       01  CERTCNV-PACKED-X REDEFINES CERTCNV-PACKED PIC X(10).
       01  CERTCNV-PACKED-U        PIC 9(18) COMP-3 VALUE ZERO.
       01  CERTCNV-PACKED-U-X REDEFINES CERTCNV-PACKED-U
                                   PIC X(10).
       01  CERTCNV-BINARY          PIC S9(18) COMP VALUE ZERO.
       01  CERTCNV-BINARY-X REDEFINES CERTCNV-BINARY PIC X(8).

      * Hexadecimal rendering of the offending bytes.
       01  CERTCNV-HEX-DIGITS      PIC X(16)
                                   VALUE '0123456789ABCDEF'.
       01  CERTCNV-HEX-SUB         PIC 9(2) VALUE ZERO.
       01  CERTCNV-HEX-POS         PIC 9(2) VALUE ZERO.
       01  CERTCNV-BYTE-VALUE      PIC 9(3) VALUE ZERO.
       01  CERTCNV-HEX-HIGH        PIC 9(2) VALUE ZERO.
       01  CERTCNV-HEX-LOW         PIC 9(2) VALUE ZERO.
       01  CERTCNV-HEX-TEXT        PIC X(40) VALUE SPACE.

       01  CERTCNV-FIELD-TABLE.
           02 CERTCNV-FIELD-ENTRY OCCURS 50 TIMES.
              03 CERTCNV-FIELD-NAME     PIC X(20).
              03 CERTCNV-SRC-OFFSET     PIC 9(4).
              03 CERTCNV-SRC-LENGTH     PIC 9(3).
              03 CERTCNV-SRC-USAGE      PIC X(1).
              03 CERTCNV-SRC-DIGITS     PIC 9(2).
              03 CERTCNV-SRC-SCALE      PIC 9(1).
              03 CERTCNV-SRC-SIGN       PIC X(1).
                 88 CERTCNV-SRC-SIGNED        VALUE 'S'.
              03 CERTCNV-TGT-USAGE      PIC X(1).
              03 CERTCNV-TGT-DIGITS     PIC 9(2).
              03 CERTCNV-TGT-SCALE      PIC 9(1).
              03 CERTCNV-TGT-SIGN       PIC X(1).
                 88 CERTCNV-TGT-SIGNED        VALUE 'S'.
              03 CERTCNV-TGT-OFFSET     PIC 9(4).
              03 CERTCNV-TGT-LENGTH     PIC 9(3).
              03 CERTCNV-REJECT-CNT     PIC 9(8).

       PROCEDURE DIVISION.

      * Layout-driven reformatter between the shop's DISPLAY
      * interchange and the COMP-3 and COMP fields the partners and
      * the application masters carry, in place of the one-off
      * program written each time a new file arrived.  Each field
      * of the extended layout is decoded from its source usage -
      * zoned, leading-sign display, packed, binary - checked
      * (valid digits, a valid sign, no sign in an unsigned field),
      * rescaled, and encoded in its target usage at its target
      * offset; character fields are copied.  A record with any
      * field that will not convert goes to the reject file
      * whole, behind the field name, the reason and the bytes.
      * RC=16 for an unusable layout, RC=4 when anything was
      * rejected, RC=0 otherwise.
       MAINLINE.
           OPEN OUTPUT CONVERT-REPORT.
           MOVE 'LAYOUT-DRIVEN DATA-TYPE CONVERSION'
               TO CONVERT-REPORT-REC.
           WRITE CONVERT-REPORT-REC.
           MOVE SPACES TO CONVERT-REPORT-REC.
           WRITE CONVERT-REPORT-REC.
           PERFORM LOAD-CONVERSION-LAYOUT.
           IF CERTCNV-FIELD-USED EQUAL TO ZERO
             OR CERTCNV-LAYT-BAD
               MOVE 'CONVERSION LAYOUT UNUSABLE - NOTHING CONVERTED'
                   TO CONVERT-REPORT-REC
               WRITE CONVERT-REPORT-REC
               CLOSE CONVERT-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK.
           OPEN INPUT CONVERT-INPUT.
           IF CERTCNV-IN-STATUS NOT EQUAL TO '00'
               MOVE 'CONVERSION INPUT WILL NOT OPEN'
                   TO CONVERT-REPORT-REC
               WRITE CONVERT-REPORT-REC
               CLOSE CONVERT-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK.
           OPEN OUTPUT CONVERT-OUTPUT REJECT-OUT.
           MOVE SPACES TO CONVERT-REPORT-REC.
           WRITE CONVERT-REPORT-REC.
           PERFORM CONVERT-ONE-RECORD UNTIL CERTCNV-AT-EOF.
           CLOSE CONVERT-INPUT CONVERT-OUTPUT REJECT-OUT.
           PERFORM WRITE-CONVERSION-TOTALS.
           CLOSE CONVERT-REPORT.
           IF CERTCNV-REJECTED-CNT NOT EQUAL TO ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE.
           GOBACK.

       LOAD-CONVERSION-LAYOUT.
           OPEN INPUT LAYOUT-FILE.
           IF CERTCNV-LAYT-STATUS NOT EQUAL TO '00'
               SET CERTCNV-LAYT-AT-EOF TO TRUE
           ELSE
               PERFORM LOAD-ONE-LAYOUT-FIELD
                   UNTIL CERTCNV-LAYT-AT-EOF
                      OR CERTCNV-FIELD-USED NOT LESS THAN 50
               CLOSE LAYOUT-FILE.

       LOAD-ONE-LAYOUT-FIELD.
           READ LAYOUT-FILE
               AT END SET CERTCNV-LAYT-AT-EOF TO TRUE
               NOT AT END
                   IF LAYT-FIELD-NAME NOT EQUAL TO SPACE
                     AND LAYT-FIELD-NAME(1:1) NOT EQUAL TO '*'
                       PERFORM ADD-ONE-LAYOUT-FIELD
                           THRU ADD-ONE-LAYOUT-FIELD-EX
                   END-IF.

      * Blank target columns default to the source's; the source
      * length must be what the usage and digits say it is, and
      * both ends must lie inside a 250-character record.
       ADD-ONE-LAYOUT-FIELD.
           ADD 1 TO CERTCNV-FIELD-USED.
           MOVE CERTCNV-FIELD-USED TO CERTCNV-FIELD-SUB.
           MOVE LAYT-FIELD-NAME TO CERTCNV-FIELD-NAME
               (CERTCNV-FIELD-SUB).
           MOVE ZERO TO CERTCNV-REJECT-CNT (CERTCNV-FIELD-SUB).
           IF LAYT-OFFSET IS NOT NUMERIC
             OR LAYT-LENGTH IS NOT NUMERIC
             OR LAYT-OFFSET EQUAL TO ZERO
             OR LAYT-LENGTH EQUAL TO ZERO
               MOVE 'OFFSET OR LENGTH NOT NUMERIC' TO CERTCNV-REASON
               GO TO ADD-ONE-LAYOUT-FIELD-BAD.
           MOVE LAYT-OFFSET TO CERTCNV-SRC-OFFSET (CERTCNV-FIELD-SUB).
           MOVE LAYT-LENGTH TO CERTCNV-SRC-LENGTH (CERTCNV-FIELD-SUB).
           MOVE LAYT-SRC-USAGE TO CERTCNV-SRC-USAGE
               (CERTCNV-FIELD-SUB).
           IF LAYT-SRC-USAGE EQUAL TO SPACE
               MOVE 'X' TO CERTCNV-SRC-USAGE (CERTCNV-FIELD-SUB).
           MOVE LAYT-TGT-USAGE TO CERTCNV-TGT-USAGE
               (CERTCNV-FIELD-SUB).
           IF LAYT-TGT-USAGE EQUAL TO SPACE
               MOVE CERTCNV-SRC-USAGE (CERTCNV-FIELD-SUB)
                   TO CERTCNV-TGT-USAGE (CERTCNV-FIELD-SUB).
           IF (CERTCNV-SRC-USAGE (CERTCNV-FIELD-SUB) EQUAL TO 'X'
               OR CERTCNV-TGT-USAGE (CERTCNV-FIELD-SUB) EQUAL TO 'X')
             AND CERTCNV-SRC-USAGE (CERTCNV-FIELD-SUB) NOT EQUAL TO
                 CERTCNV-TGT-USAGE (CERTCNV-FIELD-SUB)
               MOVE 'X ONLY CONVERTS TO X' TO CERTCNV-REASON
               GO TO ADD-ONE-LAYOUT-FIELD-BAD.
           IF CERTCNV-SRC-USAGE (CERTCNV-FIELD-SUB) EQUAL TO 'X'
               MOVE ZERO TO CERTCNV-SRC-DIGITS (CERTCNV-FIELD-SUB)
                   CERTCNV-SRC-SCALE (CERTCNV-FIELD-SUB)
                   CERTCNV-TGT-DIGITS (CERTCNV-FIELD-SUB)
                   CERTCNV-TGT-SCALE (CERTCNV-FIELD-SUB)
               MOVE SPACE TO CERTCNV-SRC-SIGN (CERTCNV-FIELD-SUB)
                   CERTCNV-TGT-SIGN (CERTCNV-FIELD-SUB)
               MOVE LAYT-LENGTH
                   TO CERTCNV-TGT-LENGTH (CERTCNV-FIELD-SUB)
               GO TO ADD-ONE-LAYOUT-FIELD-PLACE.
           IF LAYT-SRC-DIGITS IS NOT NUMERIC
             OR LAYT-SRC-SCALE IS NOT NUMERIC
               MOVE 'SOURCE DIGITS OR SCALE' TO CERTCNV-REASON
               GO TO ADD-ONE-LAYOUT-FIELD-BAD.
           MOVE LAYT-SRC-DIGITS TO CERTCNV-SRC-DIGITS
               (CERTCNV-FIELD-SUB).
           MOVE LAYT-SRC-SCALE TO CERTCNV-SRC-SCALE
               (CERTCNV-FIELD-SUB).
           MOVE LAYT-SRC-SIGN TO CERTCNV-SRC-SIGN (CERTCNV-FIELD-SUB).
           MOVE CERTCNV-SRC-DIGITS (CERTCNV-FIELD-SUB)
               TO CERTCNV-TGT-DIGITS (CERTCNV-FIELD-SUB).
           IF LAYT-TGT-DIGITS NOT EQUAL TO SPACES
               MOVE LAYT-TGT-DIGITS TO CERTCNV-DIGITS-TEXT
               IF CERTCNV-DIGITS-TEXT (2:1) EQUAL TO SPACE
                   MOVE CERTCNV-DIGITS-TEXT (1:1)
                       TO CERTCNV-DIGITS-TEXT (2:1)
                   MOVE '0' TO CERTCNV-DIGITS-TEXT (1:1)
               END-IF
               IF CERTCNV-DIGITS-TEXT IS NOT NUMERIC
                   MOVE 'TARGET DIGITS' TO CERTCNV-REASON
                   GO TO ADD-ONE-LAYOUT-FIELD-BAD
               END-IF
               MOVE CERTCNV-DIGITS-NUM
                   TO CERTCNV-TGT-DIGITS (CERTCNV-FIELD-SUB).
           MOVE CERTCNV-SRC-SCALE (CERTCNV-FIELD-SUB)
               TO CERTCNV-TGT-SCALE (CERTCNV-FIELD-SUB).
           IF LAYT-TGT-SCALE IS NUMERIC
               MOVE LAYT-TGT-SCALE
                   TO CERTCNV-TGT-SCALE (CERTCNV-FIELD-SUB).
           MOVE CERTCNV-SRC-SIGN (CERTCNV-FIELD-SUB)
               TO CERTCNV-TGT-SIGN (CERTCNV-FIELD-SUB).
           IF LAYT-TGT-SIGN EQUAL TO 'S' OR LAYT-TGT-SIGN EQUAL TO 'U'
               MOVE LAYT-TGT-SIGN
                   TO CERTCNV-TGT-SIGN (CERTCNV-FIELD-SUB).
           IF CERTCNV-SRC-DIGITS (CERTCNV-FIELD-SUB) EQUAL TO ZERO
             OR CERTCNV-SRC-DIGITS (CERTCNV-FIELD-SUB)
                 IS GREATER THAN 18
             OR CERTCNV-TGT-DIGITS (CERTCNV-FIELD-SUB) EQUAL TO ZERO
             OR CERTCNV-TGT-DIGITS (CERTCNV-FIELD-SUB)
                 IS GREATER THAN 18
               MOVE 'DIGITS NOT 1 THROUGH 18' TO CERTCNV-REASON
               GO TO ADD-ONE-LAYOUT-FIELD-BAD.
           MOVE CERTCNV-SRC-USAGE (CERTCNV-FIELD-SUB)
               TO CERTCNV-SIZE-USAGE.
           MOVE CERTCNV-SRC-DIGITS (CERTCNV-FIELD-SUB)
               TO CERTCNV-SIZE-DIGITS.
           PERFORM SIZE-FROM-USAGE.
           IF CERTCNV-SIZE-BYTES EQUAL TO ZERO
               MOVE 'SOURCE USAGE NOT D L P B X' TO CERTCNV-REASON
               GO TO ADD-ONE-LAYOUT-FIELD-BAD.
           IF CERTCNV-SIZE-BYTES NOT EQUAL TO LAYT-LENGTH
               MOVE 'LENGTH DISAGREES WITH USAGE' TO CERTCNV-REASON
               GO TO ADD-ONE-LAYOUT-FIELD-BAD.
           MOVE CERTCNV-TGT-USAGE (CERTCNV-FIELD-SUB)
               TO CERTCNV-SIZE-USAGE.
           MOVE CERTCNV-TGT-DIGITS (CERTCNV-FIELD-SUB)
               TO CERTCNV-SIZE-DIGITS.
           PERFORM SIZE-FROM-USAGE.
           IF CERTCNV-SIZE-BYTES EQUAL TO ZERO
               MOVE 'TARGET USAGE NOT D L P B X' TO CERTCNV-REASON
               GO TO ADD-ONE-LAYOUT-FIELD-BAD.
           MOVE CERTCNV-SIZE-BYTES
               TO CERTCNV-TGT-LENGTH (CERTCNV-FIELD-SUB).
       ADD-ONE-LAYOUT-FIELD-PLACE.
           IF LAYT-TGT-OFFSET IS NUMERIC
               MOVE LAYT-TGT-OFFSET TO CERTCNV-NEXT-OFFSET.
           MOVE CERTCNV-NEXT-OFFSET
               TO CERTCNV-TGT-OFFSET (CERTCNV-FIELD-SUB).
           COMPUTE CERTCNV-NEXT-OFFSET = CERTCNV-NEXT-OFFSET
               + CERTCNV-TGT-LENGTH (CERTCNV-FIELD-SUB).
           IF CERTCNV-SRC-OFFSET (CERTCNV-FIELD-SUB)
               + CERTCNV-SRC-LENGTH (CERTCNV-FIELD-SUB)
                 IS GREATER THAN 251
             OR CERTCNV-NEXT-OFFSET IS GREATER THAN 251
             OR CERTCNV-TGT-OFFSET (CERTCNV-FIELD-SUB) EQUAL TO ZERO
               MOVE 'FIELD PAST 250 CHARACTERS' TO CERTCNV-REASON
               GO TO ADD-ONE-LAYOUT-FIELD-BAD.
           IF CERTCNV-NEXT-OFFSET - 1 IS GREATER THAN
                   CERTCNV-RECORD-LENGTH
               COMPUTE CERTCNV-RECORD-LENGTH =
                   CERTCNV-NEXT-OFFSET - 1.
           MOVE SPACES TO CERTCNV-REPORT-LINE.
           STRING 'FIELD ' CERTCNV-FIELD-NAME (CERTCNV-FIELD-SUB)
               ' FROM ' CERTCNV-SRC-USAGE (CERTCNV-FIELD-SUB)
               ' ' CERTCNV-SRC-DIGITS (CERTCNV-FIELD-SUB)
               '.' CERTCNV-SRC-SCALE (CERTCNV-FIELD-SUB)
               ' ' CERTCNV-SRC-SIGN (CERTCNV-FIELD-SUB)
               ' AT ' CERTCNV-SRC-OFFSET (CERTCNV-FIELD-SUB)
               ' LENGTH ' CERTCNV-SRC-LENGTH (CERTCNV-FIELD-SUB)
               '   TO ' CERTCNV-TGT-USAGE (CERTCNV-FIELD-SUB)
               ' ' CERTCNV-TGT-DIGITS (CERTCNV-FIELD-SUB)
               '.' CERTCNV-TGT-SCALE (CERTCNV-FIELD-SUB)
               ' ' CERTCNV-TGT-SIGN (CERTCNV-FIELD-SUB)
               ' AT ' CERTCNV-TGT-OFFSET (CERTCNV-FIELD-SUB)
               ' LENGTH ' CERTCNV-TGT-LENGTH (CERTCNV-FIELD-SUB)
               DELIMITED BY SIZE INTO CERTCNV-REPORT-LINE.
           PERFORM PRINT-CONVERSION-LINE.
           GO TO ADD-ONE-LAYOUT-FIELD-EX.
       ADD-ONE-LAYOUT-FIELD-BAD.
           SET CERTCNV-LAYT-BAD TO TRUE.
           MOVE SPACES TO CERTCNV-REPORT-LINE.
           STRING 'LAYOUT FIELD ' LAYT-FIELD-NAME ' IS UNUSABLE: '
               CERTCNV-REASON
               DELIMITED BY SIZE INTO CERTCNV-REPORT-LINE.
           PERFORM PRINT-CONVERSION-LINE.
       ADD-ONE-LAYOUT-FIELD-EX.
           EXIT.

      * Bytes a field of this usage and digit count occupies;
      * zero for a usage code not known here.
       SIZE-FROM-USAGE.
           IF CERTCNV-SIZE-USAGE EQUAL TO 'D'
               MOVE CERTCNV-SIZE-DIGITS TO CERTCNV-SIZE-BYTES
           ELSE IF CERTCNV-SIZE-USAGE EQUAL TO 'L'
               COMPUTE CERTCNV-SIZE-BYTES = CERTCNV-SIZE-DIGITS + 1
           ELSE IF CERTCNV-SIZE-USAGE EQUAL TO 'P'
               COMPUTE CERTCNV-SIZE-BYTES =
                   (CERTCNV-SIZE-DIGITS / 2) + 1
           ELSE IF CERTCNV-SIZE-USAGE EQUAL TO 'B'
               IF CERTCNV-SIZE-DIGITS IS LESS THAN 5
                   MOVE 2 TO CERTCNV-SIZE-BYTES
               ELSE IF CERTCNV-SIZE-DIGITS IS LESS THAN 10
                   MOVE 4 TO CERTCNV-SIZE-BYTES
               ELSE
                   MOVE 8 TO CERTCNV-SIZE-BYTES
               END-IF
               END-IF
           ELSE
               MOVE ZERO TO CERTCNV-SIZE-BYTES
           END-IF
           END-IF
           END-IF
           END-IF.

       CONVERT-ONE-RECORD.
           READ CONVERT-INPUT
               AT END SET CERTCNV-AT-EOF TO TRUE.
           IF NOT CERTCNV-AT-EOF
               ADD 1 TO CERTCNV-RECORD-CNT
               MOVE SPACES TO CERTCNV-HOLD-IN CERTCNV-HOLD-OUT
               MOVE CONVERT-INPUT-REC (1:CERTCNV-IN-LEN)
                   TO CERTCNV-HOLD-IN
               MOVE 'NO' TO CERTCNV-REJECT-SW
               MOVE ZERO TO CERTCNV-FIELD-SUB
               PERFORM CONVERT-ONE-FIELD THRU CONVERT-ONE-FIELD-EX
                   UNTIL CERTCNV-RECORD-REJECTED
                      OR CERTCNV-FIELD-SUB NOT LESS THAN
                         CERTCNV-FIELD-USED
               IF NOT CERTCNV-RECORD-REJECTED
                   ADD 1 TO CERTCNV-CONVERTED-CNT
                   MOVE CERTCNV-RECORD-LENGTH TO CERTCNV-OUT-LEN
                   MOVE CERTCNV-HOLD-OUT TO CONVERT-OUTPUT-REC
                   WRITE CONVERT-OUTPUT-REC
               END-IF.

      *****************************************************************
      * One field: decode the source bytes into the value, rescale
      * it, check it fits the target, encode it.  The first failure
      * rejects the record.
      *****************************************************************
       CONVERT-ONE-FIELD.
           ADD 1 TO CERTCNV-FIELD-SUB.
           IF CERTCNV-SRC-USAGE (CERTCNV-FIELD-SUB) EQUAL TO 'X'
               MOVE CERTCNV-HOLD-IN
                   (CERTCNV-SRC-OFFSET (CERTCNV-FIELD-SUB):
                    CERTCNV-SRC-LENGTH (CERTCNV-FIELD-SUB))
                 TO CERTCNV-HOLD-OUT
                   (CERTCNV-TGT-OFFSET (CERTCNV-FIELD-SUB):
                    CERTCNV-TGT-LENGTH (CERTCNV-FIELD-SUB))
               GO TO CONVERT-ONE-FIELD-EX.
           PERFORM DECODE-SOURCE-VALUE.
           IF CERTCNV-REASON NOT EQUAL TO SPACES
               GO TO CONVERT-ONE-FIELD-BAD.
           IF CERTCNV-VALUE IS NEGATIVE
             AND NOT CERTCNV-SRC-SIGNED (CERTCNV-FIELD-SUB)
               MOVE 'SIGNED VALUE IN UNSIGNED' TO CERTCNV-REASON
               GO TO CONVERT-ONE-FIELD-BAD.
           PERFORM RESCALE-VALUE.
           IF CERTCNV-REASON NOT EQUAL TO SPACES
               GO TO CONVERT-ONE-FIELD-BAD.
           IF CERTCNV-VALUE IS NEGATIVE
             AND NOT CERTCNV-TGT-SIGNED (CERTCNV-FIELD-SUB)
             AND CERTCNV-TGT-USAGE (CERTCNV-FIELD-SUB) NOT EQUAL TO 'L'
               MOVE 'NEGATIVE INTO UNSIGNED' TO CERTCNV-REASON
               GO TO CONVERT-ONE-FIELD-BAD.
           IF CERTCNV-TGT-DIGITS (CERTCNV-FIELD-SUB) IS LESS THAN 18
               COMPUTE CERTCNV-LIMIT =
                   10 ** CERTCNV-TGT-DIGITS (CERTCNV-FIELD-SUB)
               IF CERTCNV-VALUE NOT LESS THAN CERTCNV-LIMIT
                 OR CERTCNV-VALUE + CERTCNV-LIMIT NOT GREATER THAN 0
                   MOVE 'TOO LARGE FOR TARGET' TO CERTCNV-REASON
                   GO TO CONVERT-ONE-FIELD-BAD
               END-IF.
           PERFORM ENCODE-TARGET-VALUE.
           GO TO CONVERT-ONE-FIELD-EX.
       CONVERT-ONE-FIELD-BAD.
           PERFORM REJECT-CURRENT-RECORD.
       CONVERT-ONE-FIELD-EX.
           EXIT.

      * The source bytes are set right-justified into the 18-digit
      * work item of their usage, the rest of it filled with zero
      * digits (zoned), zero bytes (packed, positive binary) or
      * X'FF' bytes (negative binary), and the class test decides.
       DECODE-SOURCE-VALUE.
           MOVE SPACES TO CERTCNV-REASON.
           MOVE CERTCNV-SRC-LENGTH (CERTCNV-FIELD-SUB)
               TO CERTCNV-BYTES.
           IF CERTCNV-SRC-USAGE (CERTCNV-FIELD-SUB) EQUAL TO 'D'
               MOVE ALL '0' TO CERTCNV-ZONED-X
               COMPUTE CERTCNV-START = 19 - CERTCNV-BYTES
               MOVE CERTCNV-HOLD-IN
                   (CERTCNV-SRC-OFFSET (CERTCNV-FIELD-SUB):
                    CERTCNV-BYTES)
                   TO CERTCNV-ZONED-X (CERTCNV-START:CERTCNV-BYTES)
               IF CERTCNV-ZONED IS NUMERIC
                   MOVE CERTCNV-ZONED TO CERTCNV-VALUE
               ELSE
                   MOVE 'NOT VALID ZONED DECIMAL' TO CERTCNV-REASON
               END-IF
           ELSE IF CERTCNV-SRC-USAGE (CERTCNV-FIELD-SUB) EQUAL TO 'L'
               MOVE ALL '0' TO CERTCNV-LEADING-X
               MOVE CERTCNV-HOLD-IN
                   (CERTCNV-SRC-OFFSET (CERTCNV-FIELD-SUB):1)
                   TO CERTCNV-LEADING-X (1:1)
               COMPUTE CERTCNV-START = 21 - CERTCNV-BYTES
               MOVE CERTCNV-HOLD-IN
                   (CERTCNV-SRC-OFFSET (CERTCNV-FIELD-SUB) + 1:
                    CERTCNV-BYTES - 1)
                   TO CERTCNV-LEADING-X
                      (CERTCNV-START:CERTCNV-BYTES - 1)
               IF CERTCNV-LEADING IS NUMERIC
                   MOVE CERTCNV-LEADING TO CERTCNV-VALUE
               ELSE
                   MOVE 'NOT VALID SIGNED DISPLAY' TO CERTCNV-REASON
               END-IF
           ELSE IF CERTCNV-SRC-USAGE (CERTCNV-FIELD-SUB) EQUAL TO 'P'
               MOVE LOW-VALUES TO CERTCNV-PACKED-X
               COMPUTE CERTCNV-START = 11 - CERTCNV-BYTES
               MOVE CERTCNV-HOLD-IN
                   (CERTCNV-SRC-OFFSET (CERTCNV-FIELD-SUB):
                    CERTCNV-BYTES)
                   TO CERTCNV-PACKED-X (CERTCNV-START:CERTCNV-BYTES)
               IF CERTCNV-PACKED IS NUMERIC
                   MOVE CERTCNV-PACKED TO CERTCNV-VALUE
               ELSE
                   MOVE 'NOT VALID PACKED DECIMAL' TO CERTCNV-REASON
               END-IF
           ELSE
               IF CERTCNV-SRC-SIGNED (CERTCNV-FIELD-SUB)
                 AND CERTCNV-HOLD-IN
                     (CERTCNV-SRC-OFFSET (CERTCNV-FIELD-SUB):1)
                     NOT LESS THAN X'80'
                   MOVE HIGH-VALUES TO CERTCNV-BINARY-X
               ELSE
                   MOVE LOW-VALUES TO CERTCNV-BINARY-X
               END-IF
               COMPUTE CERTCNV-START = 9 - CERTCNV-BYTES
               MOVE CERTCNV-HOLD-IN
                   (CERTCNV-SRC-OFFSET (CERTCNV-FIELD-SUB):
                    CERTCNV-BYTES)
                   TO CERTCNV-BINARY-X (CERTCNV-START:CERTCNV-BYTES)
               MOVE CERTCNV-BINARY TO CERTCNV-VALUE
           END-IF
           END-IF
           END-IF.

      * A scale change multiplies or divides by a power of ten;
      * digits that a division would drop reject the field rather
      * than vanish.
       RESCALE-VALUE.
           IF CERTCNV-TGT-SCALE (CERTCNV-FIELD-SUB) IS GREATER THAN
                   CERTCNV-SRC-SCALE (CERTCNV-FIELD-SUB)
               COMPUTE CERTCNV-SCALE-DIFF =
                   CERTCNV-TGT-SCALE (CERTCNV-FIELD-SUB)
                   - CERTCNV-SRC-SCALE (CERTCNV-FIELD-SUB)
               COMPUTE CERTCNV-SCALE-FACTOR = 10 ** CERTCNV-SCALE-DIFF
               COMPUTE CERTCNV-VALUE =
                   CERTCNV-VALUE * CERTCNV-SCALE-FACTOR
                   ON SIZE ERROR
                       MOVE 'TOO LARGE FOR TARGET' TO CERTCNV-REASON
               END-COMPUTE
           ELSE IF CERTCNV-TGT-SCALE (CERTCNV-FIELD-SUB) IS LESS THAN
                   CERTCNV-SRC-SCALE (CERTCNV-FIELD-SUB)
               COMPUTE CERTCNV-SCALE-DIFF =
                   CERTCNV-SRC-SCALE (CERTCNV-FIELD-SUB)
                   - CERTCNV-TGT-SCALE (CERTCNV-FIELD-SUB)
               COMPUTE CERTCNV-SCALE-FACTOR = 10 ** CERTCNV-SCALE-DIFF
               DIVIDE CERTCNV-VALUE BY CERTCNV-SCALE-FACTOR
                   GIVING CERTCNV-QUOTIENT
                   REMAINDER CERTCNV-REMAINDER
               IF CERTCNV-REMAINDER NOT EQUAL TO ZERO
                   MOVE 'DECIMALS LOST IN SCALE' TO CERTCNV-REASON
               ELSE
                   MOVE CERTCNV-QUOTIENT TO CERTCNV-VALUE
               END-IF
           END-IF
           END-IF.

      * The value moved into the target usage's work item and the
      * rightmost bytes taken; unsigned targets go through the
      * unsigned items so the sign nibble or zone is the unsigned
      * one.
       ENCODE-TARGET-VALUE.
           MOVE CERTCNV-TGT-LENGTH (CERTCNV-FIELD-SUB)
               TO CERTCNV-BYTES.
           IF CERTCNV-TGT-USAGE (CERTCNV-FIELD-SUB) EQUAL TO 'D'
               COMPUTE CERTCNV-START = 19 - CERTCNV-BYTES
               IF CERTCNV-TGT-SIGNED (CERTCNV-FIELD-SUB)
                   MOVE CERTCNV-VALUE TO CERTCNV-ZONED
                   MOVE CERTCNV-ZONED-X (CERTCNV-START:CERTCNV-BYTES)
                     TO CERTCNV-HOLD-OUT
                       (CERTCNV-TGT-OFFSET (CERTCNV-FIELD-SUB):
                        CERTCNV-BYTES)
               ELSE
                   MOVE CERTCNV-VALUE TO CERTCNV-ZONED-U
                   MOVE CERTCNV-ZONED-U-X
                       (CERTCNV-START:CERTCNV-BYTES)
                     TO CERTCNV-HOLD-OUT
                       (CERTCNV-TGT-OFFSET (CERTCNV-FIELD-SUB):
                        CERTCNV-BYTES)
               END-IF
           ELSE IF CERTCNV-TGT-USAGE (CERTCNV-FIELD-SUB) EQUAL TO 'L'
               MOVE CERTCNV-VALUE TO CERTCNV-LEADING
               MOVE CERTCNV-LEADING-X (1:1)
                 TO CERTCNV-HOLD-OUT
                   (CERTCNV-TGT-OFFSET (CERTCNV-FIELD-SUB):1)
               COMPUTE CERTCNV-START = 21 - CERTCNV-BYTES
               MOVE CERTCNV-LEADING-X
                   (CERTCNV-START:CERTCNV-BYTES - 1)
                 TO CERTCNV-HOLD-OUT
                   (CERTCNV-TGT-OFFSET (CERTCNV-FIELD-SUB) + 1:
                    CERTCNV-BYTES - 1)
           ELSE IF CERTCNV-TGT-USAGE (CERTCNV-FIELD-SUB) EQUAL TO 'P'
               COMPUTE CERTCNV-START = 11 - CERTCNV-BYTES
               IF CERTCNV-TGT-SIGNED (CERTCNV-FIELD-SUB)
                   MOVE CERTCNV-VALUE TO CERTCNV-PACKED
                   MOVE CERTCNV-PACKED-X
                       (CERTCNV-START:CERTCNV-BYTES)
                     TO CERTCNV-HOLD-OUT
                       (CERTCNV-TGT-OFFSET (CERTCNV-FIELD-SUB):
                        CERTCNV-BYTES)
               ELSE
                   MOVE CERTCNV-VALUE TO CERTCNV-PACKED-U
                   MOVE CERTCNV-PACKED-U-X
                       (CERTCNV-START:CERTCNV-BYTES)
                     TO CERTCNV-HOLD-OUT
                       (CERTCNV-TGT-OFFSET (CERTCNV-FIELD-SUB):
                        CERTCNV-BYTES)
               END-IF
           ELSE
               MOVE CERTCNV-VALUE TO CERTCNV-BINARY
               COMPUTE CERTCNV-START = 9 - CERTCNV-BYTES
               MOVE CERTCNV-BINARY-X (CERTCNV-START:CERTCNV-BYTES)
                 TO CERTCNV-HOLD-OUT
                   (CERTCNV-TGT-OFFSET (CERTCNV-FIELD-SUB):
                    CERTCNV-BYTES)
           END-IF
           END-IF
           END-IF.

       REJECT-CURRENT-RECORD.
           SET CERTCNV-RECORD-REJECTED TO TRUE.
           ADD 1 TO CERTCNV-REJECTED-CNT.
           ADD 1 TO CERTCNV-REJECT-CNT (CERTCNV-FIELD-SUB).
           PERFORM RENDER-FIELD-HEX.
           MOVE SPACES TO REJECT-OUT-REC.
           MOVE CERTCNV-FIELD-NAME (CERTCNV-FIELD-SUB)
               TO REJ-FIELD-NAME.
           MOVE CERTCNV-REASON TO REJ-REASON.
           MOVE CERTCNV-HEX-TEXT TO REJ-BYTES-HEX.
           MOVE CERTCNV-HOLD-IN TO REJ-RECORD.
           WRITE REJECT-OUT-REC.
           IF CERTCNV-LISTED-CNT IS LESS THAN 100
               ADD 1 TO CERTCNV-LISTED-CNT
               MOVE SPACES TO CERTCNV-REPORT-LINE
               STRING 'REJECT: RECORD ' CERTCNV-RECORD-CNT
                   ' FIELD ' CERTCNV-FIELD-NAME (CERTCNV-FIELD-SUB)
                   ' ' CERTCNV-REASON
                   ' BYTES ' CERTCNV-HEX-TEXT
                   DELIMITED BY SIZE INTO CERTCNV-REPORT-LINE
               PERFORM PRINT-CONVERSION-LINE.

       RENDER-FIELD-HEX.
           MOVE SPACES TO CERTCNV-HEX-TEXT.
           MOVE ZERO TO CERTCNV-HEX-SUB.
           MOVE 1 TO CERTCNV-HEX-POS.
           PERFORM RENDER-ONE-HEX-BYTE
               UNTIL CERTCNV-HEX-SUB NOT LESS THAN
                     CERTCNV-SRC-LENGTH (CERTCNV-FIELD-SUB)
                  OR CERTCNV-HEX-SUB NOT LESS THAN 20.

       RENDER-ONE-HEX-BYTE.
           ADD 1 TO CERTCNV-HEX-SUB.
           COMPUTE CERTCNV-BYTE-VALUE = FUNCTION ORD (CERTCNV-HOLD-IN
               (CERTCNV-SRC-OFFSET (CERTCNV-FIELD-SUB)
                + CERTCNV-HEX-SUB - 1:1)) - 1.
           DIVIDE CERTCNV-BYTE-VALUE BY 16 GIVING CERTCNV-HEX-HIGH
               REMAINDER CERTCNV-HEX-LOW.
           MOVE CERTCNV-HEX-DIGITS (CERTCNV-HEX-HIGH + 1:1)
               TO CERTCNV-HEX-TEXT (CERTCNV-HEX-POS:1).
           MOVE CERTCNV-HEX-DIGITS (CERTCNV-HEX-LOW + 1:1)
               TO CERTCNV-HEX-TEXT (CERTCNV-HEX-POS + 1:1).
           ADD 2 TO CERTCNV-HEX-POS.

       PRINT-CONVERSION-LINE.
           MOVE CERTCNV-REPORT-LINE TO CONVERT-REPORT-REC.
           WRITE CONVERT-REPORT-REC.

       WRITE-CONVERSION-TOTALS.
           MOVE SPACES TO CONVERT-REPORT-REC.
           WRITE CONVERT-REPORT-REC.
           MOVE SPACES TO CERTCNV-REPORT-LINE.
           STRING 'RECORDS READ = ' CERTCNV-RECORD-CNT
               '  CONVERTED = ' CERTCNV-CONVERTED-CNT
               '  REJECTED = ' CERTCNV-REJECTED-CNT
               '  OUTPUT RECORD LENGTH = ' CERTCNV-RECORD-LENGTH
               DELIMITED BY SIZE INTO CERTCNV-REPORT-LINE.
           PERFORM PRINT-CONVERSION-LINE.
           MOVE ZERO TO CERTCNV-FIELD-SUB.
           PERFORM WRITE-ONE-FIELD-TOTAL
               UNTIL CERTCNV-FIELD-SUB NOT LESS THAN
                     CERTCNV-FIELD-USED.

       WRITE-ONE-FIELD-TOTAL.
           ADD 1 TO CERTCNV-FIELD-SUB.
           IF CERTCNV-REJECT-CNT (CERTCNV-FIELD-SUB) NOT EQUAL TO ZERO
               MOVE SPACES TO CERTCNV-REPORT-LINE
               STRING '  REJECTED ON ' CERTCNV-FIELD-NAME
                   (CERTCNV-FIELD-SUB)
                   ' = ' CERTCNV-REJECT-CNT (CERTCNV-FIELD-SUB)
                   DELIMITED BY SIZE INTO CERTCNV-REPORT-LINE
               PERFORM PRINT-CONVERSION-LINE.
