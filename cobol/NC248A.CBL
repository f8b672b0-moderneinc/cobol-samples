000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           NC248A.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO PRINTER
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXPORT-FILE ASSIGN TO EXPFILE
               ORGANIZATION IS SEQUENTIAL.
           SELECT NATIONAL-FILE ASSIGN TO NATFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NC248A-NAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRINT-REC DUMMY-RECORD.
       01  PRINT-REC               PIC X(120).
       01  DUMMY-RECORD            PIC X(120).

       FD  EXPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXPORT-REC              PIC X(80).

      * The shape of the subsidiaries' name-and-address records: an
      * alphanumeric key followed by national fields, two bytes per
      * character, 42 bytes in all.
       FD  NATIONAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  NAT-FILE-REC.
           02 NAT-FILE-KEY         PIC X(6).
           02 NAT-FILE-NAME        PIC N(10) USAGE NATIONAL.
           02 NAT-FILE-CITY        PIC N(8) USAGE NATIONAL.

       WORKING-STORAGE SECTION.
      * National items are declared USAGE NATIONAL explicitly so the
      * program means the same thing whatever NSYMBOL option it is
      * compiled with.
       01  NC248A-NAT-5            PIC N(5) USAGE NATIONAL
                                   VALUE SPACE.
       01  NC248A-NAT-10           PIC N(10) USAGE NATIONAL
                                   VALUE SPACE.
       01  NC248A-NAT-LIT          PIC N(5) USAGE NATIONAL
                                   VALUE N'ABCDE'.
       01  NC248A-NAT-HEX          PIC N USAGE NATIONAL
                                   VALUE NX'0041'.
       01  NC248A-NAT-LOW          PIC N(3) USAGE NATIONAL
                                   VALUE N'ABC'.
       01  NC248A-NAT-HIGH         PIC N(3) USAGE NATIONAL
                                   VALUE N'ABD'.
       01  NC248A-NAT-CSV          PIC N(10) USAGE NATIONAL
                                   VALUE N'AB,CD'.
       01  NC248A-NAT-PART-1       PIC N(3) USAGE NATIONAL
                                   VALUE SPACE.
       01  NC248A-NAT-PART-2       PIC N(3) USAGE NATIONAL
                                   VALUE SPACE.
       01  NC248A-NAT-SHOW         PIC N(20) USAGE NATIONAL
                                   VALUE SPACE.

      * Single characters for the collation tests.  In UTF-16 the
      * digits sort below the upper case and the upper case below
      * the lower case, the reverse of EBCDIC, and national items
      * always compare in that binary order.
       01  NC248A-NAT-DIGIT        PIC N USAGE NATIONAL
                                   VALUE N'9'.
       01  NC248A-NAT-UPPER-A      PIC N USAGE NATIONAL
                                   VALUE N'A'.
       01  NC248A-NAT-UPPER-Z      PIC N USAGE NATIONAL
                                   VALUE N'Z'.
       01  NC248A-NAT-LOWER-A      PIC N USAGE NATIONAL
                                   VALUE N'a'.

      * Alphanumeric sources and results.
       01  NC248A-ALPHA-2          PIC X(5) VALUE 'AB'.
       01  NC248A-ALPHA-3          PIC X(3) VALUE 'XYZ'.
       01  NC248A-ALPHA-7          PIC X(7) VALUE 'ABCDEFG'.
       01  NC248A-ALPHA-10         PIC X(10) VALUE 'ABC 123-/.'.
       01  NC248A-ALPHA-BACK       PIC X(10) VALUE SPACE.
       01  NC248A-ALPHA-5          PIC X(5) VALUE SPACE.

      * Counts, pointers and the national file.
       01  NC248A-COUNT            PIC 9(4) VALUE ZERO.
       01  NC248A-POINTER          PIC 9(4) VALUE ZERO.
       01  NC248A-INT-RESULT       PIC S9(9) VALUE ZERO.
       01  NC248A-INT-DISPLAY      PIC -(8)9.
       01  NC248A-NAT-STATUS       PIC XX VALUE '00'.
       01  NC248A-EOF-SW           PIC X(3) VALUE 'NO'.
           88 NC248A-AT-EOF              VALUE 'YES'.
       01  NC248A-WRITE-CNT        PIC 9(4) VALUE ZERO.
       01  NC248A-READ-CNT         PIC 9(4) VALUE ZERO.
       01  NC248A-SAVE-NAME        PIC N(10) USAGE NATIONAL
                                   VALUE SPACE.
       01  NC248A-SAVE-CITY        PIC N(8) USAGE NATIONAL
                                   VALUE SPACE.
       01  EXPORT-LINE             PIC X(80) VALUE SPACE.
       01  TEST-RESULTS.
           02 FILLER               PIC X VALUE SPACE.
           02 FEATURE              PIC X(18).
           02 FILLER               PIC X VALUE SPACE.
           02 P-OR-F               PIC X(5).
           02 FILLER               PIC X VALUE SPACE.
           02 PAR-NAME             PIC X(20).
           02 FILLER               PIC X VALUE SPACE.
           02 COMPUTED-A           PIC X(20).
           02 FILLER               PIC X VALUE SPACE.
           02 CORRECT-A            PIC X(20).
           02 FILLER               PIC X VALUE SPACE.
           02 RE-MARK              PIC X(30).
       01  CCVS-C-1.
           02 FILLER               PIC X(3) VALUE SPACES.
           02 FILLER               PIC X(17) VALUE 'FEATURE TESTED'.
           02 FILLER               PIC X(9) VALUE 'RESLT'.
           02 FILLER               PIC X(21) VALUE 'PARAGRAPH NAME'.
           02 FILLER               PIC X(22) VALUE 'COMPUTED DATA'.
           02 FILLER               PIC X(29) VALUE 'CORRECT DATA'.
           02 FILLER               PIC X(7) VALUE 'REMARKS'.
       01  PASS-COUNTER            PIC 999 VALUE ZERO.
       01  ERROR-COUNTER           PIC 999 VALUE ZERO.
       01  DELETE-COUNTER          PIC 999 VALUE ZERO.
       01  INSPECT-COUNTER         PIC 999 VALUE ZERO.
       01  ERROR-HOLD              PIC 999 VALUE ZERO.
       01  CCVS-H-2B.
           02 FILLER               PIC X(15) VALUE
              'TEST RESULT OF '.
           02 TEST-ID              PIC X(9).
           02 FILLER               PIC X(4) VALUE ' IN '.
           02 FILLER               PIC X(12) VALUE ' HIGH       '.
           02 FILLER               PIC X(22) VALUE
              ' LEVEL VALIDATION FOR '.
           02 FILLER               PIC X(58) VALUE
              'ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH. '.
       01  CCVS-E-1.
           02 FILLER               PIC X(52) VALUE SPACE.
           02 FILLER               PIC X(14) VALUE 'END OF TEST-  '.
           02 ID-AGAIN             PIC X(9).
           02 FILLER               PIC X(45) VALUE SPACES.
       01  CCVS-E-2.
           02 FILLER               PIC X(31) VALUE SPACE.
           02 FILLER               PIC X(21) VALUE SPACE.
           02 CCVS-E-2-2.
              03 ERROR-TOTAL       PIC XXX VALUE SPACE.
              03 FILLER            PIC X VALUE SPACE.
              03 ENDER-DESC        PIC X(44) VALUE SPACE.
       01  CCVS-E-4.
           02 CCVS-E-4-1           PIC XXX VALUE SPACE.
           02 FILLER               PIC XXXX VALUE ' OF '.
           02 CCVS-E-4-2           PIC XXX VALUE SPACE.
           02 FILLER               PIC X(40) VALUE
              '  TESTS WERE EXECUTED SUCCESSFULLY'.
       01  HYPHEN-LINE.
           02 FILLER               PIC X VALUE SPACE.
           02 FILLER               PIC X(65) VALUE ALL '*'.
           02 FILLER               PIC X(54) VALUE ALL '*'.
       01  CCVS-PGM-ID             PIC X(9) VALUE 'NC248A   '.


       PROCEDURE DIVISION.

      * National-character certification.  The subsidiaries' files
      * carry UTF-16 names and addresses and no program in the suite
      * declared a USAGE NATIONAL item.  This program proves MOVE
      * from alphanumeric to national (with padding and
      * truncation), national literals in N'...' and NX'...' form,
      * the length of a national item in characters and in bytes,
      * comparison and collation of national items, STRING,
      * UNSTRING and INSPECT on national data, NATIONAL-OF and
      * DISPLAY-OF and the round trip through them, and national
      * fields written to and read back from a sequential file.
      * A national item cannot be moved to an alphanumeric one, so
      * computed national values are printed through DISPLAY-OF.
      * Results print in the standard TEST-RESULTS layout and are
      * exported in NC240A's comma-separated export shape.
       OPEN-FILES.
           OPEN OUTPUT PRINT-FILE EXPORT-FILE.
           MOVE CCVS-PGM-ID TO TEST-ID ID-AGAIN.
           MOVE SPACE TO TEST-RESULTS.
           MOVE CCVS-H-2B TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING PAGE.
           MOVE CCVS-C-1 TO PRINT-REC.
           WRITE PRINT-REC AFTER 2 LINES.
           MOVE HYPHEN-LINE TO PRINT-REC.
           PERFORM WRITE-LINE.

       MOVE-AN-NAT-TEST-01.
           MOVE 'MOVE X TO N' TO FEATURE.
           MOVE 'MOVE-AN-NAT-TEST-01' TO PAR-NAME.
           MOVE 'PADDED WITH NATIONAL SPACES' TO RE-MARK.
           MOVE NC248A-ALPHA-3 TO NC248A-NAT-5.
           MOVE NC248A-NAT-5 TO NC248A-NAT-SHOW.
           PERFORM SHOW-NATIONAL.
           MOVE 'XYZ' TO CORRECT-A.
           IF NC248A-NAT-5 IS EQUAL TO N'XYZ  '
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       MOVE-AN-NAT-TEST-02.
           MOVE 'MOVE X TO N' TO FEATURE.
           MOVE 'MOVE-AN-NAT-TEST-02' TO PAR-NAME.
           MOVE 'TRUNCATED ON THE RIGHT' TO RE-MARK.
           MOVE NC248A-ALPHA-7 TO NC248A-NAT-5.
           MOVE NC248A-NAT-5 TO NC248A-NAT-SHOW.
           PERFORM SHOW-NATIONAL.
           MOVE 'ABCDE' TO CORRECT-A.
           IF NC248A-NAT-5 IS EQUAL TO N'ABCDE'
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       MOVE-NAT-TEST-01.
           MOVE 'MOVE N TO N' TO FEATURE.
           MOVE 'MOVE-NAT-TEST-01' TO PAR-NAME.
           MOVE 'SHORT LITERAL, PADDED' TO RE-MARK.
           MOVE N'QR' TO NC248A-NAT-5.
           MOVE NC248A-NAT-5 TO NC248A-NAT-SHOW.
           PERFORM SHOW-NATIONAL.
           MOVE 'QR' TO CORRECT-A.
           IF NC248A-NAT-5 IS EQUAL TO N'QR   '
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       NAT-LIT-TEST-01.
           MOVE 'NATIONAL LITERAL' TO FEATURE.
           MOVE 'NAT-LIT-TEST-01' TO PAR-NAME.
           MOVE 'VALUE N LITERAL' TO RE-MARK.
           MOVE NC248A-NAT-LIT TO NC248A-NAT-SHOW.
           PERFORM SHOW-NATIONAL.
           MOVE 'ABCDE' TO CORRECT-A.
           IF NC248A-NAT-LIT IS EQUAL TO N'ABCDE'
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       NAT-LIT-TEST-02.
           MOVE 'NATIONAL HEX LIT' TO FEATURE.
           MOVE 'NAT-LIT-TEST-02' TO PAR-NAME.
           MOVE 'NX 0041 IS N A' TO RE-MARK.
           MOVE NC248A-NAT-HEX TO NC248A-NAT-SHOW.
           PERFORM SHOW-NATIONAL.
           MOVE 'A' TO CORRECT-A.
           IF NC248A-NAT-HEX IS EQUAL TO N'A'
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       NAT-LIT-TEST-03.
           MOVE 'FN LENGTH NATIONAL' TO FEATURE.
           MOVE 'NAT-LIT-TEST-03' TO PAR-NAME.
           MOVE 'CHARACTER POSITIONS' TO RE-MARK.
           COMPUTE NC248A-INT-RESULT =
               FUNCTION LENGTH(NC248A-NAT-LIT).
           MOVE NC248A-INT-RESULT TO NC248A-INT-DISPLAY.
           MOVE NC248A-INT-DISPLAY TO COMPUTED-A.
           MOVE '        5' TO CORRECT-A.
           IF NC248A-INT-RESULT IS EQUAL TO 5
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       NAT-LIT-TEST-04.
           MOVE 'LENGTH OF NATIONAL' TO FEATURE.
           MOVE 'NAT-LIT-TEST-04' TO PAR-NAME.
           MOVE 'BYTES, TWO PER CHARACTER' TO RE-MARK.
           MOVE LENGTH OF NC248A-NAT-LIT TO NC248A-INT-RESULT.
           MOVE NC248A-INT-RESULT TO NC248A-INT-DISPLAY.
           MOVE NC248A-INT-DISPLAY TO COMPUTED-A.
           MOVE '       10' TO CORRECT-A.
           IF NC248A-INT-RESULT IS EQUAL TO 10
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       NAT-COMPARE-TEST-01.
           MOVE 'NATIONAL COMPARE' TO FEATURE.
           MOVE 'NAT-COMPARE-TEST-01' TO PAR-NAME.
           MOVE 'ABC LESS THAN ABD' TO RE-MARK.
           IF NC248A-NAT-LOW IS LESS THAN NC248A-NAT-HIGH
               MOVE 'LESS' TO COMPUTED-A
           ELSE
               MOVE 'NOT LESS' TO COMPUTED-A.
           MOVE 'LESS' TO CORRECT-A.
           IF NC248A-NAT-LOW IS LESS THAN NC248A-NAT-HIGH
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       NAT-COMPARE-TEST-02.
           MOVE 'NATIONAL COMPARE' TO FEATURE.
           MOVE 'NAT-COMPARE-TEST-02' TO PAR-NAME.
           MOVE 'SHORT OPERAND SPACE-PADDED' TO RE-MARK.
           MOVE N'AB' TO NC248A-NAT-5.
           IF NC248A-NAT-5 IS EQUAL TO N'AB'
               MOVE 'EQUAL' TO COMPUTED-A
           ELSE
               MOVE 'NOT EQUAL' TO COMPUTED-A.
           MOVE 'EQUAL' TO CORRECT-A.
           IF NC248A-NAT-5 IS EQUAL TO N'AB'
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       NAT-COMPARE-TEST-03.
           MOVE 'NATIONAL COMPARE' TO FEATURE.
           MOVE 'NAT-COMPARE-TEST-03' TO PAR-NAME.
           MOVE 'X OPERAND CONVERTED TO N' TO RE-MARK.
           MOVE N'AB' TO NC248A-NAT-5.
           IF NC248A-NAT-5 IS EQUAL TO NC248A-ALPHA-2
               MOVE 'EQUAL' TO COMPUTED-A
           ELSE
               MOVE 'NOT EQUAL' TO COMPUTED-A.
           MOVE 'EQUAL' TO CORRECT-A.
           IF NC248A-NAT-5 IS EQUAL TO NC248A-ALPHA-2
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       NAT-COLLATE-TEST-01.
           MOVE 'NATIONAL COLLATION' TO FEATURE.
           MOVE 'NAT-COLLATE-TEST-01' TO PAR-NAME.
           MOVE 'DIGIT BELOW UPPER CASE' TO RE-MARK.
           IF NC248A-NAT-DIGIT IS LESS THAN NC248A-NAT-UPPER-A
               MOVE 'LESS' TO COMPUTED-A
           ELSE
               MOVE 'NOT LESS' TO COMPUTED-A.
           MOVE 'LESS' TO CORRECT-A.
           IF NC248A-NAT-DIGIT IS LESS THAN NC248A-NAT-UPPER-A
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       NAT-COLLATE-TEST-02.
           MOVE 'NATIONAL COLLATION' TO FEATURE.
           MOVE 'NAT-COLLATE-TEST-02' TO PAR-NAME.
           MOVE 'UPPER CASE BELOW LOWER CASE' TO RE-MARK.
           IF NC248A-NAT-UPPER-Z IS LESS THAN NC248A-NAT-LOWER-A
               MOVE 'LESS' TO COMPUTED-A
           ELSE
               MOVE 'NOT LESS' TO COMPUTED-A.
           MOVE 'LESS' TO CORRECT-A.
           IF NC248A-NAT-UPPER-Z IS LESS THAN NC248A-NAT-LOWER-A
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       NAT-STRING-TEST-01.
           MOVE 'STRING NATIONAL' TO FEATURE.
           MOVE 'NAT-STRING-TEST-01' TO PAR-NAME.
           MOVE 'SIZE AND SPACE DELIMITERS' TO RE-MARK.
           MOVE SPACE TO NC248A-NAT-10.
           MOVE N'CD' TO NC248A-NAT-5.
           STRING N'AB' DELIMITED BY SIZE
                  NC248A-NAT-5 DELIMITED BY N' '
                  N'EF' DELIMITED BY SIZE
               INTO NC248A-NAT-10.
           MOVE NC248A-NAT-10 TO NC248A-NAT-SHOW.
           PERFORM SHOW-NATIONAL.
           MOVE 'ABCDEF' TO CORRECT-A.
           IF NC248A-NAT-10 IS EQUAL TO N'ABCDEF'
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       NAT-STRING-TEST-02.
           MOVE 'STRING NATIONAL' TO FEATURE.
           MOVE 'NAT-STRING-TEST-02' TO PAR-NAME.
           MOVE 'POINTER COUNTS CHARACTERS' TO RE-MARK.
           MOVE SPACE TO NC248A-NAT-10.
           MOVE 1 TO NC248A-POINTER.
           STRING N'AB' N'CD' DELIMITED BY SIZE
               INTO NC248A-NAT-10 WITH POINTER NC248A-POINTER.
           MOVE NC248A-POINTER TO COMPUTED-A.
           MOVE '0005' TO CORRECT-A.
           IF NC248A-POINTER IS EQUAL TO 5
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       NAT-UNSTRING-TEST-01.
           MOVE 'UNSTRING NATIONAL' TO FEATURE.
           MOVE 'NAT-UNSTRING-TEST-01' TO PAR-NAME.
           MOVE 'SECOND FIELD AFTER COMMA' TO RE-MARK.
           MOVE SPACE TO NC248A-NAT-PART-1 NC248A-NAT-PART-2.
           UNSTRING NC248A-NAT-CSV DELIMITED BY N',' OR N' '
               INTO NC248A-NAT-PART-1 NC248A-NAT-PART-2.
           MOVE NC248A-NAT-PART-2 TO NC248A-NAT-SHOW.
           PERFORM SHOW-NATIONAL.
           MOVE 'CD' TO CORRECT-A.
           IF NC248A-NAT-PART-1 IS EQUAL TO N'AB'
             AND NC248A-NAT-PART-2 IS EQUAL TO N'CD'
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       NAT-UNSTRING-TEST-02.
           MOVE 'UNSTRING NATIONAL' TO FEATURE.
           MOVE 'NAT-UNSTRING-TEST-02' TO PAR-NAME.
           MOVE 'TALLYING FIELDS FILLED' TO RE-MARK.
           MOVE ZERO TO NC248A-COUNT.
           UNSTRING NC248A-NAT-CSV DELIMITED BY N',' OR N' '
               INTO NC248A-NAT-PART-1 NC248A-NAT-PART-2
               TALLYING IN NC248A-COUNT.
           MOVE NC248A-COUNT TO COMPUTED-A.
           MOVE '0002' TO CORRECT-A.
           IF NC248A-COUNT IS EQUAL TO 2
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       NAT-INSPECT-TEST-01.
           MOVE 'INSPECT NATIONAL' TO FEATURE.
           MOVE 'NAT-INSPECT-TEST-01' TO PAR-NAME.
           MOVE 'TALLYING ALL N LITERAL' TO RE-MARK.
           MOVE ZERO TO NC248A-COUNT.
           MOVE N'ABABA' TO NC248A-NAT-5.
           INSPECT NC248A-NAT-5 TALLYING NC248A-COUNT FOR ALL N'A'.
           MOVE NC248A-COUNT TO COMPUTED-A.
           MOVE '0003' TO CORRECT-A.
           IF NC248A-COUNT IS EQUAL TO 3
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       NAT-INSPECT-TEST-02.
           MOVE 'INSPECT NATIONAL' TO FEATURE.
           MOVE 'NAT-INSPECT-TEST-02' TO PAR-NAME.
           MOVE 'REPLACING ALL' TO RE-MARK.
           MOVE N'ABABA' TO NC248A-NAT-5.
           INSPECT NC248A-NAT-5 REPLACING ALL N'B' BY N'X'.
           MOVE NC248A-NAT-5 TO NC248A-NAT-SHOW.
           PERFORM SHOW-NATIONAL.
           MOVE 'AXAXA' TO CORRECT-A.
           IF NC248A-NAT-5 IS EQUAL TO N'AXAXA'
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       NAT-INSPECT-TEST-03.
           MOVE 'INSPECT NATIONAL' TO FEATURE.
           MOVE 'NAT-INSPECT-TEST-03' TO PAR-NAME.
           MOVE 'CONVERTING' TO RE-MARK.
           MOVE N'ABCAB' TO NC248A-NAT-5.
           INSPECT NC248A-NAT-5 CONVERTING N'ABC' TO N'XYZ'.
           MOVE NC248A-NAT-5 TO NC248A-NAT-SHOW.
           PERFORM SHOW-NATIONAL.
           MOVE 'XYZXY' TO CORRECT-A.
           IF NC248A-NAT-5 IS EQUAL TO N'XYZXY'
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       NATIONAL-OF-TEST-01.
           MOVE 'FN NATIONAL-OF' TO FEATURE.
           MOVE 'NATIONAL-OF-TEST-01' TO PAR-NAME.
           MOVE 'LETTERS, DIGITS, PUNCTUATION' TO RE-MARK.
           MOVE FUNCTION NATIONAL-OF(NC248A-ALPHA-10)
               TO NC248A-NAT-10.
           MOVE NC248A-NAT-10 TO NC248A-NAT-SHOW.
           PERFORM SHOW-NATIONAL.
           MOVE 'ABC 123-/.' TO CORRECT-A.
           IF NC248A-NAT-10 IS EQUAL TO N'ABC 123-/.'
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       DISPLAY-OF-TEST-01.
           MOVE 'FN DISPLAY-OF' TO FEATURE.
           MOVE 'DISPLAY-OF-TEST-01' TO PAR-NAME.
           MOVE FUNCTION DISPLAY-OF(NC248A-NAT-LIT)
               TO NC248A-ALPHA-5.
           MOVE NC248A-ALPHA-5 TO COMPUTED-A.
           MOVE 'ABCDE' TO CORRECT-A.
           IF NC248A-ALPHA-5 IS EQUAL TO 'ABCDE'
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       NAT-ROUND-TEST-01.
           MOVE 'NAT ROUND TRIP' TO FEATURE.
           MOVE 'NAT-ROUND-TEST-01' TO PAR-NAME.
           MOVE 'DISPLAY-OF(NATIONAL-OF(X))' TO RE-MARK.
           MOVE SPACE TO NC248A-ALPHA-BACK.
           MOVE FUNCTION DISPLAY-OF
                   (FUNCTION NATIONAL-OF(NC248A-ALPHA-10))
               TO NC248A-ALPHA-BACK.
           MOVE NC248A-ALPHA-BACK TO COMPUTED-A.
           MOVE NC248A-ALPHA-10 TO CORRECT-A.
           IF NC248A-ALPHA-BACK IS EQUAL TO NC248A-ALPHA-10
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       NAT-FILE-TEST-01.
           MOVE 'NATIONAL FILE' TO FEATURE.
           MOVE 'NAT-FILE-TEST-01' TO PAR-NAME.
           MOVE 'RECORDS WRITTEN AND READ' TO RE-MARK.
           OPEN OUTPUT NATIONAL-FILE.
           MOVE 'NAT001' TO NAT-FILE-KEY.
           MOVE N'YAMADA' TO NAT-FILE-NAME.
           MOVE N'OSAKA' TO NAT-FILE-CITY.
           PERFORM WRITE-ONE-NATIONAL-RECORD.
           MOVE 'NAT002' TO NAT-FILE-KEY.
           MOVE N'TANAKA' TO NAT-FILE-NAME.
           MOVE N'KYOTO' TO NAT-FILE-CITY.
           PERFORM WRITE-ONE-NATIONAL-RECORD.
           MOVE 'NAT003' TO NAT-FILE-KEY.
           MOVE N'CHEN' TO NAT-FILE-NAME.
           MOVE N'TAIPEI' TO NAT-FILE-CITY.
           PERFORM WRITE-ONE-NATIONAL-RECORD.
           CLOSE NATIONAL-FILE.
           OPEN INPUT NATIONAL-FILE.
           PERFORM READ-ONE-NATIONAL-RECORD UNTIL NC248A-AT-EOF.
           CLOSE NATIONAL-FILE.
           MOVE NC248A-READ-CNT TO COMPUTED-A.
           MOVE '0003' TO CORRECT-A.
           IF NC248A-WRITE-CNT IS EQUAL TO 3
             AND NC248A-READ-CNT IS EQUAL TO 3
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       NAT-FILE-TEST-02.
           MOVE 'NATIONAL FILE' TO FEATURE.
           MOVE 'NAT-FILE-TEST-02' TO PAR-NAME.
           MOVE 'NAME FIELD OF NAT002' TO RE-MARK.
           MOVE NC248A-SAVE-NAME TO NC248A-NAT-SHOW.
           PERFORM SHOW-NATIONAL.
           MOVE 'TANAKA' TO CORRECT-A.
           IF NC248A-SAVE-NAME IS EQUAL TO N'TANAKA'
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       NAT-FILE-TEST-03.
           MOVE 'NATIONAL FILE' TO FEATURE.
           MOVE 'NAT-FILE-TEST-03' TO PAR-NAME.
           MOVE 'CITY FIELD OF NAT002' TO RE-MARK.
           MOVE NC248A-SAVE-CITY TO NC248A-NAT-SHOW.
           PERFORM SHOW-NATIONAL.
           MOVE 'KYOTO' TO CORRECT-A.
           IF NC248A-SAVE-CITY IS EQUAL TO N'KYOTO'
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       NAT-FILE-TEST-04.
           MOVE 'NATIONAL FILE' TO FEATURE.
           MOVE 'NAT-FILE-TEST-04' TO PAR-NAME.
           MOVE 'RECORD LENGTH IN BYTES' TO RE-MARK.
           MOVE LENGTH OF NAT-FILE-REC TO NC248A-INT-RESULT.
           MOVE NC248A-INT-RESULT TO NC248A-INT-DISPLAY.
           MOVE NC248A-INT-DISPLAY TO COMPUTED-A.
           MOVE '       42' TO CORRECT-A.
           IF NC248A-INT-RESULT IS EQUAL TO 42
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.

       CLOSE-FILES.
           PERFORM END-ROUTINE.
           CLOSE PRINT-FILE EXPORT-FILE.
           IF ERROR-COUNTER IS NOT EQUAL TO ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE.
           STOP RUN.

       NC248A-SUPPORT SECTION.
       PASS.
           MOVE 'PASS ' TO P-OR-F.
           ADD 1 TO PASS-COUNTER.
       FAIL.
           MOVE 'FAIL*' TO P-OR-F.
           ADD 1 TO ERROR-COUNTER.
       PRINT-DETAIL.
           MOVE TEST-RESULTS TO PRINT-REC.
           PERFORM WRITE-LINE.
           PERFORM WRITE-EXPORT-RECORD.
           MOVE SPACE TO P-OR-F COMPUTED-A CORRECT-A
               RE-MARK FEATURE.
       WRITE-LINE.
           WRITE PRINT-REC AFTER ADVANCING 1 LINE.

      * A national value cannot be the sending item of a MOVE to
      * the alphanumeric COMPUTED-A, so it goes through DISPLAY-OF.
       SHOW-NATIONAL.
           MOVE FUNCTION DISPLAY-OF(NC248A-NAT-SHOW) TO COMPUTED-A.
           MOVE SPACE TO NC248A-NAT-SHOW.

       WRITE-ONE-NATIONAL-RECORD.
           WRITE NAT-FILE-REC.
           IF NC248A-NAT-STATUS IS EQUAL TO '00'
               ADD 1 TO NC248A-WRITE-CNT.

      * The second record's national fields are kept for the field
      * tests; the others are only counted.
       READ-ONE-NATIONAL-RECORD.
           READ NATIONAL-FILE
               AT END SET NC248A-AT-EOF TO TRUE.
           IF NOT NC248A-AT-EOF
               ADD 1 TO NC248A-READ-CNT
               IF NAT-FILE-KEY IS EQUAL TO 'NAT002'
                   MOVE NAT-FILE-NAME TO NC248A-SAVE-NAME
                   MOVE NAT-FILE-CITY TO NC248A-SAVE-CITY.

      * One machine-readable record per test, in the same comma-
      * separated shape NC240A's export file carries.
       WRITE-EXPORT-RECORD.
           MOVE SPACES TO EXPORT-LINE.
           STRING PAR-NAME        DELIMITED BY SIZE
                  ','             DELIMITED BY SIZE
                  FEATURE         DELIMITED BY SIZE
                  ','             DELIMITED BY SIZE
                  P-OR-F          DELIMITED BY SIZE
                  ','             DELIMITED BY SIZE
                  COMPUTED-A      DELIMITED BY SIZE
                  ','             DELIMITED BY SIZE
                  CORRECT-A       DELIMITED BY SIZE
               INTO EXPORT-LINE.
           MOVE EXPORT-LINE TO EXPORT-REC.
           WRITE EXPORT-REC.


       END-ROUTINE.
           MOVE HYPHEN-LINE TO PRINT-REC.
           PERFORM WRITE-LINE.
           MOVE SPACES TO PRINT-REC.
           PERFORM WRITE-LINE.
           MOVE CCVS-E-1 TO PRINT-REC.
           PERFORM WRITE-LINE.
           ADD ERROR-COUNTER TO ERROR-HOLD.
           ADD DELETE-COUNTER TO ERROR-HOLD.
           ADD INSPECT-COUNTER TO ERROR-HOLD.
           ADD PASS-COUNTER TO ERROR-HOLD.
           IF ERROR-COUNTER IS EQUAL TO ZERO
               MOVE 'NO ' TO ERROR-TOTAL
           ELSE
               MOVE ERROR-COUNTER TO ERROR-TOTAL.
           MOVE 'TEST(S) FAILED' TO ENDER-DESC.
           MOVE CCVS-E-2 TO PRINT-REC.
           PERFORM WRITE-LINE.
           IF DELETE-COUNTER IS EQUAL TO ZERO
               MOVE 'NO ' TO ERROR-TOTAL
           ELSE
               MOVE DELETE-COUNTER TO ERROR-TOTAL.
           MOVE 'TEST(S) DELETED     ' TO ENDER-DESC.
           MOVE CCVS-E-2 TO PRINT-REC.
           PERFORM WRITE-LINE.
           IF INSPECT-COUNTER IS EQUAL TO ZERO
               MOVE 'NO ' TO ERROR-TOTAL
           ELSE
               MOVE INSPECT-COUNTER TO ERROR-TOTAL.
           MOVE 'TEST(S) REQUIRE INSPECTION' TO ENDER-DESC.
           MOVE CCVS-E-2 TO PRINT-REC.
           PERFORM WRITE-LINE.
           MOVE PASS-COUNTER TO CCVS-E-4-1.
           MOVE ERROR-HOLD TO CCVS-E-4-2.
           MOVE CCVS-E-4 TO CCVS-E-2-2.
           MOVE CCVS-E-2 TO PRINT-REC.
           PERFORM WRITE-LINE.

