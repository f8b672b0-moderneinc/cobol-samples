000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           NC246A.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO PRINTER
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXPORT-FILE ASSIGN TO EXPFILE
               ORGANIZATION IS SEQUENTIAL.
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

       WORKING-STORAGE SECTION.
      * Sending items.
       01  NC246A-SRC-AMT          PIC S9(5)V99 VALUE ZERO.
       01  NC246A-SRC-INT          PIC S9(6) VALUE ZERO.

      * Receiving edited items, one per picture-editing rule.
       01  NC246A-ED-CURR          PIC $$,$$9.99.
       01  NC246A-ED-CURR-NEG      PIC $$,$$9.99-.
       01  NC246A-ED-MINUS         PIC ----9.99.
       01  NC246A-ED-PLUS          PIC ++++9.
       01  NC246A-ED-TRAIL-MINUS   PIC 999-.
       01  NC246A-ED-CR            PIC 9(4).99CR.
       01  NC246A-ED-DB            PIC ZZZ9.99DB.
       01  NC246A-ED-CHECK         PIC **,**9.99.
       01  NC246A-ED-BWZ           PIC ZZ9.99 BLANK WHEN ZERO.
       01  NC246A-ED-ZERO-SUP      PIC ZZ,ZZ9.
       01  NC246A-ED-SLASH         PIC 99/99/99.
       01  NC246A-ED-BLANK         PIC 999B999.
       01  NC246A-ED-ZERO-INS      PIC 99900.
       01  NC246A-ED-TOTAL         PIC ZZZ,ZZZ,ZZ9.

      * Scaled items: P positions carry an implied magnitude that
      * occupies no storage.
       01  NC246A-SCALE-HIGH       PIC 99PPP.
       01  NC246A-SCALE-LOW        PIC VPPP99.
       01  NC246A-SCALE-HIGH-OUT   PIC 9(5).
       01  NC246A-SCALE-LOW-OUT    PIC V9(5).
       01  NC246A-SCALE-LOW-DISP   PIC .9(5).

      * De-editing targets and their printable views.
       01  NC246A-DE-AMT           PIC S9(5)V99 VALUE ZERO.
       01  NC246A-DE-DISP          PIC -(5)9.99.
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
       01  CCVS-PGM-ID             PIC X(9) VALUE 'NC246A   '.

       PROCEDURE DIVISION.


      * Picture-editing certification.  Every printed report in
      * the suite - the CERTPAGE running totals, the CCVS-E-2 count
      * lines, every amount column - depends on numeric editing,
      * and nothing proved it: floating currency and sign, CR and
      * DB, asterisk check protection, BLANK WHEN ZERO, P scaling
      * positions, the B, 0 and / insertion characters, and the
      * de-editing MOVE from a numeric-edited item back to numeric.
      * Each test moves a known value through one picture and
      * compares the edited image character for character.  Results
      * print in the standard TEST-RESULTS layout and are exported
      * in NC240A's comma-separated export shape.
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

       FLOAT-CURR-TEST-01.
           MOVE 'FLOATING $' TO FEATURE.
           MOVE 'FLOAT-CURR-TEST-01' TO PAR-NAME.
           MOVE 'FULL FIELD' TO RE-MARK.
           MOVE 1234.50 TO NC246A-SRC-AMT.
           MOVE NC246A-SRC-AMT TO NC246A-ED-CURR.
           MOVE NC246A-ED-CURR TO COMPUTED-A.
           MOVE '$1,234.50' TO CORRECT-A.
           IF NC246A-ED-CURR IS EQUAL TO '$1,234.50'
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       FLOAT-CURR-TEST-02.
           MOVE 'FLOATING $' TO FEATURE.
           MOVE 'FLOAT-CURR-TEST-02' TO PAR-NAME.
           MOVE 'SMALL VALUE, COMMA SUPPRESSED' TO RE-MARK.
           MOVE 5 TO NC246A-SRC-AMT.
           MOVE NC246A-SRC-AMT TO NC246A-ED-CURR.
           MOVE NC246A-ED-CURR TO COMPUTED-A.
           MOVE '    $5.00' TO CORRECT-A.
           IF NC246A-ED-CURR IS EQUAL TO '    $5.00'
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       FLOAT-CURR-TEST-03.
           MOVE 'FLOATING $' TO FEATURE.
           MOVE 'FLOAT-CURR-TEST-03' TO PAR-NAME.
           MOVE 'ZERO KEEPS 9 POSITIONS' TO RE-MARK.
           MOVE ZERO TO NC246A-SRC-AMT.
           MOVE NC246A-SRC-AMT TO NC246A-ED-CURR.
           MOVE NC246A-ED-CURR TO COMPUTED-A.
           MOVE '    $0.00' TO CORRECT-A.
           IF NC246A-ED-CURR IS EQUAL TO '    $0.00'
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       FLOAT-CURR-TEST-04.
           MOVE 'FLOATING $ TRAIL -' TO FEATURE.
           MOVE 'FLOAT-CURR-TEST-04' TO PAR-NAME.
           MOVE 'NEGATIVE' TO RE-MARK.
           MOVE -987.65 TO NC246A-SRC-AMT.
           MOVE NC246A-SRC-AMT TO NC246A-ED-CURR-NEG.
           MOVE NC246A-ED-CURR-NEG TO COMPUTED-A.
           MOVE '  $987.65-' TO CORRECT-A.
           IF NC246A-ED-CURR-NEG IS EQUAL TO '  $987.65-'
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       FLOAT-SIGN-TEST-01.
           MOVE 'FLOATING MINUS' TO FEATURE.
           MOVE 'FLOAT-SIGN-TEST-01' TO PAR-NAME.
           MOVE 'NEGATIVE' TO RE-MARK.
           MOVE -12.5 TO NC246A-SRC-AMT.
           MOVE NC246A-SRC-AMT TO NC246A-ED-MINUS.
           MOVE NC246A-ED-MINUS TO COMPUTED-A.
           MOVE '  -12.50' TO CORRECT-A.
           IF NC246A-ED-MINUS IS EQUAL TO '  -12.50'
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       FLOAT-SIGN-TEST-02.
           MOVE 'FLOATING MINUS' TO FEATURE.
           MOVE 'FLOAT-SIGN-TEST-02' TO PAR-NAME.
           MOVE 'POSITIVE GIVES SPACE' TO RE-MARK.
           MOVE 12.5 TO NC246A-SRC-AMT.
           MOVE NC246A-SRC-AMT TO NC246A-ED-MINUS.
           MOVE NC246A-ED-MINUS TO COMPUTED-A.
           MOVE '   12.50' TO CORRECT-A.
           IF NC246A-ED-MINUS IS EQUAL TO '   12.50'
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       FLOAT-SIGN-TEST-03.
           MOVE 'FLOATING PLUS' TO FEATURE.
           MOVE 'FLOAT-SIGN-TEST-03' TO PAR-NAME.
           MOVE 'POSITIVE' TO RE-MARK.
           MOVE 12 TO NC246A-SRC-INT.
           MOVE NC246A-SRC-INT TO NC246A-ED-PLUS.
           MOVE NC246A-ED-PLUS TO COMPUTED-A.
           MOVE '  +12' TO CORRECT-A.
           IF NC246A-ED-PLUS IS EQUAL TO '  +12'
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       FLOAT-SIGN-TEST-04.
           MOVE 'FLOATING PLUS' TO FEATURE.
           MOVE 'FLOAT-SIGN-TEST-04' TO PAR-NAME.
           MOVE 'NEGATIVE GIVES MINUS' TO RE-MARK.
           MOVE -12 TO NC246A-SRC-INT.
           MOVE NC246A-SRC-INT TO NC246A-ED-PLUS.
           MOVE NC246A-ED-PLUS TO COMPUTED-A.
           MOVE '  -12' TO CORRECT-A.
           IF NC246A-ED-PLUS IS EQUAL TO '  -12'
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       TRAIL-SIGN-TEST-01.
           MOVE 'TRAILING MINUS' TO FEATURE.
           MOVE 'TRAIL-SIGN-TEST-01' TO PAR-NAME.
           MOVE 'NEGATIVE' TO RE-MARK.
           MOVE -12 TO NC246A-SRC-INT.
           MOVE NC246A-SRC-INT TO NC246A-ED-TRAIL-MINUS.
           MOVE NC246A-ED-TRAIL-MINUS TO COMPUTED-A.
           MOVE '012-' TO CORRECT-A.
           IF NC246A-ED-TRAIL-MINUS IS EQUAL TO '012-'
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       CR-DB-TEST-01.
           MOVE 'CR SYMBOL' TO FEATURE.
           MOVE 'CR-DB-TEST-01' TO PAR-NAME.
           MOVE 'NEGATIVE SHOWS CR' TO RE-MARK.
           MOVE -25 TO NC246A-SRC-AMT.
           MOVE NC246A-SRC-AMT TO NC246A-ED-CR.
           MOVE NC246A-ED-CR TO COMPUTED-A.
           MOVE '0025.00CR' TO CORRECT-A.
           IF NC246A-ED-CR IS EQUAL TO '0025.00CR'
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       CR-DB-TEST-02.
           MOVE 'CR SYMBOL' TO FEATURE.
           MOVE 'CR-DB-TEST-02' TO PAR-NAME.
           MOVE 'POSITIVE SHOWS SPACES' TO RE-MARK.
           MOVE 25 TO NC246A-SRC-AMT.
           MOVE NC246A-SRC-AMT TO NC246A-ED-CR.
           MOVE NC246A-ED-CR TO COMPUTED-A.
           MOVE '0025.00  ' TO CORRECT-A.
           IF NC246A-ED-CR IS EQUAL TO '0025.00  '
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       CR-DB-TEST-03.
           MOVE 'DB SYMBOL' TO FEATURE.
           MOVE 'CR-DB-TEST-03' TO PAR-NAME.
           MOVE 'NEGATIVE SHOWS DB' TO RE-MARK.
           MOVE -25 TO NC246A-SRC-AMT.
           MOVE NC246A-SRC-AMT TO NC246A-ED-DB.
           MOVE NC246A-ED-DB TO COMPUTED-A.
           MOVE '  25.00DB' TO CORRECT-A.
           IF NC246A-ED-DB IS EQUAL TO '  25.00DB'
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       CR-DB-TEST-04.
           MOVE 'DB SYMBOL' TO FEATURE.
           MOVE 'CR-DB-TEST-04' TO PAR-NAME.
           MOVE 'POSITIVE SHOWS SPACES' TO RE-MARK.
           MOVE 25 TO NC246A-SRC-AMT.
           MOVE NC246A-SRC-AMT TO NC246A-ED-DB.
           MOVE NC246A-ED-DB TO COMPUTED-A.
           MOVE '  25.00  ' TO CORRECT-A.
           IF NC246A-ED-DB IS EQUAL TO '  25.00  '
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       CHECK-PROT-TEST-01.
           MOVE 'CHECK PROTECT *' TO FEATURE.
           MOVE 'CHECK-PROT-TEST-01' TO PAR-NAME.
           MOVE 'COMMA REPLACED BY *' TO RE-MARK.
           MOVE 12.34 TO NC246A-SRC-AMT.
           MOVE NC246A-SRC-AMT TO NC246A-ED-CHECK.
           MOVE NC246A-ED-CHECK TO COMPUTED-A.
           MOVE '****12.34' TO CORRECT-A.
           IF NC246A-ED-CHECK IS EQUAL TO '****12.34'
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       CHECK-PROT-TEST-02.
           MOVE 'CHECK PROTECT *' TO FEATURE.
           MOVE 'CHECK-PROT-TEST-02' TO PAR-NAME.
           MOVE 'FULL FIELD' TO RE-MARK.
           MOVE 98765.43 TO NC246A-SRC-AMT.
           MOVE NC246A-SRC-AMT TO NC246A-ED-CHECK.
           MOVE NC246A-ED-CHECK TO COMPUTED-A.
           MOVE '98,765.43' TO CORRECT-A.
           IF NC246A-ED-CHECK IS EQUAL TO '98,765.43'
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       BWZ-TEST-01.
           MOVE 'BLANK WHEN ZERO' TO FEATURE.
           MOVE 'BWZ-TEST-01' TO PAR-NAME.
           MOVE 'ZERO GIVES SPACES' TO RE-MARK.
           MOVE ZERO TO NC246A-SRC-AMT.
           MOVE NC246A-SRC-AMT TO NC246A-ED-BWZ.
           MOVE NC246A-ED-BWZ TO COMPUTED-A.
           MOVE '      ' TO CORRECT-A.
           IF NC246A-ED-BWZ IS EQUAL TO '      '
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       BWZ-TEST-02.
           MOVE 'BLANK WHEN ZERO' TO FEATURE.
           MOVE 'BWZ-TEST-02' TO PAR-NAME.
           MOVE 'NON-ZERO EDITS NORMALLY' TO RE-MARK.
           MOVE 0.05 TO NC246A-SRC-AMT.
           MOVE NC246A-SRC-AMT TO NC246A-ED-BWZ.
           MOVE NC246A-ED-BWZ TO COMPUTED-A.
           MOVE '  0.05' TO CORRECT-A.
           IF NC246A-ED-BWZ IS EQUAL TO '  0.05'
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       ZERO-SUP-TEST-01.
           MOVE 'Z SUPPRESSION' TO FEATURE.
           MOVE 'ZERO-SUP-TEST-01' TO PAR-NAME.
           MOVE 'COMMA SUPPRESSED WITH Z' TO RE-MARK.
           MOVE 999 TO NC246A-SRC-INT.
           MOVE NC246A-SRC-INT TO NC246A-ED-ZERO-SUP.
           MOVE NC246A-ED-ZERO-SUP TO COMPUTED-A.
           MOVE '   999' TO CORRECT-A.
           IF NC246A-ED-ZERO-SUP IS EQUAL TO '   999'
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       ZERO-SUP-TEST-02.
           MOVE 'Z SUPPRESSION' TO FEATURE.
           MOVE 'ZERO-SUP-TEST-02' TO PAR-NAME.
           MOVE 'COUNT LINE TOTAL' TO RE-MARK.
           MOVE 123456 TO NC246A-SRC-INT.
           MOVE NC246A-SRC-INT TO NC246A-ED-TOTAL.
           MOVE NC246A-ED-TOTAL TO COMPUTED-A.
           MOVE '    123,456' TO CORRECT-A.
           IF NC246A-ED-TOTAL IS EQUAL TO '    123,456'
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       INSERT-TEST-01.
           MOVE 'SLASH INSERTION' TO FEATURE.
           MOVE 'INSERT-TEST-01' TO PAR-NAME.
           MOVE 'DATE IMAGE' TO RE-MARK.
           MOVE 151026 TO NC246A-SRC-INT.
           MOVE NC246A-SRC-INT TO NC246A-ED-SLASH.
           MOVE NC246A-ED-SLASH TO COMPUTED-A.
           MOVE '15/10/26' TO CORRECT-A.
           IF NC246A-ED-SLASH IS EQUAL TO '15/10/26'
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       INSERT-TEST-02.
           MOVE 'B INSERTION' TO FEATURE.
           MOVE 'INSERT-TEST-02' TO PAR-NAME.
           MOVE 'BLANK BETWEEN GROUPS' TO RE-MARK.
           MOVE 123456 TO NC246A-SRC-INT.
           MOVE NC246A-SRC-INT TO NC246A-ED-BLANK.
           MOVE NC246A-ED-BLANK TO COMPUTED-A.
           MOVE '123 456' TO CORRECT-A.
           IF NC246A-ED-BLANK IS EQUAL TO '123 456'
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       INSERT-TEST-03.
           MOVE '0 INSERTION' TO FEATURE.
           MOVE 'INSERT-TEST-03' TO PAR-NAME.
           MOVE 'TRAILING ZEROS INSERTED' TO RE-MARK.
           MOVE 123 TO NC246A-SRC-INT.
           MOVE NC246A-SRC-INT TO NC246A-ED-ZERO-INS.
           MOVE NC246A-ED-ZERO-INS TO COMPUTED-A.
           MOVE '12300' TO CORRECT-A.
           IF NC246A-ED-ZERO-INS IS EQUAL TO '12300'
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       TRUNC-EDIT-TEST-01.
           MOVE 'EDIT TRUNCATION' TO FEATURE.
           MOVE 'TRUNC-EDIT-TEST-01' TO PAR-NAME.
           MOVE 'HIGH-ORDER DIGIT DROPPED' TO RE-MARK.
           MOVE 1234.56 TO NC246A-SRC-AMT.
           MOVE NC246A-SRC-AMT TO NC246A-ED-BWZ.
           MOVE NC246A-ED-BWZ TO COMPUTED-A.
           MOVE '234.56' TO CORRECT-A.
           IF NC246A-ED-BWZ IS EQUAL TO '234.56'
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       SCALE-TEST-01.
           MOVE 'P SCALING HIGH' TO FEATURE.
           MOVE 'SCALE-TEST-01' TO PAR-NAME.
           MOVE 'LOW DIGITS DROPPED BY PPP' TO RE-MARK.
           MOVE 12345 TO NC246A-SCALE-HIGH.
           MOVE NC246A-SCALE-HIGH TO NC246A-SCALE-HIGH-OUT.
           MOVE NC246A-SCALE-HIGH-OUT TO COMPUTED-A.
           MOVE '12000' TO CORRECT-A.
           IF NC246A-SCALE-HIGH IS EQUAL TO 12000
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       SCALE-TEST-02.
           MOVE 'P SCALING LOW' TO FEATURE.
           MOVE 'SCALE-TEST-02' TO PAR-NAME.
           MOVE 'VPPP99 HOLDS .00045' TO RE-MARK.
           MOVE .00045 TO NC246A-SCALE-LOW.
           MOVE NC246A-SCALE-LOW TO NC246A-SCALE-LOW-OUT.
           MOVE NC246A-SCALE-LOW-OUT TO NC246A-SCALE-LOW-DISP.
           MOVE NC246A-SCALE-LOW-DISP TO COMPUTED-A.
           MOVE '.00045' TO CORRECT-A.
           IF NC246A-SCALE-LOW IS EQUAL TO .00045
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       SCALE-TEST-03.
           MOVE 'P SCALING LOW' TO FEATURE.
           MOVE 'SCALE-TEST-03' TO PAR-NAME.
           MOVE 'DIGITS LEFT OF PPP DROPPED' TO RE-MARK.
           MOVE .12345 TO NC246A-SCALE-LOW.
           MOVE NC246A-SCALE-LOW TO NC246A-SCALE-LOW-OUT.
           MOVE NC246A-SCALE-LOW-OUT TO NC246A-SCALE-LOW-DISP.
           MOVE NC246A-SCALE-LOW-DISP TO COMPUTED-A.
           MOVE '.00045' TO CORRECT-A.
           IF NC246A-SCALE-LOW IS EQUAL TO .00045
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.

      * De-editing: the edited images built above are moved back
      * to a plain signed numeric item, which must recover the
      * value the image shows - currency, commas, check-protect
      * asterisks and CR/DB all stripped, CR and DB restoring the
      * sign.
       DE-EDIT-TEST-01.
           MOVE 'DE-EDIT MOVE' TO FEATURE.
           MOVE 'DE-EDIT-TEST-01' TO PAR-NAME.
           MOVE 'FROM FLOATING $ AND COMMA' TO RE-MARK.
           MOVE 1234.50 TO NC246A-SRC-AMT.
           MOVE NC246A-SRC-AMT TO NC246A-ED-CURR.
           MOVE ZERO TO NC246A-DE-AMT.
           MOVE NC246A-ED-CURR TO NC246A-DE-AMT.
           MOVE NC246A-DE-AMT TO NC246A-DE-DISP.
           MOVE NC246A-DE-DISP TO COMPUTED-A.
           MOVE '  1234.50' TO CORRECT-A.
           IF NC246A-DE-AMT IS EQUAL TO 1234.50
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       DE-EDIT-TEST-02.
           MOVE 'DE-EDIT MOVE' TO FEATURE.
           MOVE 'DE-EDIT-TEST-02' TO PAR-NAME.
           MOVE 'CR RESTORES NEGATIVE SIGN' TO RE-MARK.
           MOVE -25 TO NC246A-SRC-AMT.
           MOVE NC246A-SRC-AMT TO NC246A-ED-CR.
           MOVE ZERO TO NC246A-DE-AMT.
           MOVE NC246A-ED-CR TO NC246A-DE-AMT.
           MOVE NC246A-DE-AMT TO NC246A-DE-DISP.
           MOVE NC246A-DE-DISP TO COMPUTED-A.
           MOVE '   -25.00' TO CORRECT-A.
           IF NC246A-DE-AMT IS EQUAL TO -25
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       DE-EDIT-TEST-03.
           MOVE 'DE-EDIT MOVE' TO FEATURE.
           MOVE 'DE-EDIT-TEST-03' TO PAR-NAME.
           MOVE 'FROM CHECK-PROTECT *' TO RE-MARK.
           MOVE 12.34 TO NC246A-SRC-AMT.
           MOVE NC246A-SRC-AMT TO NC246A-ED-CHECK.
           MOVE ZERO TO NC246A-DE-AMT.
           MOVE NC246A-ED-CHECK TO NC246A-DE-AMT.
           MOVE NC246A-DE-AMT TO NC246A-DE-DISP.
           MOVE NC246A-DE-DISP TO COMPUTED-A.
           MOVE '    12.34' TO CORRECT-A.
           IF NC246A-DE-AMT IS EQUAL TO 12.34
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       DE-EDIT-TEST-04.
           MOVE 'DE-EDIT MOVE' TO FEATURE.
           MOVE 'DE-EDIT-TEST-04' TO PAR-NAME.
           MOVE 'FLOATING MINUS SIGN KEPT' TO RE-MARK.
           MOVE -12.5 TO NC246A-SRC-AMT.
           MOVE NC246A-SRC-AMT TO NC246A-ED-MINUS.
           MOVE ZERO TO NC246A-DE-AMT.
           MOVE NC246A-ED-MINUS TO NC246A-DE-AMT.
           MOVE NC246A-DE-AMT TO NC246A-DE-DISP.
           MOVE NC246A-DE-DISP TO COMPUTED-A.
           MOVE '   -12.50' TO CORRECT-A.
           IF NC246A-DE-AMT IS EQUAL TO -12.5
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       DE-EDIT-TEST-05.
           MOVE 'DE-EDIT MOVE' TO FEATURE.
           MOVE 'DE-EDIT-TEST-05' TO PAR-NAME.
           MOVE 'DB RESTORES NEGATIVE SIGN' TO RE-MARK.
           MOVE -25 TO NC246A-SRC-AMT.
           MOVE NC246A-SRC-AMT TO NC246A-ED-DB.
           MOVE ZERO TO NC246A-DE-AMT.
           MOVE NC246A-ED-DB TO NC246A-DE-AMT.
           MOVE NC246A-DE-AMT TO NC246A-DE-DISP.
           MOVE NC246A-DE-DISP TO COMPUTED-A.
           MOVE '   -25.00' TO CORRECT-A.
           IF NC246A-DE-AMT IS EQUAL TO -25
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

       NC246A-SUPPORT SECTION.
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
