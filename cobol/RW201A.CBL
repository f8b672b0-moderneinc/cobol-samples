000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           RW201A.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO PRINTER
               ORGANIZATION IS SEQUENTIAL.
           SELECT RW-FS1 ASSIGN TO RWFS1
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RW201A-FS1-STATUS.
           SELECT RW-REPORT-FILE ASSIGN TO RWRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT RW-REPORT-IN ASSIGN TO RWRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRINT-REC DUMMY-RECORD.
       01  PRINT-REC               PIC X(120).
       01  DUMMY-RECORD            PIC X(120).

      * The report input: fixed 120-character records in the SQ-FS1
      * FILE-RECORD-INFO shape, read into RW201A-IN-REC below.  The
      * file name (7-12) is the major control and the record name
      * (21-26) the minor; the record number (36-41) is the field
      * the SUM counters total.
       FD  RW-FS1
           LABEL RECORDS ARE STANDARD.
       01  RW-FS1R1-F-G-120        PIC X(120).

      * The Report Writer's own output.  The same dataset is read
      * back through RW-REPORT-IN once the report is terminated, so
      * every line the RD produced is checked, not just the counters.
       FD  RW-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           REPORT IS RW201A-REPORT.

       FD  RW-REPORT-IN
           LABEL RECORDS ARE STANDARD.
       01  RW-REPORT-IN-REC.
           02 RW-RPT-TAG           PIC X(2).
           02 FILLER               PIC X(2).
           02 RW-RPT-GROUP-IND     PIC X(6).
           02 FILLER               PIC X(15).
           02 RW-RPT-AMOUNT        PIC ZZZZZ9.
           02 FILLER               PIC X(89).

       WORKING-STORAGE SECTION.
       77  RW201A-FS1-STATUS       PIC XX VALUE '00'.
       77  RW201A-REC-NO           PIC 9(4) VALUE ZERO.
       77  RW201A-FILE-SUB         PIC 9(1) VALUE ZERO.
       77  RW201A-RECNAME-SUB      PIC 9(1) VALUE ZERO.
       77  RW201A-REC-SUB          PIC 9(1) VALUE ZERO.
       77  RW201A-GROUP-SUB        PIC 9(1) VALUE ZERO.
       77  RW201A-READ-CNT         PIC 9(4) VALUE ZERO.
       77  RW201A-GENERATE-CNT     PIC 9(4) VALUE ZERO.
       77  RW201A-INIT-PAGE        PIC 9(4) VALUE ZERO.
       77  RW201A-INIT-LINE        PIC 9(4) VALUE ZERO.
       77  RW201A-FINAL-PAGE       PIC 9(4) VALUE ZERO.
       77  RW201A-EXP-FINAL        PIC 9(6) VALUE ZERO.
       77  RW201A-GOT-FINAL        PIC 9(6) VALUE ZERO.
       77  RW201A-MINOR-SEEN       PIC 9(2) VALUE ZERO.
       77  RW201A-MINOR-ERRS       PIC 9(2) VALUE ZERO.
       77  RW201A-PRINTED-AMT      PIC 9(6) VALUE ZERO.
       01  RW201A-EOF-SW           PIC X(3) VALUE 'NO'.
           88 RW201A-AT-EOF              VALUE 'YES'.

      * Line-type counts taken from the printed report on read-back.
      * Every report group prints a two-character tag in columns 1-2
      * so the read-back knows what each line is.
       77  RW201A-RPT-LINES        PIC 9(4) VALUE ZERO.
       77  RW201A-RH-CNT           PIC 9(4) VALUE ZERO.
       77  RW201A-PH-CNT           PIC 9(4) VALUE ZERO.
       77  RW201A-CH-CNT           PIC 9(4) VALUE ZERO.
       77  RW201A-DE-CNT           PIC 9(4) VALUE ZERO.
       77  RW201A-C1-CNT           PIC 9(4) VALUE ZERO.
       77  RW201A-C1-ERRS          PIC 9(4) VALUE ZERO.
       77  RW201A-C2-CNT           PIC 9(4) VALUE ZERO.
       77  RW201A-C2-ERRS          PIC 9(4) VALUE ZERO.
       77  RW201A-CF-FINAL-CNT     PIC 9(4) VALUE ZERO.
       77  RW201A-PF-CNT           PIC 9(4) VALUE ZERO.
       77  RW201A-RF-CNT           PIC 9(4) VALUE ZERO.
       77  RW201A-GI-ERRS          PIC 9(4) VALUE ZERO.
       77  RW201A-DE-ON-PAGE       PIC 9(4) VALUE ZERO.
       77  RW201A-DE-PAGE-MAX      PIC 9(4) VALUE ZERO.
       77  RW201A-AFTER-RF-CNT     PIC 9(4) VALUE ZERO.
       01  RW201A-EXPECT-GI-SW     PIC X(3) VALUE 'NO'.
           88 RW201A-EXPECT-GI           VALUE 'YES'.

      * The current input record, in the SQ-FS1 FILE-RECORD-INFO
      * shape.  The CONTROLS and SOURCE clauses name these fields.
       01  RW201A-IN-REC.
           02 FILLER               PIC X(5).
           02 RW-XFILE-NAME        PIC X(6).
           02 FILLER               PIC X(8).
           02 RW-XRECORD-NAME      PIC X(6).
           02 FILLER               PIC X(1).
           02 RW-REELUNIT-NUMBER   PIC 9(1).
           02 FILLER               PIC X(7).
           02 RW-XRECORD-NUMBER    PIC 9(6).
           02 FILLER               PIC X(6).
           02 RW-UPDATE-NUMBER     PIC 9(2).
           02 FILLER               PIC X(5).
           02 RW-ODO-NUMBER        PIC 9(4).
           02 FILLER               PIC X(5).
           02 RW-XPROGRAM-NAME     PIC X(5).
           02 FILLER               PIC X(7).
           02 RW-XRECORD-LENGTH    PIC 9(6).
           02 FILLER               PIC X(7).
           02 RW-CHARS-OR-RECORDS  PIC X(2).
           02 FILLER               PIC X(1).
           02 RW-XBLOCK-SIZE       PIC 9(4).
           02 FILLER               PIC X(6).
           02 RW-RECORDS-IN-FILE   PIC 9(6).
           02 FILLER               PIC X(5).
           02 RW-XFILE-ORGANIZATION PIC X(2).
           02 FILLER               PIC X(6).
           02 RW-XLABEL-TYPE       PIC X(1).

      * Control values the builder cycles through, and the minor-
      * and major-level totals it expects the SUM counters to reach.
       01  RW201A-FILE-NAMES       PIC X(18) VALUE
           'SQ-FS1SQ-FS2SQ-FS3'.
       01  RW201A-FILE-NAME-TBL REDEFINES RW201A-FILE-NAMES.
           02 RW201A-FILE-NAME     PIC X(6) OCCURS 3 TIMES.
       01  RW201A-REC-NAMES        PIC X(12) VALUE
           'R1-F-GR2-F-G'.
       01  RW201A-REC-NAME-TBL REDEFINES RW201A-REC-NAMES.
           02 RW201A-REC-NAME      PIC X(6) OCCURS 2 TIMES.
       01  RW201A-EXP-MINOR-TBL.
           02 RW201A-EXP-MINOR     PIC 9(6) OCCURS 6 TIMES.
       01  RW201A-EXP-MAJOR-TBL.
           02 RW201A-EXP-MAJOR     PIC 9(6) OCCURS 3 TIMES.

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
       01  CCVS-PGM-ID             PIC X(9) VALUE 'RW201A   '.

      * The certified report.  Thirty-line pages with the body
      * confined to lines 5-20 so 37 body lines overflow onto at
      * least three pages; two control levels below FINAL; SUM at
      * the minor footing, sum-of-sums at the major footing and
      * again at FINAL.  Tags in columns 1-2: RH report heading,
      * PH page heading, CH control heading, DE detail, C2 minor
      * footing, C1 major footing, CT final footing, PF page
      * footing, RF report footing.
       REPORT SECTION.
       RD  RW201A-REPORT
           CONTROLS ARE FINAL RW-XFILE-NAME RW-XRECORD-NAME
           PAGE LIMIT IS 30 LINES
           HEADING 1
           FIRST DETAIL 5
           LAST DETAIL 20
           FOOTING 26.

       01  TYPE IS REPORT HEADING.
           02 LINE 1.
              03 COLUMN 1          PIC X(2) VALUE 'RH'.
              03 COLUMN 5          PIC X(40) VALUE
                 'REPORT WRITER CERTIFICATION - RW201A'.

       01  TYPE IS PAGE HEADING.
           02 LINE 2.
              03 COLUMN 1          PIC X(2) VALUE 'PH'.
              03 COLUMN 5          PIC X(4) VALUE 'FILE'.
              03 COLUMN 14         PIC X(6) VALUE 'RECORD'.
              03 COLUMN 26         PIC X(6) VALUE 'NUMBER'.
              03 COLUMN 40         PIC X(4) VALUE 'PAGE'.
              03 COLUMN 45         PIC ZZZ9 SOURCE PAGE-COUNTER.

       01  TYPE IS CONTROL HEADING RW-XFILE-NAME.
           02 LINE PLUS 1.
              03 COLUMN 1          PIC X(2) VALUE 'CH'.
              03 COLUMN 5          PIC X(6) SOURCE RW-XFILE-NAME.
              03 COLUMN 14         PIC X(12) VALUE 'FILE START'.

       01  RW201A-DETAIL TYPE IS DETAIL.
           02 LINE PLUS 1.
              03 COLUMN 1          PIC X(2) VALUE 'DE'.
              03 COLUMN 5          PIC X(6) SOURCE RW-XFILE-NAME
                                   GROUP INDICATE.
              03 COLUMN 14         PIC X(6) SOURCE RW-XRECORD-NAME.
              03 COLUMN 26         PIC ZZZZZ9
                                   SOURCE RW-XRECORD-NUMBER.

       01  RW201A-CF-MINOR TYPE IS CONTROL FOOTING RW-XRECORD-NAME.
           02 LINE PLUS 1.
              03 COLUMN 1          PIC X(2) VALUE 'C2'.
              03 COLUMN 14         PIC X(6) SOURCE RW-XRECORD-NAME.
              03 RW201A-MINOR-SUM COLUMN 26 PIC ZZZZZ9
                                   SUM RW-XRECORD-NUMBER.

       01  RW201A-CF-MAJOR TYPE IS CONTROL FOOTING RW-XFILE-NAME.
           02 LINE PLUS 1.
              03 COLUMN 1          PIC X(2) VALUE 'C1'.
              03 COLUMN 5          PIC X(6) SOURCE RW-XFILE-NAME.
              03 RW201A-MAJOR-SUM COLUMN 26 PIC ZZZZZ9
                                   SUM RW201A-MINOR-SUM.

       01  RW201A-CF-FINAL TYPE IS CONTROL FOOTING FINAL.
           02 LINE PLUS 1.
              03 COLUMN 1          PIC X(2) VALUE 'CT'.
              03 COLUMN 5          PIC X(12) VALUE 'FINAL TOTAL'.
              03 RW201A-FINAL-SUM COLUMN 26 PIC ZZZZZ9
                                   SUM RW201A-MAJOR-SUM.

       01  RW201A-PF TYPE IS PAGE FOOTING.
           02 LINE 28.
              03 COLUMN 1          PIC X(2) VALUE 'PF'.
              03 COLUMN 5          PIC X(12) VALUE 'END OF PAGE'.
              03 COLUMN 20         PIC ZZZ9 SOURCE PAGE-COUNTER.

       01  TYPE IS REPORT FOOTING.
           02 LINE PLUS 1.
              03 COLUMN 1          PIC X(2) VALUE 'RF'.
              03 COLUMN 5          PIC X(14) VALUE 'END OF REPORT'.

       PROCEDURE DIVISION.
       DECLARATIVES.

      * The minor footing's declarative runs once per minor control
      * break, before the group is printed; the control value it
      * sees must be the one the footing is closing.
       RW201A-MINOR-CHECK SECTION.
           USE BEFORE REPORTING RW201A-CF-MINOR.
       RW201A-MINOR-CHECK-PARA.
           ADD 1 TO RW201A-MINOR-SEEN.
           IF RW201A-MINOR-SEEN IS GREATER THAN 6
               ADD 1 TO RW201A-MINOR-ERRS
           ELSE
               IF RW201A-MINOR-SEEN IS EQUAL TO 1
                 AND RW-XRECORD-NAME NOT EQUAL TO 'R1-F-G'
                   ADD 1 TO RW201A-MINOR-ERRS.
       END DECLARATIVES.

       RW201A-MAIN SECTION.

      * Report Writer certification.  SQ208M and SQ401M prove LINAGE
      * by hand and CERTPAGE builds its footings paragraph by
      * paragraph; nothing proved the REPORT SECTION itself.  This
      * program builds an SQ-FS1-shaped input of 24 records (three
      * file names, two record names each, four records apiece),
      * drives an RD with two control levels through INITIATE,
      * GENERATE and TERMINATE, then reads the printed report back
      * and checks the line counts, page structure and GROUP
      * INDICATE behaviour line by line, de-editing each printed
      * total against the totals the builder computed independently.
       OPEN-FILES.
           OPEN OUTPUT PRINT-FILE.
           MOVE CCVS-PGM-ID TO TEST-ID ID-AGAIN.
           MOVE SPACE TO TEST-RESULTS.
           MOVE CCVS-H-2B TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING PAGE.
           MOVE CCVS-C-1 TO PRINT-REC.
           WRITE PRINT-REC AFTER 2 LINES.
           MOVE HYPHEN-LINE TO PRINT-REC.
           PERFORM WRITE-LINE.
       BUILD-RW-INPUT.
           MOVE ZERO TO RW201A-EXP-MINOR (1) RW201A-EXP-MINOR (2)
               RW201A-EXP-MINOR (3) RW201A-EXP-MINOR (4)
               RW201A-EXP-MINOR (5) RW201A-EXP-MINOR (6)
               RW201A-EXP-MAJOR (1) RW201A-EXP-MAJOR (2)
               RW201A-EXP-MAJOR (3).
           OPEN OUTPUT RW-FS1.
           MOVE ZERO TO RW201A-FILE-SUB.
           PERFORM BUILD-ONE-FILE-GROUP 3 TIMES.
           CLOSE RW-FS1.
       INITIATE-TEST-01.
           MOVE 'RW INITIATE' TO FEATURE.
           MOVE 'INITIATE-TEST-01' TO PAR-NAME.
           MOVE 'PAGE-COUNTER 1 LINE-COUNTER 0' TO RE-MARK.
           OPEN INPUT RW-FS1
               OUTPUT RW-REPORT-FILE.
           INITIATE RW201A-REPORT.
           MOVE PAGE-COUNTER TO RW201A-INIT-PAGE.
           MOVE LINE-COUNTER TO RW201A-INIT-LINE.
           STRING RW201A-INIT-PAGE '/' RW201A-INIT-LINE
               DELIMITED BY SIZE INTO COMPUTED-A.
           MOVE '0001/0000' TO CORRECT-A.
           IF RW201A-INIT-PAGE IS EQUAL TO 1
             AND RW201A-INIT-LINE IS EQUAL TO ZERO
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       GENERATE-TEST-01.
           MOVE 'RW GENERATE' TO FEATURE.
           MOVE 'GENERATE-TEST-01' TO PAR-NAME.
           MOVE 'ONE GENERATE PER INPUT RECORD' TO RE-MARK.
           MOVE 'NO' TO RW201A-EOF-SW.
           PERFORM GENERATE-ONE-DETAIL UNTIL RW201A-AT-EOF.
           TERMINATE RW201A-REPORT.
           MOVE PAGE-COUNTER TO RW201A-FINAL-PAGE.
           CLOSE RW-FS1 RW-REPORT-FILE.
           MOVE RW201A-GENERATE-CNT TO COMPUTED-A.
           MOVE '0024' TO CORRECT-A.
           IF RW201A-GENERATE-CNT IS EQUAL TO 24
             AND RW201A-READ-CNT IS EQUAL TO 24
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       USE-REPORTING-TEST-01.
           MOVE 'RW USE BEFORE RPTG' TO FEATURE.
           MOVE 'USE-RPTG-TEST-01' TO PAR-NAME.
           MOVE 'RAN ONCE PER MINOR BREAK' TO RE-MARK.
           STRING RW201A-MINOR-SEEN '/' RW201A-MINOR-ERRS
               DELIMITED BY SIZE INTO COMPUTED-A.
           MOVE '06/00' TO CORRECT-A.
           IF RW201A-MINOR-SEEN IS EQUAL TO 6
             AND RW201A-MINOR-ERRS IS EQUAL TO ZERO
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       READ-BACK-REPORT.
           MOVE 'NO' TO RW201A-EOF-SW.
           OPEN INPUT RW-REPORT-IN.
           PERFORM CLASSIFY-REPORT-LINE UNTIL RW201A-AT-EOF.
           CLOSE RW-REPORT-IN.
           PERFORM CLOSE-PAGE-DETAIL-COUNT.
       SUM-TEST-01.
           MOVE 'RW SUM MINOR CF' TO FEATURE.
           MOVE 'SUM-TEST-01' TO PAR-NAME.
           MOVE 'PRINTED MINOR = BUILT TOTALS' TO RE-MARK.
           MOVE RW201A-C2-ERRS TO COMPUTED-A.
           MOVE '0000' TO CORRECT-A.
           IF RW201A-C2-ERRS IS EQUAL TO ZERO
             AND RW201A-C2-CNT IS EQUAL TO 6
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       SUM-TEST-02.
           MOVE 'RW SUM OF SUM' TO FEATURE.
           MOVE 'SUM-TEST-02' TO PAR-NAME.
           MOVE 'MAJOR CF SUMS THE MINOR COUNTER' TO RE-MARK.
           MOVE RW201A-C1-ERRS TO COMPUTED-A.
           MOVE '0000' TO CORRECT-A.
           IF RW201A-C1-ERRS IS EQUAL TO ZERO
             AND RW201A-C1-CNT IS EQUAL TO 3
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       SUM-TEST-03.
           MOVE 'RW SUM FINAL' TO FEATURE.
           MOVE 'SUM-TEST-03' TO PAR-NAME.
           MOVE RW201A-GOT-FINAL TO COMPUTED-A.
           MOVE RW201A-EXP-FINAL TO CORRECT-A.
           IF RW201A-GOT-FINAL IS EQUAL TO RW201A-EXP-FINAL
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       DETAIL-TEST-01.
           MOVE 'RW DETAIL LINES' TO FEATURE.
           MOVE 'DETAIL-TEST-01' TO PAR-NAME.
           MOVE 'DE LINES ON THE PRINTED REPORT' TO RE-MARK.
           MOVE RW201A-DE-CNT TO COMPUTED-A.
           MOVE '0024' TO CORRECT-A.
           IF RW201A-DE-CNT IS EQUAL TO 24
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       CONTROL-HEAD-TEST-01.
           MOVE 'RW CONTROL HEADING' TO FEATURE.
           MOVE 'CONTROL-HEAD-TEST-01' TO PAR-NAME.
           MOVE 'ONE PER MAJOR CONTROL VALUE' TO RE-MARK.
           MOVE RW201A-CH-CNT TO COMPUTED-A.
           MOVE '0003' TO CORRECT-A.
           IF RW201A-CH-CNT IS EQUAL TO 3
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       CONTROL-FOOT-TEST-01.
           MOVE 'RW CONTROL FOOTING' TO FEATURE.
           MOVE 'CONTROL-FOOT-TEST-01' TO PAR-NAME.
           MOVE 'MINOR-LEVEL FOOTINGS PRINTED' TO RE-MARK.
           MOVE RW201A-C2-CNT TO COMPUTED-A.
           MOVE '0006' TO CORRECT-A.
           IF RW201A-C2-CNT IS EQUAL TO 6
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       CONTROL-FOOT-TEST-02.
           MOVE 'RW CONTROL FOOTING' TO FEATURE.
           MOVE 'CONTROL-FOOT-TEST-02' TO PAR-NAME.
           MOVE 'MAJOR-LEVEL FOOTINGS PRINTED' TO RE-MARK.
           MOVE RW201A-C1-CNT TO COMPUTED-A.
           MOVE '0003' TO CORRECT-A.
           IF RW201A-C1-CNT IS EQUAL TO 3
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       CONTROL-FOOT-TEST-03.
           MOVE 'RW CONTROL FOOTING' TO FEATURE.
           MOVE 'CONTROL-FOOT-TEST-03' TO PAR-NAME.
           MOVE 'FINAL FOOTING PRINTED ONCE' TO RE-MARK.
           MOVE RW201A-CF-FINAL-CNT TO COMPUTED-A.
           MOVE '0001' TO CORRECT-A.
           IF RW201A-CF-FINAL-CNT IS EQUAL TO 1
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       GROUP-INDICATE-TEST-01.
           MOVE 'RW GROUP INDICATE' TO FEATURE.
           MOVE 'GROUP-IND-TEST-01' TO PAR-NAME.
           MOVE 'FIRST DETAIL OF GROUP/PAGE ONLY' TO RE-MARK.
           MOVE RW201A-GI-ERRS TO COMPUTED-A.
           MOVE '0000' TO CORRECT-A.
           IF RW201A-GI-ERRS IS EQUAL TO ZERO
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       PAGE-HEAD-TEST-01.
           MOVE 'RW PAGE HEADING' TO FEATURE.
           MOVE 'PAGE-HEAD-TEST-01' TO PAR-NAME.
           MOVE 'ONE PAGE HEADING PER PAGE' TO RE-MARK.
           STRING RW201A-PH-CNT '/' RW201A-FINAL-PAGE
               DELIMITED BY SIZE INTO COMPUTED-A.
           MOVE 'PH COUNT = PAGES' TO CORRECT-A.
           IF RW201A-PH-CNT IS EQUAL TO RW201A-FINAL-PAGE
             AND RW201A-FINAL-PAGE IS GREATER THAN 2
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       PAGE-FOOT-TEST-01.
           MOVE 'RW PAGE FOOTING' TO FEATURE.
           MOVE 'PAGE-FOOT-TEST-01' TO PAR-NAME.
           MOVE 'ONE PAGE FOOTING PER PAGE' TO RE-MARK.
           STRING RW201A-PF-CNT '/' RW201A-FINAL-PAGE
               DELIMITED BY SIZE INTO COMPUTED-A.
           MOVE 'PF COUNT = PAGES' TO CORRECT-A.
           IF RW201A-PF-CNT IS EQUAL TO RW201A-FINAL-PAGE
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       PAGE-LIMIT-TEST-01.
           MOVE 'RW LAST DETAIL' TO FEATURE.
           MOVE 'PAGE-LIMIT-TEST-01' TO PAR-NAME.
           MOVE 'MOST DETAIL LINES ON ONE PAGE' TO RE-MARK.
           MOVE RW201A-DE-PAGE-MAX TO COMPUTED-A.
           MOVE 'NOT OVER 0016' TO CORRECT-A.
           IF RW201A-DE-PAGE-MAX IS GREATER THAN ZERO
             AND RW201A-DE-PAGE-MAX IS NOT GREATER THAN 16
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       TERMINATE-TEST-01.
           MOVE 'RW TERMINATE' TO FEATURE.
           MOVE 'TERMINATE-TEST-01' TO PAR-NAME.
           MOVE 'RH FIRST, RF ONCE AND LAST' TO RE-MARK.
           STRING RW201A-RH-CNT '/' RW201A-RF-CNT '/'
               RW201A-AFTER-RF-CNT
               DELIMITED BY SIZE INTO COMPUTED-A.
           MOVE '0001/0001/0000' TO CORRECT-A.
           IF RW201A-RH-CNT IS EQUAL TO 1
             AND RW201A-RF-CNT IS EQUAL TO 1
             AND RW201A-AFTER-RF-CNT IS EQUAL TO ZERO
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       CLOSE-FILES.
           PERFORM END-ROUTINE.
           CLOSE PRINT-FILE.
           IF ERROR-COUNTER IS NOT EQUAL TO ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE.
           STOP RUN.

       RW201A-SUPPORT SECTION.

      * Input builder: for each file name, both record names, four
      * records apiece, numbered 1 through 24 across the file.  The
      * record number is the summed field, so the minor totals run
      * 10, 26, 42, 58, 74, 90 and the final total is 300.
       BUILD-ONE-FILE-GROUP.
           ADD 1 TO RW201A-FILE-SUB.
           MOVE ZERO TO RW201A-RECNAME-SUB.
           PERFORM BUILD-ONE-RECNAME-GROUP 2 TIMES.

       BUILD-ONE-RECNAME-GROUP.
           ADD 1 TO RW201A-RECNAME-SUB.
           COMPUTE RW201A-GROUP-SUB =
               (RW201A-FILE-SUB - 1) * 2 + RW201A-RECNAME-SUB.
           MOVE ZERO TO RW201A-REC-SUB.
           PERFORM BUILD-ONE-INPUT-RECORD 4 TIMES.

       BUILD-ONE-INPUT-RECORD.
           ADD 1 TO RW201A-REC-SUB.
           ADD 1 TO RW201A-REC-NO.
           MOVE SPACES TO RW201A-IN-REC.
           MOVE RW201A-FILE-NAME (RW201A-FILE-SUB) TO RW-XFILE-NAME.
           MOVE RW201A-REC-NAME (RW201A-RECNAME-SUB)
               TO RW-XRECORD-NAME.
           MOVE 1 TO RW-REELUNIT-NUMBER.
           MOVE RW201A-REC-NO TO RW-XRECORD-NUMBER.
           MOVE ZERO TO RW-UPDATE-NUMBER RW-ODO-NUMBER.
           MOVE 'RW201' TO RW-XPROGRAM-NAME.
           MOVE 120 TO RW-XRECORD-LENGTH.
           MOVE 'RC' TO RW-CHARS-OR-RECORDS.
           MOVE 1 TO RW-XBLOCK-SIZE.
           MOVE 24 TO RW-RECORDS-IN-FILE.
           MOVE 'SQ' TO RW-XFILE-ORGANIZATION.
           MOVE 'S' TO RW-XLABEL-TYPE.
           MOVE RW201A-IN-REC TO RW-FS1R1-F-G-120.
           WRITE RW-FS1R1-F-G-120.
           ADD RW201A-REC-NO TO RW201A-EXP-MINOR (RW201A-GROUP-SUB).
           ADD RW201A-REC-NO TO RW201A-EXP-MAJOR (RW201A-FILE-SUB).
           ADD RW201A-REC-NO TO RW201A-EXP-FINAL.

       GENERATE-ONE-DETAIL.
           READ RW-FS1 INTO RW201A-IN-REC
               AT END SET RW201A-AT-EOF TO TRUE.
           IF NOT RW201A-AT-EOF
               ADD 1 TO RW201A-READ-CNT
               GENERATE RW201A-DETAIL
               ADD 1 TO RW201A-GENERATE-CNT.

      * Read-back: a page heading opens a new page (closing out the
      * previous page's detail count).  A page heading, a control
      * heading or a control footing means the next detail line
      * must carry the group-indicated file name; every other
      * detail line must leave it blank.
       CLASSIFY-REPORT-LINE.
           READ RW-REPORT-IN
               AT END SET RW201A-AT-EOF TO TRUE.
           IF NOT RW201A-AT-EOF
               IF RW-RPT-TAG NOT EQUAL TO SPACE
                   ADD 1 TO RW201A-RPT-LINES
                   IF RW201A-RF-CNT IS GREATER THAN ZERO
                       ADD 1 TO RW201A-AFTER-RF-CNT
                   END-IF
                   PERFORM COUNT-ONE-TAGGED-LINE.

       COUNT-ONE-TAGGED-LINE.
           IF RW-RPT-TAG EQUAL TO 'RH'
               ADD 1 TO RW201A-RH-CNT
           ELSE IF RW-RPT-TAG EQUAL TO 'PH'
               PERFORM CLOSE-PAGE-DETAIL-COUNT
               ADD 1 TO RW201A-PH-CNT
               SET RW201A-EXPECT-GI TO TRUE
           ELSE IF RW-RPT-TAG EQUAL TO 'CH'
               ADD 1 TO RW201A-CH-CNT
               SET RW201A-EXPECT-GI TO TRUE
           ELSE IF RW-RPT-TAG EQUAL TO 'DE'
               ADD 1 TO RW201A-DE-CNT
               ADD 1 TO RW201A-DE-ON-PAGE
               PERFORM CHECK-GROUP-INDICATE
           ELSE IF RW-RPT-TAG EQUAL TO 'C2'
               PERFORM CHECK-MINOR-TOTAL
               SET RW201A-EXPECT-GI TO TRUE
           ELSE IF RW-RPT-TAG EQUAL TO 'C1'
               PERFORM CHECK-MAJOR-TOTAL
               SET RW201A-EXPECT-GI TO TRUE
           ELSE IF RW-RPT-TAG EQUAL TO 'CT'
               ADD 1 TO RW201A-CF-FINAL-CNT
               MOVE RW-RPT-AMOUNT TO RW201A-GOT-FINAL
           ELSE IF RW-RPT-TAG EQUAL TO 'PF'
               ADD 1 TO RW201A-PF-CNT
           ELSE IF RW-RPT-TAG EQUAL TO 'RF'
               ADD 1 TO RW201A-RF-CNT
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      * The printed totals are de-edited and checked against the
      * totals the builder computed on its own: the sum-of-sums at
      * the major footing proves the minor counters rolled forward
      * before they were reset.
       CHECK-MINOR-TOTAL.
           ADD 1 TO RW201A-C2-CNT.
           MOVE RW-RPT-AMOUNT TO RW201A-PRINTED-AMT.
           IF RW201A-C2-CNT IS GREATER THAN 6
               ADD 1 TO RW201A-C2-ERRS
           ELSE
               IF RW201A-PRINTED-AMT IS NOT EQUAL TO
                       RW201A-EXP-MINOR (RW201A-C2-CNT)
                   ADD 1 TO RW201A-C2-ERRS.

       CHECK-MAJOR-TOTAL.
           ADD 1 TO RW201A-C1-CNT.
           MOVE RW-RPT-AMOUNT TO RW201A-PRINTED-AMT.
           IF RW201A-C1-CNT IS GREATER THAN 3
               ADD 1 TO RW201A-C1-ERRS
           ELSE
               IF RW201A-PRINTED-AMT IS NOT EQUAL TO
                       RW201A-EXP-MAJOR (RW201A-C1-CNT)
                   ADD 1 TO RW201A-C1-ERRS.

       CHECK-GROUP-INDICATE.
           IF RW201A-EXPECT-GI
               IF RW-RPT-GROUP-IND EQUAL TO SPACE
                   ADD 1 TO RW201A-GI-ERRS
               END-IF
           ELSE
               IF RW-RPT-GROUP-IND NOT EQUAL TO SPACE
                   ADD 1 TO RW201A-GI-ERRS.
           MOVE 'NO' TO RW201A-EXPECT-GI-SW.

       CLOSE-PAGE-DETAIL-COUNT.
           IF RW201A-DE-ON-PAGE IS GREATER THAN RW201A-DE-PAGE-MAX
               MOVE RW201A-DE-ON-PAGE TO RW201A-DE-PAGE-MAX.
           MOVE ZERO TO RW201A-DE-ON-PAGE.

       PASS.
           MOVE 'PASS ' TO P-OR-F.
           ADD 1 TO PASS-COUNTER.
       FAIL.
           MOVE 'FAIL*' TO P-OR-F.
           ADD 1 TO ERROR-COUNTER.
       PRINT-DETAIL.
           MOVE TEST-RESULTS TO PRINT-REC.
           PERFORM WRITE-LINE.
           MOVE SPACE TO P-OR-F COMPUTED-A CORRECT-A
               RE-MARK FEATURE.
       WRITE-LINE.
           WRITE PRINT-REC AFTER ADVANCING 1 LINE.

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
