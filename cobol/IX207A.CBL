000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           IX207A.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO PRINTER
               ORGANIZATION IS SEQUENTIAL.
           SELECT IX-VS1 ASSIGN TO IXVS1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IX-VS1-KEY
               FILE STATUS IS IX207A-VS1-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRINT-REC DUMMY-RECORD.
       01  PRINT-REC               PIC X(120).
       01  DUMMY-RECORD            PIC X(120).

      * The suite's first variable-length indexed file.  IX-FD1 is
      * a fixed 240; IX-VS1 carries RECORD IS VARYING from 30 to 240
      * and three record types under the one FD, laid out the way
      * the application masters are: the key in columns 1-10 of
      * every type, then a type code and the record's own length.
      *   H  header, 30 characters
      *   D  detail, 120 characters
      *   X  extension, 240 characters
       FD  IX-VS1
           LABEL RECORDS ARE STANDARD
           RECORD IS VARYING IN SIZE FROM 30 TO 240 CHARACTERS
               DEPENDING ON IX207A-REC-LEN
           DATA RECORDS ARE IX-VS1-HDR IX-VS1-DTL IX-VS1-EXT.
       01  IX-VS1-HDR.
           02 IX-VS1-KEY           PIC X(10).
           02 IX-VS1-TYPE          PIC X.
           02 IX-VS1-LEN           PIC 9(3).
           02 IX-VS1-HDR-TEXT      PIC X(16).
       01  IX-VS1-DTL.
           02 FILLER               PIC X(14).
           02 IX-VS1-DTL-AMT       PIC S9(7)V99.
           02 IX-VS1-DTL-TEXT      PIC X(97).
       01  IX-VS1-EXT.
           02 FILLER               PIC X(14).
           02 IX-VS1-EXT-TEXT      PIC X(226).

       WORKING-STORAGE SECTION.
       77  IX207A-VS1-STATUS       PIC XX VALUE '00'.
       77  IX207A-REC-LEN          PIC 9(3) VALUE ZERO.
       77  IX207A-OLD-LEN          PIC 9(3) VALUE ZERO.
       77  IX207A-REC-NO           PIC 9(4) VALUE ZERO.
       77  IX207A-TYPE-SUB         PIC 9(1) VALUE ZERO.
       77  IX207A-WRITE-CNT        PIC 9(4) VALUE ZERO.
       77  IX207A-WRITE-ERRS       PIC 9(4) VALUE ZERO.
       77  IX207A-READ-CNT         PIC 9(4) VALUE ZERO.
       77  IX207A-LEN-ERR-CNT      PIC 9(4) VALUE ZERO.
       77  IX207A-NOT-FOUND-CNT    PIC 9(4) VALUE ZERO.
       01  IX207A-EOF-SW           PIC X(3) VALUE 'NO'.
           88 IX207A-AT-EOF              VALUE 'YES'.
       01  IX207A-KEY-WORK.
           02 FILLER               PIC X(6) VALUE 'IX207A'.
           02 IX207A-KEY-NO        PIC 9(4) VALUE ZERO.
       01  IX207A-STATUS-LINE.
           02 FILLER               PIC X(7) VALUE 'STATUS '.
           02 IX207A-SL-STATUS     PIC XX.
           02 FILLER               PIC X(5) VALUE ' LEN '.
           02 IX207A-SL-LEN        PIC 9(3).
           02 FILLER               PIC X(3) VALUE SPACE.

      * One entry per record type: its code, the length every
      * record of that type must come back at, and how many were
      * found on the last full pass.
       01  IX207A-TYPE-TABLE.
           02 IX207A-TYPE-ENTRY OCCURS 3 TIMES.
              03 IX207A-TT-CODE    PIC X.
              03 IX207A-TT-LEN     PIC 9(3).
              03 IX207A-TT-CNT     PIC 9(5).
       01  IX207A-DIST-LINE.
           02 FILLER               PIC X(12) VALUE
              'RECORD TYPE '.
           02 IX207A-DL-CODE       PIC X.
           02 FILLER               PIC X(10) VALUE
              '  LENGTH  '.
           02 IX207A-DL-LEN        PIC ZZ9.
           02 FILLER               PIC X(10) VALUE
              '  COUNT = '.
           02 IX207A-DL-CNT        PIC ZZZZ9.
           02 FILLER               PIC X(79) VALUE SPACE.

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
       01  CCVS-PGM-ID             PIC X(9) VALUE 'IX207A   '.

       PROCEDURE DIVISION.

      * Variable-length, multi-record-type indexed certification:
      * build IX-VS1 with thirty records cycling through the header,
      * detail and extension types, read it back sequentially and at
      * random checking every record returns at its own length, grow
      * a header into an extension and shrink an extension into a
      * header with REWRITE, position with START either side of a
      * known key and off the end of the file, DELETE one record of
      * each length, and print the record-type distribution that is
      * left.  SQ243A did this for sequential files; the masters
      * we are moving onto this compiler are indexed.
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
           MOVE 'H' TO IX207A-TT-CODE (1).
           MOVE 'D' TO IX207A-TT-CODE (2).
           MOVE 'X' TO IX207A-TT-CODE (3).
           MOVE 30 TO IX207A-TT-LEN (1).
           MOVE 120 TO IX207A-TT-LEN (2).
           MOVE 240 TO IX207A-TT-LEN (3).
       WRITE-TEST-GF-01.
           MOVE 'VARYING IX WRITE' TO FEATURE.
           MOVE 'WRITE-TEST-GF-01' TO PAR-NAME.
           MOVE 'THREE TYPES, ONE FD' TO RE-MARK.
           MOVE ZERO TO IX207A-REC-NO IX207A-TYPE-SUB.
           OPEN OUTPUT IX-VS1.
           PERFORM WRITE-ONE-VARYING-RECORD 30 TIMES.
           CLOSE IX-VS1.
           MOVE IX207A-WRITE-CNT TO COMPUTED-A.
           MOVE '0030' TO CORRECT-A.
           IF IX207A-WRITE-CNT IS EQUAL TO 30
             AND IX207A-WRITE-ERRS IS EQUAL TO ZERO
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       READ-TEST-GF-01.
           MOVE 'VARYING IX READ' TO FEATURE.
           MOVE 'READ-TEST-GF-01' TO PAR-NAME.
           MOVE 'EACH LENGTH BY TYPE' TO RE-MARK.
           PERFORM COUNT-ALL-RECORDS.
           MOVE IX207A-LEN-ERR-CNT TO COMPUTED-A.
           MOVE '0000' TO CORRECT-A.
           IF IX207A-LEN-ERR-CNT IS EQUAL TO ZERO
             AND IX207A-READ-CNT IS EQUAL TO 30
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
           OPEN I-O IX-VS1.
       READ-TEST-GF-02.
           MOVE 'VARYING IX RANDOM' TO FEATURE.
           MOVE 'READ-TEST-GF-02' TO PAR-NAME.
           MOVE 'KEY 0011, DETAIL TYPE' TO RE-MARK.
           MOVE 11 TO IX207A-REC-NO.
           PERFORM READ-BY-KEY.
           PERFORM SHOW-STATUS-AND-LEN.
           MOVE 'STATUS 00 LEN 120' TO CORRECT-A.
           IF IX207A-VS1-STATUS IS EQUAL TO '00'
             AND IX207A-REC-LEN IS EQUAL TO 120
             AND IX-VS1-TYPE IS EQUAL TO 'D'
             AND IX-VS1-DTL-AMT IS EQUAL TO 11
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       REWRITE-TEST-GF-01.
           MOVE 'REWRITE LONGER' TO FEATURE.
           MOVE 'REWRITE-TEST-GF-01' TO PAR-NAME.
           MOVE 'KEY 0004, 30 TO 240' TO RE-MARK.
           MOVE 4 TO IX207A-REC-NO.
           PERFORM READ-BY-KEY.
           MOVE IX207A-REC-LEN TO IX207A-OLD-LEN.
           MOVE 3 TO IX207A-TYPE-SUB.
           PERFORM REWRITE-BY-TYPE.
           PERFORM READ-BY-KEY.
           PERFORM SHOW-STATUS-AND-LEN.
           MOVE 'STATUS 00 LEN 240' TO CORRECT-A.
           IF IX207A-VS1-STATUS IS EQUAL TO '00'
             AND IX207A-OLD-LEN IS EQUAL TO 30
             AND IX207A-REC-LEN IS EQUAL TO 240
             AND IX-VS1-TYPE IS EQUAL TO 'X'
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       REWRITE-TEST-GF-02.
           MOVE 'REWRITE SHORTER' TO FEATURE.
           MOVE 'REWRITE-TEST-GF-02' TO PAR-NAME.
           MOVE 'KEY 0006, 240 TO 30' TO RE-MARK.
           MOVE 6 TO IX207A-REC-NO.
           PERFORM READ-BY-KEY.
           MOVE IX207A-REC-LEN TO IX207A-OLD-LEN.
           MOVE 1 TO IX207A-TYPE-SUB.
           PERFORM REWRITE-BY-TYPE.
           PERFORM READ-BY-KEY.
           PERFORM SHOW-STATUS-AND-LEN.
           MOVE 'STATUS 00 LEN 030' TO CORRECT-A.
           IF IX207A-VS1-STATUS IS EQUAL TO '00'
             AND IX207A-OLD-LEN IS EQUAL TO 240
             AND IX207A-REC-LEN IS EQUAL TO 30
             AND IX-VS1-TYPE IS EQUAL TO 'H'
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       START-TEST-GF-01.
           MOVE 'START NOT LESS' TO FEATURE.
           MOVE 'START-TEST-GF-01' TO PAR-NAME.
           MOVE 'NEXT IS KEY 0015, 240' TO RE-MARK.
           MOVE 15 TO IX207A-KEY-NO.
           MOVE IX207A-KEY-WORK TO IX-VS1-KEY.
           START IX-VS1 KEY IS NOT LESS THAN IX-VS1-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           PERFORM READ-NEXT-AFTER-START.
           PERFORM SHOW-STATUS-AND-LEN.
           MOVE 'STATUS 00 LEN 240' TO CORRECT-A.
           IF IX207A-VS1-STATUS IS EQUAL TO '00'
             AND IX-VS1-KEY IS EQUAL TO 'IX207A0015'
             AND IX207A-REC-LEN IS EQUAL TO 240
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       START-TEST-GF-02.
           MOVE 'START GREATER' TO FEATURE.
           MOVE 'START-TEST-GF-02' TO PAR-NAME.
           MOVE 'NEXT IS KEY 0016, 30' TO RE-MARK.
           MOVE 15 TO IX207A-KEY-NO.
           MOVE IX207A-KEY-WORK TO IX-VS1-KEY.
           START IX-VS1 KEY IS GREATER THAN IX-VS1-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           PERFORM READ-NEXT-AFTER-START.
           PERFORM SHOW-STATUS-AND-LEN.
           MOVE 'STATUS 00 LEN 030' TO CORRECT-A.
           IF IX207A-VS1-STATUS IS EQUAL TO '00'
             AND IX-VS1-KEY IS EQUAL TO 'IX207A0016'
             AND IX207A-REC-LEN IS EQUAL TO 30
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       START-TEST-GF-03.
           MOVE 'START PAST END' TO FEATURE.
           MOVE 'START-TEST-GF-03' TO PAR-NAME.
           MOVE 'GREATER THAN KEY 0030' TO RE-MARK.
           MOVE 30 TO IX207A-KEY-NO.
           MOVE IX207A-KEY-WORK TO IX-VS1-KEY.
           START IX-VS1 KEY IS GREATER THAN IX-VS1-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           MOVE IX207A-VS1-STATUS TO COMPUTED-A.
           MOVE '23' TO CORRECT-A.
           IF IX207A-VS1-STATUS IS EQUAL TO '23'
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       DELETE-TEST-GF-01.
           MOVE 'DELETE EACH LENGTH' TO FEATURE.
           MOVE 'DELETE-TEST-GF-01' TO PAR-NAME.
           MOVE 'KEYS 0001-0003 GONE' TO RE-MARK.
           MOVE ZERO TO IX207A-REC-NO IX207A-NOT-FOUND-CNT.
           PERFORM DELETE-ONE-RECORD 3 TIMES.
           MOVE ZERO TO IX207A-REC-NO.
           PERFORM PROBE-DELETED-RECORD 3 TIMES.
           CLOSE IX-VS1.
           MOVE IX207A-NOT-FOUND-CNT TO COMPUTED-A.
           MOVE '0003' TO CORRECT-A.
           IF IX207A-NOT-FOUND-CNT IS EQUAL TO 3
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       READ-TEST-GF-03.
           MOVE 'VARYING IX RECOUNT' TO FEATURE.
           MOVE 'READ-TEST-GF-03' TO PAR-NAME.
           MOVE 'AFTER REWRITE/DELETE' TO RE-MARK.
           PERFORM COUNT-ALL-RECORDS.
           MOVE IX207A-READ-CNT TO COMPUTED-A.
           MOVE '0027' TO CORRECT-A.
           IF IX207A-READ-CNT IS EQUAL TO 27
             AND IX207A-LEN-ERR-CNT IS EQUAL TO ZERO
             AND IX207A-TT-CNT (1) IS EQUAL TO 9
             AND IX207A-TT-CNT (2) IS EQUAL TO 9
             AND IX207A-TT-CNT (3) IS EQUAL TO 9
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       DISTRIBUTION-REPORT.
           MOVE SPACES TO PRINT-REC.
           PERFORM WRITE-LINE.
           MOVE 'RECORD-TYPE DISTRIBUTION FOR IX-VS1' TO PRINT-REC.
           PERFORM WRITE-LINE.
           MOVE ZERO TO IX207A-TYPE-SUB.
           PERFORM WRITE-ONE-DIST-LINE 3 TIMES.
       CLOSE-FILES.
           PERFORM END-ROUTINE.
           CLOSE PRINT-FILE.
           IF ERROR-COUNTER IS NOT EQUAL TO ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE.
           STOP RUN.

       IX207A-SUPPORT SECTION.

      * Build one record of type IX207A-TYPE-SUB for key number
      * IX207A-REC-NO in the FD area and set the length it is to be
      * written at.  The common prefix goes in through the header
      * view; the body goes in through the type's own view.
       BUILD-ONE-RECORD.
           MOVE SPACES TO IX-VS1-EXT.
           MOVE IX207A-REC-NO TO IX207A-KEY-NO.
           MOVE IX207A-KEY-WORK TO IX-VS1-KEY.
           MOVE IX207A-TT-CODE (IX207A-TYPE-SUB) TO IX-VS1-TYPE.
           MOVE IX207A-TT-LEN (IX207A-TYPE-SUB) TO IX-VS1-LEN
               IX207A-REC-LEN.
           IF IX207A-TYPE-SUB IS EQUAL TO 1
               MOVE 'HEADER RECORD' TO IX-VS1-HDR-TEXT
           ELSE IF IX207A-TYPE-SUB IS EQUAL TO 2
               MOVE IX207A-REC-NO TO IX-VS1-DTL-AMT
               MOVE ALL 'D' TO IX-VS1-DTL-TEXT
           ELSE
               MOVE ALL 'X' TO IX-VS1-EXT-TEXT.

      * Types cycle header, detail, extension by key number, so key
      * 0001 is a header, 0002 a detail, 0003 an extension and so on.
       WRITE-ONE-VARYING-RECORD.
           ADD 1 TO IX207A-REC-NO.
           ADD 1 TO IX207A-TYPE-SUB.
           IF IX207A-TYPE-SUB IS GREATER THAN 3
               MOVE 1 TO IX207A-TYPE-SUB.
           PERFORM BUILD-ONE-RECORD.
           IF IX207A-TYPE-SUB IS EQUAL TO 1
               WRITE IX-VS1-HDR
                   INVALID KEY
                       ADD 1 TO IX207A-WRITE-ERRS
               END-WRITE
           ELSE IF IX207A-TYPE-SUB IS EQUAL TO 2
               WRITE IX-VS1-DTL
                   INVALID KEY
                       ADD 1 TO IX207A-WRITE-ERRS
               END-WRITE
           ELSE
               WRITE IX-VS1-EXT
                   INVALID KEY
                       ADD 1 TO IX207A-WRITE-ERRS
               END-WRITE.
           IF IX207A-VS1-STATUS IS EQUAL TO '00'
               ADD 1 TO IX207A-WRITE-CNT.

       REWRITE-BY-TYPE.
           PERFORM BUILD-ONE-RECORD.
           IF IX207A-TYPE-SUB IS EQUAL TO 1
               REWRITE IX-VS1-HDR
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE IF IX207A-TYPE-SUB IS EQUAL TO 2
               REWRITE IX-VS1-DTL
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               REWRITE IX-VS1-EXT
                   INVALID KEY
                       CONTINUE
               END-REWRITE.

       READ-BY-KEY.
           MOVE IX207A-REC-NO TO IX207A-KEY-NO.
           MOVE IX207A-KEY-WORK TO IX-VS1-KEY.
           MOVE ZERO TO IX207A-REC-LEN.
           READ IX-VS1
               INVALID KEY
                   CONTINUE
           END-READ.

       READ-NEXT-AFTER-START.
           MOVE ZERO TO IX207A-REC-LEN.
           IF IX207A-VS1-STATUS IS EQUAL TO '00'
               READ IX-VS1 NEXT RECORD
                   AT END
                       CONTINUE
               END-READ.

       SHOW-STATUS-AND-LEN.
           MOVE IX207A-VS1-STATUS TO IX207A-SL-STATUS.
           MOVE IX207A-REC-LEN TO IX207A-SL-LEN.
           MOVE IX207A-STATUS-LINE TO COMPUTED-A.

      * Read the whole file from the top, checking every record
      * against its type: the length it came back at and the
      * length it carries in columns 12-14 must both be the type's
      * length.
       COUNT-ALL-RECORDS.
           MOVE ZERO TO IX207A-READ-CNT IX207A-LEN-ERR-CNT
               IX207A-TT-CNT (1) IX207A-TT-CNT (2) IX207A-TT-CNT (3).
           MOVE 'NO' TO IX207A-EOF-SW.
           OPEN INPUT IX-VS1.
           PERFORM READ-ONE-VARYING-RECORD UNTIL IX207A-AT-EOF.
           CLOSE IX-VS1.

       READ-ONE-VARYING-RECORD.
           MOVE ZERO TO IX207A-REC-LEN.
           READ IX-VS1 NEXT RECORD
               AT END SET IX207A-AT-EOF TO TRUE.
           IF NOT IX207A-AT-EOF
               ADD 1 TO IX207A-READ-CNT
               PERFORM CHECK-ONE-RECORD.

       CHECK-ONE-RECORD.
           MOVE ZERO TO IX207A-TYPE-SUB.
           IF IX-VS1-TYPE IS EQUAL TO 'H'
               MOVE 1 TO IX207A-TYPE-SUB.
           IF IX-VS1-TYPE IS EQUAL TO 'D'
               MOVE 2 TO IX207A-TYPE-SUB.
           IF IX-VS1-TYPE IS EQUAL TO 'X'
               MOVE 3 TO IX207A-TYPE-SUB.
           IF IX207A-TYPE-SUB IS EQUAL TO ZERO
               ADD 1 TO IX207A-LEN-ERR-CNT
           ELSE IF IX207A-REC-LEN IS NOT EQUAL TO
                       IX207A-TT-LEN (IX207A-TYPE-SUB)
                 OR IX-VS1-LEN IS NOT EQUAL TO
                       IX207A-TT-LEN (IX207A-TYPE-SUB)
               ADD 1 TO IX207A-LEN-ERR-CNT
           ELSE
               ADD 1 TO IX207A-TT-CNT (IX207A-TYPE-SUB).

       DELETE-ONE-RECORD.
           ADD 1 TO IX207A-REC-NO.
           MOVE IX207A-REC-NO TO IX207A-KEY-NO.
           MOVE IX207A-KEY-WORK TO IX-VS1-KEY.
           DELETE IX-VS1 RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

       PROBE-DELETED-RECORD.
           ADD 1 TO IX207A-REC-NO.
           PERFORM READ-BY-KEY.
           IF IX207A-VS1-STATUS IS EQUAL TO '23'
               ADD 1 TO IX207A-NOT-FOUND-CNT.

       WRITE-ONE-DIST-LINE.
           ADD 1 TO IX207A-TYPE-SUB.
           MOVE IX207A-TT-CODE (IX207A-TYPE-SUB) TO IX207A-DL-CODE.
           MOVE IX207A-TT-LEN (IX207A-TYPE-SUB) TO IX207A-DL-LEN.
           MOVE IX207A-TT-CNT (IX207A-TYPE-SUB) TO IX207A-DL-CNT.
           MOVE IX207A-DIST-LINE TO PRINT-REC.
           PERFORM WRITE-LINE.

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
