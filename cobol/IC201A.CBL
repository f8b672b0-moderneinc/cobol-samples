000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           IC201A.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO PRINTER
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRINT-REC DUMMY-RECORD.
       01  PRINT-REC               PIC X(120).
       01  DUMMY-RECORD            PIC X(120).

       WORKING-STORAGE SECTION.
       77  IC201A-FUNC             PIC X(4) VALUE SPACE.
       77  IC201A-PARM             PIC X(20) VALUE SPACE.
       77  IC201A-VALUE-IN         PIC S9(9) COMP-5 VALUE +25.
       77  IC201A-VALUE-OUT        PIC S9(9) COMP-5 VALUE ZERO.
       77  IC201A-EDIT-NUM         PIC -(9)9.
       77  IC201A-COUNT-1          PIC 9(4) VALUE ZERO.
       77  IC201A-COUNT-2          PIC 9(4) VALUE ZERO.
       77  IC201A-COUNT-3          PIC 9(4) VALUE ZERO.
       77  IC201A-RC-SEEN          PIC S9(4) VALUE ZERO.

      * A program name that is never link-edited into the load
      * library, so a dynamic CALL of it must take the exception
      * branch.
       01  IC201A-MISSING-PGM      PIC X(8) VALUE 'IC201Z'.
       01  IC201A-EXCP-SW          PIC X(3) VALUE 'NO'.
           88 IC201A-EXCP-TAKEN          VALUE 'YES'.
       01  IC201A-NOT-EXCP-SW      PIC X(3) VALUE 'NO'.
           88 IC201A-NOT-EXCP-TAKEN      VALUE 'YES'.

      * Shared with IC201B by EXTERNAL, never passed on the CALL.
       01  IC201-SHARED-AREA EXTERNAL.
           02 IC201-SHARED-TEXT    PIC X(20).
           02 IC201-SHARED-CNT     PIC 9(4).

      * Visible to the contained programs IC201N1 and IC201N2
      * without being passed to them.
       01  IC201A-GLOBAL-AREA GLOBAL.
           02 IC201A-GLOBAL-TEXT   PIC X(20).
           02 IC201A-GLOBAL-CNT    PIC 9(4).
       01  IC201A-NESTED-PARM      PIC X(20) VALUE SPACE.

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
       01  CCVS-PGM-ID             PIC X(9) VALUE 'IC201A   '.

       PROCEDURE DIVISION.

      * Inter-program communication certification.  Every SQL
      * program reaches EXCPLOG by CALL and IXMAINT reaches CKDIGIT
      * the same way, so a regression in linkage handling would
      * quietly break the suite's own error-logging path.  This
      * program calls IC201B and IC201C to prove BY REFERENCE, BY
      * CONTENT and BY VALUE parameter passing, RETURN-CODE coming
      * back from a subprogram, ON EXCEPTION / ON OVERFLOW on a
      * program that does not exist, and CANCEL returning a
      * subprogram to its initial state; it shares an EXTERNAL
      * area with IC201B, and calls its own contained programs to
      * prove GLOBAL data and a COMMON program reachable from a
      * sibling.
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
           MOVE SPACE TO IC201-SHARED-TEXT IC201A-GLOBAL-TEXT.
           MOVE ZERO TO IC201-SHARED-CNT IC201A-GLOBAL-CNT.
       CALL-REF-TEST-01.
           MOVE 'CALL BY REFERENCE' TO FEATURE.
           MOVE 'CALL-REF-TEST-01' TO PAR-NAME.
           MOVE 'CALLEE CHANGE IS SEEN' TO RE-MARK.
           MOVE 'ORIGINAL VALUE' TO IC201A-PARM.
           MOVE 'ALTR' TO IC201A-FUNC.
           CALL 'IC201B' USING BY REFERENCE IC201A-FUNC
                               BY REFERENCE IC201A-PARM.
           MOVE IC201A-PARM TO COMPUTED-A.
           MOVE 'CHANGED BY IC201B' TO CORRECT-A.
           IF IC201A-PARM IS EQUAL TO 'CHANGED BY IC201B'
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       CALL-CONTENT-TEST-01.
           MOVE 'CALL BY CONTENT' TO FEATURE.
           MOVE 'CALL-CONTENT-TEST-01' TO PAR-NAME.
           MOVE 'CALLEE CHANGE NOT SEEN' TO RE-MARK.
           MOVE 'ORIGINAL VALUE' TO IC201A-PARM.
           CALL 'IC201B' USING BY CONTENT 'ALTR'
                               BY CONTENT IC201A-PARM.
           MOVE IC201A-PARM TO COMPUTED-A.
           MOVE 'ORIGINAL VALUE' TO CORRECT-A.
           IF IC201A-PARM IS EQUAL TO 'ORIGINAL VALUE'
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       CALL-VALUE-TEST-01.
           MOVE 'CALL BY VALUE' TO FEATURE.
           MOVE 'CALL-VALUE-TEST-01' TO PAR-NAME.
           MOVE 'RESULT RETURNED BY REFERENCE' TO RE-MARK.
           MOVE +25 TO IC201A-VALUE-IN.
           MOVE ZERO TO IC201A-VALUE-OUT.
           CALL 'IC201C' USING BY VALUE IC201A-VALUE-IN
                               BY REFERENCE IC201A-VALUE-OUT.
           MOVE IC201A-VALUE-OUT TO IC201A-EDIT-NUM.
           MOVE IC201A-EDIT-NUM TO COMPUTED-A.
           MOVE '125' TO CORRECT-A.
           IF IC201A-VALUE-OUT IS EQUAL TO 125
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       CALL-VALUE-TEST-02.
           MOVE 'CALL BY VALUE' TO FEATURE.
           MOVE 'CALL-VALUE-TEST-02' TO PAR-NAME.
           MOVE 'SENDING ITEM UNCHANGED' TO RE-MARK.
           MOVE IC201A-VALUE-IN TO IC201A-EDIT-NUM.
           MOVE IC201A-EDIT-NUM TO COMPUTED-A.
           MOVE '25' TO CORRECT-A.
           IF IC201A-VALUE-IN IS EQUAL TO 25
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       CALL-RC-TEST-01.
           MOVE 'CALL RETURN-CODE' TO FEATURE.
           MOVE 'CALL-RC-TEST-01' TO PAR-NAME.
           MOVE 'SET BY CALLEE, SEEN HERE' TO RE-MARK.
           MOVE ZERO TO RETURN-CODE.
           MOVE 'RTCD' TO IC201A-FUNC.
           CALL 'IC201B' USING IC201A-FUNC IC201A-PARM.
           MOVE RETURN-CODE TO IC201A-RC-SEEN.
           MOVE ZERO TO RETURN-CODE.
           MOVE IC201A-RC-SEEN TO IC201A-EDIT-NUM.
           MOVE IC201A-EDIT-NUM TO COMPUTED-A.
           MOVE '4' TO CORRECT-A.
           IF IC201A-RC-SEEN IS EQUAL TO 4
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       CALL-EXCEPTION-TEST-01.
           MOVE 'CALL ON EXCEPTION' TO FEATURE.
           MOVE 'CALL-EXCP-TEST-01' TO PAR-NAME.
           MOVE 'PROGRAM NOT IN LIBRARY' TO RE-MARK.
           MOVE 'NO' TO IC201A-EXCP-SW.
           CALL IC201A-MISSING-PGM USING IC201A-FUNC IC201A-PARM
               ON EXCEPTION
                   SET IC201A-EXCP-TAKEN TO TRUE
           END-CALL.
           MOVE IC201A-EXCP-SW TO COMPUTED-A.
           MOVE 'YES' TO CORRECT-A.
           IF IC201A-EXCP-TAKEN
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       CALL-EXCEPTION-TEST-02.
           MOVE 'CALL NOT ON EXCP' TO FEATURE.
           MOVE 'CALL-EXCP-TEST-02' TO PAR-NAME.
           MOVE 'PROGRAM FOUND' TO RE-MARK.
           MOVE 'NO' TO IC201A-EXCP-SW IC201A-NOT-EXCP-SW.
           MOVE 'ALTR' TO IC201A-FUNC.
           CALL 'IC201B' USING IC201A-FUNC IC201A-PARM
               ON EXCEPTION
                   SET IC201A-EXCP-TAKEN TO TRUE
               NOT ON EXCEPTION
                   SET IC201A-NOT-EXCP-TAKEN TO TRUE
           END-CALL.
           STRING IC201A-EXCP-SW '/' IC201A-NOT-EXCP-SW
               DELIMITED BY SIZE INTO COMPUTED-A.
           MOVE 'NO /YES' TO CORRECT-A.
           IF IC201A-NOT-EXCP-TAKEN
             AND NOT IC201A-EXCP-TAKEN
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       CALL-OVERFLOW-TEST-01.
           MOVE 'CALL ON OVERFLOW' TO FEATURE.
           MOVE 'CALL-OVFL-TEST-01' TO PAR-NAME.
           MOVE 'PROGRAM NOT IN LIBRARY' TO RE-MARK.
           MOVE 'NO' TO IC201A-EXCP-SW.
           CALL IC201A-MISSING-PGM USING IC201A-FUNC IC201A-PARM
               ON OVERFLOW
                   SET IC201A-EXCP-TAKEN TO TRUE
           END-CALL.
           MOVE IC201A-EXCP-SW TO COMPUTED-A.
           MOVE 'YES' TO CORRECT-A.
           IF IC201A-EXCP-TAKEN
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       CANCEL-TEST-01.
           MOVE 'STATE KEPT BETWEEN' TO FEATURE.
           MOVE 'CANCEL-TEST-01' TO PAR-NAME.
           MOVE 'NO CANCEL - COUNT CARRIES' TO RE-MARK.
           CANCEL 'IC201B'.
           MOVE 'CONT' TO IC201A-FUNC.
           CALL 'IC201B' USING IC201A-FUNC IC201A-PARM.
           MOVE IC201A-PARM (1:4) TO IC201A-COUNT-1.
           CALL 'IC201B' USING IC201A-FUNC IC201A-PARM.
           MOVE IC201A-PARM (1:4) TO IC201A-COUNT-2.
           STRING IC201A-COUNT-1 '/' IC201A-COUNT-2
               DELIMITED BY SIZE INTO COMPUTED-A.
           MOVE '0001/0002' TO CORRECT-A.
           IF IC201A-COUNT-1 IS EQUAL TO 1
             AND IC201A-COUNT-2 IS EQUAL TO 2
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       CANCEL-TEST-02.
           MOVE 'CANCEL' TO FEATURE.
           MOVE 'CANCEL-TEST-02' TO PAR-NAME.
           MOVE 'INITIAL STATE RESTORED' TO RE-MARK.
           CANCEL 'IC201B'.
           CALL 'IC201B' USING IC201A-FUNC IC201A-PARM.
           MOVE IC201A-PARM (1:4) TO IC201A-COUNT-3.
           MOVE IC201A-COUNT-3 TO COMPUTED-A.
           MOVE '0001' TO CORRECT-A.
           IF IC201A-COUNT-3 IS EQUAL TO 1
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       EXTERNAL-TEST-01.
           MOVE 'EXTERNAL DATA' TO FEATURE.
           MOVE 'EXTERNAL-TEST-01' TO PAR-NAME.
           MOVE 'CALLEE UPDATE SEEN HERE' TO RE-MARK.
           MOVE 'SET BY IC201A' TO IC201-SHARED-TEXT.
           MOVE 41 TO IC201-SHARED-CNT.
           MOVE 'EXTN' TO IC201A-FUNC.
           CALL 'IC201B' USING IC201A-FUNC IC201A-PARM.
           MOVE IC201-SHARED-TEXT TO COMPUTED-A.
           MOVE 'SET BY IC201B' TO CORRECT-A.
           IF IC201-SHARED-TEXT IS EQUAL TO 'SET BY IC201B'
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       EXTERNAL-TEST-02.
           MOVE 'EXTERNAL DATA' TO FEATURE.
           MOVE 'EXTERNAL-TEST-02' TO PAR-NAME.
           MOVE 'CALLER VALUE SEEN BY CALLEE' TO RE-MARK.
           MOVE IC201-SHARED-CNT TO COMPUTED-A.
           MOVE '0042' TO CORRECT-A.
           IF IC201-SHARED-CNT IS EQUAL TO 42
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       NESTED-TEST-01.
           MOVE 'NESTED GLOBAL DATA' TO FEATURE.
           MOVE 'NESTED-TEST-01' TO PAR-NAME.
           MOVE 'CONTAINED PGM UPDATES GLOBAL' TO RE-MARK.
           CALL 'IC201N1'.
           STRING IC201A-GLOBAL-TEXT (1:14) IC201A-GLOBAL-CNT
               DELIMITED BY SIZE INTO COMPUTED-A.
           MOVE 'SET BY IC201N10001' TO CORRECT-A.
           IF IC201A-GLOBAL-TEXT IS EQUAL TO 'SET BY IC201N1'
             AND IC201A-GLOBAL-CNT IS EQUAL TO 1
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       NESTED-TEST-02.
           MOVE 'NESTED COMMON PGM' TO FEATURE.
           MOVE 'NESTED-TEST-02' TO PAR-NAME.
           MOVE 'SIBLING CALLS COMMON PGM' TO RE-MARK.
           MOVE SPACE TO IC201A-NESTED-PARM.
           CALL 'IC201N2' USING IC201A-NESTED-PARM.
           MOVE IC201A-GLOBAL-CNT TO COMPUTED-A.
           MOVE '0002' TO CORRECT-A.
           IF IC201A-GLOBAL-CNT IS EQUAL TO 2
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       NESTED-TEST-03.
           MOVE 'NESTED USING' TO FEATURE.
           MOVE 'NESTED-TEST-03' TO PAR-NAME.
           MOVE 'CONTAINED PGM LINKAGE' TO RE-MARK.
           MOVE IC201A-NESTED-PARM TO COMPUTED-A.
           MOVE 'SET BY IC201N2' TO CORRECT-A.
           IF IC201A-NESTED-PARM IS EQUAL TO 'SET BY IC201N2'
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

       IC201A-SUPPORT SECTION.
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

      * COMMON, so its sibling IC201N2 may call it as well as the
      * containing program.  It reaches IC201A's GLOBAL area with
      * nothing passed on the CALL.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           IC201N1 IS COMMON.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       PROCEDURE DIVISION.
       MAINLINE.
           MOVE 'SET BY IC201N1' TO IC201A-GLOBAL-TEXT.
           ADD 1 TO IC201A-GLOBAL-CNT.
           GOBACK.
       END PROGRAM IC201N1.

      * Not COMMON; reached only from IC201A.  Its call of IC201N1
      * is legal only because IC201N1 is COMMON.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           IC201N2.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       LINKAGE SECTION.
       01  IC201N2-PARM            PIC X(20).
       PROCEDURE DIVISION USING IC201N2-PARM.
       MAINLINE.
           CALL 'IC201N1'.
           MOVE 'SET BY IC201N2' TO IC201N2-PARM.
           GOBACK.
       END PROGRAM IC201N2.
       END PROGRAM IC201A.
