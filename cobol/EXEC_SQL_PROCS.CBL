000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           EXEC_SQL_PROCS.
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
       01 FILLER PIC X(10) VALUE 'PGM WORKING-STORAGE: SQL_PROCS'.

      * CALL parameters for CERT_PROC_LOOKUP, one indicator each.
       01 DCL_PROCS_NUM_1       PIC X(3).
       01 DCL_PROCS_NUM_2       PIC X(3).
       01 DCL_PROCS_CALLS       PIC S9(9) COMP.
       01 IND_PROCS_NUM_1       PIC S9(4) COMP.
       01 IND_PROCS_NUM_2       PIC S9(4) COMP.
       01 IND_PROCS_CALLS       PIC S9(4) COMP.

      * The procedure's result set: its locator, and the row it
      * fetches into.
       01 DCL_PROCS_LOC         SQL TYPE IS
                                RESULT-SET-LOCATOR VARYING.
       01 DCL_PROCS_SEQ_NO      PIC X(3).
       01 DCL_PROCS_AMT_1       PIC X(3).
       01 PROCS-FIRST-SEQ-NO    PIC X(3) VALUE SPACE.
       01 PROCS-FIRST-AMT-1     PIC X(3) VALUE SPACE.
       01 PROCS-EOF-SW          PIC X(3) VALUE 'NO'.
           88 PROCS-AT-END            VALUE 'YES'.
       01 PROCS-FETCHED-CNT     PIC 9(5) VALUE ZERO.
       01 PROCS-CALL-SQLCODE    PIC S9(9) COMP VALUE ZERO.
       01 PROCS-SQLCODE         PIC S9(9) COMP VALUE ZERO.
       01 PROCS-SQLSTATE        PIC X(5) VALUE SPACE.
       01 PROCS-CODE-DISP       PIC -(8)9.
       01 PROCS-CALLS-DISP      PIC -(8)9.
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
       01  CCVS-PGM-ID             PIC X(9) VALUE 'SQLPROCS '.


      * The error path no longer lets the detail evaporate with the
      * job output: SQL-ERROR-PARA writes a full event to the
      * suite's structured exception log through EXCPLOG before the
      * run stops.
       01 EXCP-CALL-PROGRAM     PIC X(24) VALUE 'EXEC_SQL_PROCS'.
       01 EXCP-CALL-STMT-TYPE   PIC X(8)  VALUE 'CALL    '.
       01 EXCP-CALL-CODE        PIC S9(9) VALUE ZERO.
       01 EXCP-CALL-MESSAGE     PIC X(70) VALUE SPACE.

      * Include SQLCA so SQLCODE is available for error checking.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Include SQL tables from the copybook family: the original
      * two-column table and the detail table keyed to it.
       EXEC SQL INCLUDE SQL_TBL END-EXEC.
       EXEC SQL INCLUDE SQL_TBL_DETAIL END-EXEC.

       PROCEDURE DIVISION.

      * Stored-procedure certification: the COBOL side of an EXEC
      * SQL CALL.  CERT_PROC_LOOKUP (program EXEC_SQL_PROC_LOOKUP)
      * takes an IN key, answers an OUT value that is NULL through
      * its indicator when the key is missing, increments an INOUT
      * counter, returns one result set picked up here through
      * ASSOCIATE LOCATORS and ALLOCATE CURSOR, and refuses the key
      * 'ERR' with SQLSTATE 38601, which must arrive here as
      * SQLCODE -443 with that SQLSTATE.  Results print in the
      * standard TEST-RESULTS layout; any unexpected SQL error goes
      * to the exception log through EXCPLOG.
       OPEN-FILES.
           EXEC SQL
               WHENEVER SQLERROR GO TO SQL-ERROR-PARA
           END-EXEC.
           OPEN OUTPUT PRINT-FILE.
           MOVE CCVS-PGM-ID TO TEST-ID ID-AGAIN.
           MOVE SPACE TO TEST-RESULTS.
           MOVE CCVS-H-2B TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING PAGE.
           MOVE CCVS-C-1 TO PRINT-REC.
           WRITE PRINT-REC AFTER 2 LINES.
           MOVE HYPHEN-LINE TO PRINT-REC.
           PERFORM WRITE-LINE.

      * Known fixtures: two master rows, and detail rows 2-1 deep.
           EXEC SQL
               DELETE FROM SQL_TBL_DETAIL
           END-EXEC.
           EXEC SQL
               DELETE FROM SQL_TBL
           END-EXEC.
           EXEC SQL
               INSERT INTO SQL_TBL (NUM_1, NUM_2)
               VALUES ('001', 'AAA')
           END-EXEC.
           EXEC SQL
               INSERT INTO SQL_TBL (NUM_1, NUM_2)
               VALUES ('002', 'BBB')
           END-EXEC.
           EXEC SQL
               INSERT INTO SQL_TBL_DETAIL (NUM_1, SEQ_NO, AMT_1)
               VALUES ('001', '001', '010')
           END-EXEC.
           EXEC SQL
               INSERT INTO SQL_TBL_DETAIL (NUM_1, SEQ_NO, AMT_1)
               VALUES ('001', '002', '020')
           END-EXEC.
           EXEC SQL
               INSERT INTO SQL_TBL_DETAIL (NUM_1, SEQ_NO, AMT_1)
               VALUES ('002', '001', '030')
           END-EXEC.
           EXEC SQL
               COMMIT
           END-EXEC.

      * The first CALL: key 001 exists and has two detail rows.
           MOVE '001' TO DCL_PROCS_NUM_1.
           MOVE ZERO TO IND_PROCS_NUM_1.
           MOVE SPACES TO DCL_PROCS_NUM_2.
           MOVE ZERO TO IND_PROCS_NUM_2.
           MOVE 5 TO DCL_PROCS_CALLS.
           MOVE ZERO TO IND_PROCS_CALLS.
           EXEC SQL
               CALL CERT_PROC_LOOKUP (:DCL_PROCS_NUM_1
                                          :IND_PROCS_NUM_1,
                                      :DCL_PROCS_NUM_2
                                          :IND_PROCS_NUM_2,
                                      :DCL_PROCS_CALLS
                                          :IND_PROCS_CALLS)
           END-EXEC.
           MOVE SQLCODE TO PROCS-CALL-SQLCODE.

       CALL-OUT-TEST-01.
           MOVE 'CALL IN/OUT PARM' TO FEATURE.
           MOVE 'CALL-OUT-TEST-01' TO PAR-NAME.
           MOVE 'KEY 001 ANSWERS AAA' TO RE-MARK.
           MOVE DCL_PROCS_NUM_2 TO COMPUTED-A.
           MOVE 'AAA' TO CORRECT-A.
           IF DCL_PROCS_NUM_2 IS EQUAL TO 'AAA'
             AND IND_PROCS_NUM_2 IS EQUAL TO ZERO
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       CALL-INOUT-TEST-01.
           MOVE 'CALL INOUT PARM' TO FEATURE.
           MOVE 'CALL-INOUT-TEST-01' TO PAR-NAME.
           MOVE 'SENT 5, PROCEDURE ADDS 1' TO RE-MARK.
           MOVE DCL_PROCS_CALLS TO PROCS-CALLS-DISP.
           MOVE PROCS-CALLS-DISP TO COMPUTED-A.
           MOVE '6' TO CORRECT-A.
           IF DCL_PROCS_CALLS IS EQUAL TO 6
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       RESULT-SET-TEST-01.
           MOVE 'CALL RESULT SET' TO FEATURE.
           MOVE 'RESULT-SET-TEST-01' TO PAR-NAME.
           MOVE 'SQLCODE +466 ON THE CALL' TO RE-MARK.
           MOVE PROCS-CALL-SQLCODE TO PROCS-CODE-DISP.
           MOVE PROCS-CODE-DISP TO COMPUTED-A.
           MOVE '466' TO CORRECT-A.
           IF PROCS-CALL-SQLCODE IS EQUAL TO 466
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       RESULT-SET-TEST-02.
           MOVE 'ALLOCATE CURSOR' TO FEATURE.
           MOVE 'RESULT-SET-TEST-02' TO PAR-NAME.
           MOVE 'TWO DETAIL ROWS FOR 001' TO RE-MARK.
           EXEC SQL
               ASSOCIATE LOCATORS (:DCL_PROCS_LOC)
               WITH PROCEDURE CERT_PROC_LOOKUP
           END-EXEC.
           EXEC SQL
               ALLOCATE PROCS_RESULT_CURSOR
               CURSOR FOR RESULT SET :DCL_PROCS_LOC
           END-EXEC.
           PERFORM FETCH-RESULT-SET-ROWS
               THRU FETCH-RESULT-SET-ROWS-EX.
           MOVE PROCS-FETCHED-CNT TO COMPUTED-A.
           MOVE '00002' TO CORRECT-A.
           IF PROCS-FETCHED-CNT IS EQUAL TO 2
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       RESULT-SET-TEST-03.
           MOVE 'RESULT SET ORDER' TO FEATURE.
           MOVE 'RESULT-SET-TEST-03' TO PAR-NAME.
           MOVE 'FIRST ROW SEQ 001 AMT 010' TO RE-MARK.
           MOVE SPACES TO COMPUTED-A.
           STRING PROCS-FIRST-SEQ-NO DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  PROCS-FIRST-AMT-1  DELIMITED BY SIZE
               INTO COMPUTED-A.
           MOVE '001 010' TO CORRECT-A.
           IF PROCS-FIRST-SEQ-NO IS EQUAL TO '001'
             AND PROCS-FIRST-AMT-1 IS EQUAL TO '010'
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.

       CALL-NULL-TEST-01.
           MOVE 'CALL NULL OUT PARM' TO FEATURE.
           MOVE 'CALL-NULL-TEST-01' TO PAR-NAME.
           MOVE 'KEY 009 - INDICATOR NEGATIVE' TO RE-MARK.
           MOVE '009' TO DCL_PROCS_NUM_1.
           MOVE 'XXX' TO DCL_PROCS_NUM_2.
           MOVE ZERO TO IND_PROCS_NUM_2.
           EXEC SQL
               CALL CERT_PROC_LOOKUP (:DCL_PROCS_NUM_1
                                          :IND_PROCS_NUM_1,
                                      :DCL_PROCS_NUM_2
                                          :IND_PROCS_NUM_2,
                                      :DCL_PROCS_CALLS
                                          :IND_PROCS_CALLS)
           END-EXEC.
           MOVE IND_PROCS_NUM_2 TO PROCS-CODE-DISP.
           MOVE PROCS-CODE-DISP TO COMPUTED-A.
           MOVE 'NEGATIVE' TO CORRECT-A.
           IF IND_PROCS_NUM_2 IS LESS THAN ZERO
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.

      * The signalled error.  SQLERROR is left to these tests while
      * the probe runs, the way EXEC_SQL_NULLS handles its -305.
       CALL-ERROR-TEST-01.
           MOVE 'CALL SIGNALS ERROR' TO FEATURE.
           MOVE 'CALL-ERROR-TEST-01' TO PAR-NAME.
           MOVE 'SQLCODE -443' TO RE-MARK.
           MOVE 'ERR' TO DCL_PROCS_NUM_1.
           EXEC SQL
               WHENEVER SQLERROR CONTINUE
           END-EXEC.
           EXEC SQL
               CALL CERT_PROC_LOOKUP (:DCL_PROCS_NUM_1
                                          :IND_PROCS_NUM_1,
                                      :DCL_PROCS_NUM_2
                                          :IND_PROCS_NUM_2,
                                      :DCL_PROCS_CALLS
                                          :IND_PROCS_CALLS)
           END-EXEC.
           MOVE SQLCODE TO PROCS-SQLCODE.
           MOVE SQLSTATE TO PROCS-SQLSTATE.
           EXEC SQL
               WHENEVER SQLERROR GO TO SQL-ERROR-PARA
           END-EXEC.
           MOVE PROCS-SQLCODE TO PROCS-CODE-DISP.
           MOVE PROCS-CODE-DISP TO COMPUTED-A.
           MOVE '-443' TO CORRECT-A.
           IF PROCS-SQLCODE IS EQUAL TO -443
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       CALL-ERROR-TEST-02.
           MOVE 'CALL SIGNALS ERROR' TO FEATURE.
           MOVE 'CALL-ERROR-TEST-02' TO PAR-NAME.
           MOVE 'SQLSTATE SET BY PROCEDURE' TO RE-MARK.
           MOVE PROCS-SQLSTATE TO COMPUTED-A.
           MOVE '38601' TO CORRECT-A.
           IF PROCS-SQLSTATE IS EQUAL TO '38601'
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

       SQL-ERROR-PARA.
           DISPLAY 'EXEC_SQL_PROCS: SQL ERROR, SQLCODE=' SQLCODE.
           MOVE SQLCODE TO EXCP-CALL-CODE.
           MOVE SQLERRMC TO EXCP-CALL-MESSAGE.
           CALL 'EXCPLOG' USING EXCP-CALL-PROGRAM
               EXCP-CALL-STMT-TYPE EXCP-CALL-CODE
               EXCP-CALL-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       FETCH-RESULT-SET-ROWS.
           MOVE 'NO' TO PROCS-EOF-SW.
           MOVE ZERO TO PROCS-FETCHED-CNT.
           PERFORM FETCH-RESULT-SET-ROW
               THRU FETCH-RESULT-SET-ROW-EX
               UNTIL PROCS-AT-END.
           EXEC SQL
               CLOSE PROCS_RESULT_CURSOR
           END-EXEC.
       FETCH-RESULT-SET-ROWS-EX.
           EXIT.

       FETCH-RESULT-SET-ROW.
           EXEC SQL
               FETCH PROCS_RESULT_CURSOR
               INTO :DCL_PROCS_SEQ_NO,
                    :DCL_PROCS_AMT_1
           END-EXEC.
           IF SQLCODE EQUAL TO 100
               SET PROCS-AT-END TO TRUE
           ELSE
               ADD 1 TO PROCS-FETCHED-CNT
               IF PROCS-FETCHED-CNT EQUAL TO 1
                   MOVE DCL_PROCS_SEQ_NO TO PROCS-FIRST-SEQ-NO
                   MOVE DCL_PROCS_AMT_1 TO PROCS-FIRST-AMT-1
               END-IF.
       FETCH-RESULT-SET-ROW-EX.
           EXIT.

       SQLPROCS-SUPPORT SECTION.
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
