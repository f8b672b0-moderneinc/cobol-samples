000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           EXEC_SQL_CURSORS.
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
       01 FILLER PIC X(10) VALUE 'PGM WORKING-STORAGE: SQL_CURS'.
       01 DCL_CURS_NUM_1        PIC X(3).
       01 DCL_CURS_NUM_2        PIC X(3).
       01 DCL_CURS_SEQ_NO       PIC X(3).
       01 DCL_CURS_AMT_1        PIC X(3).
       01 DCL_CURS_ROW_CNT      PIC S9(9) COMP.
       01 DCL_CURS_POS          PIC S9(9) COMP.
       01 CURSORS-EOF-SW        PIC X(3) VALUE 'NO'.
           88 CURSORS-AT-END          VALUE 'YES'.
       01 CURSORS-UPDATED-CNT   PIC 9(3) VALUE ZERO.
       01 CURSORS-DELETED-CNT   PIC 9(3) VALUE ZERO.
       01 CURSORS-SQLCODE       PIC S9(9) COMP VALUE ZERO.
       01 CURSORS-SQLCODE-DISP  PIC -(8)9.
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
       01  CCVS-PGM-ID             PIC X(9) VALUE 'SQLCURS  '.


      * The error path no longer lets the detail evaporate with the
      * job output: SQL-ERROR-PARA writes a full event to the
      * suite's structured exception log through EXCPLOG before the
      * run stops.
       01 EXCP-CALL-PROGRAM     PIC X(24) VALUE 'EXEC_SQL_CURSORS'.
       01 EXCP-CALL-STMT-TYPE   PIC X(8)  VALUE 'CURSOR  '.
       01 EXCP-CALL-CODE        PIC S9(9) VALUE ZERO.
       01 EXCP-CALL-MESSAGE     PIC X(70) VALUE SPACE.

      * Include SQLCA so SQLCODE is available for error checking.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Include SQL tables from the copybook family: the original
      * two-column table and the detail table keyed to it.
       EXEC SQL INCLUDE SQL_TBL END-EXEC.
       EXEC SQL INCLUDE SQL_TBL_DETAIL END-EXEC.

      * Updatable cursor over the detail rows of one master.  The
      * copybook's own cursor is FOR FETCH ONLY; this one names the
      * column it may change, the way the online programs declare
      * theirs.
       EXEC SQL
           DECLARE CURS_UPDATE_CURSOR CURSOR FOR
           SELECT NUM_1,
                  SEQ_NO,
                  AMT_1
           FROM SQL_TBL_DETAIL
           WHERE NUM_1 = '001'
           FOR UPDATE OF AMT_1
       END-EXEC.

      * Scrollable cursor over the masters, in key order, so every
      * positioned FETCH has one right answer.
       EXEC SQL
           DECLARE CURS_SCROLL_CURSOR INSENSITIVE SCROLL CURSOR FOR
           SELECT NUM_1,
                  NUM_2
           FROM SQL_TBL
           ORDER BY NUM_1
           FOR FETCH ONLY
       END-EXEC.

      * The same rows through a cursor that survives COMMIT and
      * through one that does not.
       EXEC SQL
           DECLARE CURS_HOLD_CURSOR CURSOR WITH HOLD FOR
           SELECT NUM_1
           FROM SQL_TBL
           ORDER BY NUM_1
           FOR FETCH ONLY
       END-EXEC.
       EXEC SQL
           DECLARE CURS_NOHOLD_CURSOR CURSOR FOR
           SELECT NUM_1
           FROM SQL_TBL
           ORDER BY NUM_1
           FOR FETCH ONLY
       END-EXEC.

       PROCEDURE DIVISION.

      * Cursor certification for the DB2 features the online
      * programs rely on and EXEC_SQL_READ's forward, read-only
      * cursors never reach: UPDATE and DELETE WHERE CURRENT OF
      * through a FOR UPDATE OF cursor, FETCH FIRST, LAST, PRIOR,
      * ABSOLUTE and RELATIVE through a SCROLL cursor, and a WITH
      * HOLD cursor staying open across COMMIT where an ordinary
      * cursor is closed by it.  Results print in the standard
      * TEST-RESULTS layout; any unexpected SQL error goes to the
      * exception log through EXCPLOG.
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

      * Known fixtures: five master rows 001-005, and three detail
      * rows under 001 with amounts 010, 020 and 030.
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
               INSERT INTO SQL_TBL (NUM_1, NUM_2)
               VALUES ('003', 'CCC')
           END-EXEC.
           EXEC SQL
               INSERT INTO SQL_TBL (NUM_1, NUM_2)
               VALUES ('004', 'DDD')
           END-EXEC.
           EXEC SQL
               INSERT INTO SQL_TBL (NUM_1, NUM_2)
               VALUES ('005', 'EEE')
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
               VALUES ('001', '003', '030')
           END-EXEC.
           EXEC SQL
               COMMIT
           END-EXEC.

      * Walk the updatable cursor once: the row with SEQ_NO 001 is
      * updated in place, the row with SEQ_NO 002 deleted in place,
      * and SEQ_NO 003 passed over untouched.
           PERFORM WALK-UPDATE-CURSOR
               THRU WALK-UPDATE-CURSOR-EX.
           EXEC SQL
               COMMIT
           END-EXEC.

       POS-UPDATE-TEST-01.
           MOVE 'UPDATE CURRENT OF' TO FEATURE.
           MOVE 'POS-UPDATE-TEST-01' TO PAR-NAME.
           MOVE 'SEQ 001 AMOUNT REPLACED' TO RE-MARK.
           MOVE SPACES TO DCL_CURS_AMT_1.
           EXEC SQL
               SELECT AMT_1
               INTO :DCL_CURS_AMT_1
               FROM SQL_TBL_DETAIL
               WHERE NUM_1 = '001'
                 AND SEQ_NO = '001'
           END-EXEC.
           MOVE DCL_CURS_AMT_1 TO COMPUTED-A.
           MOVE '999' TO CORRECT-A.
           IF DCL_CURS_AMT_1 IS EQUAL TO '999'
             AND CURSORS-UPDATED-CNT IS EQUAL TO 1
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       POS-DELETE-TEST-01.
           MOVE 'DELETE CURRENT OF' TO FEATURE.
           MOVE 'POS-DELETE-TEST-01' TO PAR-NAME.
           MOVE 'SEQ 002 ROW GONE' TO RE-MARK.
           EXEC SQL
               SELECT COUNT(*)
               INTO :DCL_CURS_ROW_CNT
               FROM SQL_TBL_DETAIL
               WHERE NUM_1 = '001'
                 AND SEQ_NO = '002'
           END-EXEC.
           MOVE DCL_CURS_ROW_CNT TO CURSORS-SQLCODE-DISP.
           MOVE CURSORS-SQLCODE-DISP TO COMPUTED-A.
           MOVE '0' TO CORRECT-A.
           IF DCL_CURS_ROW_CNT IS EQUAL TO ZERO
             AND CURSORS-DELETED-CNT IS EQUAL TO 1
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       POS-UPDATE-TEST-02.
           MOVE 'CURRENT OF SCOPE' TO FEATURE.
           MOVE 'POS-UPDATE-TEST-02' TO PAR-NAME.
           MOVE 'SEQ 003 LEFT UNCHANGED' TO RE-MARK.
           MOVE SPACES TO DCL_CURS_AMT_1.
           EXEC SQL
               SELECT AMT_1
               INTO :DCL_CURS_AMT_1
               FROM SQL_TBL_DETAIL
               WHERE NUM_1 = '001'
                 AND SEQ_NO = '003'
           END-EXEC.
           MOVE DCL_CURS_AMT_1 TO COMPUTED-A.
           MOVE '030' TO CORRECT-A.
           IF DCL_CURS_AMT_1 IS EQUAL TO '030'
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.

       SCROLL-TEST-01.
           EXEC SQL
               OPEN CURS_SCROLL_CURSOR
           END-EXEC.
           MOVE 'FETCH FIRST' TO FEATURE.
           MOVE 'SCROLL-TEST-01' TO PAR-NAME.
           MOVE SPACES TO DCL_CURS_NUM_1.
           EXEC SQL
               FETCH FIRST FROM CURS_SCROLL_CURSOR
               INTO :DCL_CURS_NUM_1,
                    :DCL_CURS_NUM_2
           END-EXEC.
           MOVE '001' TO CORRECT-A.
           PERFORM CHECK-SCROLL-ROW.
       SCROLL-TEST-02.
           MOVE 'FETCH LAST' TO FEATURE.
           MOVE 'SCROLL-TEST-02' TO PAR-NAME.
           MOVE SPACES TO DCL_CURS_NUM_1.
           EXEC SQL
               FETCH LAST FROM CURS_SCROLL_CURSOR
               INTO :DCL_CURS_NUM_1,
                    :DCL_CURS_NUM_2
           END-EXEC.
           MOVE '005' TO CORRECT-A.
           PERFORM CHECK-SCROLL-ROW.
       SCROLL-TEST-03.
           MOVE 'FETCH PRIOR' TO FEATURE.
           MOVE 'SCROLL-TEST-03' TO PAR-NAME.
           MOVE 'ONE BACK FROM LAST' TO RE-MARK.
           MOVE SPACES TO DCL_CURS_NUM_1.
           EXEC SQL
               FETCH PRIOR FROM CURS_SCROLL_CURSOR
               INTO :DCL_CURS_NUM_1,
                    :DCL_CURS_NUM_2
           END-EXEC.
           MOVE '004' TO CORRECT-A.
           PERFORM CHECK-SCROLL-ROW.
       SCROLL-TEST-04.
           MOVE 'FETCH ABSOLUTE' TO FEATURE.
           MOVE 'SCROLL-TEST-04' TO PAR-NAME.
           MOVE 'ROW 2 BY HOST VARIABLE' TO RE-MARK.
           MOVE SPACES TO DCL_CURS_NUM_1.
           MOVE 2 TO DCL_CURS_POS.
           EXEC SQL
               FETCH ABSOLUTE :DCL_CURS_POS FROM CURS_SCROLL_CURSOR
               INTO :DCL_CURS_NUM_1,
                    :DCL_CURS_NUM_2
           END-EXEC.
           MOVE '002' TO CORRECT-A.
           PERFORM CHECK-SCROLL-ROW.
       SCROLL-TEST-05.
           MOVE 'FETCH RELATIVE' TO FEATURE.
           MOVE 'SCROLL-TEST-05' TO PAR-NAME.
           MOVE 'PLUS 2 FROM ROW 2' TO RE-MARK.
           MOVE SPACES TO DCL_CURS_NUM_1.
           MOVE 2 TO DCL_CURS_POS.
           EXEC SQL
               FETCH RELATIVE :DCL_CURS_POS FROM CURS_SCROLL_CURSOR
               INTO :DCL_CURS_NUM_1,
                    :DCL_CURS_NUM_2
           END-EXEC.
           MOVE '004' TO CORRECT-A.
           PERFORM CHECK-SCROLL-ROW.
       SCROLL-TEST-06.
           MOVE 'FETCH RELATIVE' TO FEATURE.
           MOVE 'SCROLL-TEST-06' TO PAR-NAME.
           MOVE 'MINUS 3 FROM ROW 4' TO RE-MARK.
           MOVE SPACES TO DCL_CURS_NUM_1.
           MOVE -3 TO DCL_CURS_POS.
           EXEC SQL
               FETCH RELATIVE :DCL_CURS_POS FROM CURS_SCROLL_CURSOR
               INTO :DCL_CURS_NUM_1,
                    :DCL_CURS_NUM_2
           END-EXEC.
           MOVE '001' TO CORRECT-A.
           PERFORM CHECK-SCROLL-ROW.
       SCROLL-TEST-07.
           MOVE 'FETCH ABSOLUTE' TO FEATURE.
           MOVE 'SCROLL-TEST-07' TO PAR-NAME.
           MOVE 'ROW 6 OF 5 - SQLCODE 100' TO RE-MARK.
           MOVE 6 TO DCL_CURS_POS.
           EXEC SQL
               FETCH ABSOLUTE :DCL_CURS_POS FROM CURS_SCROLL_CURSOR
               INTO :DCL_CURS_NUM_1,
                    :DCL_CURS_NUM_2
           END-EXEC.
           MOVE SQLCODE TO CURSORS-SQLCODE-DISP.
           MOVE CURSORS-SQLCODE-DISP TO COMPUTED-A.
           MOVE '100' TO CORRECT-A.
           IF SQLCODE IS EQUAL TO 100
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
           EXEC SQL
               CLOSE CURS_SCROLL_CURSOR
           END-EXEC.

       HOLD-CURSOR-TEST-01.
           MOVE 'CURSOR WITH HOLD' TO FEATURE.
           MOVE 'HOLD-CURSOR-TEST-01' TO PAR-NAME.
           MOVE 'NEXT ROW AFTER COMMIT' TO RE-MARK.
           EXEC SQL
               OPEN CURS_HOLD_CURSOR
           END-EXEC.
           EXEC SQL
               FETCH CURS_HOLD_CURSOR
               INTO :DCL_CURS_NUM_1
           END-EXEC.
           EXEC SQL
               COMMIT
           END-EXEC.
           MOVE SPACES TO DCL_CURS_NUM_1.
           EXEC SQL
               FETCH CURS_HOLD_CURSOR
               INTO :DCL_CURS_NUM_1
           END-EXEC.
           MOVE DCL_CURS_NUM_1 TO COMPUTED-A.
           MOVE '002' TO CORRECT-A.
           IF SQLCODE IS EQUAL TO ZERO
             AND DCL_CURS_NUM_1 IS EQUAL TO '002'
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
           EXEC SQL
               CLOSE CURS_HOLD_CURSOR
           END-EXEC.

      * The contrast case: without WITH HOLD the COMMIT closes the
      * cursor, and the next FETCH must answer -501.  SQLERROR is
      * left to this test while the probe runs.
       HOLD-CURSOR-TEST-02.
           MOVE 'CURSOR WITHOUT HOLD' TO FEATURE.
           MOVE 'HOLD-CURSOR-TEST-02' TO PAR-NAME.
           MOVE 'COMMIT CLOSES, FETCH -501' TO RE-MARK.
           EXEC SQL
               OPEN CURS_NOHOLD_CURSOR
           END-EXEC.
           EXEC SQL
               FETCH CURS_NOHOLD_CURSOR
               INTO :DCL_CURS_NUM_1
           END-EXEC.
           EXEC SQL
               COMMIT
           END-EXEC.
           EXEC SQL
               WHENEVER SQLERROR CONTINUE
           END-EXEC.
           EXEC SQL
               FETCH CURS_NOHOLD_CURSOR
               INTO :DCL_CURS_NUM_1
           END-EXEC.
           MOVE SQLCODE TO CURSORS-SQLCODE.
           EXEC SQL
               WHENEVER SQLERROR GO TO SQL-ERROR-PARA
           END-EXEC.
           MOVE CURSORS-SQLCODE TO CURSORS-SQLCODE-DISP.
           MOVE CURSORS-SQLCODE-DISP TO COMPUTED-A.
           MOVE '-501' TO CORRECT-A.
           IF CURSORS-SQLCODE IS EQUAL TO -501
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
           DISPLAY 'EXEC_SQL_CURSORS: SQL ERROR, SQLCODE=' SQLCODE.
           MOVE SQLCODE TO EXCP-CALL-CODE.
           MOVE SQLERRMC TO EXCP-CALL-MESSAGE.
           CALL 'EXCPLOG' USING EXCP-CALL-PROGRAM
               EXCP-CALL-STMT-TYPE EXCP-CALL-CODE
               EXCP-CALL-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       WALK-UPDATE-CURSOR.
           MOVE 'NO' TO CURSORS-EOF-SW.
           EXEC SQL
               OPEN CURS_UPDATE_CURSOR
           END-EXEC.
           PERFORM WALK-UPDATE-ROW
               THRU WALK-UPDATE-ROW-EX
               UNTIL CURSORS-AT-END.
           EXEC SQL
               CLOSE CURS_UPDATE_CURSOR
           END-EXEC.
       WALK-UPDATE-CURSOR-EX.
           EXIT.

       WALK-UPDATE-ROW.
           EXEC SQL
               FETCH CURS_UPDATE_CURSOR
               INTO :DCL_CURS_NUM_1,
                    :DCL_CURS_SEQ_NO,
                    :DCL_CURS_AMT_1
           END-EXEC.
           IF SQLCODE EQUAL TO 100
               SET CURSORS-AT-END TO TRUE
               GO TO WALK-UPDATE-ROW-EX.
           IF DCL_CURS_SEQ_NO EQUAL TO '001'
               EXEC SQL
                   UPDATE SQL_TBL_DETAIL
                   SET AMT_1 = '999'
                   WHERE CURRENT OF CURS_UPDATE_CURSOR
               END-EXEC
               ADD 1 TO CURSORS-UPDATED-CNT.
           IF DCL_CURS_SEQ_NO EQUAL TO '002'
               EXEC SQL
                   DELETE FROM SQL_TBL_DETAIL
                   WHERE CURRENT OF CURS_UPDATE_CURSOR
               END-EXEC
               ADD 1 TO CURSORS-DELETED-CNT.
       WALK-UPDATE-ROW-EX.
           EXIT.

       SQLCURS-SUPPORT SECTION.

      * Every positioned FETCH is judged the same way: SQLCODE zero
      * and the key of the row the position names.
       CHECK-SCROLL-ROW.
           MOVE DCL_CURS_NUM_1 TO COMPUTED-A.
           IF SQLCODE IS EQUAL TO ZERO
             AND DCL_CURS_NUM_1 IS EQUAL TO CORRECT-A
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
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
