000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           EXEC_SQL_PROC_LOOKUP.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 FILLER PIC X(10) VALUE 'PGM WORKING-STORAGE: SQL_PROC_LOOKUP'.
       01 PROC-CODE-DISP        PIC -(8)9.

      * Include SQLCA so SQLCODE is available for error checking.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Include SQL tables from the copybook family: the original
      * two-column table and the detail table keyed to it.
       EXEC SQL INCLUDE SQL_TBL END-EXEC.
       EXEC SQL INCLUDE SQL_TBL_DETAIL END-EXEC.

      * The result set handed back to the caller: the detail rows
      * of the key looked up, in sequence order.  WITH RETURN and
      * no CLOSE is what leaves it open for the caller to fetch.
       EXEC SQL
           DECLARE PROC_DETAIL_CURSOR CURSOR WITH RETURN FOR
           SELECT SEQ_NO,
                  AMT_1
           FROM SQL_TBL_DETAIL
           WHERE NUM_1 = :DCL_PROC_IN_NUM_1
           ORDER BY SEQ_NO
           FOR FETCH ONLY
       END-EXEC.

       LINKAGE SECTION.

      * PARAMETER STYLE SQL linkage: the three declared parameters,
      * one null indicator for each, then the SQLSTATE, procedure
      * name, specific name and diagnostic text DB2 passes to every
      * procedure of this style.
       01 DCL_PROC_IN_NUM_1     PIC X(3).
       01 DCL_PROC_OUT_NUM_2    PIC X(3).
       01 DCL_PROC_CALLS        PIC S9(9) COMP.
       01 IND_PROC_IN_NUM_1     PIC S9(4) COMP.
       01 IND_PROC_OUT_NUM_2    PIC S9(4) COMP.
       01 IND_PROC_CALLS        PIC S9(4) COMP.
       01 PROC-SQLSTATE         PIC X(5).
       01 PROC-QUAL-NAME.
           49 PROC-QUAL-NAME-LEN  PIC S9(4) COMP.
           49 PROC-QUAL-NAME-TEXT PIC X(27).
       01 PROC-SPEC-NAME.
           49 PROC-SPEC-NAME-LEN  PIC S9(4) COMP.
           49 PROC-SPEC-NAME-TEXT PIC X(18).
       01 PROC-DIAG-MSG.
           49 PROC-DIAG-MSG-LEN   PIC S9(4) COMP.
           49 PROC-DIAG-MSG-TEXT  PIC X(70).

       PROCEDURE DIVISION USING DCL_PROC_IN_NUM_1
                                DCL_PROC_OUT_NUM_2
                                DCL_PROC_CALLS
                                IND_PROC_IN_NUM_1
                                IND_PROC_OUT_NUM_2
                                IND_PROC_CALLS
                                PROC-SQLSTATE
                                PROC-QUAL-NAME
                                PROC-SPEC-NAME
                                PROC-DIAG-MSG.

      * External stored procedure called by EXEC_SQL_PROCS, the
      * stored-procedure certification.  Defined to DB2 as:
      *   CREATE PROCEDURE CERT_PROC_LOOKUP
      *          (IN    NUM_1  CHAR(3),
      *           OUT   NUM_2  CHAR(3),
      *           INOUT CALLS  INTEGER)
      *     LANGUAGE COBOL
      *     EXTERNAL NAME EXEC_SQL_PROC_LOOKUP
      *     PARAMETER STYLE SQL
      *     READS SQL DATA
      *     DYNAMIC RESULT SETS 1
      * Looks NUM_1 up in SQL_TBL and returns its NUM_2, or NULL
      * through the indicator when there is no such row; adds one
      * to CALLS; and returns the key's SQL_TBL_DETAIL rows as a
      * result set.  The key 'ERR' is refused with SQLSTATE 38601,
      * so the caller can certify how a signalled error arrives.
       MAINLINE.
           MOVE '00000' TO PROC-SQLSTATE.
           MOVE ZERO TO PROC-DIAG-MSG-LEN.
           IF IND_PROC_CALLS IS LESS THAN ZERO
               MOVE ZERO TO DCL_PROC_CALLS
               MOVE ZERO TO IND_PROC_CALLS.
           ADD 1 TO DCL_PROC_CALLS.

           IF IND_PROC_IN_NUM_1 IS LESS THAN ZERO
             OR DCL_PROC_IN_NUM_1 EQUAL TO 'ERR'
               MOVE '38601' TO PROC-SQLSTATE
               MOVE 'CERT_PROC_LOOKUP: LOOKUP KEY REJECTED'
                   TO PROC-DIAG-MSG-TEXT
               MOVE 37 TO PROC-DIAG-MSG-LEN
               MOVE -1 TO IND_PROC_OUT_NUM_2
               GOBACK.

           EXEC SQL
               SELECT NUM_2
               INTO :DCL_PROC_OUT_NUM_2
               FROM SQL_TBL
               WHERE NUM_1 = :DCL_PROC_IN_NUM_1
           END-EXEC.
           IF SQLCODE EQUAL TO 100
               MOVE SPACES TO DCL_PROC_OUT_NUM_2
               MOVE -1 TO IND_PROC_OUT_NUM_2
           ELSE IF SQLCODE EQUAL TO ZERO
               MOVE ZERO TO IND_PROC_OUT_NUM_2
           ELSE
               PERFORM PROC-SQL-FAILED
               GOBACK
           END-IF
           END-IF.

           EXEC SQL
               OPEN PROC_DETAIL_CURSOR
           END-EXEC.
           IF SQLCODE NOT EQUAL TO ZERO
               PERFORM PROC-SQL-FAILED.
           GOBACK.

      * Any SQL failure inside the procedure goes back to the
      * caller as SQLSTATE 38602 with the SQLCODE in the text; the
      * caller's own error path logs it.
       PROC-SQL-FAILED.
           MOVE '38602' TO PROC-SQLSTATE.
           MOVE SQLCODE TO PROC-CODE-DISP.
           MOVE SPACES TO PROC-DIAG-MSG-TEXT.
           STRING 'CERT_PROC_LOOKUP: SQLCODE=' DELIMITED BY SIZE
                  PROC-CODE-DISP               DELIMITED BY SIZE
               INTO PROC-DIAG-MSG-TEXT.
           MOVE 35 TO PROC-DIAG-MSG-LEN.
           MOVE -1 TO IND_PROC_OUT_NUM_2.
