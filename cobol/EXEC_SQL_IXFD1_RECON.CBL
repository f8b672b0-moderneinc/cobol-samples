000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           EXEC_SQL_IXFD1_RECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IX-FD1 ASSIGN TO IXFD1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IX-FD1-KEY
               ALTERNATE RECORD KEY IS IX-FD1-ALTKEY1
                   WITH DUPLICATES
               FILE STATUS IS RECON-FILE-STATUS.
           SELECT CONTROL-FILE ASSIGN TO IXFCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RECON-CTL-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO MNTJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RECON-JRNL-STATUS.
           SELECT RECON-REPORT ASSIGN TO RCNRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      * IX-FD1 exactly as IX206A builds it.
       FD  IX-FD1
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 240 CHARACTERS.
       01  IX-FD1R1-F-G-240.
           05 IX-FD1-REC-120       PIC X(120).
           05 IX-FD1-REC-120-240.
              10 FILLER            PIC X(8).
              10 IX-FD1-REC-KEY.
                 15 FILLER         PIC X(19).
                 15 IX-FD1-KEY     PIC X(10).
              10 FILLER            PIC X(9).
              10 IX-FD1-ALT1-KEY.
                 15 FILLER         PIC X(19).
                 15 IX-FD1-ALTKEY1 PIC X(10).
              10 FILLER            PIC X(45).

      * The change feed's control record, read for its high-water
      * sequence only.
       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY IXF_CTL.

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MNT_JRNL.

       FD  RECON-REPORT
           LABEL RECORDS ARE STANDARD.
       01  RECON-REPORT-REC        PIC X(120).

       WORKING-STORAGE SECTION.
       01 FILLER PIC X(10) VALUE 'PGM WORKING-STORAGE: IXFD1_RECON'.
       01 RECON-FILE-STATUS     PIC XX VALUE '00'.
       01 RECON-CTL-STATUS      PIC XX VALUE '00'.
       01 RECON-JRNL-STATUS     PIC XX VALUE '00'.
       01 RECON-EOF-SW          PIC X(3) VALUE 'NO'.
           88 RECON-AT-END            VALUE 'YES'.
       01 RECON-BEHIND-SW       PIC X(3) VALUE 'NO'.
           88 RECON-FEED-BEHIND       VALUE 'YES'.
       01 RECON-HIGH-WATER      PIC 9(6) VALUE ZERO.
       01 RECON-JRNL-MAX        PIC 9(6) VALUE ZERO.
       01 RECON-FILE-CNT        PIC 9(9) VALUE ZERO.
       01 RECON-TABLE-CNT       PIC 9(9) VALUE ZERO.
       01 RECON-FILE-HASH       PIC 9(15) VALUE ZERO.
       01 RECON-TABLE-HASH      PIC 9(15) VALUE ZERO.
       01 RECON-HASH-REC        PIC X(240) VALUE SPACE.
       01 RECON-HASH-VALUE      PIC 9(6) VALUE ZERO.
       01 RECON-HASH-WORK       PIC S9(9) COMP VALUE ZERO.
       01 RECON-CHAR-SUB        PIC 9(3) VALUE ZERO.
       01 RECON-REPORT-LINE     PIC X(120) VALUE SPACE.


      * The error path no longer lets the detail evaporate with the
      * job output: SQL-ERROR-PARA writes a full event to the
      * suite's structured exception log through EXCPLOG before the
      * run stops.
       01 EXCP-CALL-PROGRAM     PIC X(24) VALUE 'EXEC_SQL_IXFD1_RECON'.
       01 EXCP-CALL-STMT-TYPE   PIC X(8)  VALUE 'SELECT  '.
       01 EXCP-CALL-CODE        PIC S9(9) VALUE ZERO.
       01 EXCP-CALL-MESSAGE     PIC X(70) VALUE SPACE.

      * Include SQLCA so SQLCODE is available for error checking.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Include the IX-FD1 mirror table from the copybook family.
       EXEC SQL INCLUDE IX_FD1_TBL END-EXEC.

      * Every row's full record image, for the table-side hash.
       EXEC SQL
           DECLARE IXFD1_RECON_CURSOR CURSOR FOR
           SELECT REC_IMAGE
           FROM IX_FD1_TBL
           FOR FETCH ONLY
       END-EXEC.

       PROCEDURE DIVISION.

      * The weekly proof that IX_FD1_TBL still holds what IX-FD1
      * holds: both sides are counted and hashed record by record
      * with the same rule, and the two counts and the two hash
      * totals must agree.  The proof is only meaningful with the
      * change feed caught up, so the feed's high-water sequence is
      * laid against the end of the journal and a feed that is
      * behind is said on the report.  A mismatch is put right by
      * a SEED run of the feed.  RC=4 when the feed is behind the
      * journal but the sides agree; RC=8 when the sides do not
      * agree; RC=16 when IX-FD1 would not open or on an SQL error.
       MAINLINE.

      * A non-zero SQLCODE on any statement below branches to
      * SQL-ERROR-PARA instead of falling through as if it succeeded.
           EXEC SQL
               WHENEVER SQLERROR GO TO SQL-ERROR-PARA
           END-EXEC.

           OPEN OUTPUT RECON-REPORT.
           MOVE 'IX-FD1 / IX_FD1_TBL COUNT AND HASH RECONCILIATION'
               TO RECON-REPORT-REC.
           WRITE RECON-REPORT-REC.
           MOVE SPACES TO RECON-REPORT-REC.
           WRITE RECON-REPORT-REC.

           PERFORM CHECK-FEED-POSITION
               THRU CHECK-FEED-POSITION-EX.

           OPEN INPUT IX-FD1.
           IF RECON-FILE-STATUS NOT EQUAL TO '00'
               MOVE SPACES TO RECON-REPORT-LINE
               STRING 'IX-FD1 WOULD NOT OPEN, STATUS '
                   RECON-FILE-STATUS ' - NOTHING RECONCILED'
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
               MOVE RECON-REPORT-LINE TO RECON-REPORT-REC
               WRITE RECON-REPORT-REC
               CLOSE RECON-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK.
           MOVE 'NO' TO RECON-EOF-SW.
           MOVE LOW-VALUES TO IX-FD1-KEY.
           START IX-FD1 KEY IS NOT LESS THAN IX-FD1-KEY
               INVALID KEY SET RECON-AT-END TO TRUE
           END-START.
           PERFORM HASH-ONE-FILE-RECORD
               THRU HASH-ONE-FILE-RECORD-EX
               UNTIL RECON-AT-END.
           CLOSE IX-FD1.

           MOVE 'NO' TO RECON-EOF-SW.
           EXEC SQL
               OPEN IXFD1_RECON_CURSOR
           END-EXEC.
           PERFORM HASH-ONE-TABLE-ROW
               THRU HASH-ONE-TABLE-ROW-EX
               UNTIL RECON-AT-END.
           EXEC SQL
               CLOSE IXFD1_RECON_CURSOR
           END-EXEC.

           MOVE SPACES TO RECON-REPORT-LINE.
           STRING 'IX-FD1      RECORDS = ' RECON-FILE-CNT
               '  HASH TOTAL = ' RECON-FILE-HASH
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           MOVE RECON-REPORT-LINE TO RECON-REPORT-REC.
           WRITE RECON-REPORT-REC.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING 'IX_FD1_TBL  ROWS    = ' RECON-TABLE-CNT
               '  HASH TOTAL = ' RECON-TABLE-HASH
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           MOVE RECON-REPORT-LINE TO RECON-REPORT-REC.
           WRITE RECON-REPORT-REC.
           MOVE SPACES TO RECON-REPORT-REC.
           WRITE RECON-REPORT-REC.
           IF RECON-FILE-CNT EQUAL TO RECON-TABLE-CNT
             AND RECON-FILE-HASH EQUAL TO RECON-TABLE-HASH
               MOVE 'SIDES PROVEN EQUAL: COUNTS AND HASH TOTALS AGREE'
                   TO RECON-REPORT-REC
               WRITE RECON-REPORT-REC
               CLOSE RECON-REPORT
               IF RECON-FEED-BEHIND
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 'RECONCILE MISMATCH - RUN THE FEED WITH SEED'
                   TO RECON-REPORT-REC
               WRITE RECON-REPORT-REC
               CLOSE RECON-REPORT
               MOVE 8 TO RETURN-CODE.
           GOBACK.

       SQL-ERROR-PARA.
           DISPLAY 'EXEC_SQL_IXFD1_RECON: SQL ERROR, SQLCODE='
               SQLCODE.
           MOVE SQLCODE TO EXCP-CALL-CODE.
           MOVE SQLERRMC TO EXCP-CALL-MESSAGE.
           CALL 'EXCPLOG' USING EXCP-CALL-PROGRAM
               EXCP-CALL-STMT-TYPE EXCP-CALL-CODE
               EXCP-CALL-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      * The feed's high-water sequence against the last entry on the
      * journal: with the feed behind, a mismatch may only be the
      * changes not yet fed.
       CHECK-FEED-POSITION.
           OPEN INPUT CONTROL-FILE.
           IF RECON-CTL-STATUS NOT EQUAL TO '00'
               MOVE 'NO FEED CONTROL RECORD - THE FEED HAS NOT RUN'
                   TO RECON-REPORT-REC
               WRITE RECON-REPORT-REC
               GO TO CHECK-FEED-POSITION-EX.
           READ CONTROL-FILE
               AT END MOVE ZERO TO CTL-HIGH-WATER-SEQ.
           IF CTL-HIGH-WATER-SEQ IS NUMERIC
               MOVE CTL-HIGH-WATER-SEQ TO RECON-HIGH-WATER.
           CLOSE CONTROL-FILE.
           OPEN INPUT JOURNAL-FILE.
           IF RECON-JRNL-STATUS EQUAL TO '00'
               MOVE 'NO' TO RECON-EOF-SW
               PERFORM SCAN-ONE-JOURNAL-ENTRY
                   UNTIL RECON-AT-END
               CLOSE JOURNAL-FILE.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING 'FEED HIGH-WATER SEQUENCE ' RECON-HIGH-WATER
               '  LAST JOURNAL SEQUENCE ' RECON-JRNL-MAX
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           MOVE RECON-REPORT-LINE TO RECON-REPORT-REC.
           WRITE RECON-REPORT-REC.
           IF RECON-HIGH-WATER IS LESS THAN RECON-JRNL-MAX
               SET RECON-FEED-BEHIND TO TRUE
               MOVE 'FEED IS BEHIND THE JOURNAL - RUN THE FEED FIRST'
                   TO RECON-REPORT-REC
               WRITE RECON-REPORT-REC.
           MOVE SPACES TO RECON-REPORT-REC.
           WRITE RECON-REPORT-REC.
       CHECK-FEED-POSITION-EX.
           EXIT.

       SCAN-ONE-JOURNAL-ENTRY.
           READ JOURNAL-FILE
               AT END SET RECON-AT-END TO TRUE
               NOT AT END
                   IF JRNL-SEQ IS GREATER THAN RECON-JRNL-MAX
                       MOVE JRNL-SEQ TO RECON-JRNL-MAX
                   END-IF.

       HASH-ONE-FILE-RECORD.
           READ IX-FD1 NEXT RECORD
               AT END SET RECON-AT-END TO TRUE
                   GO TO HASH-ONE-FILE-RECORD-EX.
           ADD 1 TO RECON-FILE-CNT.
           MOVE IX-FD1R1-F-G-240 TO RECON-HASH-REC.
           PERFORM COMPUTE-RECORD-HASH.
           ADD RECON-HASH-VALUE TO RECON-FILE-HASH.
       HASH-ONE-FILE-RECORD-EX.
           EXIT.

       HASH-ONE-TABLE-ROW.
           EXEC SQL
               FETCH IXFD1_RECON_CURSOR
               INTO :DCL_IX_FD1_TBL_REC_IMAGE
           END-EXEC.
           IF SQLCODE EQUAL TO 100
               SET RECON-AT-END TO TRUE
               GO TO HASH-ONE-TABLE-ROW-EX.
           ADD 1 TO RECON-TABLE-CNT.
           MOVE DCL_IX_FD1_TBL_REC_IMAGE TO RECON-HASH-REC.
           PERFORM COMPUTE-RECORD-HASH.
           ADD RECON-HASH-VALUE TO RECON-TABLE-HASH.
       HASH-ONE-TABLE-ROW-EX.
           EXIT.

      * Each character's ordinal position is weighted by its place
      * in the record, so two characters that have changed places
      * change the hash as surely as a changed character does.
       COMPUTE-RECORD-HASH.
           MOVE ZERO TO RECON-HASH-WORK.
           MOVE ZERO TO RECON-CHAR-SUB.
           PERFORM HASH-ONE-CHARACTER 240 TIMES.
           COMPUTE RECON-HASH-VALUE =
               FUNCTION MOD(RECON-HASH-WORK 1000000).

       HASH-ONE-CHARACTER.
           ADD 1 TO RECON-CHAR-SUB.
           COMPUTE RECON-HASH-WORK = RECON-HASH-WORK
               + FUNCTION ORD(RECON-HASH-REC (RECON-CHAR-SUB:1))
               * RECON-CHAR-SUB.
