000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           EXEC_SQL_IXFD1_FEED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-CARD-FILE ASSIGN TO FEDCRD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FEED-CARD-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO MNTJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FEED-JRNL-STATUS.
           SELECT CONTROL-FILE ASSIGN TO IXFCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FEED-CTL-STATUS.
           SELECT IX-FD1 ASSIGN TO IXFD1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IX-FD1-KEY
               ALTERNATE RECORD KEY IS IX-FD1-ALTKEY1
                   WITH DUPLICATES
               FILE STATUS IS FEED-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.

      * Commit interval in 1-6 (journal entries per unit of work);
      * SEED in 8-11 loads the whole of IX-FD1 into the table
      * instead of applying the journal.
       FD  FEED-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  FEED-CARD.
           02 CARD-COMMIT-EVERY    PIC 9(6).
           02 FILLER               PIC X(1).
           02 CARD-FUNCTION        PIC X(4).
           02 FILLER               PIC X(69).

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MNT_JRNL.

       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY IXF_CTL.

      * IX-FD1 exactly as IX206A builds it; read only by SEED.
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

       WORKING-STORAGE SECTION.
       01 FILLER PIC X(10) VALUE 'PGM WORKING-STORAGE: IXFD1_FEED'.
       01 FEED-CARD-STATUS      PIC XX VALUE '00'.
       01 FEED-JRNL-STATUS      PIC XX VALUE '00'.
       01 FEED-CTL-STATUS       PIC XX VALUE '00'.
       01 FEED-FILE-STATUS      PIC XX VALUE '00'.
       01 FEED-EOF-SW           PIC X(3) VALUE 'NO'.
           88 FEED-AT-END             VALUE 'YES'.
       01 FEED-FUNCTION         PIC X(4) VALUE SPACE.
       01 FEED-COMMIT-EVERY     PIC 9(6) VALUE 500.
       01 FEED-RUN-DATE         PIC 9(8) VALUE ZERO.
       01 FEED-TIME-FULL.
           02 FEED-RUN-TIME     PIC 9(6).
           02 FILLER            PIC 99.
       01 FEED-START-HWM        PIC 9(6) VALUE ZERO.
       01 FEED-HIGH-WATER       PIC 9(6) VALUE ZERO.
       01 FEED-JRNL-MAX         PIC 9(6) VALUE ZERO.
       01 FEED-READ-CNT         PIC 9(8) VALUE ZERO.
       01 FEED-SKIPPED-CNT      PIC 9(8) VALUE ZERO.
       01 FEED-APPLIED-CNT      PIC 9(8) VALUE ZERO.
       01 FEED-ADD-CNT          PIC 9(8) VALUE ZERO.
       01 FEED-UPD-CNT          PIC 9(8) VALUE ZERO.
       01 FEED-DEL-CNT          PIC 9(8) VALUE ZERO.
       01 FEED-RKY-CNT          PIC 9(8) VALUE ZERO.
       01 FEED-UNKNOWN-CNT      PIC 9(8) VALUE ZERO.
       01 FEED-SEEDED-CNT       PIC 9(8) VALUE ZERO.
       01 FEED-UNCOMMITTED      PIC 9(6) VALUE ZERO.
       01 FEED-DELETE-KEY       PIC X(10) VALUE SPACE.


      * The error path no longer lets the detail evaporate with the
      * job output: SQL-ERROR-PARA writes a full event to the
      * suite's structured exception log through EXCPLOG before the
      * run stops.
       01 EXCP-CALL-PROGRAM     PIC X(24) VALUE 'EXEC_SQL_IXFD1_FEED'.
       01 EXCP-CALL-STMT-TYPE   PIC X(8)  VALUE 'FEED    '.
       01 EXCP-CALL-CODE        PIC S9(9) VALUE ZERO.
       01 EXCP-CALL-MESSAGE     PIC X(70) VALUE SPACE.

      * Include SQLCA so SQLCODE is available for error checking.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Include the IX-FD1 mirror table from the copybook family.
       EXEC SQL INCLUDE IX_FD1_TBL END-EXEC.

       PROCEDURE DIVISION.

      * The IX-FD1 change feed: every MNTJRNL entry past the
      * control record's high-water sequence is applied to
      * IX_FD1_TBL in journal order - an ADD or UPD sets the row to
      * the after image, a DEL removes it, an RKY moves it to its
      * new key.  Each change is applied as delete-then-insert, so
      * an entry applied twice (the rerun after a failure between a
      * COMMIT and the control-record rewrite) leaves the row as
      * applying it once would.  A BACKOUT is not journaled and is
      * not fed; the weekly reconciliation shows it, and a SEED
      * brings the table back into line.  RC=4 when an entry with
      * an unknown verb was passed over; RC=8 when the journal ends
      * before the high-water mark (the journal was reset or the
      * wrong one is allocated - nothing is applied); RC=16 on an
      * SQL error, with the uncommitted work rolled back.
       MAINLINE.

      * A non-zero SQLCODE on any statement below branches to
      * SQL-ERROR-PARA; the control record always holds the last
      * COMMITTED sequence, so the rerun after any failure resumes
      * exactly where the committed work ended.
           EXEC SQL
               WHENEVER SQLERROR GO TO SQL-ERROR-PARA
           END-EXEC.

           ACCEPT FEED-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT FEED-TIME-FULL FROM TIME.
           OPEN INPUT FEED-CARD-FILE.
           IF FEED-CARD-STATUS EQUAL TO '00'
               READ FEED-CARD-FILE
                   AT END MOVE SPACES TO FEED-CARD
               END-READ
               IF CARD-COMMIT-EVERY IS NUMERIC
                 AND CARD-COMMIT-EVERY IS GREATER THAN ZERO
                   MOVE CARD-COMMIT-EVERY TO FEED-COMMIT-EVERY
               END-IF
               MOVE CARD-FUNCTION TO FEED-FUNCTION
               CLOSE FEED-CARD-FILE.

           IF FEED-FUNCTION EQUAL TO 'SEED'
               PERFORM SEED-FUNCTION
                   THRU SEED-FUNCTION-EX
               GOBACK.

           PERFORM READ-HIGH-WATER-MARK
               THRU READ-HIGH-WATER-MARK-EX.

           OPEN INPUT JOURNAL-FILE.
           IF FEED-JRNL-STATUS NOT EQUAL TO '00'
               DISPLAY 'EXEC_SQL_IXFD1_FEED: NO JOURNAL - '
                   'NOTHING TO APPLY'
               MOVE 0 TO RETURN-CODE
               GOBACK.
           PERFORM APPLY-ONE-ENTRY
               THRU APPLY-ONE-ENTRY-EX
               UNTIL FEED-AT-END.
           CLOSE JOURNAL-FILE.

           IF FEED-UNCOMMITTED IS GREATER THAN ZERO
               EXEC SQL
                   COMMIT
               END-EXEC
               PERFORM WRITE-HIGH-WATER-MARK
                   THRU WRITE-HIGH-WATER-MARK-EX.

           DISPLAY 'EXEC_SQL_IXFD1_FEED: READ=' FEED-READ-CNT
               ' ALREADY APPLIED=' FEED-SKIPPED-CNT
               ' APPLIED=' FEED-APPLIED-CNT.
           DISPLAY 'EXEC_SQL_IXFD1_FEED: ADD=' FEED-ADD-CNT
               ' UPD=' FEED-UPD-CNT ' DEL=' FEED-DEL-CNT
               ' RKY=' FEED-RKY-CNT ' UNKNOWN=' FEED-UNKNOWN-CNT.
           DISPLAY 'EXEC_SQL_IXFD1_FEED: HIGH-WATER SEQUENCE '
               FEED-START-HWM ' TO ' FEED-HIGH-WATER.
           IF FEED-JRNL-MAX IS LESS THAN FEED-START-HWM
               DISPLAY 'EXEC_SQL_IXFD1_FEED: JOURNAL ENDS AT '
                   FEED-JRNL-MAX ' BEFORE THE HIGH-WATER MARK - '
                   'JOURNAL RESET?'
               MOVE 8 TO RETURN-CODE
           ELSE IF FEED-UNKNOWN-CNT NOT EQUAL TO ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           END-IF.
           GOBACK.

       SQL-ERROR-PARA.
           DISPLAY 'EXEC_SQL_IXFD1_FEED: SQL ERROR, SQLCODE='
               SQLCODE.
           MOVE SQLCODE TO EXCP-CALL-CODE.
           MOVE SQLERRMC TO EXCP-CALL-MESSAGE.
           CALL 'EXCPLOG' USING EXCP-CALL-PROGRAM
               EXCP-CALL-STMT-TYPE EXCP-CALL-CODE
               EXCP-CALL-MESSAGE.
           EXEC SQL
               ROLLBACK
           END-EXEC.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       READ-HIGH-WATER-MARK.
           OPEN INPUT CONTROL-FILE.
           IF FEED-CTL-STATUS NOT EQUAL TO '00'
               DISPLAY 'EXEC_SQL_IXFD1_FEED: NO CONTROL RECORD - '
                   'APPLYING THE WHOLE JOURNAL'
               GO TO READ-HIGH-WATER-MARK-EX.
           READ CONTROL-FILE
               AT END MOVE ZERO TO CTL-HIGH-WATER-SEQ.
           IF CTL-HIGH-WATER-SEQ IS NUMERIC
               MOVE CTL-HIGH-WATER-SEQ TO FEED-START-HWM.
           CLOSE CONTROL-FILE.
           MOVE FEED-START-HWM TO FEED-HIGH-WATER.
       READ-HIGH-WATER-MARK-EX.
           EXIT.

       APPLY-ONE-ENTRY.
           READ JOURNAL-FILE
               AT END SET FEED-AT-END TO TRUE
                   GO TO APPLY-ONE-ENTRY-EX.
           ADD 1 TO FEED-READ-CNT.
           IF JRNL-SEQ IS GREATER THAN FEED-JRNL-MAX
               MOVE JRNL-SEQ TO FEED-JRNL-MAX.

      * Entries at or below the high-water mark were committed on an
      * earlier run; they are passed over, not applied again.
           IF JRNL-SEQ IS NOT GREATER THAN FEED-START-HWM
               ADD 1 TO FEED-SKIPPED-CNT
               GO TO APPLY-ONE-ENTRY-EX.

           MOVE JRNL-SEQ TO DCL_IX_FD1_TBL_JRNL_SEQ.
           MOVE JRNL-DATE TO DCL_IX_FD1_TBL_CHANGE_DATE.
           IF JRNL-VERB EQUAL TO 'ADD'
               ADD 1 TO FEED-ADD-CNT
               MOVE JRNL-KEY TO FEED-DELETE-KEY
               PERFORM DELETE-TABLE-ROW
               PERFORM INSERT-AFTER-IMAGE
           ELSE IF JRNL-VERB EQUAL TO 'UPD'
               ADD 1 TO FEED-UPD-CNT
               MOVE JRNL-KEY TO FEED-DELETE-KEY
               PERFORM DELETE-TABLE-ROW
               PERFORM INSERT-AFTER-IMAGE
           ELSE IF JRNL-VERB EQUAL TO 'DEL'
               ADD 1 TO FEED-DEL-CNT
               MOVE JRNL-KEY TO FEED-DELETE-KEY
               PERFORM DELETE-TABLE-ROW
           ELSE IF JRNL-VERB EQUAL TO 'RKY'
               ADD 1 TO FEED-RKY-CNT
               MOVE JRNL-KEY TO FEED-DELETE-KEY
               PERFORM DELETE-TABLE-ROW
               MOVE JRNL-AFTER-IMAGE (148:10) TO FEED-DELETE-KEY
               PERFORM DELETE-TABLE-ROW
               PERFORM INSERT-AFTER-IMAGE
           ELSE
               ADD 1 TO FEED-UNKNOWN-CNT
               DISPLAY 'EXEC_SQL_IXFD1_FEED: JOURNAL ' JRNL-SEQ
                   ' VERB ' JRNL-VERB ' NOT KNOWN - PASSED OVER'
           END-IF
           END-IF
           END-IF
           END-IF.
           COMPUTE FEED-APPLIED-CNT = FEED-ADD-CNT + FEED-UPD-CNT
               + FEED-DEL-CNT + FEED-RKY-CNT.
           MOVE JRNL-SEQ TO FEED-HIGH-WATER.
       APPLY-ONE-ENTRY-CKPT.
           ADD 1 TO FEED-UNCOMMITTED.
           IF FEED-UNCOMMITTED IS NOT LESS THAN
                   FEED-COMMIT-EVERY
               EXEC SQL
                   COMMIT
               END-EXEC
               PERFORM WRITE-HIGH-WATER-MARK
                   THRU WRITE-HIGH-WATER-MARK-EX
               MOVE ZERO TO FEED-UNCOMMITTED.
       APPLY-ONE-ENTRY-EX.
           EXIT.

      * A key with no row is not an error: the row may never have
      * been fed, or this entry is being applied a second time.
       DELETE-TABLE-ROW.
           MOVE FEED-DELETE-KEY TO DCL_IX_FD1_TBL_REC_KEY.
           EXEC SQL
               DELETE FROM IX_FD1_TBL
               WHERE REC_KEY = :DCL_IX_FD1_TBL_REC_KEY
           END-EXEC.

       INSERT-AFTER-IMAGE.
           MOVE JRNL-AFTER-IMAGE TO DCL_IX_FD1_TBL_REC_IMAGE.
           PERFORM INSERT-TABLE-ROW.

       INSERT-TABLE-ROW.
           MOVE DCL_IX_FD1_TBL_REC_IMAGE (148:10)
               TO DCL_IX_FD1_TBL_REC_KEY.
           MOVE DCL_IX_FD1_TBL_REC_IMAGE (186:10)
               TO DCL_IX_FD1_TBL_ALT_KEY_1.
           MOVE DCL_IX_FD1_TBL_REC_IMAGE (1:120)
               TO DCL_IX_FD1_TBL_REC_BODY.
           EXEC SQL
               INSERT INTO IX_FD1_TBL
                      (REC_KEY,
                       ALT_KEY_1,
                       REC_BODY,
                       REC_IMAGE,
                       JRNL_SEQ,
                       CHANGE_DATE)
               VALUES (:DCL_IX_FD1_TBL_REC_KEY,
                       :DCL_IX_FD1_TBL_ALT_KEY_1,
                       :DCL_IX_FD1_TBL_REC_BODY,
                       :DCL_IX_FD1_TBL_REC_IMAGE,
                       :DCL_IX_FD1_TBL_JRNL_SEQ,
                       :DCL_IX_FD1_TBL_CHANGE_DATE)
           END-EXEC.

       WRITE-HIGH-WATER-MARK.
           OPEN OUTPUT CONTROL-FILE.
           MOVE SPACES TO FEED-CTL-REC.
           MOVE FEED-HIGH-WATER TO CTL-HIGH-WATER-SEQ.
           MOVE FEED-RUN-DATE TO CTL-RUN-DATE.
           MOVE FEED-RUN-TIME TO CTL-RUN-TIME.
           MOVE FEED-APPLIED-CNT TO CTL-APPLIED-CNT.
           IF FEED-FUNCTION EQUAL TO 'SEED'
               MOVE 'SEED' TO CTL-SET-BY.
           WRITE FEED-CTL-REC.
           CLOSE CONTROL-FILE.
       WRITE-HIGH-WATER-MARK-EX.
           EXIT.

      * SEED starts the feed, or restarts it after the reconciliation
      * has shown the table out of line: the table is emptied and
      * loaded from the whole of IX-FD1, and the high-water mark is
      * set to the last entry now on the journal, whose changes the
      * file already holds.  IX-FD1 must not be changed while the
      * seed runs.  The seed is a single unit of work, so a failed
      * seed leaves the table and the control record as they were.
       SEED-FUNCTION.
           PERFORM SCAN-JOURNAL-MAX
               THRU SCAN-JOURNAL-MAX-EX.
           OPEN INPUT IX-FD1.
           IF FEED-FILE-STATUS NOT EQUAL TO '00'
               DISPLAY 'EXEC_SQL_IXFD1_FEED: IX-FD1 WOULD NOT OPEN, '
                   'STATUS ' FEED-FILE-STATUS ' - NOTHING SEEDED'
               MOVE 16 TO RETURN-CODE
               GO TO SEED-FUNCTION-EX.
           EXEC SQL
               DELETE FROM IX_FD1_TBL
           END-EXEC.
           MOVE ZERO TO DCL_IX_FD1_TBL_JRNL_SEQ.
           MOVE FEED-RUN-DATE TO DCL_IX_FD1_TBL_CHANGE_DATE.
           MOVE 'NO' TO FEED-EOF-SW.
           MOVE LOW-VALUES TO IX-FD1-KEY.
           START IX-FD1 KEY IS NOT LESS THAN IX-FD1-KEY
               INVALID KEY SET FEED-AT-END TO TRUE
           END-START.
           PERFORM SEED-ONE-RECORD
               THRU SEED-ONE-RECORD-EX
               UNTIL FEED-AT-END.
           CLOSE IX-FD1.
           EXEC SQL
               COMMIT
           END-EXEC.
           MOVE FEED-JRNL-MAX TO FEED-HIGH-WATER.
           PERFORM WRITE-HIGH-WATER-MARK
               THRU WRITE-HIGH-WATER-MARK-EX.
           DISPLAY 'EXEC_SQL_IXFD1_FEED: SEEDED ' FEED-SEEDED-CNT
               ' ROWS, HIGH-WATER SEQUENCE ' FEED-HIGH-WATER.
           MOVE 0 TO RETURN-CODE.
       SEED-FUNCTION-EX.
           EXIT.

       SCAN-JOURNAL-MAX.
           OPEN INPUT JOURNAL-FILE.
           IF FEED-JRNL-STATUS NOT EQUAL TO '00'
               GO TO SCAN-JOURNAL-MAX-EX.
           PERFORM SCAN-ONE-ENTRY
               UNTIL FEED-AT-END.
           CLOSE JOURNAL-FILE.
       SCAN-JOURNAL-MAX-EX.
           EXIT.

       SCAN-ONE-ENTRY.
           READ JOURNAL-FILE
               AT END SET FEED-AT-END TO TRUE
               NOT AT END
                   IF JRNL-SEQ IS GREATER THAN FEED-JRNL-MAX
                       MOVE JRNL-SEQ TO FEED-JRNL-MAX
                   END-IF.

       SEED-ONE-RECORD.
           READ IX-FD1 NEXT RECORD
               AT END SET FEED-AT-END TO TRUE
                   GO TO SEED-ONE-RECORD-EX.
           MOVE IX-FD1R1-F-G-240 TO DCL_IX_FD1_TBL_REC_IMAGE.
           PERFORM INSERT-TABLE-ROW.
           ADD 1 TO FEED-SEEDED-CNT.
       SEED-ONE-RECORD-EX.
           EXIT.
