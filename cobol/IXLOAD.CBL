000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           IXLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAD-CARD-FILE ASSIGN TO LODCRD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IXLOAD-CRD-STATUS.
           SELECT SEQ-INPUT ASSIGN TO SEQIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IXLOAD-IN-STATUS.
           SELECT SORT-WORK ASSIGN TO SORTWK01.
           SELECT IX-OUTPUT ASSIGN TO IXOUT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IX-OUT-KEY
               ALTERNATE RECORD KEY IS IX-OUT-ALTKEY1
                   WITH DUPLICATES
               FILE STATUS IS IXLOAD-IX-STATUS.
           SELECT REJECT-FILE ASSIGN TO LODREJ
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUNID-FILE ASSIGN TO RUNIDDS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IXLOAD-RUNID-STATUS.
           SELECT LINEAGE-FILE ASSIGN TO LINREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IXLOAD-REG-STATUS.
           SELECT LOAD-REPORT ASSIGN TO LODRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      * Control cards:
      *   KEY     - primary key offset 8-11, length 13-15 (max 10),
      *             N in 17 when the key must be numeric
      *   ALTKEY  - field feeding the alternate key, offset 8-11,
      *             length 13-15 (max 10); optional
      *   FROM    - input dataset name 8-37, for the lineage
      *   TO      - output dataset name 8-37, for the lineage
      * Comment cards start with an asterisk.
       FD  LOAD-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  LOAD-CARD.
           02 CARD-TYPE            PIC X(6).
           02 FILLER               PIC X(1).
           02 CARD-OFFSET          PIC 9(4).
           02 FILLER               PIC X(1).
           02 CARD-LENGTH          PIC 9(3).
           02 FILLER               PIC X(1).
           02 CARD-CLASS           PIC X(1).
           02 FILLER               PIC X(63).
       01  LOAD-CARD-DSN-VIEW.
           02 FILLER               PIC X(7).
           02 CARD-DSN             PIC X(30).
           02 FILLER               PIC X(43).

      * Any ordinary sequential file up to 132 characters - a
      * CERTIMP clean file or a SQMATCH master among them.  The
      * IX206A body holds 120, so anything past column 120 must be
      * blank.
       FD  SEQ-INPUT
           LABEL RECORDS ARE STANDARD
           RECORD IS VARYING IN SIZE FROM 1 TO 132 CHARACTERS
               DEPENDING ON IXLOAD-IN-LEN.
       01  SEQ-INPUT-REC           PIC X(132).

       SD  SORT-WORK.
       01  SORT-WORK-REC.
           02 SORT-WORK-KEY        PIC X(10).
           02 SORT-WORK-REC-NO     PIC 9(8).
           02 SORT-WORK-LEN        PIC 9(3).
           02 SORT-WORK-BODY       PIC X(132).

      * The indexed side is loaded in the IX206A shape: the input
      * record as the 120-character body, the derived keys in the
      * positions IX-FD1 keeps them.
       FD  IX-OUTPUT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 240 CHARACTERS.
       01  IX-OUT-REC.
           05 IX-OUT-REC-120       PIC X(120).
           05 FILLER               PIC X(8).
           05 FILLER               PIC X(19).
           05 IX-OUT-KEY           PIC X(10).
           05 FILLER               PIC X(9).
           05 FILLER               PIC X(19).
           05 IX-OUT-ALTKEY1       PIC X(10).
           05 FILLER               PIC X(45).

      * One reject per record not loaded: reason 1-30, input
      * record number 32-39, the record as read from 41.
       FD  REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REJECT-REC.
           02 REJ-REASON           PIC X(30).
           02 FILLER               PIC X(1).
           02 REJ-REC-NO           PIC 9(8).
           02 FILLER               PIC X(1).
           02 REJ-RECORD           PIC X(132).

       FD  RUNID-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUNID-REC.
           02 RID-RUN-ID           PIC X(12).
           02 FILLER               PIC X(68).

      * The CERTLIN registry record: output dataset 1-30,
      * producing program 32-40, run id 42-53, record count
      * 55-62, up to three input datasets from 64.
       FD  LINEAGE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS.
       01  LINEAGE-REC.
           02 LIN-OUTPUT-DSN       PIC X(30).
           02 FILLER               PIC X(1).
           02 LIN-PROGRAM          PIC X(9).
           02 FILLER               PIC X(1).
           02 LIN-RUN-ID           PIC X(12).
           02 FILLER               PIC X(1).
           02 LIN-REC-CNT          PIC 9(8).
           02 FILLER               PIC X(1).
           02 LIN-INPUT-1          PIC X(30).
           02 FILLER               PIC X(1).
           02 LIN-INPUT-2          PIC X(30).
           02 FILLER               PIC X(1).
           02 LIN-INPUT-3          PIC X(30).
           02 FILLER               PIC X(5).

       FD  LOAD-REPORT
           LABEL RECORDS ARE STANDARD.
       01  LOAD-REPORT-REC         PIC X(120).

       WORKING-STORAGE SECTION.
       01  IXLOAD-CRD-STATUS       PIC XX VALUE '00'.
       01  IXLOAD-IN-STATUS        PIC XX VALUE '00'.
       01  IXLOAD-IX-STATUS        PIC XX VALUE '00'.
       01  IXLOAD-RUNID-STATUS     PIC XX VALUE '00'.
       01  IXLOAD-REG-STATUS       PIC XX VALUE '00'.
       01  IXLOAD-IN-LEN           PIC 9(3) COMP VALUE ZERO.
       01  IXLOAD-EOF-SW           PIC X(3) VALUE 'NO'.
           88 IXLOAD-AT-EOF              VALUE 'YES'.
       01  IXLOAD-CARD-EOF-SW      PIC X(3) VALUE 'NO'.
           88 IXLOAD-CARDS-DONE          VALUE 'YES'.
       01  IXLOAD-CARD-BAD-SW      PIC X(3) VALUE 'NO'.
           88 IXLOAD-CARD-BAD            VALUE 'YES'.
       01  IXLOAD-SEQ-SW           PIC X(3) VALUE 'YES'.
           88 IXLOAD-IN-SEQUENCE         VALUE 'YES'.
       01  IXLOAD-KEY-OFFSET       PIC 9(4) VALUE ZERO.
       01  IXLOAD-KEY-LENGTH       PIC 9(3) VALUE ZERO.
       01  IXLOAD-KEY-CLASS        PIC X(1) VALUE SPACE.
           88 IXLOAD-NUMERIC-KEY         VALUE 'N'.
       01  IXLOAD-ALT-OFFSET       PIC 9(4) VALUE ZERO.
       01  IXLOAD-ALT-LENGTH       PIC 9(3) VALUE ZERO.
       01  IXLOAD-FROM-DSN         PIC X(30) VALUE 'SEQIN'.
       01  IXLOAD-TO-DSN           PIC X(30) VALUE 'IXOUT'.
       01  IXLOAD-RUN-ID           PIC X(12) VALUE SPACE.
       01  IXLOAD-READ-CNT         PIC 9(8) VALUE ZERO.
       01  IXLOAD-LOADED-CNT       PIC 9(8) VALUE ZERO.
       01  IXLOAD-REJECT-CNT       PIC 9(8) VALUE ZERO.
       01  IXLOAD-DUPKEY-CNT       PIC 9(8) VALUE ZERO.
       01  IXLOAD-EDIT-CNT         PIC 9(8) VALUE ZERO.
       01  IXLOAD-READBACK-CNT     PIC 9(8) VALUE ZERO.
       01  IXLOAD-PRIOR-KEY        PIC X(10) VALUE LOW-VALUES.
       01  IXLOAD-DERIVED-KEY      PIC X(10) VALUE SPACE.
       01  IXLOAD-DERIVED-ALT      PIC X(10) VALUE SPACE.
       01  IXLOAD-KEY-BYTES        PIC X(10) VALUE SPACE.
       01  IXLOAD-REASON           PIC X(30) VALUE SPACE.
       01  IXLOAD-REPORT-LINE      PIC X(120) VALUE SPACE.

      * The record in hand for the load, whichever way it came -
      * straight from the input or back from the sort.
       01  IXLOAD-REC-NO           PIC 9(8) VALUE ZERO.
       01  IXLOAD-LEN              PIC 9(3) VALUE ZERO.
       01  IXLOAD-RECORD           PIC X(132) VALUE SPACE.

       PROCEDURE DIVISION.

      * General sequential-to-indexed load.  The key designations
      * come from the cards, so any flat file can be loaded in the
      * IX206A shape the way RLMIGR loads a relative one.  A first
      * pass checks the input for primary-key sequence; input in
      * sequence loads straight through, anything else goes through
      * a SORT on the derived key first (duplicates kept in arrival
      * order, so the first of a duplicate set is the one loaded).
      * Edit failures and duplicate primary keys go to the reject
      * file with the reason, and the counts must reconcile both
      * ways: read = loaded + rejected, and loaded against a
      * read-back of the indexed file.  The load is entered in the
      * CERTLIN lineage registry.  RC=16 for bad cards or input
      * that will not open; RC=8 when the counts do not reconcile;
      * RC=4 when records were rejected; RC=0 otherwise.
       MAINLINE-CONTROL SECTION.
       MAINLINE.
           OPEN OUTPUT LOAD-REPORT.
           MOVE 'SEQUENTIAL-TO-INDEXED LOAD' TO LOAD-REPORT-REC.
           WRITE LOAD-REPORT-REC.
           MOVE SPACES TO LOAD-REPORT-REC.
           WRITE LOAD-REPORT-REC.
           PERFORM LOAD-CONTROL-CARDS.
           IF IXLOAD-CARD-BAD OR IXLOAD-KEY-LENGTH EQUAL TO ZERO
               MOVE 'BAD KEY DESIGNATION ON CONTROL CARDS'
                   TO LOAD-REPORT-REC
               WRITE LOAD-REPORT-REC
               CLOSE LOAD-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK.
           PERFORM CHECK-INPUT-SEQUENCE.
           IF IXLOAD-IN-STATUS NOT EQUAL TO '00'
             AND IXLOAD-IN-STATUS NOT EQUAL TO '10'
               MOVE 'SEQUENTIAL INPUT WILL NOT OPEN - NOTHING LOADED'
                   TO LOAD-REPORT-REC
               WRITE LOAD-REPORT-REC
               CLOSE LOAD-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK.
           OPEN OUTPUT IX-OUTPUT REJECT-FILE.
           IF IXLOAD-IN-SEQUENCE
               PERFORM LOAD-STRAIGHT-THROUGH
           ELSE
               SORT SORT-WORK
                   ON ASCENDING KEY SORT-WORK-KEY
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS SORT-INPUT-PROCEDURES
                   OUTPUT PROCEDURE IS SORT-OUTPUT-PROCEDURES.
           CLOSE IX-OUTPUT REJECT-FILE.
           PERFORM READ-BACK-INDEXED-FILE.
           PERFORM RECORD-LOAD-LINEAGE.
           PERFORM WRITE-LOAD-REPORT.
           CLOSE LOAD-REPORT.
           IF IXLOAD-LOADED-CNT + IXLOAD-REJECT-CNT
                   NOT EQUAL TO IXLOAD-READ-CNT
             OR IXLOAD-READBACK-CNT NOT EQUAL TO IXLOAD-LOADED-CNT
               MOVE 8 TO RETURN-CODE
           ELSE IF IXLOAD-REJECT-CNT NOT EQUAL TO ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           END-IF.
           GOBACK.

       LOAD-CONTROL-CARDS.
           OPEN INPUT LOAD-CARD-FILE.
           IF IXLOAD-CRD-STATUS NOT EQUAL TO '00'
               SET IXLOAD-CARDS-DONE TO TRUE.
           PERFORM LOAD-ONE-CONTROL-CARD UNTIL IXLOAD-CARDS-DONE.
           IF IXLOAD-CRD-STATUS EQUAL TO '00'
             OR IXLOAD-CRD-STATUS EQUAL TO '10'
               CLOSE LOAD-CARD-FILE.

       LOAD-ONE-CONTROL-CARD.
           READ LOAD-CARD-FILE
               AT END SET IXLOAD-CARDS-DONE TO TRUE
               NOT AT END PERFORM POST-ONE-CONTROL-CARD.

       POST-ONE-CONTROL-CARD.
           IF LOAD-CARD EQUAL TO SPACES
             OR CARD-TYPE (1:1) EQUAL TO '*'
               NEXT SENTENCE
           ELSE IF CARD-TYPE EQUAL TO 'FROM  '
             AND CARD-DSN NOT EQUAL TO SPACES
               MOVE CARD-DSN TO IXLOAD-FROM-DSN
           ELSE IF CARD-TYPE EQUAL TO 'TO    '
             AND CARD-DSN NOT EQUAL TO SPACES
               MOVE CARD-DSN TO IXLOAD-TO-DSN
           ELSE IF CARD-OFFSET IS NOT NUMERIC
             OR CARD-LENGTH IS NOT NUMERIC
             OR CARD-OFFSET EQUAL TO ZERO
             OR CARD-LENGTH EQUAL TO ZERO
             OR CARD-LENGTH IS GREATER THAN 10
             OR CARD-OFFSET + CARD-LENGTH IS GREATER THAN 121
               PERFORM REPORT-BAD-CARD
           ELSE IF CARD-TYPE EQUAL TO 'KEY   '
               MOVE CARD-OFFSET TO IXLOAD-KEY-OFFSET
               MOVE CARD-LENGTH TO IXLOAD-KEY-LENGTH
               MOVE CARD-CLASS TO IXLOAD-KEY-CLASS
           ELSE IF CARD-TYPE EQUAL TO 'ALTKEY'
               MOVE CARD-OFFSET TO IXLOAD-ALT-OFFSET
               MOVE CARD-LENGTH TO IXLOAD-ALT-LENGTH
           ELSE
               PERFORM REPORT-BAD-CARD
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       REPORT-BAD-CARD.
           SET IXLOAD-CARD-BAD TO TRUE.
           MOVE SPACES TO IXLOAD-REPORT-LINE.
           STRING 'BAD CONTROL CARD: ' LOAD-CARD
               DELIMITED BY SIZE INTO IXLOAD-REPORT-LINE.
           MOVE IXLOAD-REPORT-LINE TO LOAD-REPORT-REC.
           WRITE LOAD-REPORT-REC.

      * First pass: is the input already in primary-key order?
      * Equal keys count as in order; they are duplicates, and
      * the load rejects them either way.
       CHECK-INPUT-SEQUENCE.
           MOVE 'NO' TO IXLOAD-EOF-SW.
           OPEN INPUT SEQ-INPUT.
           IF IXLOAD-IN-STATUS NOT EQUAL TO '00'
               SET IXLOAD-AT-EOF TO TRUE
           ELSE
               PERFORM CHECK-ONE-RECORD-SEQUENCE
                   UNTIL IXLOAD-AT-EOF OR NOT IXLOAD-IN-SEQUENCE
               CLOSE SEQ-INPUT
               MOVE '00' TO IXLOAD-IN-STATUS.

       CHECK-ONE-RECORD-SEQUENCE.
           READ SEQ-INPUT
               AT END SET IXLOAD-AT-EOF TO TRUE.
           IF NOT IXLOAD-AT-EOF
               MOVE SPACES TO IXLOAD-RECORD
               MOVE SEQ-INPUT-REC (1:IXLOAD-IN-LEN) TO IXLOAD-RECORD
               PERFORM DERIVE-RECORD-KEYS
               IF IXLOAD-DERIVED-KEY IS LESS THAN IXLOAD-PRIOR-KEY
                   MOVE 'NO' TO IXLOAD-SEQ-SW
               ELSE
                   MOVE IXLOAD-DERIVED-KEY TO IXLOAD-PRIOR-KEY.

       LOAD-STRAIGHT-THROUGH.
           MOVE 'NO' TO IXLOAD-EOF-SW.
           OPEN INPUT SEQ-INPUT.
           PERFORM LOAD-ONE-INPUT-RECORD UNTIL IXLOAD-AT-EOF.
           CLOSE SEQ-INPUT.

       LOAD-ONE-INPUT-RECORD.
           READ SEQ-INPUT
               AT END SET IXLOAD-AT-EOF TO TRUE.
           IF NOT IXLOAD-AT-EOF
               ADD 1 TO IXLOAD-READ-CNT
               MOVE IXLOAD-READ-CNT TO IXLOAD-REC-NO
               MOVE IXLOAD-IN-LEN TO IXLOAD-LEN
               MOVE SPACES TO IXLOAD-RECORD
               MOVE SEQ-INPUT-REC (1:IXLOAD-IN-LEN) TO IXLOAD-RECORD
               PERFORM LOAD-ONE-RECORD THRU LOAD-ONE-RECORD-EX.

       READ-BACK-INDEXED-FILE.
           MOVE 'NO' TO IXLOAD-EOF-SW.
           OPEN INPUT IX-OUTPUT.
           MOVE LOW-VALUES TO IX-OUT-KEY.
           START IX-OUTPUT KEY IS NOT LESS THAN IX-OUT-KEY
               INVALID KEY SET IXLOAD-AT-EOF TO TRUE.
           PERFORM COUNT-ONE-INDEXED-RECORD UNTIL IXLOAD-AT-EOF.
           CLOSE IX-OUTPUT.

       COUNT-ONE-INDEXED-RECORD.
           READ IX-OUTPUT NEXT RECORD
               AT END SET IXLOAD-AT-EOF TO TRUE.
           IF NOT IXLOAD-AT-EOF
               ADD 1 TO IXLOAD-READBACK-CNT.

      * One registry record for the load, in the shape CERTLIN
      * keeps: what was built, from what, under which run, with
      * how many records.
       RECORD-LOAD-LINEAGE.
           OPEN INPUT RUNID-FILE.
           IF IXLOAD-RUNID-STATUS NOT EQUAL TO '00'
               MOVE 'RUN-UNKNOWN ' TO IXLOAD-RUN-ID
           ELSE
               READ RUNID-FILE
                   AT END MOVE 'RUN-UNKNOWN ' TO RID-RUN-ID
               END-READ
               MOVE RID-RUN-ID TO IXLOAD-RUN-ID
               CLOSE RUNID-FILE.
           OPEN EXTEND LINEAGE-FILE.
           IF IXLOAD-REG-STATUS NOT EQUAL TO '00'
               OPEN OUTPUT LINEAGE-FILE.
           MOVE SPACES TO LINEAGE-REC.
           MOVE IXLOAD-TO-DSN TO LIN-OUTPUT-DSN.
           MOVE 'IXLOAD' TO LIN-PROGRAM.
           MOVE IXLOAD-RUN-ID TO LIN-RUN-ID.
           MOVE IXLOAD-LOADED-CNT TO LIN-REC-CNT.
           MOVE IXLOAD-FROM-DSN TO LIN-INPUT-1.
           WRITE LINEAGE-REC.
           CLOSE LINEAGE-FILE.

       SORT-INPUT-PROCEDURES SECTION.
       OPEN-AND-RELEASE.
           MOVE 'NO' TO IXLOAD-EOF-SW.
           OPEN INPUT SEQ-INPUT.
           PERFORM RELEASE-ONE-RECORD UNTIL IXLOAD-AT-EOF.
           CLOSE SEQ-INPUT.
           GO TO SORT-INPUT-DONE.

       RELEASE-ONE-RECORD.
           READ SEQ-INPUT
               AT END SET IXLOAD-AT-EOF TO TRUE.
           IF NOT IXLOAD-AT-EOF
               ADD 1 TO IXLOAD-READ-CNT
               MOVE SPACES TO IXLOAD-RECORD
               MOVE SEQ-INPUT-REC (1:IXLOAD-IN-LEN) TO IXLOAD-RECORD
               PERFORM DERIVE-RECORD-KEYS
               MOVE IXLOAD-DERIVED-KEY TO SORT-WORK-KEY
               MOVE IXLOAD-READ-CNT TO SORT-WORK-REC-NO
               MOVE IXLOAD-IN-LEN TO SORT-WORK-LEN
               MOVE IXLOAD-RECORD TO SORT-WORK-BODY
               RELEASE SORT-WORK-REC.

       SORT-INPUT-DONE.
           EXIT.

       SORT-OUTPUT-PROCEDURES SECTION.
       RETURN-AND-LOAD.
           MOVE 'NO' TO IXLOAD-EOF-SW.
           PERFORM RETURN-ONE-RECORD UNTIL IXLOAD-AT-EOF.
           GO TO SORT-OUTPUT-DONE.

       RETURN-ONE-RECORD.
           RETURN SORT-WORK
               AT END SET IXLOAD-AT-EOF TO TRUE.
           IF NOT IXLOAD-AT-EOF
               MOVE SORT-WORK-REC-NO TO IXLOAD-REC-NO
               MOVE SORT-WORK-LEN TO IXLOAD-LEN
               MOVE SORT-WORK-BODY TO IXLOAD-RECORD
               PERFORM LOAD-ONE-RECORD THRU LOAD-ONE-RECORD-EX.

       SORT-OUTPUT-DONE.
           EXIT.

       LOAD-SUPPORT SECTION.
      * Keys shorter than ten characters are right-justified over
      * zeros, the same shape the IX206A keys carry.
       DERIVE-RECORD-KEYS.
           MOVE ALL '0' TO IXLOAD-DERIVED-KEY.
           MOVE IXLOAD-RECORD (IXLOAD-KEY-OFFSET:IXLOAD-KEY-LENGTH)
               TO IXLOAD-DERIVED-KEY
               (11 - IXLOAD-KEY-LENGTH:IXLOAD-KEY-LENGTH).
           MOVE ALL '0' TO IXLOAD-DERIVED-ALT.
           IF IXLOAD-ALT-LENGTH IS GREATER THAN ZERO
               MOVE IXLOAD-RECORD
                   (IXLOAD-ALT-OFFSET:IXLOAD-ALT-LENGTH)
                   TO IXLOAD-DERIVED-ALT
                   (11 - IXLOAD-ALT-LENGTH:IXLOAD-ALT-LENGTH).

      * The edits, then the write.  The first failure decides the
      * reason on the reject.
       LOAD-ONE-RECORD.
           PERFORM DERIVE-RECORD-KEYS.
           MOVE SPACES TO IXLOAD-KEY-BYTES.
           MOVE IXLOAD-RECORD (IXLOAD-KEY-OFFSET:IXLOAD-KEY-LENGTH)
               TO IXLOAD-KEY-BYTES.
           IF IXLOAD-KEY-OFFSET + IXLOAD-KEY-LENGTH - 1
                   IS GREATER THAN IXLOAD-LEN
               MOVE 'RECORD TOO SHORT FOR KEY' TO IXLOAD-REASON
               GO TO LOAD-ONE-RECORD-EDIT.
           IF IXLOAD-KEY-BYTES EQUAL TO SPACES
             OR IXLOAD-KEY-BYTES (1:IXLOAD-KEY-LENGTH) EQUAL TO
                LOW-VALUES
               MOVE 'PRIMARY KEY IS BLANK' TO IXLOAD-REASON
               GO TO LOAD-ONE-RECORD-EDIT.
           IF IXLOAD-NUMERIC-KEY
             AND IXLOAD-KEY-BYTES (1:IXLOAD-KEY-LENGTH)
                 IS NOT NUMERIC
               MOVE 'PRIMARY KEY NOT NUMERIC' TO IXLOAD-REASON
               GO TO LOAD-ONE-RECORD-EDIT.
           IF IXLOAD-ALT-LENGTH IS GREATER THAN ZERO
             AND IXLOAD-ALT-OFFSET + IXLOAD-ALT-LENGTH - 1
                 IS GREATER THAN IXLOAD-LEN
               MOVE 'RECORD TOO SHORT FOR ALT KEY' TO IXLOAD-REASON
               GO TO LOAD-ONE-RECORD-EDIT.
           IF IXLOAD-RECORD (121:12) NOT EQUAL TO SPACES
               MOVE 'DATA BEYOND COLUMN 120' TO IXLOAD-REASON
               GO TO LOAD-ONE-RECORD-EDIT.
           MOVE SPACES TO IX-OUT-REC.
           MOVE IXLOAD-RECORD (1:120) TO IX-OUT-REC-120.
           MOVE IXLOAD-DERIVED-KEY TO IX-OUT-KEY.
           MOVE IXLOAD-DERIVED-ALT TO IX-OUT-ALTKEY1.
           WRITE IX-OUT-REC
               INVALID KEY
                   ADD 1 TO IXLOAD-DUPKEY-CNT
                   PERFORM REJECT-FAILED-WRITE
               NOT INVALID KEY
                   ADD 1 TO IXLOAD-LOADED-CNT
           END-WRITE.
           GO TO LOAD-ONE-RECORD-EX.
       LOAD-ONE-RECORD-EDIT.
           ADD 1 TO IXLOAD-EDIT-CNT.
           PERFORM REJECT-ONE-RECORD.
       LOAD-ONE-RECORD-EX.
           EXIT.

       REJECT-FAILED-WRITE.
           IF IXLOAD-IX-STATUS EQUAL TO '22'
               MOVE 'DUPLICATE PRIMARY KEY' TO IXLOAD-REASON
           ELSE
               MOVE SPACES TO IXLOAD-REASON
               STRING 'WRITE FAILED STATUS ' IXLOAD-IX-STATUS
                   DELIMITED BY SIZE INTO IXLOAD-REASON.
           PERFORM REJECT-ONE-RECORD.

       REJECT-ONE-RECORD.
           ADD 1 TO IXLOAD-REJECT-CNT.
           MOVE SPACES TO REJECT-REC.
           MOVE IXLOAD-REASON TO REJ-REASON.
           MOVE IXLOAD-REC-NO TO REJ-REC-NO.
           MOVE IXLOAD-RECORD TO REJ-RECORD.
           WRITE REJECT-REC.

       REPORT-SUPPORT SECTION.
       WRITE-LOAD-REPORT.
           MOVE SPACES TO IXLOAD-REPORT-LINE.
           STRING 'LOADED ' IXLOAD-TO-DSN ' FROM ' IXLOAD-FROM-DSN
               DELIMITED BY SIZE INTO IXLOAD-REPORT-LINE.
           MOVE IXLOAD-REPORT-LINE TO LOAD-REPORT-REC.
           WRITE LOAD-REPORT-REC.
           IF IXLOAD-IN-SEQUENCE
               MOVE 'INPUT IN PRIMARY-KEY SEQUENCE - LOADED AS READ'
                   TO LOAD-REPORT-REC
           ELSE
               MOVE 'INPUT OUT OF SEQUENCE - SORTED ON PRIMARY KEY'
                   TO LOAD-REPORT-REC.
           WRITE LOAD-REPORT-REC.
           MOVE SPACES TO IXLOAD-REPORT-LINE.
           STRING 'RECORDS READ = ' IXLOAD-READ-CNT
               '  LOADED = ' IXLOAD-LOADED-CNT
               '  REJECTED = ' IXLOAD-REJECT-CNT
               '  (DUPLICATE KEYS = ' IXLOAD-DUPKEY-CNT
               '  EDIT FAILURES = ' IXLOAD-EDIT-CNT ')'
               DELIMITED BY SIZE INTO IXLOAD-REPORT-LINE.
           MOVE IXLOAD-REPORT-LINE TO LOAD-REPORT-REC.
           WRITE LOAD-REPORT-REC.
           MOVE SPACES TO IXLOAD-REPORT-LINE.
           STRING 'INDEXED READ-BACK COUNT = ' IXLOAD-READBACK-CNT
               DELIMITED BY SIZE INTO IXLOAD-REPORT-LINE.
           MOVE IXLOAD-REPORT-LINE TO LOAD-REPORT-REC.
           WRITE LOAD-REPORT-REC.
           IF IXLOAD-LOADED-CNT + IXLOAD-REJECT-CNT
                   EQUAL TO IXLOAD-READ-CNT
             AND IXLOAD-READBACK-CNT EQUAL TO IXLOAD-LOADED-CNT
               MOVE 'READ = LOADED + REJECTED - COUNTS RECONCILE'
                   TO LOAD-REPORT-REC
           ELSE
               MOVE 'COUNT MISMATCH - DO NOT USE THE LOADED FILE'
                   TO LOAD-REPORT-REC.
           WRITE LOAD-REPORT-REC.
