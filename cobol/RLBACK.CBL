000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           RLBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IX-FILE ASSIGN TO IXFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IX-FILE-KEY
               ALTERNATE RECORD KEY IS IX-FILE-ALTKEY1
                   WITH DUPLICATES
               FILE STATUS IS RLBACK-IX-STATUS.
           SELECT XREF-FILE ASSIGN TO MIGXREF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RLBACK-XREF-STATUS.
           SELECT RL-FILE ASSIGN TO RLOUT
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS RLBACK-RRN
               FILE STATUS IS RLBACK-RL-STATUS.
           SELECT PROPOSAL-FILE ASSIGN TO BACKPROP
               ORGANIZATION IS SEQUENTIAL.
           SELECT BACKOUT-REPORT ASSIGN TO BACKRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      * The indexed side in the IX206A shape.
       FD  IX-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 240 CHARACTERS.
       01  IX-FILE-REC.
           05 IX-FILE-REC-120      PIC X(120).
           05 FILLER               PIC X(8).
           05 FILLER               PIC X(19).
           05 IX-FILE-KEY          PIC X(10).
           05 FILLER               PIC X(9).
           05 FILLER               PIC X(19).
           05 IX-FILE-ALTKEY1      PIC X(10).
           05 FILLER               PIC X(45).

      * The migration cross-reference RLMIGR wrote and RLBRIDGE
      * extended: relative record number 1-8, key 10-19.
       FD  XREF-FILE
           LABEL RECORDS ARE STANDARD.
       01  XREF-REC.
           02 XREF-RRN             PIC 9(8).
           02 FILLER               PIC X(1).
           02 XREF-KEY             PIC X(10).
           02 FILLER               PIC X(61).

      * The rebuilt relative file, the RL-FD1 fixed 120-character
      * record.
       FD  RL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  RL-FILE-REC             PIC X(120).

      * Proposed slots for the keys the lineage has never seen, in
      * the cross-reference shape, so that once the change board
      * accepts them they are appended to MIGXREF and the next
      * rebuild places those records too.
       FD  PROPOSAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  PROPOSAL-REC.
           02 PROP-RRN             PIC 9(8).
           02 FILLER               PIC X(1).
           02 PROP-KEY             PIC X(10).
           02 FILLER               PIC X(61).

       FD  BACKOUT-REPORT
           LABEL RECORDS ARE STANDARD.
       01  BACKOUT-REPORT-REC      PIC X(120).

       WORKING-STORAGE SECTION.
       01  RLBACK-IX-STATUS        PIC XX VALUE '00'.
       01  RLBACK-XREF-STATUS      PIC XX VALUE '00'.
       01  RLBACK-RL-STATUS        PIC XX VALUE '00'.
       01  RLBACK-RRN              PIC 9(8) VALUE ZERO.
       01  RLBACK-EOF-SW           PIC X(3) VALUE 'NO'.
           88 RLBACK-AT-EOF              VALUE 'YES'.
       01  RLBACK-FOUND-SW         PIC X(3) VALUE 'NO'.
           88 RLBACK-XREF-FOUND          VALUE 'YES'.
       01  RLBACK-XREF-USED        PIC 9(4) VALUE ZERO.
       01  RLBACK-XREF-SUB         PIC 9(4) VALUE ZERO.
       01  RLBACK-HIGH-RRN         PIC 9(8) VALUE ZERO.
       01  RLBACK-PROPOSE-RRN      PIC 9(8) VALUE ZERO.
       01  RLBACK-IX-READ-CNT      PIC 9(8) VALUE ZERO.
       01  RLBACK-RESTORED-CNT     PIC 9(8) VALUE ZERO.
       01  RLBACK-NO-SLOT-CNT      PIC 9(8) VALUE ZERO.
       01  RLBACK-CONFLICT-CNT     PIC 9(8) VALUE ZERO.
       01  RLBACK-EMPTIED-CNT      PIC 9(8) VALUE ZERO.
       01  RLBACK-READBACK-CNT     PIC 9(8) VALUE ZERO.
       01  RLBACK-MATCHED-CNT      PIC 9(8) VALUE ZERO.
       01  RLBACK-MISMATCH-CNT     PIC 9(8) VALUE ZERO.
       01  RLBACK-REPORT-LINE      PIC X(120) VALUE SPACE.

      * The lineage held in storage.  RESTORED marks the entries
      * whose record went back into its slot this run.
       01  RLBACK-XREF-TABLE.
           02 RLBACK-XREF-ENTRY OCCURS 2000 TIMES.
              03 RLBACK-XREF-RRN        PIC 9(8).
              03 RLBACK-XREF-KEY        PIC X(10).
              03 RLBACK-XREF-DONE       PIC X(1).
                 88 RLBACK-XREF-RESTORED      VALUE 'Y'.

       PROCEDURE DIVISION.

      * Cutover fallback: rebuilds the relative file from IX-FD1,
      * the reverse of RLMIGR.  Every indexed record whose key the
      * migration cross-reference knows goes back into the very
      * slot it came from, so the consuming jobs' record numbers
      * hold again.  Keys added since migration have no slot; each
      * is listed with a proposed one - the lowest slot the lineage
      * has never used - and the proposals are written in the
      * cross-reference shape for the change board.  Lineage
      * entries whose record has since been deleted leave their
      * slot empty and are listed too.  The rebuilt file is then
      * read back slot by slot and every slot compared with its
      * indexed record through the lineage.  RC=0 when every slot
      * reconciles and every record found a slot, RC=4 when it
      * reconciles but keys still wait on proposed slots, RC=8 when
      * the reconciliation fails or the lineage is missing.
       MAINLINE.
           OPEN OUTPUT BACKOUT-REPORT.
           MOVE 'RELATIVE FALLBACK - RL-FD1 REBUILT FROM IX-FD1'
               TO BACKOUT-REPORT-REC.
           WRITE BACKOUT-REPORT-REC.
           PERFORM LOAD-LINEAGE-TABLE.
           IF RLBACK-XREF-USED EQUAL TO ZERO
               MOVE 'NO MIGRATION CROSS-REFERENCE - NOTHING TO REBUILD'
                   TO BACKOUT-REPORT-REC
               WRITE BACKOUT-REPORT-REC
               CLOSE BACKOUT-REPORT
               MOVE 8 TO RETURN-CODE
               GOBACK.
           PERFORM REBUILD-RELATIVE-FILE.
           PERFORM LIST-EMPTIED-SLOTS.
           PERFORM RECONCILE-SLOT-FOR-SLOT.
           PERFORM WRITE-BACKOUT-TOTALS.
           CLOSE BACKOUT-REPORT.
           IF RLBACK-MISMATCH-CNT NOT EQUAL TO ZERO
             OR RLBACK-CONFLICT-CNT NOT EQUAL TO ZERO
             OR RLBACK-READBACK-CNT NOT EQUAL TO RLBACK-RESTORED-CNT
               MOVE 8 TO RETURN-CODE
           ELSE IF RLBACK-NO-SLOT-CNT NOT EQUAL TO ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           END-IF.
           GOBACK.

       LOAD-LINEAGE-TABLE.
           OPEN INPUT XREF-FILE.
           IF RLBACK-XREF-STATUS NOT EQUAL TO '00'
               SET RLBACK-AT-EOF TO TRUE
           ELSE
               PERFORM LOAD-ONE-XREF-ENTRY
                   UNTIL RLBACK-AT-EOF
                      OR RLBACK-XREF-USED NOT LESS THAN 2000
               CLOSE XREF-FILE.
           MOVE 'NO' TO RLBACK-EOF-SW.

       LOAD-ONE-XREF-ENTRY.
           READ XREF-FILE
               AT END SET RLBACK-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RLBACK-XREF-USED
                   MOVE XREF-RRN TO RLBACK-XREF-RRN
                       (RLBACK-XREF-USED)
                   MOVE XREF-KEY TO RLBACK-XREF-KEY
                       (RLBACK-XREF-USED)
                   MOVE 'N' TO RLBACK-XREF-DONE (RLBACK-XREF-USED)
                   IF XREF-RRN IS GREATER THAN RLBACK-HIGH-RRN
                       MOVE XREF-RRN TO RLBACK-HIGH-RRN
                   END-IF.

      * IX-FD1 is read in key order; each record is written at its
      * lineage slot by number, so the order of the writes does
      * not matter.
       REBUILD-RELATIVE-FILE.
           OPEN INPUT IX-FILE
               OUTPUT RL-FILE PROPOSAL-FILE.
           IF RLBACK-IX-STATUS NOT EQUAL TO '00'
               ADD 1 TO RLBACK-MISMATCH-CNT
               MOVE 'IX-FD1 WILL NOT OPEN - NOTHING RESTORED'
                   TO BACKOUT-REPORT-REC
               WRITE BACKOUT-REPORT-REC
               SET RLBACK-AT-EOF TO TRUE
           ELSE
               MOVE LOW-VALUES TO IX-FILE-KEY
               START IX-FILE KEY IS NOT LESS THAN IX-FILE-KEY
                   INVALID KEY SET RLBACK-AT-EOF TO TRUE
               END-START.
           PERFORM RESTORE-ONE-RECORD UNTIL RLBACK-AT-EOF.
           CLOSE RL-FILE PROPOSAL-FILE.
           MOVE 'NO' TO RLBACK-EOF-SW.

       RESTORE-ONE-RECORD.
           READ IX-FILE NEXT RECORD
               AT END SET RLBACK-AT-EOF TO TRUE.
           IF NOT RLBACK-AT-EOF
               ADD 1 TO RLBACK-IX-READ-CNT
               PERFORM FIND-KEY-IN-LINEAGE
               IF RLBACK-XREF-FOUND
                   PERFORM WRITE-TO-ORIGINAL-SLOT
               ELSE
                   PERFORM PROPOSE-ONE-SLOT
               END-IF.

       WRITE-TO-ORIGINAL-SLOT.
           MOVE RLBACK-XREF-RRN (RLBACK-XREF-SUB) TO RLBACK-RRN.
           MOVE IX-FILE-REC-120 TO RL-FILE-REC.
           WRITE RL-FILE-REC
               INVALID KEY
                   PERFORM REPORT-SLOT-CONFLICT
               NOT INVALID KEY
                   ADD 1 TO RLBACK-RESTORED-CNT
                   MOVE 'Y' TO RLBACK-XREF-DONE (RLBACK-XREF-SUB)
           END-WRITE.

       REPORT-SLOT-CONFLICT.
           ADD 1 TO RLBACK-CONFLICT-CNT.
           MOVE SPACES TO RLBACK-REPORT-LINE.
           STRING 'SLOT CONFLICT: KEY ' IX-FILE-KEY
               ' BELONGS IN SLOT ' RLBACK-RRN
               ' WHICH ANOTHER KEY ALREADY HOLDS'
               DELIMITED BY SIZE INTO RLBACK-REPORT-LINE.
           MOVE RLBACK-REPORT-LINE TO BACKOUT-REPORT-REC.
           WRITE BACKOUT-REPORT-REC.

      * The proposal is the lowest slot number the lineage has
      * never held, past the last one proposed - a slot that was
      * empty at migration, or one past the highest the file ever
      * reached - so an accepted proposal can never collide with a
      * record number some consuming job remembers.
       PROPOSE-ONE-SLOT.
           ADD 1 TO RLBACK-NO-SLOT-CNT.
           SET RLBACK-XREF-FOUND TO TRUE.
           PERFORM NEXT-UNUSED-SLOT UNTIL NOT RLBACK-XREF-FOUND.
           MOVE SPACES TO PROPOSAL-REC.
           MOVE RLBACK-PROPOSE-RRN TO PROP-RRN.
           MOVE IX-FILE-KEY TO PROP-KEY.
           WRITE PROPOSAL-REC.
           MOVE SPACES TO RLBACK-REPORT-LINE.
           STRING 'NO SLOT: KEY ' IX-FILE-KEY
               ' ADDED SINCE MIGRATION - PROPOSED SLOT '
               RLBACK-PROPOSE-RRN
               DELIMITED BY SIZE INTO RLBACK-REPORT-LINE.
           MOVE RLBACK-REPORT-LINE TO BACKOUT-REPORT-REC.
           WRITE BACKOUT-REPORT-REC.

       NEXT-UNUSED-SLOT.
           ADD 1 TO RLBACK-PROPOSE-RRN.
           PERFORM FIND-SLOT-IN-LINEAGE.

      * Searched from the newest entry back, so a key deleted and
      * later added again goes to the slot it was last given.
       FIND-KEY-IN-LINEAGE.
           MOVE 'NO' TO RLBACK-FOUND-SW.
           COMPUTE RLBACK-XREF-SUB = RLBACK-XREF-USED + 1.
           PERFORM MATCH-ONE-XREF-KEY
               UNTIL RLBACK-XREF-FOUND
                  OR RLBACK-XREF-SUB NOT GREATER THAN 1.

       MATCH-ONE-XREF-KEY.
           SUBTRACT 1 FROM RLBACK-XREF-SUB.
           IF RLBACK-XREF-KEY (RLBACK-XREF-SUB) EQUAL TO IX-FILE-KEY
               SET RLBACK-XREF-FOUND TO TRUE.

       FIND-SLOT-IN-LINEAGE.
           MOVE 'NO' TO RLBACK-FOUND-SW.
           MOVE ZERO TO RLBACK-XREF-SUB.
           PERFORM MATCH-ONE-XREF-SLOT
               UNTIL RLBACK-XREF-FOUND
                  OR RLBACK-XREF-SUB NOT LESS THAN RLBACK-XREF-USED.

       MATCH-ONE-XREF-SLOT.
           ADD 1 TO RLBACK-XREF-SUB.
           IF RLBACK-XREF-RRN (RLBACK-XREF-SUB) EQUAL TO
                   RLBACK-PROPOSE-RRN
               SET RLBACK-XREF-FOUND TO TRUE.

      * A lineage entry nobody restored is a record deleted since
      * migration; its slot stays empty, as the relative side
      * would have left it.
       LIST-EMPTIED-SLOTS.
           MOVE ZERO TO RLBACK-XREF-SUB.
           PERFORM LIST-ONE-EMPTIED-SLOT
               UNTIL RLBACK-XREF-SUB NOT LESS THAN RLBACK-XREF-USED.

       LIST-ONE-EMPTIED-SLOT.
           ADD 1 TO RLBACK-XREF-SUB.
           IF NOT RLBACK-XREF-RESTORED (RLBACK-XREF-SUB)
               ADD 1 TO RLBACK-EMPTIED-CNT
               MOVE SPACES TO RLBACK-REPORT-LINE
               STRING 'EMPTY:   SLOT '
                   RLBACK-XREF-RRN (RLBACK-XREF-SUB)
                   ' KEY ' RLBACK-XREF-KEY (RLBACK-XREF-SUB)
                   ' IS NO LONGER ON IX-FD1 - SLOT LEFT EMPTY'
                   DELIMITED BY SIZE INTO RLBACK-REPORT-LINE
               MOVE RLBACK-REPORT-LINE TO BACKOUT-REPORT-REC
               WRITE BACKOUT-REPORT-REC.

      * Every slot the rebuilt file holds must be a restored
      * lineage slot whose record matches IX-FD1 byte for byte;
      * the count read back must equal the count restored.
       RECONCILE-SLOT-FOR-SLOT.
           OPEN INPUT RL-FILE.
           IF RLBACK-RL-STATUS NOT EQUAL TO '00'
               SET RLBACK-AT-EOF TO TRUE.
           PERFORM RECONCILE-ONE-SLOT
               THRU RECONCILE-ONE-SLOT-EX
               UNTIL RLBACK-AT-EOF.
           IF RLBACK-RL-STATUS EQUAL TO '00'
             OR RLBACK-RL-STATUS EQUAL TO '10'
               CLOSE RL-FILE.
           IF RLBACK-IX-STATUS EQUAL TO '00'
             OR RLBACK-IX-STATUS EQUAL TO '10'
             OR RLBACK-IX-STATUS EQUAL TO '23'
               CLOSE IX-FILE.

       RECONCILE-ONE-SLOT.
           READ RL-FILE NEXT RECORD
               AT END SET RLBACK-AT-EOF TO TRUE.
           IF RLBACK-AT-EOF
               GO TO RECONCILE-ONE-SLOT-EX.
           ADD 1 TO RLBACK-READBACK-CNT.
           MOVE RLBACK-RRN TO RLBACK-PROPOSE-RRN.
           PERFORM FIND-SLOT-IN-LINEAGE.
           IF RLBACK-XREF-FOUND
             AND NOT RLBACK-XREF-RESTORED (RLBACK-XREF-SUB)
               PERFORM FIND-RESTORED-SLOT.
           IF NOT RLBACK-XREF-FOUND
               MOVE SPACES TO RLBACK-REPORT-LINE
               STRING 'MISMATCH: SLOT ' RLBACK-RRN
                   ' HOLDS A RECORD THE LINEAGE DID NOT PUT THERE'
                   DELIMITED BY SIZE INTO RLBACK-REPORT-LINE
               PERFORM REPORT-SLOT-MISMATCH
               GO TO RECONCILE-ONE-SLOT-EX.
           MOVE RLBACK-XREF-KEY (RLBACK-XREF-SUB) TO IX-FILE-KEY.
           READ IX-FILE
               INVALID KEY
                   MOVE SPACES TO RLBACK-REPORT-LINE
                   STRING 'MISMATCH: SLOT ' RLBACK-RRN
                       ' KEY ' IX-FILE-KEY
                       ' IS NOT ON IX-FD1'
                       DELIMITED BY SIZE INTO RLBACK-REPORT-LINE
                   PERFORM REPORT-SLOT-MISMATCH
                   GO TO RECONCILE-ONE-SLOT-EX
           END-READ.
           IF RL-FILE-REC NOT EQUAL TO IX-FILE-REC-120
               MOVE SPACES TO RLBACK-REPORT-LINE
               STRING 'MISMATCH: SLOT ' RLBACK-RRN
                   ' KEY ' IX-FILE-KEY
                   ' BODY DIFFERS FROM IX-FD1'
                   DELIMITED BY SIZE INTO RLBACK-REPORT-LINE
               PERFORM REPORT-SLOT-MISMATCH
           ELSE
               ADD 1 TO RLBACK-MATCHED-CNT.
       RECONCILE-ONE-SLOT-EX.
           EXIT.

      * A slot can appear in the lineage more than once when a
      * deleted record's number was reused; the entry that counts
      * is the one restored.
       FIND-RESTORED-SLOT.
           MOVE 'NO' TO RLBACK-FOUND-SW.
           PERFORM MATCH-ONE-RESTORED-SLOT
               UNTIL RLBACK-XREF-FOUND
                  OR RLBACK-XREF-SUB NOT LESS THAN RLBACK-XREF-USED.

       MATCH-ONE-RESTORED-SLOT.
           ADD 1 TO RLBACK-XREF-SUB.
           IF RLBACK-XREF-RRN (RLBACK-XREF-SUB) EQUAL TO
                   RLBACK-PROPOSE-RRN
             AND RLBACK-XREF-RESTORED (RLBACK-XREF-SUB)
               SET RLBACK-XREF-FOUND TO TRUE.

       REPORT-SLOT-MISMATCH.
           ADD 1 TO RLBACK-MISMATCH-CNT.
           MOVE RLBACK-REPORT-LINE TO BACKOUT-REPORT-REC.
           WRITE BACKOUT-REPORT-REC.

       WRITE-BACKOUT-TOTALS.
           MOVE SPACES TO BACKOUT-REPORT-REC.
           WRITE BACKOUT-REPORT-REC.
           MOVE SPACES TO RLBACK-REPORT-LINE.
           STRING 'IX-FD1 RECORDS READ = ' RLBACK-IX-READ-CNT
               '  RESTORED TO ORIGINAL SLOTS = ' RLBACK-RESTORED-CNT
               '  WITHOUT A SLOT = ' RLBACK-NO-SLOT-CNT
               DELIMITED BY SIZE INTO RLBACK-REPORT-LINE.
           MOVE RLBACK-REPORT-LINE TO BACKOUT-REPORT-REC.
           WRITE BACKOUT-REPORT-REC.
           MOVE SPACES TO RLBACK-REPORT-LINE.
           STRING 'LINEAGE ENTRIES = ' RLBACK-XREF-USED
               '  SLOTS LEFT EMPTY = ' RLBACK-EMPTIED-CNT
               '  SLOT CONFLICTS = ' RLBACK-CONFLICT-CNT
               '  HIGHEST SLOT = ' RLBACK-HIGH-RRN
               DELIMITED BY SIZE INTO RLBACK-REPORT-LINE.
           MOVE RLBACK-REPORT-LINE TO BACKOUT-REPORT-REC.
           WRITE BACKOUT-REPORT-REC.
           MOVE SPACES TO RLBACK-REPORT-LINE.
           STRING 'SLOT-FOR-SLOT: READ BACK = ' RLBACK-READBACK-CNT
               '  MATCHED = ' RLBACK-MATCHED-CNT
               '  MISMATCHED = ' RLBACK-MISMATCH-CNT
               DELIMITED BY SIZE INTO RLBACK-REPORT-LINE.
           MOVE RLBACK-REPORT-LINE TO BACKOUT-REPORT-REC.
           WRITE BACKOUT-REPORT-REC.
           IF RLBACK-MISMATCH-CNT NOT EQUAL TO ZERO
             OR RLBACK-CONFLICT-CNT NOT EQUAL TO ZERO
             OR RLBACK-READBACK-CNT NOT EQUAL TO RLBACK-RESTORED-CNT
               MOVE 'SLOTS DO NOT RECONCILE - BACK-OUT NOT PROVEN'
                   TO BACKOUT-REPORT-REC
           ELSE IF RLBACK-NO-SLOT-CNT NOT EQUAL TO ZERO
               MOVE SPACES TO RLBACK-REPORT-LINE
               STRING 'EVERY SLOT RECONCILES - ' RLBACK-NO-SLOT-CNT
                   ' KEY(S) AWAIT THE PROPOSED SLOTS ON BACKPROP'
                   DELIMITED BY SIZE INTO RLBACK-REPORT-LINE
               MOVE RLBACK-REPORT-LINE TO BACKOUT-REPORT-REC
           ELSE
               MOVE 'EVERY SLOT RECONCILES - BACK-OUT PROVEN'
                   TO BACKOUT-REPORT-REC
           END-IF
           END-IF.
           WRITE BACKOUT-REPORT-REC.
