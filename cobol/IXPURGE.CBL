000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           IXPURGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURGE-CARD-FILE ASSIGN TO PRGCRD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IXPURGE-CARD-STATUS.
           SELECT IX-FD1 ASSIGN TO IXFD1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IX-FD1-KEY
               ALTERNATE RECORD KEY IS IX-FD1-ALTKEY1
                   WITH DUPLICATES
               FILE STATUS IS IXPURGE-FILE-STATUS.
           SELECT PURGE-ARCHIVE ASSIGN TO PRGARCH
               ORGANIZATION IS SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO MNTJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IXPURGE-JRNL-STATUS.
           SELECT PURGE-REPORT ASSIGN TO PRGRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      * The purge deck.  The first card says what the run is to do:
      *   1-7   PREVIEW (count only) or PURGE
      *   9-16  the user id the purge is made under - journaled as
      *         the maker of every delete and checked against the
      *         change freeze; required for PURGE
      * The cards after it are IXEXTR selection cards, one
      * comparison each, over the IX206A 240-character record:
      *   1-3   connector: blank on the first card, AND or OR on
      *         the rest (evaluated left to right)
      *   5-8   field offset (1-based)    14-15 comparison: EQ NE
      *   10-12 field length (max 30)           GT LT GE LE
      *   17-46 comparison value, used at the field's length
      * "Older than a cutoff" is a date field LT the cutoff date.
      * Comment cards start with an asterisk.
       FD  PURGE-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  SELECT-CARD.
           02 CARD-CONNECTOR       PIC X(3).
           02 FILLER               PIC X(1).
           02 CARD-OFFSET          PIC 9(4).
           02 FILLER               PIC X(1).
           02 CARD-LENGTH          PIC 9(3).
           02 FILLER               PIC X(1).
           02 CARD-COMPARISON      PIC X(2).
           02 FILLER               PIC X(1).
           02 CARD-VALUE           PIC X(30).
           02 FILLER               PIC X(34).
       01  MODE-CARD.
           02 CARD-MODE            PIC X(7).
           02 FILLER               PIC X(1).
           02 CARD-USER-ID         PIC X(8).
           02 FILLER               PIC X(64).

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

      * The purge archive, in the RLARCH shape so a purged record
      * can be proved intact when it is read back:
      *   1-7   record type (RECORD /TRAILER)
      *   9-16  archive record number    18-23 check value
      *   25-264 the record as it stood on IX-FD1
      * The trailer carries the record count in 9-16, the check
      * total in 18-26, the first and last journal sequence of
      * the purge's deletes in 28-33 and 35-40, and the purge date
      * in 42-49.
       FD  PURGE-ARCHIVE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 264 CHARACTERS.
       01  ARCHIVE-REC.
           02 ARC-TYPE             PIC X(7).
           02 FILLER               PIC X(1).
           02 ARC-NUMBER           PIC 9(8).
           02 FILLER               PIC X(1).
           02 ARC-CHECK            PIC 9(6).
           02 FILLER               PIC X(1).
           02 ARC-DATA             PIC X(240).
       01  ARCHIVE-TRAILER-REC.
           02 TRL-TYPE             PIC X(7).
           02 FILLER               PIC X(1).
           02 TRL-RECORD-COUNT     PIC 9(8).
           02 FILLER               PIC X(1).
           02 TRL-CHECK-TOTAL      PIC 9(9).
           02 FILLER               PIC X(1).
           02 TRL-FIRST-JRNL-SEQ   PIC 9(6).
           02 FILLER               PIC X(1).
           02 TRL-LAST-JRNL-SEQ    PIC 9(6).
           02 FILLER               PIC X(1).
           02 TRL-PURGE-DATE       PIC 9(8).
           02 FILLER               PIC X(215).

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MNT_JRNL.

       FD  PURGE-REPORT
           LABEL RECORDS ARE STANDARD.
       01  PURGE-REPORT-REC        PIC X(120).

       WORKING-STORAGE SECTION.
       01  IXPURGE-CARD-STATUS     PIC XX VALUE '00'.
       01  IXPURGE-FILE-STATUS     PIC XX VALUE '00'.
       01  IXPURGE-JRNL-STATUS     PIC XX VALUE '00'.
       01  IXPURGE-EOF-SW          PIC X(3) VALUE 'NO'.
           88 IXPURGE-AT-EOF             VALUE 'YES'.
       01  IXPURGE-CARD-EOF-SW     PIC X(3) VALUE 'NO'.
           88 IXPURGE-CARDS-DONE         VALUE 'YES'.
       01  IXPURGE-MODE            PIC X(7) VALUE SPACE.
           88 IXPURGE-PREVIEW            VALUE 'PREVIEW'.
           88 IXPURGE-PURGE              VALUE 'PURGE  '.
       01  IXPURGE-USER-ID         PIC X(8) VALUE SPACE.
       01  IXPURGE-BAD-CARD-CNT    PIC 9(3) VALUE ZERO.
       01  IXPURGE-RUN-DATE        PIC 9(8) VALUE ZERO.
       01  IXPURGE-RUN-TIME        PIC 9(6) VALUE ZERO.
       01  IXPURGE-TIME-FULL.
           02 IXPURGE-TIME-HHMMSS PIC 9(6).
           02 FILLER               PIC 99.
       01  IXPURGE-JRNL-SEQ        PIC 9(6) VALUE ZERO.
       01  IXPURGE-FIRST-JRNL-SEQ  PIC 9(6) VALUE ZERO.
       01  IXPURGE-RULE-USED       PIC 9(2) VALUE ZERO.
       01  IXPURGE-RULE-SUB        PIC 9(2) VALUE ZERO.
       01  IXPURGE-READ-CNT        PIC 9(8) VALUE ZERO.
       01  IXPURGE-SELECTED-CNT    PIC 9(8) VALUE ZERO.
       01  IXPURGE-PURGED-CNT      PIC 9(8) VALUE ZERO.
       01  IXPURGE-FAILED-CNT      PIC 9(8) VALUE ZERO.
       01  IXPURGE-PICK-SW         PIC X(3) VALUE 'NO'.
           88 IXPURGE-RECORD-PICKED      VALUE 'YES'.
       01  IXPURGE-TEST-SW         PIC X(3) VALUE 'NO'.
           88 IXPURGE-TEST-TRUE          VALUE 'YES'.
       01  IXPURGE-FIELD-VALUE     PIC X(30) VALUE SPACE.
       01  IXPURGE-WANT-VALUE      PIC X(30) VALUE SPACE.
       01  IXPURGE-REPORT-LINE     PIC X(120) VALUE SPACE.

       01  IXPURGE-CHECK-TOTAL     PIC 9(9) VALUE ZERO.
       01  IXPURGE-CHECK-VALUE     PIC 9(6) VALUE ZERO.
       01  IXPURGE-CHECK-WORK      PIC S9(9) COMP VALUE ZERO.
       01  IXPURGE-CHAR-SUB        PIC 9(3) VALUE ZERO.

      * The change freeze: a PURGE is a change to IX-FD1 like any
      * other, so FRZCHK is asked once for the whole run.
       01  IXPURGE-FRZ-PROGRAM     PIC X(24) VALUE 'IXPURGE'.
       01  IXPURGE-FRZ-DATA        PIC X(18) VALUE 'IX-FD1'.
       01  IXPURGE-FRZ-RESULT      PIC X(1) VALUE SPACE.
       01  IXPURGE-FRZ-REASON      PIC X(36) VALUE SPACE.

       01  IXPURGE-RULE-TABLE.
           02 IXPURGE-RULE-ENTRY OCCURS 20 TIMES.
              03 IXPURGE-RULE-CONN      PIC X(3).
              03 IXPURGE-RULE-OFFSET    PIC 9(4).
              03 IXPURGE-RULE-LENGTH    PIC 9(3).
              03 IXPURGE-RULE-COMP      PIC X(2).
              03 IXPURGE-RULE-VALUE     PIC X(30).

       PROCEDURE DIVISION.

      * Aged-record purge for IX-FD1.  The records the selection
      * cards pick - typically a date field older than a cutoff -
      * are copied to the purge archive and deleted, and every
      * delete is journaled as a DEL on MNTJRNL exactly as IXMAINT
      * journals one, so BACKOUT can put a purge back and IXREST
      * replays it.  PREVIEW runs the same selection over the file
      * and reports the counts without touching anything.  Because
      * a dropped AND card would widen the selection, a deck with
      * any card it cannot use purges nothing.  RC=4 when nothing
      * matched; RC=8 when the change freeze refused the purge or
      * a delete failed; RC=16 when the deck was missing, had no
      * PREVIEW/PURGE card or held a card it could not use, or
      * IX-FD1 would not open - nothing was deleted.
       MAINLINE.
           ACCEPT IXPURGE-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT IXPURGE-TIME-FULL FROM TIME.
           MOVE IXPURGE-TIME-HHMMSS TO IXPURGE-RUN-TIME.
           OPEN OUTPUT PURGE-REPORT.
           OPEN OUTPUT PURGE-ARCHIVE.
           MOVE 'AGED-RECORD PURGE FROM IX-FD1' TO PURGE-REPORT-REC.
           WRITE PURGE-REPORT-REC.
           PERFORM LOAD-PURGE-CARDS.
           IF NOT IXPURGE-PREVIEW AND NOT IXPURGE-PURGE
               MOVE 'NO PREVIEW OR PURGE CARD - NOTHING PURGED'
                   TO PURGE-REPORT-REC
               PERFORM REFUSE-PURGE-DECK
               GOBACK.
           IF IXPURGE-PURGE AND IXPURGE-USER-ID EQUAL TO SPACE
               MOVE 'PURGE CARD HAS NO USER ID - NOTHING PURGED'
                   TO PURGE-REPORT-REC
               PERFORM REFUSE-PURGE-DECK
               GOBACK.
           IF IXPURGE-BAD-CARD-CNT NOT EQUAL TO ZERO
               MOVE SPACES TO IXPURGE-REPORT-LINE
               STRING IXPURGE-BAD-CARD-CNT
                   ' SELECTION CARD(S) NOT USABLE OR OVER 20'
                   ' - NOTHING PURGED'
                   DELIMITED BY SIZE INTO IXPURGE-REPORT-LINE
               MOVE IXPURGE-REPORT-LINE TO PURGE-REPORT-REC
               PERFORM REFUSE-PURGE-DECK
               GOBACK.
           IF IXPURGE-RULE-USED EQUAL TO ZERO
               MOVE 'NO SELECTION CARDS - NOTHING PURGED'
                   TO PURGE-REPORT-REC
               PERFORM REFUSE-PURGE-DECK
               GOBACK.
           PERFORM WRITE-RULE-ECHO-LINES.
           IF IXPURGE-PURGE
               PERFORM CHECK-CHANGE-FREEZE
               IF IXPURGE-FRZ-RESULT EQUAL TO 'F'
                   PERFORM WRITE-ARCHIVE-TRAILER
                   CLOSE PURGE-REPORT PURGE-ARCHIVE
                   MOVE 8 TO RETURN-CODE
                   GOBACK.
           IF IXPURGE-PREVIEW
               OPEN INPUT IX-FD1
           ELSE
               OPEN I-O IX-FD1.
           IF IXPURGE-FILE-STATUS NOT EQUAL TO '00'
               MOVE SPACES TO IXPURGE-REPORT-LINE
               STRING 'IX-FD1 WOULD NOT OPEN, STATUS '
                   IXPURGE-FILE-STATUS ' - NOTHING PURGED'
                   DELIMITED BY SIZE INTO IXPURGE-REPORT-LINE
               MOVE IXPURGE-REPORT-LINE TO PURGE-REPORT-REC
               PERFORM REFUSE-PURGE-DECK
               GOBACK.
           IF IXPURGE-PURGE
               PERFORM POSITION-JOURNAL-SEQ
               OPEN EXTEND JOURNAL-FILE
               IF IXPURGE-JRNL-STATUS NOT EQUAL TO '00'
                   OPEN OUTPUT JOURNAL-FILE
               END-IF.
           MOVE LOW-VALUES TO IX-FD1-KEY.
           START IX-FD1 KEY IS NOT LESS THAN IX-FD1-KEY
               INVALID KEY SET IXPURGE-AT-EOF TO TRUE
           END-START.
           PERFORM PURGE-ONE-RECORD UNTIL IXPURGE-AT-EOF.
           PERFORM WRITE-ARCHIVE-TRAILER.
           IF IXPURGE-PURGE
               CLOSE IX-FD1 JOURNAL-FILE PURGE-ARCHIVE
           ELSE
               CLOSE IX-FD1 PURGE-ARCHIVE.
           PERFORM WRITE-PURGE-TOTALS.
           CLOSE PURGE-REPORT.
           IF IXPURGE-FAILED-CNT NOT EQUAL TO ZERO
               MOVE 8 TO RETURN-CODE
           ELSE IF IXPURGE-SELECTED-CNT EQUAL TO ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           END-IF.
           GOBACK.

      * The archive is opened on every path, so a run that purges
      * nothing still leaves a well-formed archive: a trailer with a
      * count of zero, never a dataset that was allocated but not
      * written.
       REFUSE-PURGE-DECK.
           WRITE PURGE-REPORT-REC.
           PERFORM WRITE-ARCHIVE-TRAILER.
           CLOSE PURGE-REPORT PURGE-ARCHIVE.
           MOVE 16 TO RETURN-CODE.

       LOAD-PURGE-CARDS.
           OPEN INPUT PURGE-CARD-FILE.
           IF IXPURGE-CARD-STATUS EQUAL TO '00'
               PERFORM LOAD-ONE-PURGE-CARD UNTIL IXPURGE-CARDS-DONE
               CLOSE PURGE-CARD-FILE.

       LOAD-ONE-PURGE-CARD.
           READ PURGE-CARD-FILE
               AT END SET IXPURGE-CARDS-DONE TO TRUE
               NOT AT END PERFORM POST-ONE-PURGE-CARD.

      * The first card that is not a comment must be the PREVIEW or
      * PURGE card; a deck that starts any other way is left with
      * no mode and refused.
       POST-ONE-PURGE-CARD.
           IF CARD-CONNECTOR(1:1) EQUAL TO '*'
               NEXT SENTENCE
           ELSE IF IXPURGE-MODE EQUAL TO SPACE
               IF CARD-MODE EQUAL TO 'PREVIEW'
                 OR CARD-MODE EQUAL TO 'PURGE  '
                   MOVE CARD-MODE TO IXPURGE-MODE
                   MOVE CARD-USER-ID TO IXPURGE-USER-ID
               ELSE
                   SET IXPURGE-CARDS-DONE TO TRUE
               END-IF
           ELSE IF (CARD-CONNECTOR NOT EQUAL TO SPACE
                 AND CARD-CONNECTOR NOT EQUAL TO 'AND'
                 AND CARD-CONNECTOR NOT EQUAL TO 'OR ')
             OR CARD-OFFSET IS NOT NUMERIC
             OR CARD-LENGTH IS NOT NUMERIC
             OR CARD-OFFSET EQUAL TO ZERO
             OR CARD-LENGTH EQUAL TO ZERO
             OR CARD-LENGTH IS GREATER THAN 30
             OR CARD-OFFSET + CARD-LENGTH IS GREATER THAN 241
             OR (CARD-COMPARISON NOT EQUAL TO 'EQ'
                 AND CARD-COMPARISON NOT EQUAL TO 'NE'
                 AND CARD-COMPARISON NOT EQUAL TO 'GT'
                 AND CARD-COMPARISON NOT EQUAL TO 'LT'
                 AND CARD-COMPARISON NOT EQUAL TO 'GE'
                 AND CARD-COMPARISON NOT EQUAL TO 'LE')
             OR IXPURGE-RULE-USED NOT LESS THAN 20
               ADD 1 TO IXPURGE-BAD-CARD-CNT
           ELSE
               ADD 1 TO IXPURGE-RULE-USED
               MOVE CARD-CONNECTOR
                   TO IXPURGE-RULE-CONN (IXPURGE-RULE-USED)
               MOVE CARD-OFFSET
                   TO IXPURGE-RULE-OFFSET (IXPURGE-RULE-USED)
               MOVE CARD-LENGTH
                   TO IXPURGE-RULE-LENGTH (IXPURGE-RULE-USED)
               MOVE CARD-COMPARISON
                   TO IXPURGE-RULE-COMP (IXPURGE-RULE-USED)
               MOVE CARD-VALUE
                   TO IXPURGE-RULE-VALUE (IXPURGE-RULE-USED)
           END-IF
           END-IF.

       WRITE-RULE-ECHO-LINES.
           MOVE SPACES TO IXPURGE-REPORT-LINE.
           IF IXPURGE-PREVIEW
               MOVE 'PREVIEW ONLY - NOTHING WILL BE DELETED'
                   TO IXPURGE-REPORT-LINE
           ELSE
               STRING 'PURGE UNDER USER ' IXPURGE-USER-ID
                   ' - SELECTED RECORDS ARE ARCHIVED, DELETED'
                   ' AND JOURNALED'
                   DELIMITED BY SIZE INTO IXPURGE-REPORT-LINE.
           MOVE IXPURGE-REPORT-LINE TO PURGE-REPORT-REC.
           WRITE PURGE-REPORT-REC.
           MOVE ZERO TO IXPURGE-RULE-SUB.
           PERFORM WRITE-ONE-RULE-ECHO
               UNTIL IXPURGE-RULE-SUB NOT LESS THAN
                     IXPURGE-RULE-USED.
           MOVE SPACES TO PURGE-REPORT-REC.
           WRITE PURGE-REPORT-REC.

       WRITE-ONE-RULE-ECHO.
           ADD 1 TO IXPURGE-RULE-SUB.
           MOVE SPACES TO IXPURGE-REPORT-LINE.
           STRING '   '
               IXPURGE-RULE-CONN (IXPURGE-RULE-SUB)
               ' FIELD AT ' IXPURGE-RULE-OFFSET (IXPURGE-RULE-SUB)
               ' FOR ' IXPURGE-RULE-LENGTH (IXPURGE-RULE-SUB)
               ' ' IXPURGE-RULE-COMP (IXPURGE-RULE-SUB)
               ' VALUE ' IXPURGE-RULE-VALUE (IXPURGE-RULE-SUB)
               DELIMITED BY SIZE INTO IXPURGE-REPORT-LINE.
           MOVE IXPURGE-REPORT-LINE TO PURGE-REPORT-REC.
           WRITE PURGE-REPORT-REC.

      * A purge is refused outright under a freeze; an override or
      * a missing calendar is said on the report.
       CHECK-CHANGE-FREEZE.
           CALL 'FRZCHK' USING IXPURGE-FRZ-PROGRAM IXPURGE-FRZ-DATA
               IXPURGE-USER-ID IXPURGE-RUN-DATE IXPURGE-FRZ-RESULT
               IXPURGE-FRZ-REASON.
           MOVE SPACES TO IXPURGE-REPORT-LINE.
           IF IXPURGE-FRZ-RESULT EQUAL TO 'F'
               STRING 'IX-FD1 IS UNDER A CHANGE FREEZE - '
                   IXPURGE-FRZ-REASON
                   DELIMITED BY SIZE INTO IXPURGE-REPORT-LINE
               MOVE IXPURGE-REPORT-LINE TO PURGE-REPORT-REC
               WRITE PURGE-REPORT-REC
               MOVE 'PURGE REFUSED - NOTHING DELETED'
                   TO PURGE-REPORT-REC
               WRITE PURGE-REPORT-REC
           ELSE IF IXPURGE-FRZ-RESULT EQUAL TO 'O'
               STRING 'FREEZE OVERRIDDEN BY ' IXPURGE-USER-ID
                   ' - ' IXPURGE-FRZ-REASON
                   DELIMITED BY SIZE INTO IXPURGE-REPORT-LINE
               MOVE IXPURGE-REPORT-LINE TO PURGE-REPORT-REC
               WRITE PURGE-REPORT-REC
           ELSE IF IXPURGE-FRZ-RESULT EQUAL TO 'U'
               MOVE 'NO FREEZE CALENDAR - CHANGE FREEZE NOT IN FORCE'
                   TO PURGE-REPORT-REC
               WRITE PURGE-REPORT-REC
           END-IF
           END-IF
           END-IF.

      * The next journal sequence continues from the highest one
      * already on the journal, as IXMAINT's does.
       POSITION-JOURNAL-SEQ.
           MOVE 'NO' TO IXPURGE-EOF-SW.
           OPEN INPUT JOURNAL-FILE.
           IF IXPURGE-JRNL-STATUS NOT EQUAL TO '00'
               SET IXPURGE-AT-EOF TO TRUE
           ELSE
               PERFORM SCAN-JOURNAL-SEQ UNTIL IXPURGE-AT-EOF
               CLOSE JOURNAL-FILE.
           MOVE 'NO' TO IXPURGE-EOF-SW.

       SCAN-JOURNAL-SEQ.
           READ JOURNAL-FILE
               AT END SET IXPURGE-AT-EOF TO TRUE
               NOT AT END
                   IF JRNL-SEQ IS GREATER THAN IXPURGE-JRNL-SEQ
                       MOVE JRNL-SEQ TO IXPURGE-JRNL-SEQ
                   END-IF.

       PURGE-ONE-RECORD.
           READ IX-FD1 NEXT RECORD
               AT END SET IXPURGE-AT-EOF TO TRUE.
           IF NOT IXPURGE-AT-EOF
               ADD 1 TO IXPURGE-READ-CNT
               PERFORM EVALUATE-SELECTION
               IF IXPURGE-RECORD-PICKED
                   ADD 1 TO IXPURGE-SELECTED-CNT
                   IF IXPURGE-PURGE
                       PERFORM DELETE-ONE-RECORD
                   END-IF
               END-IF.

      * The delete comes first; only a record that has really gone
      * from IX-FD1 is journaled and archived.
       DELETE-ONE-RECORD.
           DELETE IX-FD1 RECORD
               INVALID KEY
                   PERFORM REPORT-DELETE-FAILURE
               NOT INVALID KEY
                   ADD 1 TO IXPURGE-PURGED-CNT
                   PERFORM WRITE-JOURNAL-RECORD
                   PERFORM WRITE-ARCHIVE-RECORD
           END-DELETE.

       REPORT-DELETE-FAILURE.
           ADD 1 TO IXPURGE-FAILED-CNT.
           MOVE SPACES TO IXPURGE-REPORT-LINE.
           STRING 'DELETE FAILED FOR KEY ' IX-FD1-KEY
               ' STATUS ' IXPURGE-FILE-STATUS
               ' - RECORD LEFT ON FILE'
               DELIMITED BY SIZE INTO IXPURGE-REPORT-LINE.
           MOVE IXPURGE-REPORT-LINE TO PURGE-REPORT-REC.
           WRITE PURGE-REPORT-REC.

      * A purge delete is journaled the way an IXMAINT DEL is: the
      * record as it stood in the before image, a blank after
      * image, the purge's user as maker, and the run stamp of this
      * purge with deck position zero.
       WRITE-JOURNAL-RECORD.
           ADD 1 TO IXPURGE-JRNL-SEQ.
           IF IXPURGE-FIRST-JRNL-SEQ EQUAL TO ZERO
               MOVE IXPURGE-JRNL-SEQ TO IXPURGE-FIRST-JRNL-SEQ.
           MOVE SPACES TO JOURNAL-REC.
           MOVE IXPURGE-JRNL-SEQ TO JRNL-SEQ.
           MOVE 'DEL' TO JRNL-VERB.
           MOVE IX-FD1-KEY TO JRNL-KEY.
           MOVE IXPURGE-RUN-DATE TO JRNL-DATE.
           MOVE IXPURGE-RUN-TIME TO JRNL-TIME.
           MOVE IX-FD1R1-F-G-240 TO JRNL-BEFORE-IMAGE.
           MOVE SPACES TO JRNL-AFTER-IMAGE.
           MOVE IXPURGE-USER-ID TO JRNL-USER-ID.
           MOVE IXPURGE-RUN-DATE TO JRNL-RUN-DATE.
           MOVE IXPURGE-RUN-TIME TO JRNL-RUN-TIME.
           MOVE ZERO TO JRNL-DECK-NO.
           WRITE JOURNAL-REC.

       WRITE-ARCHIVE-RECORD.
           PERFORM COMPUTE-RECORD-CHECK.
           MOVE SPACES TO ARCHIVE-REC.
           MOVE 'RECORD ' TO ARC-TYPE.
           MOVE IXPURGE-PURGED-CNT TO ARC-NUMBER.
           MOVE IXPURGE-CHECK-VALUE TO ARC-CHECK.
           MOVE IX-FD1R1-F-G-240 TO ARC-DATA.
           WRITE ARCHIVE-REC.

      * The RLARCH check: the sum of the ordinal positions of all
      * 240 characters, modulo one million.
       COMPUTE-RECORD-CHECK.
           MOVE ZERO TO IXPURGE-CHECK-WORK.
           MOVE ZERO TO IXPURGE-CHAR-SUB.
           PERFORM SUM-ONE-CHARACTER 240 TIMES.
           COMPUTE IXPURGE-CHECK-VALUE =
               FUNCTION MOD(IXPURGE-CHECK-WORK 1000000).
           ADD IXPURGE-CHECK-VALUE TO IXPURGE-CHECK-TOTAL.

       SUM-ONE-CHARACTER.
           ADD 1 TO IXPURGE-CHAR-SUB.
           COMPUTE IXPURGE-CHECK-WORK = IXPURGE-CHECK-WORK
               + FUNCTION ORD(IX-FD1R1-F-G-240
                 (IXPURGE-CHAR-SUB:1)).

       WRITE-ARCHIVE-TRAILER.
           MOVE SPACES TO ARCHIVE-TRAILER-REC.
           MOVE 'TRAILER' TO TRL-TYPE.
           MOVE IXPURGE-PURGED-CNT TO TRL-RECORD-COUNT.
           MOVE IXPURGE-CHECK-TOTAL TO TRL-CHECK-TOTAL.
           MOVE IXPURGE-FIRST-JRNL-SEQ TO TRL-FIRST-JRNL-SEQ.
           IF IXPURGE-PURGED-CNT EQUAL TO ZERO
               MOVE ZERO TO TRL-LAST-JRNL-SEQ
           ELSE
               MOVE IXPURGE-JRNL-SEQ TO TRL-LAST-JRNL-SEQ.
           MOVE IXPURGE-RUN-DATE TO TRL-PURGE-DATE.
           WRITE ARCHIVE-TRAILER-REC.

      * Left-to-right evaluation, each card combining its own test
      * with the running verdict through its connector, as IXEXTR
      * does it.
       EVALUATE-SELECTION.
           MOVE 'NO' TO IXPURGE-PICK-SW.
           MOVE ZERO TO IXPURGE-RULE-SUB.
           PERFORM EVALUATE-ONE-RULE
               UNTIL IXPURGE-RULE-SUB NOT LESS THAN
                     IXPURGE-RULE-USED.

       EVALUATE-ONE-RULE.
           ADD 1 TO IXPURGE-RULE-SUB.
           PERFORM TEST-ONE-COMPARISON.
           IF IXPURGE-RULE-SUB EQUAL TO 1
               MOVE IXPURGE-TEST-SW TO IXPURGE-PICK-SW
           ELSE IF IXPURGE-RULE-CONN (IXPURGE-RULE-SUB)
                   EQUAL TO 'OR '
               IF IXPURGE-TEST-TRUE
                   MOVE 'YES' TO IXPURGE-PICK-SW
               END-IF
           ELSE
               IF NOT IXPURGE-TEST-TRUE
                   MOVE 'NO' TO IXPURGE-PICK-SW
               END-IF
           END-IF
           END-IF.

       TEST-ONE-COMPARISON.
           MOVE 'NO' TO IXPURGE-TEST-SW.
           MOVE SPACES TO IXPURGE-FIELD-VALUE IXPURGE-WANT-VALUE.
           MOVE IX-FD1R1-F-G-240
               (IXPURGE-RULE-OFFSET (IXPURGE-RULE-SUB):
                IXPURGE-RULE-LENGTH (IXPURGE-RULE-SUB))
               TO IXPURGE-FIELD-VALUE
               (1:IXPURGE-RULE-LENGTH (IXPURGE-RULE-SUB)).
           MOVE IXPURGE-RULE-VALUE (IXPURGE-RULE-SUB)
               (1:IXPURGE-RULE-LENGTH (IXPURGE-RULE-SUB))
               TO IXPURGE-WANT-VALUE
               (1:IXPURGE-RULE-LENGTH (IXPURGE-RULE-SUB)).
           IF IXPURGE-RULE-COMP (IXPURGE-RULE-SUB) EQUAL TO 'EQ'
               IF IXPURGE-FIELD-VALUE EQUAL TO IXPURGE-WANT-VALUE
                   SET IXPURGE-TEST-TRUE TO TRUE
               END-IF
           ELSE IF IXPURGE-RULE-COMP (IXPURGE-RULE-SUB) EQUAL TO 'NE'
               IF IXPURGE-FIELD-VALUE NOT EQUAL TO IXPURGE-WANT-VALUE
                   SET IXPURGE-TEST-TRUE TO TRUE
               END-IF
           ELSE IF IXPURGE-RULE-COMP (IXPURGE-RULE-SUB) EQUAL TO 'GT'
               IF IXPURGE-FIELD-VALUE IS GREATER THAN
                       IXPURGE-WANT-VALUE
                   SET IXPURGE-TEST-TRUE TO TRUE
               END-IF
           ELSE IF IXPURGE-RULE-COMP (IXPURGE-RULE-SUB) EQUAL TO 'LT'
               IF IXPURGE-FIELD-VALUE IS LESS THAN
                       IXPURGE-WANT-VALUE
                   SET IXPURGE-TEST-TRUE TO TRUE
               END-IF
           ELSE IF IXPURGE-RULE-COMP (IXPURGE-RULE-SUB) EQUAL TO 'GE'
               IF IXPURGE-FIELD-VALUE IS NOT LESS THAN
                       IXPURGE-WANT-VALUE
                   SET IXPURGE-TEST-TRUE TO TRUE
               END-IF
           ELSE IF IXPURGE-RULE-COMP (IXPURGE-RULE-SUB) EQUAL TO 'LE'
               IF IXPURGE-FIELD-VALUE IS NOT GREATER THAN
                       IXPURGE-WANT-VALUE
                   SET IXPURGE-TEST-TRUE TO TRUE
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       WRITE-PURGE-TOTALS.
           MOVE SPACES TO IXPURGE-REPORT-LINE.
           IF IXPURGE-PREVIEW
               STRING 'RECORDS READ = ' IXPURGE-READ-CNT
                   '  WOULD BE PURGED = ' IXPURGE-SELECTED-CNT
                   DELIMITED BY SIZE INTO IXPURGE-REPORT-LINE
           ELSE
               STRING 'RECORDS READ = ' IXPURGE-READ-CNT
                   '  SELECTED = ' IXPURGE-SELECTED-CNT
                   '  PURGED = ' IXPURGE-PURGED-CNT
                   '  DELETE FAILED = ' IXPURGE-FAILED-CNT
                   DELIMITED BY SIZE INTO IXPURGE-REPORT-LINE.
           MOVE IXPURGE-REPORT-LINE TO PURGE-REPORT-REC.
           WRITE PURGE-REPORT-REC.
           IF IXPURGE-PURGED-CNT NOT EQUAL TO ZERO
               MOVE SPACES TO IXPURGE-REPORT-LINE
               STRING 'ARCHIVE CHECK TOTAL ' IXPURGE-CHECK-TOTAL
                   '  JOURNAL SEQUENCES ' IXPURGE-FIRST-JRNL-SEQ
                   ' THRU ' IXPURGE-JRNL-SEQ
                   DELIMITED BY SIZE INTO IXPURGE-REPORT-LINE
               MOVE IXPURGE-REPORT-LINE TO PURGE-REPORT-REC
               WRITE PURGE-REPORT-REC.
           IF IXPURGE-SELECTED-CNT EQUAL TO ZERO
               MOVE 'NOTHING MATCHED - CHECK THE SELECTION CARDS'
                   TO PURGE-REPORT-REC
               WRITE PURGE-REPORT-REC.
