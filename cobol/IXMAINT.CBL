           SELECT AUTH-FILE ASSIGN TO MNTAUTH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IXMAINT-AUTH-STATUS.
           SELECT DUAL-FILE ASSIGN TO MNTDUAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IXMAINT-DUAL-STATUS.
           SELECT PENDING-FILE ASSIGN TO MNTPEND
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IXMAINT-PEND-STATUS.
           SELECT APPROVAL-FILE ASSIGN TO MNTAPPR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IXMAINT-APPR-STATUS.
           SELECT KEY-RANGE-FILE ASSIGN TO MNTKRNG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IXMAINT-KRNG-STATUS.
           SELECT RESERVATION-FILE ASSIGN TO MNTKRSV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IXMAINT-KRSV-STATUS.
           SELECT XREF-FILE ASSIGN TO MIGXREF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IXMAINT-XREF-STATUS.
           SELECT MAINT-REPORT ASSIGN TO MNTRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
      * columns 16-20 makes the APPLY edit verify every ADD and
      * UPD key through CKDIGIT before it touches the file; blank
      * leaves the edit off for the key ranges that carry no
      * check digit.  APPROVE takes the checkers' decisions from
      * the approval deck against the pending-approval file;
      * PENDING only ages what is still waiting there.  RESTART
      * finishes an APPLY that ended part-way through its deck:
      * columns 22-29 and 31-36 carry the interrupted run's date
      * and time as its report printed them.
       FD  MAINT-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAINT-CARD.
           02 CARD-JRNL-POINT      PIC 9(6).
           02 FILLER               PIC X(1).
           02 CARD-CHECK-MODE      PIC X(5).
           02 FILLER               PIC X(1).
           02 CARD-RUN-DATE        PIC X(8).
           02 FILLER               PIC X(1).
           02 CARD-RUN-TIME        PIC X(6).
           02 FILLER               PIC X(44).

      * Maintenance transactions: ADD, UPD, DEL or RKY in 1-3, the
      * primary key in 5-14, the alternate key in 16-25, the
      * 120-character record body from column 27, and the
      * submitting operator's user id in 148-155.  An RKY (re-key)
      * carries the record's new primary key in 27-36 in place of
      * a body; the alternate key and body stay as they are on
      * file.  The record is
      * read INTO working storage, where a released item from the
      * pending-approval file is put through the same paragraphs.
       FD  TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRANSACTION-IN-REC      PIC X(160).

       FD  IX-FD1
           LABEL RECORDS ARE STANDARD
                 15 IX-FD1-ALTKEY1 PIC X(10).
              10 FILLER            PIC X(45).

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MNT_JRNL.

      * The authorization dataset the controls group maintains.
       FD  AUTH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MNT_AUTH.

      * The two-person rule: verb 1-3 (ADD, UPD, DEL or ALL) and
      * key range 5-14 through 16-25 (blank range means every key)
      * the controls group has put under dual approval.  A change
      * falling in any entry is held for a second user to release
      * instead of being applied.  Comment records start with an
      * asterisk.
       FD  DUAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  DUAL-REC.
           02 DUAL-VERB            PIC X(3).
           02 FILLER               PIC X(1).
           02 DUAL-KEY-LOW         PIC X(10).
           02 FILLER               PIC X(1).
           02 DUAL-KEY-HIGH        PIC X(10).
           02 FILLER               PIC X(55).

      * Held transactions awaiting their checker:
      *   1-6    pending id           27-34  checker user id
      *   8      status: P pending,   36-43  date decided
      *          R released, X        45-84  checker's reason
      *          rejected, A applied, 86-245 the transaction as
      *          F failed at APPLY           submitted by the maker
      *   10-17  date held  19-24 time held
      *   247-254 and 256-261 the holding run's stamp and 263-268
      *          the item's position in its deck, as on the journal
       FD  PENDING-FILE
           LABEL RECORDS ARE STANDARD.
       01  PENDING-REC.
           02 PEND-ID              PIC 9(6).
           02 FILLER               PIC X(1).
           02 PEND-STATUS          PIC X(1).
           02 FILLER               PIC X(1).
           02 PEND-HELD-DATE       PIC 9(8).
           02 FILLER               PIC X(1).
           02 PEND-HELD-TIME       PIC 9(6).
           02 FILLER               PIC X(2).
           02 PEND-CHECKER-ID      PIC X(8).
           02 FILLER               PIC X(1).
           02 PEND-DECIDED-DATE    PIC 9(8).
           02 FILLER               PIC X(1).
           02 PEND-REASON          PIC X(40).
           02 FILLER               PIC X(1).
           02 PEND-TRAN-IMAGE      PIC X(160).
           02 FILLER               PIC X(1).
           02 PEND-RUN-DATE        PIC 9(8).
           02 FILLER               PIC X(1).
           02 PEND-RUN-TIME        PIC 9(6).
           02 FILLER               PIC X(1).
           02 PEND-DECK-NO         PIC 9(6).
           02 FILLER               PIC X(2).

      * The checkers' approval deck: REL or REJ in 1-3, pending id
      * 5-10, the checker's user id 12-19, free-text reason 21-60.
       FD  APPROVAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  APPROVAL-CARD.
           02 APPR-DECISION        PIC X(3).
           02 FILLER               PIC X(1).
           02 APPR-PEND-ID         PIC 9(6).
           02 FILLER               PIC X(1).
           02 APPR-CHECKER-ID      PIC X(8).
           02 FILLER               PIC X(1).
           02 APPR-REASON          PIC X(40).
           02 FILLER               PIC X(20).

      * Controlled key ranges: low key 1-10 through high key 12-21.
      * An ADD in any of them is taken only for a key IXKEYGEN has
      * reserved.  Comment records start with an asterisk.
       FD  KEY-RANGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  KEY-RANGE-REC.
           02 KRNG-KEY-LOW         PIC X(10).
           02 FILLER               PIC X(1).
           02 KRNG-KEY-HIGH        PIC X(10).
           02 FILLER               PIC X(59).

      * The current generation of IXKEYGEN's reservations.
       FD  RESERVATION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY KEY_RSV.

      * The migration cross-reference RLMIGR wrote: relative record
      * number 1-8, derived key 10-19.  A re-key is carried to it so
      * IXRECON still reconciles.
       FD  XREF-FILE
           LABEL RECORDS ARE STANDARD.
       01  XREF-REC.
           02 XREF-RRN             PIC 9(8).
           02 FILLER               PIC X(1).
           02 XREF-KEY             PIC X(10).
           02 FILLER               PIC X(61).

       FD  MAINT-REPORT
           LABEL RECORDS ARE STANDARD.
              03 IXMAINT-UNDO-VERB      PIC X(3).
              03 IXMAINT-UNDO-KEY       PIC X(10).
              03 IXMAINT-UNDO-BEFORE    PIC X(240).
              03 IXMAINT-UNDO-NEW-KEY   PIC X(10).
       01  IXMAINT-UNDO-OVFL-CNT   PIC 9(5) VALUE ZERO.
       01  IXMAINT-REPORT-LINE     PIC X(120) VALUE SPACE.
       01  IXMAINT-SAVED-FUNCTION  PIC X(7) VALUE SPACE.
       01  IXMAINT-SAVED-POINT     PIC 9(6) VALUE ZERO.
       01  IXMAINT-CHECK-MODE      PIC X(5) VALUE SPACE.
       01  IXMAINT-CKD-RESULT      PIC X(1) VALUE SPACE.

      * The change freeze: FRZCHK is asked about IX-FD1 for every
      * transaction, for the user who submitted it.  A missing
      * calendar is said once on the report.
       01  IXMAINT-FRZ-PROGRAM     PIC X(24) VALUE 'IXMAINT'.
       01  IXMAINT-FRZ-DATA        PIC X(18) VALUE 'IX-FD1'.
       01  IXMAINT-FRZ-RESULT      PIC X(1) VALUE SPACE.
       01  IXMAINT-FRZ-REASON      PIC X(36) VALUE SPACE.
       01  IXMAINT-FRZ-NOTED-SW    PIC X(3) VALUE 'NO'.
           88 IXMAINT-FRZ-NOTED          VALUE 'YES'.
       01  IXMAINT-FROZEN-CNT      PIC 9(5) VALUE ZERO.
       01  IXMAINT-OVERRIDE-CNT    PIC 9(5) VALUE ZERO.
       01  IXMAINT-AUTH-STATUS     PIC XX VALUE '00'.
       01  IXMAINT-AUTH-EOF-SW     PIC X(3) VALUE 'NO'.
           88 IXMAINT-AUTH-AT-EOF        VALUE 'YES'.
              03 IXMAINT-AUTH-LOW       PIC X(10).
              03 IXMAINT-AUTH-HIGH      PIC X(10).

      * The user whose grants the authority check looks at: the
      * maker for a transaction, the checker for an approval.
       01  IXMAINT-ACTING-USER     PIC X(8) VALUE SPACE.

      * Maintenance transactions: ADD, UPD, DEL or RKY in 1-3, the
      * primary key in 5-14, the alternate key in 16-25, the
      * 120-character record body from column 27 (for RKY, the new
      * primary key in its first ten), and the submitting
      * operator's user id in 148-155.
       01  TRANSACTION-REC.
           02 TRAN-VERB            PIC X(3).
           02 FILLER               PIC X(1).
           02 TRAN-KEY             PIC X(10).
           02 FILLER               PIC X(1).
           02 TRAN-ALTKEY          PIC X(10).
           02 FILLER               PIC X(1).
           02 TRAN-BODY            PIC X(120).
           02 FILLER               PIC X(1).
           02 TRAN-USER-ID         PIC X(8).
           02 FILLER               PIC X(5).

      * Two-person rule.  RELEASED-SW is on while an item the
      * checker released is going through the APPLY, so it is not
      * held a second time and its journal record carries the
      * checker's id.
       01  IXMAINT-DUAL-STATUS     PIC XX VALUE '00'.
       01  IXMAINT-PEND-STATUS     PIC XX VALUE '00'.
       01  IXMAINT-APPR-STATUS     PIC XX VALUE '00'.
       01  IXMAINT-DUAL-EOF-SW     PIC X(3) VALUE 'NO'.
           88 IXMAINT-DUAL-AT-EOF        VALUE 'YES'.
       01  IXMAINT-DUAL-LOADED-SW  PIC X(3) VALUE 'NO'.
           88 IXMAINT-DUAL-IN-FORCE      VALUE 'YES'.
       01  IXMAINT-DUAL-SW         PIC X(3) VALUE 'NO'.
           88 IXMAINT-NEEDS-CHECKER      VALUE 'YES'.
       01  IXMAINT-RELEASED-SW     PIC X(3) VALUE 'NO'.
           88 IXMAINT-IS-RELEASED        VALUE 'YES'.
       01  IXMAINT-PEND-OPEN-SW    PIC X(3) VALUE 'NO'.
           88 IXMAINT-PEND-IS-OPEN       VALUE 'YES'.
       01  IXMAINT-CHECKER-ID      PIC X(8) VALUE SPACE.
       01  IXMAINT-PEND-ID         PIC 9(6) VALUE ZERO.
       01  IXMAINT-HELD-CNT        PIC 9(5) VALUE ZERO.
       01  IXMAINT-RELEASED-CNT    PIC 9(5) VALUE ZERO.
       01  IXMAINT-DECLINED-CNT    PIC 9(5) VALUE ZERO.
       01  IXMAINT-APPLIED-BEFORE  PIC 9(5) VALUE ZERO.
       01  IXMAINT-TODAY-INT       PIC 9(8) VALUE ZERO.
       01  IXMAINT-AGE-DAYS        PIC 9(5) VALUE ZERO.
       01  IXMAINT-OLDEST-DAYS     PIC 9(5) VALUE ZERO.
       01  IXMAINT-WAITING-CNT     PIC 9(5) VALUE ZERO.
       01  IXMAINT-WAIT-TEXT       PIC X(36) VALUE SPACE.

       01  IXMAINT-DUAL-USED       PIC 9(3) VALUE ZERO.
       01  IXMAINT-DUAL-SUB        PIC 9(3) VALUE ZERO.
       01  IXMAINT-DUAL-TABLE.
           02 IXMAINT-DUAL-ENTRY OCCURS 100 TIMES.
              03 IXMAINT-DUAL-VERB      PIC X(3).
              03 IXMAINT-DUAL-LOW       PIC X(10).
              03 IXMAINT-DUAL-HIGH      PIC X(10).

      * Re-key.  EDIT-KEY is the key the check-digit and reservation
      * edits look at - the new key for an RKY, the transaction key
      * otherwise.  Every re-key done (or undone by BACKOUT) is
      * listed in REKEY-TABLE, in the order done, and carried to
      * the migration cross-reference in one pass at the end.
       01  IXMAINT-EDIT-KEY        PIC X(10) VALUE SPACE.
       01  IXMAINT-NEW-KEY         PIC X(10) VALUE SPACE.
       01  IXMAINT-XREF-STATUS     PIC XX VALUE '00'.
       01  IXMAINT-XREF-CHANGED-SW PIC X(3) VALUE 'NO'.
           88 IXMAINT-XREF-CHANGED       VALUE 'YES'.
       01  IXMAINT-XREF-CNT        PIC 9(5) VALUE ZERO.
       01  IXMAINT-REKEY-USED      PIC 9(3) VALUE ZERO.
       01  IXMAINT-REKEY-SUB       PIC 9(3) VALUE ZERO.
       01  IXMAINT-REKEY-TABLE.
           02 IXMAINT-REKEY-ENTRY OCCURS 200 TIMES.
              03 IXMAINT-REKEY-FROM     PIC X(10).
              03 IXMAINT-REKEY-TO       PIC X(10).
       01  IXMAINT-REJECT-TEXT     PIC X(40) VALUE SPACE.
       01  IXMAINT-REKEY-FROM-HOLD PIC X(10) VALUE SPACE.
       01  IXMAINT-REKEY-TO-HOLD   PIC X(10) VALUE SPACE.

      * Key reservation edit.  Only keys still reserved (status R)
      * are held; a used key is already on IX-FD1 and a second ADD
      * of it would be a duplicate anyway.
       01  IXMAINT-KRNG-STATUS     PIC XX VALUE '00'.
       01  IXMAINT-KRSV-STATUS     PIC XX VALUE '00'.
       01  IXMAINT-KRNG-EOF-SW     PIC X(3) VALUE 'NO'.
           88 IXMAINT-KRNG-AT-EOF        VALUE 'YES'.
       01  IXMAINT-KRNG-LOADED-SW  PIC X(3) VALUE 'NO'.
           88 IXMAINT-KRNG-IN-FORCE      VALUE 'YES'.
       01  IXMAINT-CONTROLLED-SW   PIC X(3) VALUE 'NO'.
           88 IXMAINT-KEY-CONTROLLED     VALUE 'YES'.
       01  IXMAINT-RESERVED-SW     PIC X(3) VALUE 'NO'.
           88 IXMAINT-KEY-RESERVED       VALUE 'YES'.
       01  IXMAINT-KRNG-USED       PIC 9(3) VALUE ZERO.
       01  IXMAINT-KRNG-SUB        PIC 9(3) VALUE ZERO.
       01  IXMAINT-KRNG-TABLE.
           02 IXMAINT-KRNG-ENTRY OCCURS 100 TIMES.
              03 IXMAINT-KRNG-LOW       PIC X(10).
              03 IXMAINT-KRNG-HIGH      PIC X(10).
       01  IXMAINT-KRSV-USED       PIC 9(4) VALUE ZERO.
       01  IXMAINT-KRSV-SUB        PIC 9(4) VALUE ZERO.
       01  IXMAINT-KRSV-TABLE.
           02 IXMAINT-KRSV-KEY     PIC X(10) OCCURS 9999 TIMES.

      * Restart.  The run stamp is the date and time the APPLY run
      * started; a RESTART takes it from the card instead, so the
      * finished run reads as one on the journal.  DONE-FLAG marks
      * each deck position the interrupted run journaled (J) or
      * held for approval (H); every position up to the highest
      * so marked was reached by that run and is skipped.
       01  IXMAINT-RUN-ID-DATE     PIC 9(8) VALUE ZERO.
       01  IXMAINT-RUN-ID-TIME     PIC 9(6) VALUE ZERO.
       01  IXMAINT-DECK-NO         PIC 9(6) VALUE ZERO.
       01  IXMAINT-RESTART-SW      PIC X(3) VALUE 'NO'.
           88 IXMAINT-IS-RESTART         VALUE 'YES'.
       01  IXMAINT-SKIP-HIGH       PIC 9(6) VALUE ZERO.
       01  IXMAINT-SKIPPED-CNT     PIC 9(5) VALUE ZERO.
       01  IXMAINT-SKIP-TEXT       PIC X(30) VALUE SPACE.
       01  IXMAINT-DONE-TABLE.
           02 IXMAINT-DONE-FLAG    PIC X OCCURS 20000 TIMES.

      * The approval deck, held so each card can be matched to its
      * pending item in one pass of the pending-approval file.
       01  IXMAINT-APPR-USED       PIC 9(3) VALUE ZERO.
       01  IXMAINT-APPR-SUB        PIC 9(3) VALUE ZERO.
       01  IXMAINT-APPR-TABLE.
           02 IXMAINT-APPR-ENTRY OCCURS 200 TIMES.
              03 IXMAINT-APPR-DECISION  PIC X(3).
              03 IXMAINT-APPR-ID        PIC 9(6).
              03 IXMAINT-APPR-CHECKER   PIC X(8).
              03 IXMAINT-APPR-REASON    PIC X(40).
              03 IXMAINT-APPR-USED-SW   PIC X.
                 88 IXMAINT-APPR-MATCHED      VALUE 'Y'.

       PROCEDURE DIVISION.

      * Controlled maintenance for IX-FD1, replacing the one-off
      * images; BACKOUT walks the journal and undoes every change
      * past a requested journal point.  This is the evidence the
      * auditors asked for that the certification file was never
      * quietly altered.  Key ranges and verbs the controls group
      * puts under dual control are held on the pending-approval
      * file instead of applied; a second, different authorized
      * user releases or rejects them through APPROVE, and only a
      * released item reaches a later APPLY, journaled with both
      * the maker's and the checker's ids.  During a declared
      * change freeze on IX-FD1 only an override user's
      * transactions are applied.
       MAINLINE.
           ACCEPT IXMAINT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT IXMAINT-TIME-FULL FROM TIME.
           MOVE IXMAINT-TIME-HHMMSS TO IXMAINT-RUN-TIME.
           MOVE IXMAINT-RUN-DATE TO IXMAINT-RUN-ID-DATE.
           MOVE IXMAINT-RUN-TIME TO IXMAINT-RUN-ID-TIME.
           OPEN INPUT MAINT-CARD-FILE.
           READ MAINT-CARD-FILE
               AT END MOVE SPACES TO MAINT-CARD.
           OPEN OUTPUT MAINT-REPORT.
           IF IXMAINT-SAVED-FUNCTION EQUAL TO 'APPLY  '
               PERFORM APPLY-FUNCTION
           ELSE IF IXMAINT-SAVED-FUNCTION EQUAL TO 'RESTART'
               PERFORM RESTART-FUNCTION
           ELSE IF IXMAINT-SAVED-FUNCTION EQUAL TO 'BACKOUT'
               PERFORM BACKOUT-FUNCTION
           ELSE IF IXMAINT-SAVED-FUNCTION EQUAL TO 'APPROVE'
               PERFORM APPROVE-FUNCTION
           ELSE IF IXMAINT-SAVED-FUNCTION EQUAL TO 'PENDING'
               PERFORM WRITE-PENDING-AGING
           ELSE
               MOVE 'UNKNOWN FUNCTION ON CONTROL CARD'
                   TO MAINT-REPORT-REC
               CLOSE MAINT-REPORT
               GOBACK
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           PERFORM WRITE-MAINT-TOTALS.
           CLOSE MAINT-REPORT.
               MOVE 0 TO RETURN-CODE.
           GOBACK.

      * Items released since the last APPLY go first, ahead of the
      * deck, so a release is never overtaken by a later change to
      * the same key.  The pass also finds the highest pending id,
      * from which this run's holds are numbered.
       APPLY-FUNCTION.
           MOVE SPACES TO IXMAINT-REPORT-LINE.
           IF IXMAINT-IS-RESTART
               STRING 'RESTART OF APPLY RUN ' IXMAINT-RUN-ID-DATE
                   ' ' IXMAINT-RUN-ID-TIME
                   DELIMITED BY SIZE INTO IXMAINT-REPORT-LINE
           ELSE
               STRING 'APPLY RUN ' IXMAINT-RUN-ID-DATE ' '
                   IXMAINT-RUN-ID-TIME
                   ' - QUOTE THIS DATE AND TIME ON A RESTART CARD'
                   DELIMITED BY SIZE INTO IXMAINT-REPORT-LINE.
           MOVE IXMAINT-REPORT-LINE TO MAINT-REPORT-REC.
           WRITE MAINT-REPORT-REC.
           PERFORM LOAD-AUTHORITY-TABLE.
           PERFORM LOAD-DUAL-CONTROL-TABLE.
           PERFORM LOAD-KEY-RANGE-TABLE.
           PERFORM POSITION-JOURNAL-SEQ.
           OPEN I-O IX-FD1
               EXTEND JOURNAL-FILE.
           IF IXMAINT-JRNL-STATUS NOT EQUAL TO '00'
               OPEN OUTPUT JOURNAL-FILE.
           MOVE 'NO' TO IXMAINT-EOF-SW.
           OPEN I-O PENDING-FILE.
           IF IXMAINT-PEND-STATUS EQUAL TO '00'
               PERFORM APPLY-ONE-RELEASED-ITEM UNTIL IXMAINT-AT-EOF
               CLOSE PENDING-FILE.
           MOVE 'NO' TO IXMAINT-EOF-SW.
           MOVE 'NO' TO IXMAINT-RELEASED-SW.
           MOVE SPACES TO IXMAINT-CHECKER-ID.
           IF IXMAINT-DUAL-IN-FORCE
               OPEN EXTEND PENDING-FILE
               IF IXMAINT-PEND-STATUS NOT EQUAL TO '00'
                   OPEN OUTPUT PENDING-FILE
               END-IF
               IF IXMAINT-PEND-STATUS EQUAL TO '00'
                   SET IXMAINT-PEND-IS-OPEN TO TRUE
               END-IF
           END-IF.
           IF IXMAINT-IS-RESTART
               PERFORM REPORT-RESTART-POINT.
           OPEN INPUT TRANSACTION-FILE.
           PERFORM APPLY-ONE-TRANSACTION UNTIL IXMAINT-AT-EOF.
           CLOSE TRANSACTION-FILE IX-FD1 JOURNAL-FILE.
           IF IXMAINT-PEND-IS-OPEN
               CLOSE PENDING-FILE
               MOVE 'NO' TO IXMAINT-PEND-OPEN-SW.
           PERFORM CARRY-REKEYS-TO-XREF.
           PERFORM WRITE-PENDING-AGING.

      * A released item is put through the same edits as a deck
      * transaction - the maker's grant may have been withdrawn
      * since - but is not held again.  It is marked applied, or
      * failed if the edits or the file turned it away, so it is
      * never picked up twice.
       APPLY-ONE-RELEASED-ITEM.
           READ PENDING-FILE
               AT END SET IXMAINT-AT-EOF TO TRUE
               NOT AT END
                   IF PEND-ID IS GREATER THAN IXMAINT-PEND-ID
                       MOVE PEND-ID TO IXMAINT-PEND-ID
                   END-IF
                   IF IXMAINT-IS-RESTART
                     AND PEND-RUN-DATE EQUAL TO IXMAINT-RUN-ID-DATE
                     AND PEND-RUN-TIME EQUAL TO IXMAINT-RUN-ID-TIME
                       MOVE PEND-DECK-NO TO IXMAINT-DECK-NO
                       MOVE 'H' TO IXMAINT-SKIP-TEXT
                       PERFORM MARK-DECK-POSITION-DONE
                   END-IF
                   IF PEND-STATUS EQUAL TO 'R'
                       PERFORM APPLY-RELEASED-ITEM
                   END-IF.

       APPLY-RELEASED-ITEM.
           MOVE PEND-TRAN-IMAGE TO TRANSACTION-REC.
           MOVE PEND-CHECKER-ID TO IXMAINT-CHECKER-ID.
           SET IXMAINT-IS-RELEASED TO TRUE.
           MOVE IXMAINT-APPLIED-CNT TO IXMAINT-APPLIED-BEFORE.
           PERFORM DISPATCH-ONE-TRANSACTION
               THRU DISPATCH-ONE-TRANSACTION-EX.
           MOVE SPACES TO IXMAINT-REPORT-LINE.
           IF IXMAINT-APPLIED-CNT IS GREATER THAN
                   IXMAINT-APPLIED-BEFORE
               MOVE 'A' TO PEND-STATUS
               ADD 1 TO IXMAINT-RELEASED-CNT
               STRING 'RELEASED ITEM ' PEND-ID ' ' TRAN-VERB
                   ' KEY=' TRAN-KEY ' APPLIED (MAKER '
                   TRAN-USER-ID ' CHECKER ' PEND-CHECKER-ID ')'
                   DELIMITED BY SIZE INTO IXMAINT-REPORT-LINE
           ELSE
               MOVE 'F' TO PEND-STATUS
               STRING 'RELEASED ITEM ' PEND-ID ' ' TRAN-VERB
                   ' KEY=' TRAN-KEY ' FAILED AT APPLY'
                   DELIMITED BY SIZE INTO IXMAINT-REPORT-LINE
           END-IF.
           REWRITE PENDING-REC.
           MOVE IXMAINT-REPORT-LINE TO MAINT-REPORT-REC.
           WRITE MAINT-REPORT-REC.

      * The next journal sequence continues from the highest one
      * already on the journal, so sequences stay unique across
               NOT AT END
                   IF JRNL-SEQ IS GREATER THAN IXMAINT-JRNL-SEQ
                       MOVE JRNL-SEQ TO IXMAINT-JRNL-SEQ
                   END-IF
                   IF IXMAINT-IS-RESTART
                     AND JRNL-RUN-DATE EQUAL TO IXMAINT-RUN-ID-DATE
                     AND JRNL-RUN-TIME EQUAL TO IXMAINT-RUN-ID-TIME
                       MOVE JRNL-DECK-NO TO IXMAINT-DECK-NO
                       MOVE 'J' TO IXMAINT-SKIP-TEXT
                       PERFORM MARK-DECK-POSITION-DONE
                   END-IF.

       APPLY-ONE-TRANSACTION.
           READ TRANSACTION-FILE INTO TRANSACTION-REC
               AT END SET IXMAINT-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO IXMAINT-DECK-NO
                   IF IXMAINT-IS-RESTART
                     AND IXMAINT-DECK-NO IS NOT GREATER THAN
                         IXMAINT-SKIP-HIGH
                       PERFORM SKIP-PROCESSED-TRANSACTION
                   ELSE
                       PERFORM DISPATCH-ONE-TRANSACTION
                           THRU DISPATCH-ONE-TRANSACTION-EX
                   END-IF.

      * Restart: the card names the interrupted run by the date and
      * time its report printed.  The journal scan and the pending
      * pass of the APPLY mark that run's deck positions as they go
      * by, before the deck is read; the run then carries on under
      * the old stamp with the journal sequence continuing from
      * the last record written.  A change the interrupted run made
      * to IX-FD1 but did not live to journal is tried again and
      * shows on the report as a duplicate or not-found rejection.
       RESTART-FUNCTION.
           IF CARD-RUN-DATE IS NOT NUMERIC
             OR CARD-RUN-TIME IS NOT NUMERIC
             OR CARD-RUN-DATE EQUAL TO ZERO
               MOVE 'RESTART CARD NEEDS THE INTERRUPTED RUN DATE AND
      -            ' TIME IN COLUMNS 22-29 AND 31-36'
                   TO MAINT-REPORT-REC
               WRITE MAINT-REPORT-REC
               ADD 1 TO IXMAINT-REJECTED-CNT
           ELSE
               MOVE CARD-RUN-DATE TO IXMAINT-RUN-ID-DATE
               MOVE CARD-RUN-TIME TO IXMAINT-RUN-ID-TIME
               MOVE SPACES TO IXMAINT-DONE-TABLE
               SET IXMAINT-IS-RESTART TO TRUE
               PERFORM APPLY-FUNCTION.

       MARK-DECK-POSITION-DONE.
           IF IXMAINT-DECK-NO IS GREATER THAN ZERO
               IF IXMAINT-DECK-NO IS GREATER THAN IXMAINT-SKIP-HIGH
                   MOVE IXMAINT-DECK-NO TO IXMAINT-SKIP-HIGH
               END-IF
               IF IXMAINT-DECK-NO IS NOT GREATER THAN 20000
                   MOVE IXMAINT-SKIP-TEXT TO
                       IXMAINT-DONE-FLAG (IXMAINT-DECK-NO)
               END-IF
           END-IF.
           MOVE ZERO TO IXMAINT-DECK-NO.

       REPORT-RESTART-POINT.
           MOVE SPACES TO IXMAINT-REPORT-LINE.
           IF IXMAINT-SKIP-HIGH EQUAL TO ZERO
               STRING 'NOTHING ON THE JOURNAL OR PENDING FILE FROM RUN
      -            ' ' IXMAINT-RUN-ID-DATE ' ' IXMAINT-RUN-ID-TIME
                   ' - WHOLE DECK WILL BE PROCESSED'
                   DELIMITED BY SIZE INTO IXMAINT-REPORT-LINE
           ELSE
               STRING 'INTERRUPTED RUN REACHED DECK POSITION '
                   IXMAINT-SKIP-HIGH
                   ' - PROCESSING RESUMES AFTER IT'
                   DELIMITED BY SIZE INTO IXMAINT-REPORT-LINE.
           MOVE IXMAINT-REPORT-LINE TO MAINT-REPORT-REC.
           WRITE MAINT-REPORT-REC.

      * A skipped position neither journaled nor held was rejected
      * by the interrupted run; its report carries the reason.
       SKIP-PROCESSED-TRANSACTION.
           ADD 1 TO IXMAINT-SKIPPED-CNT.
           IF IXMAINT-DECK-NO IS GREATER THAN 20000
               MOVE 'PROCESSED BY INTERRUPTED RUN' TO IXMAINT-SKIP-TEXT
           ELSE IF IXMAINT-DONE-FLAG (IXMAINT-DECK-NO) EQUAL TO 'J'
               MOVE 'APPLIED BY INTERRUPTED RUN' TO IXMAINT-SKIP-TEXT
           ELSE IF IXMAINT-DONE-FLAG (IXMAINT-DECK-NO) EQUAL TO 'H'
               MOVE 'HELD BY INTERRUPTED RUN' TO IXMAINT-SKIP-TEXT
           ELSE
               MOVE 'REJECTED BY INTERRUPTED RUN' TO IXMAINT-SKIP-TEXT
           END-IF
           END-IF
           END-IF.
           MOVE SPACES TO IXMAINT-REPORT-LINE.
           STRING 'SKIPPED DECK POSITION ' IXMAINT-DECK-NO ' '
               TRAN-VERB ' KEY=' TRAN-KEY ' (' IXMAINT-SKIP-TEXT ')'
               DELIMITED BY SIZE INTO IXMAINT-REPORT-LINE.
           MOVE IXMAINT-REPORT-LINE TO MAINT-REPORT-REC.
           WRITE MAINT-REPORT-REC.

      * A missing authorization dataset means the control has not
      * been deployed at this site yet; the run proceeds open but
                   END-IF.

       DISPATCH-ONE-TRANSACTION.
           MOVE TRAN-USER-ID TO IXMAINT-ACTING-USER.
           IF IXMAINT-AUTH-IN-FORCE
               PERFORM CHECK-TRANSACTION-AUTHORITY
               IF NOT IXMAINT-IS-GRANTED
                   GO TO DISPATCH-ONE-TRANSACTION-EX
               END-IF
           END-IF.
           IF TRAN-VERB EQUAL TO 'RKY'
               MOVE TRAN-BODY (1:10) TO IXMAINT-EDIT-KEY
           ELSE
               MOVE TRAN-KEY TO IXMAINT-EDIT-KEY.
           IF IXMAINT-CHECK-MODE NOT EQUAL TO SPACE
             AND (TRAN-VERB EQUAL TO 'ADD'
               OR TRAN-VERB EQUAL TO 'UPD'
               OR TRAN-VERB EQUAL TO 'RKY')
               PERFORM VERIFY-KEY-CHECK-DIGIT
               IF IXMAINT-CKD-RESULT NOT EQUAL TO 'Y'
                   PERFORM REJECT-BAD-CHECK-DIGIT
                   GO TO DISPATCH-ONE-TRANSACTION-EX
               END-IF
           END-IF.
           IF IXMAINT-KRNG-IN-FORCE
             AND (TRAN-VERB EQUAL TO 'ADD'
               OR TRAN-VERB EQUAL TO 'RKY')
               PERFORM CHECK-KEY-RESERVATION
               IF IXMAINT-KEY-CONTROLLED
                 AND NOT IXMAINT-KEY-RESERVED
                   PERFORM REJECT-UNRESERVED-KEY
                   GO TO DISPATCH-ONE-TRANSACTION-EX
               END-IF
           END-IF.
           PERFORM CHECK-CHANGE-FREEZE.
           IF IXMAINT-FRZ-RESULT EQUAL TO 'F'
               PERFORM REJECT-FROZEN
               GO TO DISPATCH-ONE-TRANSACTION-EX.
           IF IXMAINT-DUAL-IN-FORCE
             AND NOT IXMAINT-IS-RELEASED
               PERFORM CHECK-DUAL-CONTROL
               IF IXMAINT-NEEDS-CHECKER
                   PERFORM HOLD-FOR-APPROVAL
                   GO TO DISPATCH-ONE-TRANSACTION-EX
               END-IF
           END-IF.
           IF TRAN-VERB EQUAL TO 'ADD'
               PERFORM APPLY-ADD-TRANSACTION
           ELSE IF TRAN-VERB EQUAL TO 'UPD'
               PERFORM APPLY-UPDATE-TRANSACTION
           ELSE IF TRAN-VERB EQUAL TO 'DEL'
               PERFORM APPLY-DELETE-TRANSACTION
           ELSE IF TRAN-VERB EQUAL TO 'RKY'
               PERFORM APPLY-REKEY-TRANSACTION
                   THRU APPLY-REKEY-TRANSACTION-EX
           ELSE
               PERFORM REJECT-TRANSACTION
           END-IF
           END-IF
           END-IF
           END-IF.
       DISPATCH-ONE-TRANSACTION-EX.
           EXIT.
       MATCH-ONE-AUTH-GRANT.
           ADD 1 TO IXMAINT-AUTH-SUB.
           IF IXMAINT-AUTH-USER (IXMAINT-AUTH-SUB) EQUAL TO
                   IXMAINT-ACTING-USER
             AND (IXMAINT-AUTH-VERB (IXMAINT-AUTH-SUB) EQUAL TO
                   TRAN-VERB
               OR (IXMAINT-AUTH-VERB (IXMAINT-AUTH-SUB) EQUAL TO
                   'ALL'
                 AND TRAN-VERB NOT EQUAL TO 'RKY'))
             AND (IXMAINT-AUTH-LOW (IXMAINT-AUTH-SUB) EQUAL TO
                   SPACE
               OR (TRAN-KEY IS NOT LESS THAN
           MOVE IXMAINT-REPORT-LINE TO MAINT-REPORT-REC.
           WRITE MAINT-REPORT-REC.

      * Controlled key ranges, and the keys reserved in them.  No
      * range dataset means the edit is not yet deployed; a range
      * dataset with no reservation dataset means nothing has been
      * issued, and every ADD in a controlled range is turned away.
       LOAD-KEY-RANGE-TABLE.
           OPEN INPUT KEY-RANGE-FILE.
           IF IXMAINT-KRNG-STATUS NOT EQUAL TO '00'
               MOVE 'NO KEY-RANGE DATASET - RESERVATION EDIT NOT IN F
      -            'ORCE' TO MAINT-REPORT-REC
               WRITE MAINT-REPORT-REC
           ELSE
               SET IXMAINT-KRNG-IN-FORCE TO TRUE
               PERFORM LOAD-ONE-KEY-RANGE
                   UNTIL IXMAINT-KRNG-AT-EOF
                      OR IXMAINT-KRNG-USED NOT LESS THAN 100
               CLOSE KEY-RANGE-FILE
               PERFORM LOAD-KEY-RESERVATIONS.

       LOAD-ONE-KEY-RANGE.
           READ KEY-RANGE-FILE
               AT END SET IXMAINT-KRNG-AT-EOF TO TRUE
               NOT AT END
                   IF KRNG-KEY-LOW NOT EQUAL TO SPACE
                     AND KRNG-KEY-LOW(1:1) NOT EQUAL TO '*'
                       ADD 1 TO IXMAINT-KRNG-USED
                       MOVE KRNG-KEY-LOW TO
                           IXMAINT-KRNG-LOW (IXMAINT-KRNG-USED)
                       MOVE KRNG-KEY-HIGH TO
                           IXMAINT-KRNG-HIGH (IXMAINT-KRNG-USED)
                   END-IF.

       LOAD-KEY-RESERVATIONS.
           MOVE 'NO' TO IXMAINT-KRNG-EOF-SW.
           OPEN INPUT RESERVATION-FILE.
           IF IXMAINT-KRSV-STATUS NOT EQUAL TO '00'
               MOVE 'NO KEY RESERVATION DATASET - NO KEY IN A CONTROL
      -            'LED RANGE CAN BE ADDED' TO MAINT-REPORT-REC
               WRITE MAINT-REPORT-REC
           ELSE
               PERFORM LOAD-ONE-KEY-RESERVATION
                   UNTIL IXMAINT-KRNG-AT-EOF
                      OR IXMAINT-KRSV-USED NOT LESS THAN 9999
               CLOSE RESERVATION-FILE.

       LOAD-ONE-KEY-RESERVATION.
           READ RESERVATION-FILE
               AT END SET IXMAINT-KRNG-AT-EOF TO TRUE
               NOT AT END
                   IF RSV-STATUS EQUAL TO 'R'
                       ADD 1 TO IXMAINT-KRSV-USED
                       MOVE RSV-KEY TO
                           IXMAINT-KRSV-KEY (IXMAINT-KRSV-USED)
                   END-IF.

       CHECK-KEY-RESERVATION.
           MOVE 'NO' TO IXMAINT-CONTROLLED-SW.
           MOVE 'NO' TO IXMAINT-RESERVED-SW.
           MOVE ZERO TO IXMAINT-KRNG-SUB.
           PERFORM MATCH-ONE-KEY-RANGE
               UNTIL IXMAINT-KEY-CONTROLLED
                  OR IXMAINT-KRNG-SUB NOT LESS THAN
                     IXMAINT-KRNG-USED.
           IF IXMAINT-KEY-CONTROLLED
               MOVE ZERO TO IXMAINT-KRSV-SUB
               PERFORM MATCH-ONE-KEY-RESERVATION
                   UNTIL IXMAINT-KEY-RESERVED
                      OR IXMAINT-KRSV-SUB NOT LESS THAN
                         IXMAINT-KRSV-USED.

       MATCH-ONE-KEY-RANGE.
           ADD 1 TO IXMAINT-KRNG-SUB.
           IF IXMAINT-EDIT-KEY IS NOT LESS THAN
                   IXMAINT-KRNG-LOW (IXMAINT-KRNG-SUB)
             AND IXMAINT-EDIT-KEY IS NOT GREATER THAN
                   IXMAINT-KRNG-HIGH (IXMAINT-KRNG-SUB)
               SET IXMAINT-KEY-CONTROLLED TO TRUE.

       MATCH-ONE-KEY-RESERVATION.
           ADD 1 TO IXMAINT-KRSV-SUB.
           IF IXMAINT-KRSV-KEY (IXMAINT-KRSV-SUB) EQUAL TO
                   IXMAINT-EDIT-KEY
               SET IXMAINT-KEY-RESERVED TO TRUE.

       REJECT-UNRESERVED-KEY.
           ADD 1 TO IXMAINT-REJECTED-CNT.
           MOVE SPACES TO IXMAINT-REPORT-LINE.
           STRING 'REJECTED ' TRAN-VERB ' KEY=' IXMAINT-EDIT-KEY
               ' (CONTROLLED RANGE - KEY NOT RESERVED BY IXKEYGEN)'
               DELIMITED BY SIZE INTO IXMAINT-REPORT-LINE.
           MOVE IXMAINT-REPORT-LINE TO MAINT-REPORT-REC.
           WRITE MAINT-REPORT-REC.

      * During a declared change freeze on IX-FD1 only an override
      * user's transaction goes through; FRZCHK logs both the
      * refusal and the override.
       CHECK-CHANGE-FREEZE.
           MOVE SPACE TO IXMAINT-FRZ-RESULT.
           CALL 'FRZCHK' USING IXMAINT-FRZ-PROGRAM IXMAINT-FRZ-DATA
               TRAN-USER-ID IXMAINT-RUN-DATE IXMAINT-FRZ-RESULT
               IXMAINT-FRZ-REASON.
           IF IXMAINT-FRZ-RESULT EQUAL TO 'U'
             AND NOT IXMAINT-FRZ-NOTED
               SET IXMAINT-FRZ-NOTED TO TRUE
               MOVE 'NO FREEZE CALENDAR - CHANGE FREEZE NOT IN FORCE'
                   TO MAINT-REPORT-REC
               WRITE MAINT-REPORT-REC.
           IF IXMAINT-FRZ-RESULT EQUAL TO 'O'
               ADD 1 TO IXMAINT-OVERRIDE-CNT
               MOVE SPACES TO IXMAINT-REPORT-LINE
               STRING 'FREEZE OVERRIDDEN ' TRAN-VERB ' KEY=' TRAN-KEY
                   ' (USER ' TRAN-USER-ID ') ' IXMAINT-FRZ-REASON
                   DELIMITED BY SIZE INTO IXMAINT-REPORT-LINE
               MOVE IXMAINT-REPORT-LINE TO MAINT-REPORT-REC
               WRITE MAINT-REPORT-REC.

       REJECT-FROZEN.
           ADD 1 TO IXMAINT-REJECTED-CNT.
           ADD 1 TO IXMAINT-FROZEN-CNT.
           MOVE SPACES TO IXMAINT-REPORT-LINE.
           STRING 'REJECTED ' TRAN-VERB ' KEY=' TRAN-KEY
               ' (CHANGE FREEZE) ' IXMAINT-FRZ-REASON
               DELIMITED BY SIZE INTO IXMAINT-REPORT-LINE.
           MOVE IXMAINT-REPORT-LINE TO MAINT-REPORT-REC.
           WRITE MAINT-REPORT-REC.

      * A missing dual-control dataset means the two-person rule
      * has not been deployed; as with the authorization dataset,
      * the gap is said once on the report.
       LOAD-DUAL-CONTROL-TABLE.
           OPEN INPUT DUAL-FILE.
           IF IXMAINT-DUAL-STATUS NOT EQUAL TO '00'
               MOVE 'NO DUAL-CONTROL DATASET - TWO-PERSON RULE NOT I
      -            'N FORCE' TO MAINT-REPORT-REC
               WRITE MAINT-REPORT-REC
               SET IXMAINT-DUAL-AT-EOF TO TRUE
           ELSE
               SET IXMAINT-DUAL-IN-FORCE TO TRUE
               PERFORM LOAD-ONE-DUAL-RECORD
                   UNTIL IXMAINT-DUAL-AT-EOF
                      OR IXMAINT-DUAL-USED NOT LESS THAN 100
               CLOSE DUAL-FILE.

       LOAD-ONE-DUAL-RECORD.
           READ DUAL-FILE
               AT END SET IXMAINT-DUAL-AT-EOF TO TRUE
               NOT AT END
                   IF DUAL-VERB NOT EQUAL TO SPACE
                     AND DUAL-VERB(1:1) NOT EQUAL TO '*'
                       ADD 1 TO IXMAINT-DUAL-USED
                       MOVE DUAL-VERB TO
                           IXMAINT-DUAL-VERB (IXMAINT-DUAL-USED)
                       MOVE DUAL-KEY-LOW TO
                           IXMAINT-DUAL-LOW (IXMAINT-DUAL-USED)
                       MOVE DUAL-KEY-HIGH TO
                           IXMAINT-DUAL-HIGH (IXMAINT-DUAL-USED)
                   END-IF.

       CHECK-DUAL-CONTROL.
           MOVE 'NO' TO IXMAINT-DUAL-SW.
           MOVE ZERO TO IXMAINT-DUAL-SUB.
           PERFORM MATCH-ONE-DUAL-RANGE
               UNTIL IXMAINT-NEEDS-CHECKER
                  OR IXMAINT-DUAL-SUB NOT LESS THAN
                     IXMAINT-DUAL-USED.

       MATCH-ONE-DUAL-RANGE.
           ADD 1 TO IXMAINT-DUAL-SUB.
           IF (IXMAINT-DUAL-VERB (IXMAINT-DUAL-SUB) EQUAL TO
                   TRAN-VERB
               OR IXMAINT-DUAL-VERB (IXMAINT-DUAL-SUB) EQUAL TO
                   'ALL')
             AND (IXMAINT-DUAL-LOW (IXMAINT-DUAL-SUB) EQUAL TO
                   SPACE
               OR (TRAN-KEY IS NOT LESS THAN
                     IXMAINT-DUAL-LOW (IXMAINT-DUAL-SUB)
                   AND TRAN-KEY IS NOT GREATER THAN
                     IXMAINT-DUAL-HIGH (IXMAINT-DUAL-SUB)))
               SET IXMAINT-NEEDS-CHECKER TO TRUE.

      * The transaction goes on the pending-approval file exactly as
      * the maker submitted it.  Should the file be unavailable the
      * change is refused rather than applied unchecked.
       HOLD-FOR-APPROVAL.
           IF NOT IXMAINT-PEND-IS-OPEN
               ADD 1 TO IXMAINT-REJECTED-CNT
               MOVE SPACES TO IXMAINT-REPORT-LINE
               STRING 'REJECTED ' TRAN-VERB ' KEY=' TRAN-KEY
                   ' (DUAL CONTROL - NO PENDING-APPROVAL FILE)'
                   DELIMITED BY SIZE INTO IXMAINT-REPORT-LINE
               MOVE IXMAINT-REPORT-LINE TO MAINT-REPORT-REC
               WRITE MAINT-REPORT-REC
           ELSE
               ADD 1 TO IXMAINT-PEND-ID
               ADD 1 TO IXMAINT-HELD-CNT
               MOVE SPACES TO PENDING-REC
               MOVE IXMAINT-PEND-ID TO PEND-ID
               MOVE 'P' TO PEND-STATUS
               MOVE IXMAINT-RUN-DATE TO PEND-HELD-DATE
               MOVE IXMAINT-RUN-TIME TO PEND-HELD-TIME
               MOVE ZERO TO PEND-DECIDED-DATE
               MOVE IXMAINT-RUN-ID-DATE TO PEND-RUN-DATE
               MOVE IXMAINT-RUN-ID-TIME TO PEND-RUN-TIME
               MOVE IXMAINT-DECK-NO TO PEND-DECK-NO
               MOVE TRANSACTION-REC TO PEND-TRAN-IMAGE
               WRITE PENDING-REC
               MOVE SPACES TO IXMAINT-REPORT-LINE
               STRING 'HELD ' TRAN-VERB ' KEY=' TRAN-KEY
                   ' (USER ' TRAN-USER-ID
                   ') FOR APPROVAL AS PENDING ITEM ' IXMAINT-PEND-ID
                   DELIMITED BY SIZE INTO IXMAINT-REPORT-LINE
               MOVE IXMAINT-REPORT-LINE TO MAINT-REPORT-REC
               WRITE MAINT-REPORT-REC.

      * One transposed key last quarter took a day of journal
      * archaeology to find; now it is a report line instead.
       VERIFY-KEY-CHECK-DIGIT.
           MOVE SPACE TO IXMAINT-CKD-RESULT.
           CALL 'CKDIGIT' USING IXMAINT-CHECK-MODE IXMAINT-EDIT-KEY
               IXMAINT-CKD-RESULT.

       REJECT-BAD-CHECK-DIGIT.
           ADD 1 TO IXMAINT-REJECTED-CNT.
           MOVE SPACES TO IXMAINT-REPORT-LINE.
           STRING 'REJECTED ' TRAN-VERB ' KEY=' IXMAINT-EDIT-KEY
               ' (' IXMAINT-CHECK-MODE
               ' CHECK DIGIT FAILED)'
               DELIMITED BY SIZE INTO IXMAINT-REPORT-LINE.
                   ADD 1 TO IXMAINT-APPLIED-CNT
           END-READ.

      * Re-key: the record moves to its new primary key with its
      * body and alternate key untouched.  One journal record
      * carries both sides - the old key as the journal key and in
      * the before image, the new key in the after image - so
      * BACKOUT and IXREST treat it as the single change it is.
      * Should the write under the new key fail, the record goes
      * back under its old key.
       APPLY-REKEY-TRANSACTION.
           MOVE TRAN-BODY (1:10) TO IXMAINT-NEW-KEY.
           IF IXMAINT-NEW-KEY EQUAL TO SPACE
             OR IXMAINT-NEW-KEY EQUAL TO TRAN-KEY
               MOVE 'NO NEW KEY IN COLUMNS 27-36'
                   TO IXMAINT-REJECT-TEXT
               PERFORM REJECT-REKEY-TRANSACTION
               GO TO APPLY-REKEY-TRANSACTION-EX.
           MOVE IXMAINT-NEW-KEY TO IX-FD1-KEY.
           READ IX-FD1
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'NEW KEY ALREADY ON FILE'
                       TO IXMAINT-REJECT-TEXT
                   PERFORM REJECT-REKEY-TRANSACTION
                   GO TO APPLY-REKEY-TRANSACTION-EX
           END-READ.
           MOVE TRAN-KEY TO IX-FD1-KEY.
           READ IX-FD1
               INVALID KEY
                   PERFORM REJECT-TRANSACTION
                   GO TO APPLY-REKEY-TRANSACTION-EX
           END-READ.
           MOVE IX-FD1R1-F-G-240 TO IXMAINT-BEFORE-HOLD.
           DELETE IX-FD1
               INVALID KEY
                   PERFORM REJECT-TRANSACTION
                   GO TO APPLY-REKEY-TRANSACTION-EX
           END-DELETE.
           MOVE IXMAINT-BEFORE-HOLD TO IX-FD1R1-F-G-240.
           MOVE IXMAINT-NEW-KEY TO IX-FD1-KEY.
           WRITE IX-FD1R1-F-G-240
               INVALID KEY
                   MOVE IXMAINT-BEFORE-HOLD TO IX-FD1R1-F-G-240
                   WRITE IX-FD1R1-F-G-240
                   END-WRITE
                   MOVE 'WRITE UNDER NEW KEY FAILED'
                       TO IXMAINT-REJECT-TEXT
                   PERFORM REJECT-REKEY-TRANSACTION
                   GO TO APPLY-REKEY-TRANSACTION-EX
           END-WRITE.
           PERFORM WRITE-JOURNAL-RECORD.
           ADD 1 TO IXMAINT-APPLIED-CNT.
           MOVE TRAN-KEY TO IXMAINT-REKEY-FROM-HOLD.
           MOVE IXMAINT-NEW-KEY TO IXMAINT-REKEY-TO-HOLD.
           PERFORM NOTE-ONE-REKEY.
       APPLY-REKEY-TRANSACTION-EX.
           EXIT.

       REJECT-REKEY-TRANSACTION.
           ADD 1 TO IXMAINT-REJECTED-CNT.
           MOVE SPACES TO IXMAINT-REPORT-LINE.
           STRING 'REJECTED ' TRAN-VERB ' KEY=' TRAN-KEY
               ' TO ' IXMAINT-NEW-KEY ' (' IXMAINT-REJECT-TEXT ')'
               DELIMITED BY SIZE INTO IXMAINT-REPORT-LINE.
           MOVE IXMAINT-REPORT-LINE TO MAINT-REPORT-REC.
           WRITE MAINT-REPORT-REC.

       NOTE-ONE-REKEY.
           IF IXMAINT-REKEY-USED IS LESS THAN 200
               ADD 1 TO IXMAINT-REKEY-USED
               MOVE IXMAINT-REKEY-FROM-HOLD TO
                   IXMAINT-REKEY-FROM (IXMAINT-REKEY-USED)
               MOVE IXMAINT-REKEY-TO-HOLD TO
                   IXMAINT-REKEY-TO (IXMAINT-REKEY-USED)
           ELSE
               ADD 1 TO IXMAINT-REJECTED-CNT
               MOVE SPACES TO IXMAINT-REPORT-LINE
               STRING 'RE-KEY ' IXMAINT-REKEY-FROM-HOLD ' TO '
                   IXMAINT-REKEY-TO-HOLD
                   ' NOT CARRIED TO THE CROSS-REFERENCE (OVER 200)'
                   DELIMITED BY SIZE INTO IXMAINT-REPORT-LINE
               MOVE IXMAINT-REPORT-LINE TO MAINT-REPORT-REC
               WRITE MAINT-REPORT-REC.

      * The cross-reference is rewritten in place.  Each entry is
      * run through the re-keys in the order they were done, so a
      * key moved twice in one run lands on its final key.  A site
      * that never migrated has no cross-reference, and says so.
       CARRY-REKEYS-TO-XREF.
           IF IXMAINT-REKEY-USED NOT EQUAL TO ZERO
               MOVE 'NO' TO IXMAINT-EOF-SW
               OPEN I-O XREF-FILE
               IF IXMAINT-XREF-STATUS NOT EQUAL TO '00'
                   MOVE 'NO MIGRATION CROSS-REFERENCE - RE-KEYS NOT CA
      -                'RRIED TO IT' TO MAINT-REPORT-REC
                   WRITE MAINT-REPORT-REC
               ELSE
                   PERFORM REKEY-ONE-XREF-ENTRY UNTIL IXMAINT-AT-EOF
                   CLOSE XREF-FILE
                   MOVE SPACES TO IXMAINT-REPORT-LINE
                   STRING 'CROSS-REFERENCE ENTRIES RE-KEYED = '
                       IXMAINT-XREF-CNT
                       DELIMITED BY SIZE INTO IXMAINT-REPORT-LINE
                   MOVE IXMAINT-REPORT-LINE TO MAINT-REPORT-REC
                   WRITE MAINT-REPORT-REC
               END-IF
               MOVE 'NO' TO IXMAINT-EOF-SW.

       REKEY-ONE-XREF-ENTRY.
           READ XREF-FILE
               AT END SET IXMAINT-AT-EOF TO TRUE
               NOT AT END
                   MOVE 'NO' TO IXMAINT-XREF-CHANGED-SW
                   MOVE ZERO TO IXMAINT-REKEY-SUB
                   PERFORM MATCH-ONE-REKEY
                       UNTIL IXMAINT-REKEY-SUB NOT LESS THAN
                             IXMAINT-REKEY-USED
                   IF IXMAINT-XREF-CHANGED
                       REWRITE XREF-REC
                       ADD 1 TO IXMAINT-XREF-CNT
                   END-IF.

       MATCH-ONE-REKEY.
           ADD 1 TO IXMAINT-REKEY-SUB.
           IF XREF-KEY EQUAL TO IXMAINT-REKEY-FROM (IXMAINT-REKEY-SUB)
               MOVE IXMAINT-REKEY-TO (IXMAINT-REKEY-SUB) TO XREF-KEY
               SET IXMAINT-XREF-CHANGED TO TRUE.

       REJECT-TRANSACTION.
           ADD 1 TO IXMAINT-REJECTED-CNT.
           MOVE SPACES TO IXMAINT-REPORT-LINE.
           MOVE IXMAINT-BEFORE-HOLD TO JRNL-BEFORE-IMAGE.
           MOVE IX-FD1R1-F-G-240 TO JRNL-AFTER-IMAGE.
           MOVE TRAN-USER-ID TO JRNL-USER-ID.
           MOVE IXMAINT-CHECKER-ID TO JRNL-CHECKER-ID.
           MOVE IXMAINT-RUN-ID-DATE TO JRNL-RUN-DATE.
           MOVE IXMAINT-RUN-ID-TIME TO JRNL-RUN-TIME.
           MOVE IXMAINT-DECK-NO TO JRNL-DECK-NO.
           WRITE JOURNAL-REC.

      * Backout: every journal record with a sequence past the
           IF IXMAINT-JRNL-STATUS EQUAL TO '00'
             OR IXMAINT-JRNL-STATUS EQUAL TO '10'
               CLOSE JOURNAL-FILE IX-FD1.
           PERFORM CARRY-REKEYS-TO-XREF.

       COLLECT-BACKOUT-RECORD.
           READ JOURNAL-FILE
                           MOVE JRNL-BEFORE-IMAGE TO
                               IXMAINT-UNDO-BEFORE
                                   (IXMAINT-UNDO-USED)
                           MOVE JRNL-AFTER-IMAGE (148:10) TO
                               IXMAINT-UNDO-NEW-KEY
                                   (IXMAINT-UNDO-USED)
                       ELSE
                           ADD 1 TO IXMAINT-UNDO-OVFL-CNT
                       END-IF
               WRITE IX-FD1R1-F-G-240
                   INVALID KEY ADD 1 TO IXMAINT-REJECTED-CNT
               END-WRITE
           ELSE IF IXMAINT-UNDO-VERB (IXMAINT-UNDO-SUB)
                   EQUAL TO 'RKY'
               PERFORM UNDO-ONE-REKEY
           END-IF
           END-IF
           END-IF
           END-IF.
           SUBTRACT 1 FROM IXMAINT-UNDO-SUB.

      * A re-key is undone by taking the record off its new key and
      * writing its before image back under the old one.
       UNDO-ONE-REKEY.
           MOVE IXMAINT-UNDO-NEW-KEY (IXMAINT-UNDO-SUB)
               TO IX-FD1-KEY.
           DELETE IX-FD1
               INVALID KEY ADD 1 TO IXMAINT-REJECTED-CNT
           END-DELETE.
           MOVE IXMAINT-UNDO-BEFORE (IXMAINT-UNDO-SUB)
               TO IX-FD1R1-F-G-240.
           WRITE IX-FD1R1-F-G-240
               INVALID KEY ADD 1 TO IXMAINT-REJECTED-CNT
           END-WRITE.
           MOVE IXMAINT-UNDO-NEW-KEY (IXMAINT-UNDO-SUB)
               TO IXMAINT-REKEY-FROM-HOLD.
           MOVE IXMAINT-UNDO-KEY (IXMAINT-UNDO-SUB)
               TO IXMAINT-REKEY-TO-HOLD.
           PERFORM NOTE-ONE-REKEY.

      * Approval: the checkers' deck is held in a table and every
      * item still pending is matched to its card.  A decision
      * stands only when the checker is not the maker and holds a
      * MNTAUTH grant covering the verb and key; any other card is
      * refused on the report and the item stays pending.
       APPROVE-FUNCTION.
           PERFORM LOAD-AUTHORITY-TABLE.
           PERFORM LOAD-APPROVAL-TABLE.
           MOVE 'NO' TO IXMAINT-EOF-SW.
           OPEN I-O PENDING-FILE.
           IF IXMAINT-PEND-STATUS NOT EQUAL TO '00'
               MOVE 'NO PENDING-APPROVAL FILE - NOTHING TO APPROVE'
                   TO MAINT-REPORT-REC
               WRITE MAINT-REPORT-REC
           ELSE
               PERFORM DECIDE-ONE-PENDING-ITEM UNTIL IXMAINT-AT-EOF
               CLOSE PENDING-FILE.
           MOVE ZERO TO IXMAINT-APPR-SUB.
           PERFORM REPORT-ONE-UNMATCHED-CARD
               UNTIL IXMAINT-APPR-SUB NOT LESS THAN
                     IXMAINT-APPR-USED.
           PERFORM WRITE-PENDING-AGING.

       LOAD-APPROVAL-TABLE.
           MOVE 'NO' TO IXMAINT-EOF-SW.
           OPEN INPUT APPROVAL-FILE.
           IF IXMAINT-APPR-STATUS NOT EQUAL TO '00'
               MOVE 'NO APPROVAL DECK - NO DECISIONS TAKEN'
                   TO MAINT-REPORT-REC
               WRITE MAINT-REPORT-REC
           ELSE
               PERFORM LOAD-ONE-APPROVAL-CARD
                   UNTIL IXMAINT-AT-EOF
               CLOSE APPROVAL-FILE.
           MOVE 'NO' TO IXMAINT-EOF-SW.

       LOAD-ONE-APPROVAL-CARD.
           READ APPROVAL-FILE
               AT END SET IXMAINT-AT-EOF TO TRUE
               NOT AT END
                   IF APPR-DECISION NOT EQUAL TO SPACE
                     AND APPR-DECISION(1:1) NOT EQUAL TO '*'
                       PERFORM TABLE-ONE-APPROVAL-CARD
                   END-IF.

       TABLE-ONE-APPROVAL-CARD.
           IF IXMAINT-APPR-USED IS LESS THAN 200
               ADD 1 TO IXMAINT-APPR-USED
               MOVE APPR-DECISION TO
                   IXMAINT-APPR-DECISION (IXMAINT-APPR-USED)
               MOVE APPR-PEND-ID TO
                   IXMAINT-APPR-ID (IXMAINT-APPR-USED)
               MOVE APPR-CHECKER-ID TO
                   IXMAINT-APPR-CHECKER (IXMAINT-APPR-USED)
               MOVE APPR-REASON TO
                   IXMAINT-APPR-REASON (IXMAINT-APPR-USED)
               MOVE 'N' TO
                   IXMAINT-APPR-USED-SW (IXMAINT-APPR-USED)
           ELSE
               ADD 1 TO IXMAINT-REJECTED-CNT
               MOVE SPACES TO IXMAINT-REPORT-LINE
               STRING 'APPROVAL CARD FOR ITEM ' APPR-PEND-ID
                   ' NOT TAKEN (MORE THAN 200 CARDS)'
                   DELIMITED BY SIZE INTO IXMAINT-REPORT-LINE
               MOVE IXMAINT-REPORT-LINE TO MAINT-REPORT-REC
               WRITE MAINT-REPORT-REC.

       DECIDE-ONE-PENDING-ITEM.
           READ PENDING-FILE
               AT END SET IXMAINT-AT-EOF TO TRUE
               NOT AT END
                   IF PEND-STATUS EQUAL TO 'P'
                       MOVE ZERO TO IXMAINT-APPR-SUB
                       PERFORM DECIDE-AGAINST-ONE-CARD
                           THRU DECIDE-AGAINST-ONE-CARD-EX
                           UNTIL PEND-STATUS NOT EQUAL TO 'P'
                              OR IXMAINT-APPR-SUB NOT LESS THAN
                                 IXMAINT-APPR-USED
                   END-IF.

      * Every card naming the item is looked at in deck order until
      * one of them decides it, so a refused card does not stop a
      * good one further down the deck.
       DECIDE-AGAINST-ONE-CARD.
           ADD 1 TO IXMAINT-APPR-SUB.
           IF IXMAINT-APPR-ID (IXMAINT-APPR-SUB) NOT EQUAL TO PEND-ID
             OR IXMAINT-APPR-MATCHED (IXMAINT-APPR-SUB)
               GO TO DECIDE-AGAINST-ONE-CARD-EX.
           MOVE 'Y' TO IXMAINT-APPR-USED-SW (IXMAINT-APPR-SUB).
           MOVE PEND-TRAN-IMAGE TO TRANSACTION-REC.
           IF IXMAINT-APPR-DECISION (IXMAINT-APPR-SUB)
                   NOT EQUAL TO 'REL'
             AND IXMAINT-APPR-DECISION (IXMAINT-APPR-SUB)
                   NOT EQUAL TO 'REJ'
               MOVE 'UNKNOWN DECISION' TO IXMAINT-WAIT-TEXT
               PERFORM REFUSE-APPROVAL-CARD
               GO TO DECIDE-AGAINST-ONE-CARD-EX.
           IF IXMAINT-APPR-CHECKER (IXMAINT-APPR-SUB) EQUAL TO SPACE
             OR IXMAINT-APPR-CHECKER (IXMAINT-APPR-SUB) EQUAL TO
                   TRAN-USER-ID
               MOVE 'CHECKER MUST NOT BE THE MAKER'
                   TO IXMAINT-WAIT-TEXT
               PERFORM REFUSE-APPROVAL-CARD
               GO TO DECIDE-AGAINST-ONE-CARD-EX.
           IF IXMAINT-AUTH-IN-FORCE
               MOVE IXMAINT-APPR-CHECKER (IXMAINT-APPR-SUB)
                   TO IXMAINT-ACTING-USER
               PERFORM CHECK-TRANSACTION-AUTHORITY
               IF NOT IXMAINT-IS-GRANTED
                   MOVE 'CHECKER NOT AUTHORIZED'
                       TO IXMAINT-WAIT-TEXT
                   PERFORM REFUSE-APPROVAL-CARD
                   GO TO DECIDE-AGAINST-ONE-CARD-EX
               END-IF
           END-IF.
           MOVE IXMAINT-APPR-CHECKER (IXMAINT-APPR-SUB)
               TO PEND-CHECKER-ID.
           MOVE IXMAINT-RUN-DATE TO PEND-DECIDED-DATE.
           MOVE IXMAINT-APPR-REASON (IXMAINT-APPR-SUB)
               TO PEND-REASON.
           MOVE SPACES TO IXMAINT-REPORT-LINE.
           IF IXMAINT-APPR-DECISION (IXMAINT-APPR-SUB) EQUAL TO 'REL'
               MOVE 'R' TO PEND-STATUS
               ADD 1 TO IXMAINT-RELEASED-CNT
               STRING 'ITEM ' PEND-ID ' ' TRAN-VERB ' KEY=' TRAN-KEY
                   ' RELEASED BY ' PEND-CHECKER-ID
                   ' (MAKER ' TRAN-USER-ID ')'
                   DELIMITED BY SIZE INTO IXMAINT-REPORT-LINE
           ELSE
               MOVE 'X' TO PEND-STATUS
               ADD 1 TO IXMAINT-DECLINED-CNT
               STRING 'ITEM ' PEND-ID ' ' TRAN-VERB ' KEY=' TRAN-KEY
                   ' REJECTED BY ' PEND-CHECKER-ID
                   ' (MAKER ' TRAN-USER-ID ') ' PEND-REASON
                   DELIMITED BY SIZE INTO IXMAINT-REPORT-LINE
           END-IF.
           REWRITE PENDING-REC.
           MOVE IXMAINT-REPORT-LINE TO MAINT-REPORT-REC.
           WRITE MAINT-REPORT-REC.
       DECIDE-AGAINST-ONE-CARD-EX.
           EXIT.

       REFUSE-APPROVAL-CARD.
           ADD 1 TO IXMAINT-REJECTED-CNT.
           MOVE SPACES TO IXMAINT-REPORT-LINE.
           STRING 'APPROVAL CARD ' IXMAINT-APPR-DECISION
               (IXMAINT-APPR-SUB) ' ITEM ' PEND-ID ' BY '
               IXMAINT-APPR-CHECKER (IXMAINT-APPR-SUB)
               ' REFUSED (' IXMAINT-WAIT-TEXT ')'
               DELIMITED BY SIZE INTO IXMAINT-REPORT-LINE.
           MOVE IXMAINT-REPORT-LINE TO MAINT-REPORT-REC.
           WRITE MAINT-REPORT-REC.

       REPORT-ONE-UNMATCHED-CARD.
           ADD 1 TO IXMAINT-APPR-SUB.
           IF NOT IXMAINT-APPR-MATCHED (IXMAINT-APPR-SUB)
               ADD 1 TO IXMAINT-REJECTED-CNT
               MOVE SPACES TO IXMAINT-REPORT-LINE
               STRING 'APPROVAL CARD '
                   IXMAINT-APPR-DECISION (IXMAINT-APPR-SUB)
                   ' ITEM ' IXMAINT-APPR-ID (IXMAINT-APPR-SUB)
                   ' BY ' IXMAINT-APPR-CHECKER (IXMAINT-APPR-SUB)
                   ' REFUSED (NO SUCH ITEM AWAITING APPROVAL)'
                   DELIMITED BY SIZE INTO IXMAINT-REPORT-LINE
               MOVE IXMAINT-REPORT-LINE TO MAINT-REPORT-REC
               WRITE MAINT-REPORT-REC.

      * Aging: every item not yet through the APPLY - still waiting
      * for its checker, or released and waiting for the next APPLY
      * - with its age in days, then the count and the oldest age,
      * so an item nobody is looking at cannot wait unseen.
       WRITE-PENDING-AGING.
           MOVE 'NO' TO IXMAINT-EOF-SW.
           MOVE ZERO TO IXMAINT-WAITING-CNT.
           MOVE ZERO TO IXMAINT-OLDEST-DAYS.
           COMPUTE IXMAINT-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (IXMAINT-RUN-DATE).
           MOVE SPACES TO MAINT-REPORT-REC.
           WRITE MAINT-REPORT-REC.
           MOVE 'PENDING-APPROVAL AGING' TO MAINT-REPORT-REC.
           WRITE MAINT-REPORT-REC.
           OPEN INPUT PENDING-FILE.
           IF IXMAINT-PEND-STATUS NOT EQUAL TO '00'
               MOVE 'NO PENDING-APPROVAL FILE - NOTHING PENDING'
                   TO MAINT-REPORT-REC
               WRITE MAINT-REPORT-REC
           ELSE
               PERFORM AGE-ONE-PENDING-ITEM UNTIL IXMAINT-AT-EOF
               CLOSE PENDING-FILE
               MOVE SPACES TO IXMAINT-REPORT-LINE
               STRING 'ITEMS WAITING = ' IXMAINT-WAITING-CNT
                   '  OLDEST = ' IXMAINT-OLDEST-DAYS ' DAYS'
                   DELIMITED BY SIZE INTO IXMAINT-REPORT-LINE
               MOVE IXMAINT-REPORT-LINE TO MAINT-REPORT-REC
               WRITE MAINT-REPORT-REC.
           MOVE 'NO' TO IXMAINT-EOF-SW.

       AGE-ONE-PENDING-ITEM.
           READ PENDING-FILE
               AT END SET IXMAINT-AT-EOF TO TRUE
               NOT AT END
                   IF PEND-STATUS EQUAL TO 'P'
                     OR PEND-STATUS EQUAL TO 'R'
                       PERFORM AGE-PENDING-ITEM
                   END-IF.

       AGE-PENDING-ITEM.
           ADD 1 TO IXMAINT-WAITING-CNT.
           MOVE PEND-TRAN-IMAGE TO TRANSACTION-REC.
           COMPUTE IXMAINT-AGE-DAYS = IXMAINT-TODAY-INT -
               FUNCTION INTEGER-OF-DATE (PEND-HELD-DATE).
           IF IXMAINT-AGE-DAYS IS GREATER THAN IXMAINT-OLDEST-DAYS
               MOVE IXMAINT-AGE-DAYS TO IXMAINT-OLDEST-DAYS.
           IF PEND-STATUS EQUAL TO 'P'
               MOVE 'AWAITING CHECKER' TO IXMAINT-WAIT-TEXT
           ELSE
               MOVE SPACES TO IXMAINT-WAIT-TEXT
               STRING 'RELEASED BY ' PEND-CHECKER-ID
                   ', AWAITING APPLY'
                   DELIMITED BY SIZE INTO IXMAINT-WAIT-TEXT.
           MOVE SPACES TO IXMAINT-REPORT-LINE.
           STRING '  ITEM ' PEND-ID ' ' TRAN-VERB ' KEY=' TRAN-KEY
               ' MAKER ' TRAN-USER-ID ' HELD ' PEND-HELD-DATE
               ' AGE ' IXMAINT-AGE-DAYS ' DAYS  ' IXMAINT-WAIT-TEXT
               DELIMITED BY SIZE INTO IXMAINT-REPORT-LINE.
           MOVE IXMAINT-REPORT-LINE TO MAINT-REPORT-REC.
           WRITE MAINT-REPORT-REC.

       WRITE-MAINT-TOTALS.
           MOVE SPACES TO MAINT-REPORT-REC.
           WRITE MAINT-REPORT-REC.
               '  APPLIED = ' IXMAINT-APPLIED-CNT
               '  BACKED OUT = ' IXMAINT-BACKOUT-CNT
               '  REJECTED = ' IXMAINT-REJECTED-CNT
               '  SKIPPED = ' IXMAINT-SKIPPED-CNT
               DELIMITED BY SIZE INTO IXMAINT-REPORT-LINE.
           MOVE IXMAINT-REPORT-LINE TO MAINT-REPORT-REC.
           WRITE MAINT-REPORT-REC.
           MOVE SPACES TO IXMAINT-REPORT-LINE.
           STRING 'HELD FOR APPROVAL = ' IXMAINT-HELD-CNT
               '  RELEASED = ' IXMAINT-RELEASED-CNT
               '  REJECTED BY CHECKER = ' IXMAINT-DECLINED-CNT
               DELIMITED BY SIZE INTO IXMAINT-REPORT-LINE.
           MOVE IXMAINT-REPORT-LINE TO MAINT-REPORT-REC.
           WRITE MAINT-REPORT-REC.
           MOVE SPACES TO IXMAINT-REPORT-LINE.
           STRING 'REFUSED UNDER FREEZE = ' IXMAINT-FROZEN-CNT
               '  FREEZE OVERRIDES = ' IXMAINT-OVERRIDE-CNT
               DELIMITED BY SIZE INTO IXMAINT-REPORT-LINE.
           MOVE IXMAINT-REPORT-LINE TO MAINT-REPORT-REC.
           WRITE MAINT-REPORT-REC.
