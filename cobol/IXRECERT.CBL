000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           IXRECERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECERT-CARD-FILE ASSIGN TO RCTCRD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IXRECERT-CARD-STATUS.
           SELECT AUTH-FILE ASSIGN TO MNTAUTH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IXRECERT-AUTH-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO MNTJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IXRECERT-JRNL-STATUS.
           SELECT RECERT-REPORT ASSIGN TO RCTRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      * The review parameters, both optional:
      *   1-3   days a grant may go unused before it is put up
      *         for removal (default 90)
      *   5-12  as-of date the window runs back from (default the
      *         run date)
       FD  RECERT-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  RECERT-CARD.
           02 CARD-UNUSED-DAYS     PIC X(3).
           02 FILLER               PIC X(1).
           02 CARD-AS-OF-DATE      PIC X(8).
           02 FILLER               PIC X(68).

       FD  AUTH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MNT_AUTH.

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MNT_JRNL.

       FD  RECERT-REPORT
           LABEL RECORDS ARE STANDARD.
       01  RECERT-REPORT-REC       PIC X(132).

       WORKING-STORAGE SECTION.
       01  IXRECERT-CARD-STATUS    PIC XX VALUE '00'.
       01  IXRECERT-AUTH-STATUS    PIC XX VALUE '00'.
       01  IXRECERT-JRNL-STATUS    PIC XX VALUE '00'.
       01  IXRECERT-EOF-SW         PIC X(3) VALUE 'NO'.
           88 IXRECERT-AT-EOF            VALUE 'YES'.
       01  IXRECERT-GRANTED-SW     PIC X(3) VALUE 'NO'.
           88 IXRECERT-IS-GRANTED        VALUE 'YES'.
       01  IXRECERT-FOUND-SW       PIC X(3) VALUE 'NO'.
           88 IXRECERT-IS-FOUND          VALUE 'YES'.
       01  IXRECERT-FULL-SW        PIC X(3) VALUE 'NO'.
           88 IXRECERT-TABLE-FULL        VALUE 'YES'.
       01  IXRECERT-UNUSED-DAYS    PIC 9(3) VALUE 90.
       01  IXRECERT-AS-OF-DATE     PIC 9(8) VALUE ZERO.
       01  IXRECERT-AS-OF-INT      PIC S9(9) COMP VALUE ZERO.
       01  IXRECERT-IDLE-DAYS      PIC 9(5) VALUE ZERO.
       01  IXRECERT-READ-CNT       PIC 9(7) VALUE ZERO.
       01  IXRECERT-NO-USER-CNT    PIC 9(7) VALUE ZERO.
       01  IXRECERT-CANDIDATE-CNT  PIC 9(5) VALUE ZERO.
       01  IXRECERT-FINDING-CNT    PIC 9(5) VALUE ZERO.
       01  IXRECERT-FINDING-TEXT   PIC X(30) VALUE SPACE.
       01  IXRECERT-SHOW-LOW       PIC X(10) VALUE SPACE.
       01  IXRECERT-SHOW-HIGH      PIC X(10) VALUE SPACE.
       01  IXRECERT-REPORT-LINE    PIC X(132) VALUE SPACE.

      * The grants as they stand, each with how often and how
      * lately the journal shows it used.  A change is credited to
      * the first grant that covers it, the one IXMAINT's edit
      * would have matched.
       01  IXRECERT-AUTH-USED      PIC 9(3) VALUE ZERO.
       01  IXRECERT-AUTH-SUB       PIC 9(3) VALUE ZERO.
       01  IXRECERT-AUTH-TABLE.
           02 IXRECERT-AUTH-ENTRY OCCURS 100 TIMES.
              03 IXRECERT-AUTH-USER     PIC X(8).
              03 IXRECERT-AUTH-VERB     PIC X(3).
              03 IXRECERT-AUTH-LOW      PIC X(10).
              03 IXRECERT-AUTH-HIGH     PIC X(10).
              03 IXRECERT-AUTH-USES     PIC 9(7).
              03 IXRECERT-AUTH-LAST     PIC 9(8).

      * Changes no grant now covers, one entry per user and verb.
       01  IXRECERT-OUT-USED       PIC 9(3) VALUE ZERO.
       01  IXRECERT-OUT-SUB        PIC 9(3) VALUE ZERO.
       01  IXRECERT-OUT-TABLE.
           02 IXRECERT-OUT-ENTRY OCCURS 200 TIMES.
              03 IXRECERT-OUT-USER      PIC X(8).
              03 IXRECERT-OUT-VERB      PIC X(3).
              03 IXRECERT-OUT-COUNT     PIC 9(7).
              03 IXRECERT-OUT-FIRST     PIC 9(8).
              03 IXRECERT-OUT-LAST      PIC 9(8).
              03 IXRECERT-OUT-KEY       PIC X(10).

      * Keys added and not yet deleted, with their maker; a re-key
      * moves the entry to the new key, so an ADD, RKY, DEL chain
      * by one user is still caught.  A deleted key's entry is
      * cleared for reuse.
       01  IXRECERT-ADD-USED       PIC 9(4) VALUE ZERO.
       01  IXRECERT-ADD-SUB        PIC 9(4) VALUE ZERO.
       01  IXRECERT-ADD-FREE       PIC 9(4) VALUE ZERO.
       01  IXRECERT-ADD-TABLE.
           02 IXRECERT-ADD-ENTRY OCCURS 2000 TIMES.
              03 IXRECERT-ADD-KEY       PIC X(10).
              03 IXRECERT-ADD-USER      PIC X(8).
              03 IXRECERT-ADD-DATE      PIC 9(8).
              03 IXRECERT-ADD-SEQ       PIC 9(6).

      * ADD and later DEL of one key by the same user.
       01  IXRECERT-SOD-USED       PIC 9(3) VALUE ZERO.
       01  IXRECERT-SOD-SUB        PIC 9(3) VALUE ZERO.
       01  IXRECERT-SOD-TABLE.
           02 IXRECERT-SOD-ENTRY OCCURS 200 TIMES.
              03 IXRECERT-SOD-KEY       PIC X(10).
              03 IXRECERT-SOD-USER      PIC X(8).
              03 IXRECERT-SOD-ADD-DATE  PIC 9(8).
              03 IXRECERT-SOD-ADD-SEQ   PIC 9(6).
              03 IXRECERT-SOD-DEL-DATE  PIC 9(8).
              03 IXRECERT-SOD-DEL-SEQ   PIC 9(6).
              03 IXRECERT-SOD-CHECKER   PIC X(8).

       PROCEDURE DIVISION.

      * Quarterly access recertification over MNTAUTH.  The grants
      * are laid against the whole MNTJRNL history and three lists
      * come out for the controls group to mark up and return:
      * grants not used within the window (removal candidates),
      * changes made by a user no grant now covers (evidence of a
      * grant since withdrawn or narrowed), and keys one user both
      * ADDed and later DELeted (maker/deleter overlap).  Every
      * line carries a box for the reviewer's decision and the
      * report ends in a sign-off block.  RC=4 when there is
      * anything to review, RC=16 when MNTAUTH or MNTJRNL is
      * missing.
       MAINLINE.
           ACCEPT IXRECERT-AS-OF-DATE FROM DATE YYYYMMDD.
           OPEN INPUT RECERT-CARD-FILE.
           IF IXRECERT-CARD-STATUS EQUAL TO '00'
               READ RECERT-CARD-FILE
                   AT END MOVE SPACES TO RECERT-CARD
               END-READ
               CLOSE RECERT-CARD-FILE
           ELSE
               MOVE SPACES TO RECERT-CARD.
           PERFORM TAKE-RECERT-CARD.
           OPEN OUTPUT RECERT-REPORT.
           MOVE 'MNTAUTH ACCESS RECERTIFICATION AND SEPARATION OF DUTY'
               TO RECERT-REPORT-REC.
           WRITE RECERT-REPORT-REC.
           PERFORM LOAD-AUTHORITY-TABLE.
           IF IXRECERT-AUTH-STATUS NOT EQUAL TO '00'
               MOVE 'NO AUTHORIZATION DATASET - NOTHING TO RECERTIFY'
                   TO RECERT-REPORT-REC
               WRITE RECERT-REPORT-REC
               CLOSE RECERT-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK.
           OPEN INPUT JOURNAL-FILE.
           IF IXRECERT-JRNL-STATUS NOT EQUAL TO '00'
               MOVE 'NO JOURNAL PRESENT - NO HISTORY TO REVIEW AGAINST'
                   TO RECERT-REPORT-REC
               WRITE RECERT-REPORT-REC
               CLOSE RECERT-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK.
           PERFORM EXAMINE-ONE-JOURNAL-REC UNTIL IXRECERT-AT-EOF.
           CLOSE JOURNAL-FILE.
           MOVE SPACES TO IXRECERT-REPORT-LINE.
           STRING 'AS OF ' IXRECERT-AS-OF-DATE
               '  UNUSED WINDOW ' IXRECERT-UNUSED-DAYS ' DAYS'
               '  JOURNAL RECORDS READ ' IXRECERT-READ-CNT
               DELIMITED BY SIZE INTO IXRECERT-REPORT-LINE.
           MOVE IXRECERT-REPORT-LINE TO RECERT-REPORT-REC.
           WRITE RECERT-REPORT-REC.
           PERFORM WRITE-GRANT-REVIEW.
           PERFORM WRITE-OUT-OF-GRANT-REVIEW.
           PERFORM WRITE-OVERLAP-REVIEW.
           PERFORM WRITE-SIGN-OFF.
           CLOSE RECERT-REPORT.
           IF IXRECERT-CANDIDATE-CNT NOT EQUAL TO ZERO
             OR IXRECERT-FINDING-CNT NOT EQUAL TO ZERO
             OR IXRECERT-TABLE-FULL
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE.
           GOBACK.

       TAKE-RECERT-CARD.
           IF CARD-UNUSED-DAYS IS NUMERIC
             AND CARD-UNUSED-DAYS NOT EQUAL TO ZERO
               MOVE CARD-UNUSED-DAYS TO IXRECERT-UNUSED-DAYS.
           IF CARD-AS-OF-DATE IS NUMERIC
             AND CARD-AS-OF-DATE NOT EQUAL TO ZERO
               MOVE CARD-AS-OF-DATE TO IXRECERT-AS-OF-DATE.
           COMPUTE IXRECERT-AS-OF-INT =
               FUNCTION INTEGER-OF-DATE (IXRECERT-AS-OF-DATE).

       LOAD-AUTHORITY-TABLE.
           OPEN INPUT AUTH-FILE.
           IF IXRECERT-AUTH-STATUS EQUAL TO '00'
               PERFORM LOAD-ONE-AUTH-RECORD
                   UNTIL IXRECERT-AT-EOF
                      OR IXRECERT-AUTH-USED NOT LESS THAN 100
               CLOSE AUTH-FILE.
           MOVE 'NO' TO IXRECERT-EOF-SW.

       LOAD-ONE-AUTH-RECORD.
           READ AUTH-FILE
               AT END SET IXRECERT-AT-EOF TO TRUE
               NOT AT END
                   IF AUTH-USER-ID NOT EQUAL TO SPACE
                     AND AUTH-USER-ID(1:1) NOT EQUAL TO '*'
                       ADD 1 TO IXRECERT-AUTH-USED
                       MOVE AUTH-USER-ID TO
                           IXRECERT-AUTH-USER (IXRECERT-AUTH-USED)
                       MOVE AUTH-VERB TO
                           IXRECERT-AUTH-VERB (IXRECERT-AUTH-USED)
                       MOVE AUTH-KEY-LOW TO
                           IXRECERT-AUTH-LOW (IXRECERT-AUTH-USED)
                       MOVE AUTH-KEY-HIGH TO
                           IXRECERT-AUTH-HIGH (IXRECERT-AUTH-USED)
                       MOVE ZERO TO
                           IXRECERT-AUTH-USES (IXRECERT-AUTH-USED)
                           IXRECERT-AUTH-LAST (IXRECERT-AUTH-USED)
                   END-IF.

       EXAMINE-ONE-JOURNAL-REC.
           READ JOURNAL-FILE
               AT END SET IXRECERT-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO IXRECERT-READ-CNT
                   PERFORM CHECK-CHANGE-AGAINST-GRANTS
                   PERFORM TRACK-MAKER-AND-DELETER
               END-READ.

      * The same match IXMAINT's edit makes: the user, the verb or
      * ALL (never for RKY), and the key within the range.  Journal
      * records written before user ids were carried are counted
      * but cannot be checked.
       CHECK-CHANGE-AGAINST-GRANTS.
           IF JRNL-USER-ID EQUAL TO SPACE
               ADD 1 TO IXRECERT-NO-USER-CNT
           ELSE
               MOVE 'NO' TO IXRECERT-GRANTED-SW
               MOVE ZERO TO IXRECERT-AUTH-SUB
               PERFORM MATCH-ONE-AUTH-GRANT
                   UNTIL IXRECERT-IS-GRANTED
                      OR IXRECERT-AUTH-SUB NOT LESS THAN
                         IXRECERT-AUTH-USED
               IF IXRECERT-IS-GRANTED
                   PERFORM CREDIT-GRANT-USE
               ELSE
                   PERFORM NOTE-OUT-OF-GRANT-CHANGE.

       MATCH-ONE-AUTH-GRANT.
           ADD 1 TO IXRECERT-AUTH-SUB.
           IF IXRECERT-AUTH-USER (IXRECERT-AUTH-SUB) EQUAL TO
                   JRNL-USER-ID
             AND (IXRECERT-AUTH-VERB (IXRECERT-AUTH-SUB) EQUAL TO
                   JRNL-VERB
               OR (IXRECERT-AUTH-VERB (IXRECERT-AUTH-SUB) EQUAL TO
                   'ALL'
                 AND JRNL-VERB NOT EQUAL TO 'RKY'))
             AND (IXRECERT-AUTH-LOW (IXRECERT-AUTH-SUB) EQUAL TO
                   SPACE
               OR (JRNL-KEY IS NOT LESS THAN
                     IXRECERT-AUTH-LOW (IXRECERT-AUTH-SUB)
                   AND JRNL-KEY IS NOT GREATER THAN
                     IXRECERT-AUTH-HIGH (IXRECERT-AUTH-SUB)))
               SET IXRECERT-IS-GRANTED TO TRUE.

       CREDIT-GRANT-USE.
           ADD 1 TO IXRECERT-AUTH-USES (IXRECERT-AUTH-SUB).
           IF JRNL-DATE IS GREATER THAN
                   IXRECERT-AUTH-LAST (IXRECERT-AUTH-SUB)
               MOVE JRNL-DATE TO IXRECERT-AUTH-LAST (IXRECERT-AUTH-SUB).

       NOTE-OUT-OF-GRANT-CHANGE.
           MOVE 'NO' TO IXRECERT-FOUND-SW.
           MOVE ZERO TO IXRECERT-OUT-SUB.
           PERFORM MATCH-ONE-OUT-ENTRY
               UNTIL IXRECERT-IS-FOUND
                  OR IXRECERT-OUT-SUB NOT LESS THAN
                     IXRECERT-OUT-USED.
           IF NOT IXRECERT-IS-FOUND
               IF IXRECERT-OUT-USED NOT LESS THAN 200
                   SET IXRECERT-TABLE-FULL TO TRUE
               ELSE
                   ADD 1 TO IXRECERT-OUT-USED
                   MOVE IXRECERT-OUT-USED TO IXRECERT-OUT-SUB
                   MOVE JRNL-USER-ID TO
                       IXRECERT-OUT-USER (IXRECERT-OUT-SUB)
                   MOVE JRNL-VERB TO
                       IXRECERT-OUT-VERB (IXRECERT-OUT-SUB)
                   MOVE ZERO TO IXRECERT-OUT-COUNT (IXRECERT-OUT-SUB)
                   MOVE JRNL-DATE TO
                       IXRECERT-OUT-FIRST (IXRECERT-OUT-SUB)
                   MOVE JRNL-KEY TO IXRECERT-OUT-KEY (IXRECERT-OUT-SUB)
                   SET IXRECERT-IS-FOUND TO TRUE.
           IF IXRECERT-IS-FOUND
               ADD 1 TO IXRECERT-OUT-COUNT (IXRECERT-OUT-SUB)
               MOVE JRNL-DATE TO IXRECERT-OUT-LAST (IXRECERT-OUT-SUB).

       MATCH-ONE-OUT-ENTRY.
           ADD 1 TO IXRECERT-OUT-SUB.
           IF IXRECERT-OUT-USER (IXRECERT-OUT-SUB) EQUAL TO
                   JRNL-USER-ID
             AND IXRECERT-OUT-VERB (IXRECERT-OUT-SUB) EQUAL TO
                   JRNL-VERB
               SET IXRECERT-IS-FOUND TO TRUE.

       TRACK-MAKER-AND-DELETER.
           IF JRNL-VERB EQUAL TO 'ADD'
               PERFORM NOTE-ONE-ADD
           ELSE
           IF JRNL-VERB EQUAL TO 'RKY'
               PERFORM FIND-ADDED-KEY
               IF IXRECERT-IS-FOUND
                   MOVE JRNL-AFTER-IMAGE (148:10) TO
                       IXRECERT-ADD-KEY (IXRECERT-ADD-SUB)
               END-IF
           ELSE
           IF JRNL-VERB EQUAL TO 'DEL'
               PERFORM FIND-ADDED-KEY
               IF IXRECERT-IS-FOUND
                   PERFORM CHECK-ONE-DELETE
               END-IF
           END-IF
           END-IF
           END-IF.

       NOTE-ONE-ADD.
           PERFORM FIND-ADDED-KEY.
           IF NOT IXRECERT-IS-FOUND
               IF IXRECERT-ADD-FREE NOT EQUAL TO ZERO
                   MOVE IXRECERT-ADD-FREE TO IXRECERT-ADD-SUB
                   SET IXRECERT-IS-FOUND TO TRUE
               ELSE
               IF IXRECERT-ADD-USED LESS THAN 2000
                   ADD 1 TO IXRECERT-ADD-USED
                   MOVE IXRECERT-ADD-USED TO IXRECERT-ADD-SUB
                   SET IXRECERT-IS-FOUND TO TRUE
               ELSE
                   SET IXRECERT-TABLE-FULL TO TRUE.
           IF IXRECERT-IS-FOUND
               MOVE JRNL-KEY TO IXRECERT-ADD-KEY (IXRECERT-ADD-SUB)
               MOVE JRNL-USER-ID TO IXRECERT-ADD-USER (IXRECERT-ADD-SUB)
               MOVE JRNL-DATE TO IXRECERT-ADD-DATE (IXRECERT-ADD-SUB)
               MOVE JRNL-SEQ TO IXRECERT-ADD-SEQ (IXRECERT-ADD-SUB).

      * Finds JRNL-KEY among the added keys, and on the way the
      * first cleared entry an ADD may reuse.
       FIND-ADDED-KEY.
           MOVE 'NO' TO IXRECERT-FOUND-SW.
           MOVE ZERO TO IXRECERT-ADD-SUB IXRECERT-ADD-FREE.
           PERFORM MATCH-ONE-ADDED-KEY
               UNTIL IXRECERT-IS-FOUND
                  OR IXRECERT-ADD-SUB NOT LESS THAN
                     IXRECERT-ADD-USED.

       MATCH-ONE-ADDED-KEY.
           ADD 1 TO IXRECERT-ADD-SUB.
           IF IXRECERT-ADD-KEY (IXRECERT-ADD-SUB) EQUAL TO JRNL-KEY
               SET IXRECERT-IS-FOUND TO TRUE
           ELSE
           IF IXRECERT-ADD-KEY (IXRECERT-ADD-SUB) EQUAL TO SPACE
             AND IXRECERT-ADD-FREE EQUAL TO ZERO
               MOVE IXRECERT-ADD-SUB TO IXRECERT-ADD-FREE.

       CHECK-ONE-DELETE.
           IF IXRECERT-ADD-USER (IXRECERT-ADD-SUB) EQUAL TO
                   JRNL-USER-ID
             AND JRNL-USER-ID NOT EQUAL TO SPACE
               IF IXRECERT-SOD-USED NOT LESS THAN 200
                   SET IXRECERT-TABLE-FULL TO TRUE
               ELSE
                   ADD 1 TO IXRECERT-SOD-USED
                   MOVE IXRECERT-SOD-USED TO IXRECERT-SOD-SUB
                   MOVE JRNL-KEY TO IXRECERT-SOD-KEY (IXRECERT-SOD-SUB)
                   MOVE JRNL-USER-ID TO
                       IXRECERT-SOD-USER (IXRECERT-SOD-SUB)
                   MOVE IXRECERT-ADD-DATE (IXRECERT-ADD-SUB) TO
                       IXRECERT-SOD-ADD-DATE (IXRECERT-SOD-SUB)
                   MOVE IXRECERT-ADD-SEQ (IXRECERT-ADD-SUB) TO
                       IXRECERT-SOD-ADD-SEQ (IXRECERT-SOD-SUB)
                   MOVE JRNL-DATE TO
                       IXRECERT-SOD-DEL-DATE (IXRECERT-SOD-SUB)
                   MOVE JRNL-SEQ TO
                       IXRECERT-SOD-DEL-SEQ (IXRECERT-SOD-SUB)
                   MOVE JRNL-CHECKER-ID TO
                       IXRECERT-SOD-CHECKER (IXRECERT-SOD-SUB).
           MOVE SPACES TO IXRECERT-ADD-KEY (IXRECERT-ADD-SUB).

      * Every grant is listed, so the returned report is the
      * complete recertification; the candidates are the ones with
      * a finding.
       WRITE-GRANT-REVIEW.
           MOVE SPACES TO RECERT-REPORT-REC.
           WRITE RECERT-REPORT-REC.
           MOVE 'SECTION 1 - GRANTS, EACH TO BE MARKED KEEP OR REMOVE'
               TO RECERT-REPORT-REC.
           WRITE RECERT-REPORT-REC.
           MOVE SPACES TO IXRECERT-REPORT-LINE.
           STRING 'USER     VRB LOW KEY    HIGH KEY      USES '
               'LAST USE FINDING                        '
               'DECISION'
               DELIMITED BY SIZE INTO IXRECERT-REPORT-LINE.
           MOVE IXRECERT-REPORT-LINE TO RECERT-REPORT-REC.
           WRITE RECERT-REPORT-REC.
           MOVE ZERO TO IXRECERT-AUTH-SUB.
           PERFORM WRITE-ONE-GRANT-LINE
               UNTIL IXRECERT-AUTH-SUB NOT LESS THAN
                     IXRECERT-AUTH-USED.
           MOVE SPACES TO IXRECERT-REPORT-LINE.
           STRING 'GRANTS = ' IXRECERT-AUTH-USED
               '  REMOVAL CANDIDATES = ' IXRECERT-CANDIDATE-CNT
               DELIMITED BY SIZE INTO IXRECERT-REPORT-LINE.
           MOVE IXRECERT-REPORT-LINE TO RECERT-REPORT-REC.
           WRITE RECERT-REPORT-REC.

       WRITE-ONE-GRANT-LINE.
           ADD 1 TO IXRECERT-AUTH-SUB.
           MOVE SPACES TO IXRECERT-FINDING-TEXT.
           IF IXRECERT-AUTH-USES (IXRECERT-AUTH-SUB) EQUAL TO ZERO
               ADD 1 TO IXRECERT-CANDIDATE-CNT
               MOVE 'NEVER USED - REMOVE?' TO IXRECERT-FINDING-TEXT
           ELSE
           IF IXRECERT-AUTH-LAST (IXRECERT-AUTH-SUB) IS LESS THAN
                   IXRECERT-AS-OF-DATE
               COMPUTE IXRECERT-IDLE-DAYS = IXRECERT-AS-OF-INT -
                   FUNCTION INTEGER-OF-DATE
                       (IXRECERT-AUTH-LAST (IXRECERT-AUTH-SUB))
               IF IXRECERT-IDLE-DAYS IS GREATER THAN
                       IXRECERT-UNUSED-DAYS
                   ADD 1 TO IXRECERT-CANDIDATE-CNT
                   STRING 'UNUSED ' IXRECERT-IDLE-DAYS
                       ' DAYS - REMOVE?'
                       DELIMITED BY SIZE INTO IXRECERT-FINDING-TEXT.
           IF IXRECERT-AUTH-LOW (IXRECERT-AUTH-SUB) EQUAL TO SPACE
               MOVE 'ALL KEYS' TO IXRECERT-SHOW-LOW
               MOVE SPACES TO IXRECERT-SHOW-HIGH
           ELSE
               MOVE IXRECERT-AUTH-LOW (IXRECERT-AUTH-SUB)
                   TO IXRECERT-SHOW-LOW
               MOVE IXRECERT-AUTH-HIGH (IXRECERT-AUTH-SUB)
                   TO IXRECERT-SHOW-HIGH.
           MOVE SPACES TO IXRECERT-REPORT-LINE.
           STRING IXRECERT-AUTH-USER (IXRECERT-AUTH-SUB) ' '
               IXRECERT-AUTH-VERB (IXRECERT-AUTH-SUB) ' '
               IXRECERT-SHOW-LOW ' ' IXRECERT-SHOW-HIGH ' '
               IXRECERT-AUTH-USES (IXRECERT-AUTH-SUB) ' '
               IXRECERT-AUTH-LAST (IXRECERT-AUTH-SUB) ' '
               IXRECERT-FINDING-TEXT ' '
               'KEEP [ ]  REMOVE [ ]'
               DELIMITED BY SIZE INTO IXRECERT-REPORT-LINE.
           MOVE IXRECERT-REPORT-LINE TO RECERT-REPORT-REC.
           WRITE RECERT-REPORT-REC.

       WRITE-OUT-OF-GRANT-REVIEW.
           MOVE SPACES TO RECERT-REPORT-REC.
           WRITE RECERT-REPORT-REC.
           MOVE 'SECTION 2 - CHANGES NO CURRENT GRANT COVERS'
               TO RECERT-REPORT-REC.
           WRITE RECERT-REPORT-REC.
           IF IXRECERT-OUT-USED EQUAL TO ZERO
               MOVE '  NONE - EVERY CHANGE IN THE JOURNAL IS COVERED'
                   TO RECERT-REPORT-REC
               WRITE RECERT-REPORT-REC
           ELSE
               MOVE SPACES TO IXRECERT-REPORT-LINE
               STRING 'USER     VRB CHANGES  FIRST    LAST     '
                   'FIRST KEY  DECISION'
                   DELIMITED BY SIZE INTO IXRECERT-REPORT-LINE
               MOVE IXRECERT-REPORT-LINE TO RECERT-REPORT-REC
               WRITE RECERT-REPORT-REC
               MOVE ZERO TO IXRECERT-OUT-SUB
               PERFORM WRITE-ONE-OUT-OF-GRANT-LINE
                   UNTIL IXRECERT-OUT-SUB NOT LESS THAN
                         IXRECERT-OUT-USED.
           IF IXRECERT-NO-USER-CNT NOT EQUAL TO ZERO
               MOVE SPACES TO IXRECERT-REPORT-LINE
               STRING '  ' IXRECERT-NO-USER-CNT
                   ' JOURNAL RECORDS CARRY NO USER ID AND WERE NOT'
                   ' CHECKED'
                   DELIMITED BY SIZE INTO IXRECERT-REPORT-LINE
               MOVE IXRECERT-REPORT-LINE TO RECERT-REPORT-REC
               WRITE RECERT-REPORT-REC.

       WRITE-ONE-OUT-OF-GRANT-LINE.
           ADD 1 TO IXRECERT-OUT-SUB.
           ADD 1 TO IXRECERT-FINDING-CNT.
           MOVE SPACES TO IXRECERT-REPORT-LINE.
           STRING IXRECERT-OUT-USER (IXRECERT-OUT-SUB) ' '
               IXRECERT-OUT-VERB (IXRECERT-OUT-SUB) ' '
               IXRECERT-OUT-COUNT (IXRECERT-OUT-SUB) '  '
               IXRECERT-OUT-FIRST (IXRECERT-OUT-SUB) ' '
               IXRECERT-OUT-LAST (IXRECERT-OUT-SUB) ' '
               IXRECERT-OUT-KEY (IXRECERT-OUT-SUB) ' '
               'EXPLAINED [ ]  RAISE [ ]'
               DELIMITED BY SIZE INTO IXRECERT-REPORT-LINE.
           MOVE IXRECERT-REPORT-LINE TO RECERT-REPORT-REC.
           WRITE RECERT-REPORT-REC.

       WRITE-OVERLAP-REVIEW.
           MOVE SPACES TO RECERT-REPORT-REC.
           WRITE RECERT-REPORT-REC.
           MOVE 'SECTION 3 - KEYS ADDED AND LATER DELETED BY ONE USER'
               TO RECERT-REPORT-REC.
           WRITE RECERT-REPORT-REC.
           IF IXRECERT-SOD-USED EQUAL TO ZERO
               MOVE '  NONE' TO RECERT-REPORT-REC
               WRITE RECERT-REPORT-REC
           ELSE
               MOVE SPACES TO IXRECERT-REPORT-LINE
               STRING 'KEY        USER     ADDED    SEQ    '
                   'DELETED  SEQ    RELEASED BY  DECISION'
                   DELIMITED BY SIZE INTO IXRECERT-REPORT-LINE
               MOVE IXRECERT-REPORT-LINE TO RECERT-REPORT-REC
               WRITE RECERT-REPORT-REC
               MOVE ZERO TO IXRECERT-SOD-SUB
               PERFORM WRITE-ONE-OVERLAP-LINE
                   UNTIL IXRECERT-SOD-SUB NOT LESS THAN
                         IXRECERT-SOD-USED.

       WRITE-ONE-OVERLAP-LINE.
           ADD 1 TO IXRECERT-SOD-SUB.
           ADD 1 TO IXRECERT-FINDING-CNT.
           MOVE SPACES TO IXRECERT-REPORT-LINE.
           STRING IXRECERT-SOD-KEY (IXRECERT-SOD-SUB) ' '
               IXRECERT-SOD-USER (IXRECERT-SOD-SUB) ' '
               IXRECERT-SOD-ADD-DATE (IXRECERT-SOD-SUB) ' '
               IXRECERT-SOD-ADD-SEQ (IXRECERT-SOD-SUB) ' '
               IXRECERT-SOD-DEL-DATE (IXRECERT-SOD-SUB) ' '
               IXRECERT-SOD-DEL-SEQ (IXRECERT-SOD-SUB) ' '
               IXRECERT-SOD-CHECKER (IXRECERT-SOD-SUB) '     '
               'EXPLAINED [ ]  RAISE [ ]'
               DELIMITED BY SIZE INTO IXRECERT-REPORT-LINE.
           MOVE IXRECERT-REPORT-LINE TO RECERT-REPORT-REC.
           WRITE RECERT-REPORT-REC.

       WRITE-SIGN-OFF.
           MOVE SPACES TO RECERT-REPORT-REC.
           WRITE RECERT-REPORT-REC.
           IF IXRECERT-TABLE-FULL
               MOVE 'A REVIEW TABLE FILLED - THE LISTS ARE INCOMPLETE'
                   TO RECERT-REPORT-REC
               WRITE RECERT-REPORT-REC.
           MOVE SPACES TO IXRECERT-REPORT-LINE.
           STRING 'REMOVAL CANDIDATES = ' IXRECERT-CANDIDATE-CNT
               '  FINDINGS TO EXPLAIN = ' IXRECERT-FINDING-CNT
               DELIMITED BY SIZE INTO IXRECERT-REPORT-LINE.
           MOVE IXRECERT-REPORT-LINE TO RECERT-REPORT-REC.
           WRITE RECERT-REPORT-REC.
           MOVE SPACES TO RECERT-REPORT-REC.
           WRITE RECERT-REPORT-REC.
           MOVE SPACES TO IXRECERT-REPORT-LINE.
           STRING 'REVIEWED BY ____________________  DATE ________'
               '  RETURN SIGNED TO THE CONTROLS GROUP'
               DELIMITED BY SIZE INTO IXRECERT-REPORT-LINE.
           MOVE IXRECERT-REPORT-LINE TO RECERT-REPORT-REC.
           WRITE RECERT-REPORT-REC.
