000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           CERTCAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-CARD-FILE ASSIGN TO CATCRD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTCAT-CRD-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO XTRFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTCAT-XTR-STATUS.
           SELECT RUNID-FILE ASSIGN TO RUNIDDS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTCAT-RUNID-STATUS.
           SELECT TEST-CATALOG ASSIGN TO TSTCAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-KEY
               FILE STATUS IS CERTCAT-CAT-STATUS.
           SELECT CATALOG-REPORT ASSIGN TO CATRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      * Catalog maintenance cards: function 1-8, program 10-18,
      * paragraph 20-41, operand 43-80.
      *   RETIRE   prog para reason   stop expecting the test
      *   RESTORE  prog para          expect a retired test again
      *   OWNER    prog para owner    set the owner; paragraph
      *                               blank for every test of the
      *                               program
      *   RENAME   prog para newpara  the test now prints under
      *                               newpara: its history moves
      *                               to the new key and the old
      *                               key is retired
      *   LIST     prog               print the catalog, or one
      *                               program's part of it
      * Comment cards start with an asterisk.
       FD  CATALOG-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  CATALOG-CARD.
           02 CARD-FUNCTION        PIC X(8).
           02 FILLER               PIC X(1).
           02 CARD-PROGRAM         PIC X(9).
           02 FILLER               PIC X(1).
           02 CARD-PAR-NAME        PIC X(22).
           02 FILLER               PIC X(1).
           02 CARD-OPERAND         PIC X(38).

      * The CERTXTR per-test extract of tonight's print stream:
      * program 1-9, result 11-17, paragraph 19-40, feature 42-59.
       FD  EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXTRACT-REC.
           02 XTR-PROGRAM          PIC X(9).
           02 FILLER               PIC X(1).
           02 XTR-RESULT           PIC X(7).
           02 FILLER               PIC X(1).
           02 XTR-PAR-NAME         PIC X(22).
           02 FILLER               PIC X(1).
           02 XTR-FEATURE          PIC X(18).
           02 FILLER               PIC X(73).

       FD  RUNID-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUNID-REC.
           02 RID-RUN-ID           PIC X(12).
           02 FILLER               PIC X(68).

       FD  TEST-CATALOG
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 140 CHARACTERS.
           COPY TST_CAT.

       FD  CATALOG-REPORT
           LABEL RECORDS ARE STANDARD.
       01  CATALOG-REPORT-REC      PIC X(120).

       WORKING-STORAGE SECTION.
       01  CERTCAT-CRD-STATUS      PIC XX  VALUE '00'.
       01  CERTCAT-XTR-STATUS      PIC XX  VALUE '00'.
       01  CERTCAT-RUNID-STATUS    PIC XX  VALUE '00'.
       01  CERTCAT-CAT-STATUS      PIC XX  VALUE '00'.
       01  CERTCAT-EOF-SW          PIC X(3) VALUE 'NO'.
           88 CERTCAT-AT-EOF             VALUE 'YES'.
       01  CERTCAT-SCAN-DONE-SW    PIC X(3) VALUE 'NO'.
           88 CERTCAT-SCAN-DONE          VALUE 'YES'.
       01  CERTCAT-NEW-CATALOG-SW  PIC X(3) VALUE 'NO'.
           88 CERTCAT-NEW-CATALOG        VALUE 'YES'.
       01  CERTCAT-FOUND-SW        PIC X(3) VALUE 'NO'.
           88 CERTCAT-ENTRY-FOUND        VALUE 'YES'.
       01  CERTCAT-RUN-ID          PIC X(12) VALUE SPACE.
       01  CERTCAT-LIST-PROGRAM    PIC X(9) VALUE SPACE.
       01  CERTCAT-HOLD-REC        PIC X(140) VALUE SPACE.
       01  CERTCAT-HOLD-FIRST-RUN  PIC X(12) VALUE SPACE.
       01  CERTCAT-HOLD-OWNER      PIC X(8) VALUE SPACE.
       01  CERTCAT-NEW-PAR-NAME    PIC X(22) VALUE SPACE.
       01  CERTCAT-REASON          PIC X(40) VALUE SPACE.
       01  CERTCAT-CARD-CNT        PIC 9(5) VALUE ZERO.
       01  CERTCAT-REJECT-CNT      PIC 9(5) VALUE ZERO.
       01  CERTCAT-CHANGED-CNT     PIC 9(5) VALUE ZERO.
       01  CERTCAT-LISTED-CNT      PIC 9(5) VALUE ZERO.
       01  CERTCAT-XTR-CNT         PIC 9(7) VALUE ZERO.
       01  CERTCAT-SEEN-CNT        PIC 9(7) VALUE ZERO.
       01  CERTCAT-NEW-CNT         PIC 9(7) VALUE ZERO.
       01  CERTCAT-MISS-CNT        PIC 9(7) VALUE ZERO.
       01  CERTCAT-RENAME-CNT      PIC 9(5) VALUE ZERO.
       01  CERTCAT-BACK-CNT        PIC 9(5) VALUE ZERO.
       01  CERTCAT-ERROR-CNT       PIC 9(5) VALUE ZERO.

      * The programs that printed tonight; only their tests can be
      * missing - a program that did not run is not news here.
       01  CERTCAT-PGM-USED        PIC 9(3) VALUE ZERO.
       01  CERTCAT-PGM-SUB         PIC 9(3) VALUE ZERO.
       01  CERTCAT-PGM-TABLE.
           02 CERTCAT-PGM-ENTRY OCCURS 500 TIMES PIC X(9).

      * Tonight's new and missing tests, kept to pair them up as
      * likely renames: a test gone from a program that ran, and
      * a new one in the same program with the same feature.
       01  CERTCAT-NEW-USED        PIC 9(4) VALUE ZERO.
       01  CERTCAT-NEW-SUB         PIC 9(4) VALUE ZERO.
       01  CERTCAT-NEW-TABLE.
           02 CERTCAT-NEW-ENTRY OCCURS 2000 TIMES.
              03 CERTCAT-NEW-PROGRAM    PIC X(9).
              03 CERTCAT-NEW-PAR        PIC X(22).
              03 CERTCAT-NEW-FEATURE    PIC X(18).
              03 CERTCAT-NEW-PAIRED-SW  PIC X.
                 88 CERTCAT-NEW-PAIRED        VALUE 'Y'.
       01  CERTCAT-MISS-USED       PIC 9(4) VALUE ZERO.
       01  CERTCAT-MISS-SUB        PIC 9(4) VALUE ZERO.
       01  CERTCAT-MISS-TABLE.
           02 CERTCAT-MISS-ENTRY OCCURS 2000 TIMES.
              03 CERTCAT-MISS-PROGRAM   PIC X(9).
              03 CERTCAT-MISS-PAR       PIC X(22).
              03 CERTCAT-MISS-FEATURE   PIC X(18).
              03 CERTCAT-MISS-LAST-RUN  PIC X(12).
              03 CERTCAT-MISS-OWNER     PIC X(8).
              03 CERTCAT-MISS-PAIR      PIC 9(4).

       PROCEDURE DIVISION.

      * Test-case catalog.  The catalog is the master list of every
      * test the suite has ever printed, so a test that quietly
      * stops printing its TEST-RESULTS line is noticed instead of
      * vanishing from every report.  Maintenance cards are
      * applied first.  Then tonight's CERTXTR extract is compared
      * with the catalog: tests never seen before are added and
      * reported as new; active tests of a program that printed
      * tonight but did not print themselves are reported as
      * missing; a missing test and a new test of the same program
      * with the same feature are reported as a likely rename; a
      * retired test that printed again is reported too.  RC=12
      * when the catalog cannot be opened; RC=8 when a maintenance
      * card was rejected; RC=4 when tonight found new, missing or
      * returning tests; RC=0 otherwise.
       MAINLINE.
           PERFORM READ-RUN-IDENTIFICATION.
           OPEN OUTPUT CATALOG-REPORT.
           MOVE SPACES TO CATALOG-REPORT-REC.
           STRING 'TEST-CASE CATALOG - RUN ' DELIMITED BY SIZE
                  CERTCAT-RUN-ID DELIMITED BY SIZE
               INTO CATALOG-REPORT-REC.
           WRITE CATALOG-REPORT-REC.
           MOVE SPACES TO CATALOG-REPORT-REC.
           WRITE CATALOG-REPORT-REC.

      * The catalog accumulates across nights; it is created
      * empty the first time and then opened I-O, so the first
      * night's extract seeds it.
           OPEN I-O TEST-CATALOG.
           IF CERTCAT-CAT-STATUS NOT EQUAL TO '00'
               OPEN OUTPUT TEST-CATALOG
               CLOSE TEST-CATALOG
               OPEN I-O TEST-CATALOG
               SET CERTCAT-NEW-CATALOG TO TRUE.
           IF CERTCAT-CAT-STATUS NOT EQUAL TO '00'
               MOVE SPACES TO CATALOG-REPORT-REC
               STRING 'TEST CATALOG COULD NOT BE OPENED, STATUS '
                          DELIMITED BY SIZE
                      CERTCAT-CAT-STATUS DELIMITED BY SIZE
                   INTO CATALOG-REPORT-REC
               WRITE CATALOG-REPORT-REC
               CLOSE CATALOG-REPORT
               MOVE 12 TO RETURN-CODE
               GOBACK.
           PERFORM APPLY-MAINTENANCE-CARDS.
           PERFORM COMPARE-TONIGHTS-EXTRACT.
           CLOSE TEST-CATALOG CATALOG-REPORT.
           IF CERTCAT-REJECT-CNT GREATER THAN ZERO
               MOVE 8 TO RETURN-CODE
           ELSE IF CERTCAT-NEW-CNT GREATER THAN ZERO
                   AND NOT CERTCAT-NEW-CATALOG
               MOVE 4 TO RETURN-CODE
           ELSE IF CERTCAT-MISS-CNT GREATER THAN ZERO
                   OR CERTCAT-BACK-CNT GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           END-IF
           END-IF.
           GOBACK.

       READ-RUN-IDENTIFICATION.
           OPEN INPUT RUNID-FILE.
           IF CERTCAT-RUNID-STATUS NOT EQUAL TO '00'
               MOVE 'RUN-UNKNOWN ' TO CERTCAT-RUN-ID
           ELSE
               READ RUNID-FILE
                   AT END MOVE 'RUN-UNKNOWN ' TO RID-RUN-ID
               END-READ
               MOVE RID-RUN-ID TO CERTCAT-RUN-ID
               CLOSE RUNID-FILE.

      *---------------------------------------------------------------
      * Maintenance deck.
      *---------------------------------------------------------------
       APPLY-MAINTENANCE-CARDS.
           OPEN INPUT CATALOG-CARD-FILE.
           IF CERTCAT-CRD-STATUS EQUAL TO '00'
               MOVE 'NO' TO CERTCAT-EOF-SW
               PERFORM READ-ONE-CATALOG-CARD UNTIL CERTCAT-AT-EOF
               CLOSE CATALOG-CARD-FILE.
           IF CERTCAT-CARD-CNT GREATER THAN ZERO
               MOVE SPACES TO CATALOG-REPORT-REC
               STRING CERTCAT-CARD-CNT DELIMITED BY SIZE
                      ' MAINTENANCE CARD(S), ' DELIMITED BY SIZE
                      CERTCAT-CHANGED-CNT DELIMITED BY SIZE
                      ' CATALOG RECORD(S) CHANGED, ' DELIMITED BY SIZE
                      CERTCAT-REJECT-CNT DELIMITED BY SIZE
                      ' REJECTED' DELIMITED BY SIZE
                   INTO CATALOG-REPORT-REC
               WRITE CATALOG-REPORT-REC
               MOVE SPACES TO CATALOG-REPORT-REC
               WRITE CATALOG-REPORT-REC.

       READ-ONE-CATALOG-CARD.
           READ CATALOG-CARD-FILE
               AT END SET CERTCAT-AT-EOF TO TRUE.
           IF NOT CERTCAT-AT-EOF
               IF CATALOG-CARD (1:1) NOT EQUAL TO '*'
                   ADD 1 TO CERTCAT-CARD-CNT
                   PERFORM APPLY-ONE-CATALOG-CARD
               END-IF
           END-IF.

       APPLY-ONE-CATALOG-CARD.
           MOVE SPACES TO CERTCAT-REASON.
           IF CARD-FUNCTION EQUAL TO 'LIST'
               PERFORM LIST-CATALOG
           ELSE IF CARD-PROGRAM EQUAL TO SPACE
               MOVE 'NO PROGRAM NAMED' TO CERTCAT-REASON
           ELSE IF CARD-FUNCTION EQUAL TO 'OWNER'
               PERFORM SET-TEST-OWNER
           ELSE IF CARD-PAR-NAME EQUAL TO SPACE
               MOVE 'NO PARAGRAPH NAMED' TO CERTCAT-REASON
           ELSE IF CARD-FUNCTION EQUAL TO 'RETIRE'
               PERFORM RETIRE-TEST
           ELSE IF CARD-FUNCTION EQUAL TO 'RESTORE'
               PERFORM RESTORE-TEST
           ELSE IF CARD-FUNCTION EQUAL TO 'RENAME'
               PERFORM RENAME-TEST
           ELSE
               MOVE 'UNKNOWN FUNCTION' TO CERTCAT-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           MOVE SPACES TO CATALOG-REPORT-REC.
           IF CERTCAT-REASON EQUAL TO SPACE
               STRING 'APPLIED   ' DELIMITED BY SIZE
                      CATALOG-CARD (1:79) DELIMITED BY SIZE
                   INTO CATALOG-REPORT-REC
           ELSE
               ADD 1 TO CERTCAT-REJECT-CNT
               STRING 'REJECTED  ' DELIMITED BY SIZE
                      CATALOG-CARD (1:79) DELIMITED BY SIZE
                   INTO CATALOG-REPORT-REC
               MOVE CERTCAT-REASON TO CATALOG-REPORT-REC (81:40).
           WRITE CATALOG-REPORT-REC.

       READ-CARD-TEST.
           MOVE CARD-PROGRAM TO CAT-PROGRAM.
           MOVE CARD-PAR-NAME TO CAT-PAR-NAME.
           READ TEST-CATALOG
               INVALID KEY MOVE 'NO SUCH TEST IN THE CATALOG'
                   TO CERTCAT-REASON
           END-READ.

       RETIRE-TEST.
           PERFORM READ-CARD-TEST.
           IF CERTCAT-REASON EQUAL TO SPACE
               IF CAT-RETIRED
                   MOVE 'TEST ALREADY RETIRED' TO CERTCAT-REASON
               ELSE IF CARD-OPERAND EQUAL TO SPACE
                   MOVE 'NO REASON GIVEN' TO CERTCAT-REASON
               ELSE
                   SET CAT-RETIRED TO TRUE
                   MOVE CERTCAT-RUN-ID TO CAT-RETIRED-RUN
                   MOVE CARD-OPERAND TO CAT-NOTE
                   PERFORM REWRITE-CATALOG-RECORD
               END-IF
               END-IF
           END-IF.

       RESTORE-TEST.
           PERFORM READ-CARD-TEST.
           IF CERTCAT-REASON EQUAL TO SPACE
               IF CAT-ACTIVE
                   MOVE 'TEST IS NOT RETIRED' TO CERTCAT-REASON
               ELSE
                   SET CAT-ACTIVE TO TRUE
                   MOVE SPACES TO CAT-RETIRED-RUN CAT-NOTE
                   PERFORM REWRITE-CATALOG-RECORD
               END-IF
           END-IF.

      * A blank paragraph sets the owner of every test of the
      * program, walked from the program's first key.
       SET-TEST-OWNER.
           IF CARD-OPERAND (1:8) EQUAL TO SPACE
               MOVE 'NO OWNER GIVEN' TO CERTCAT-REASON
           ELSE IF CARD-PAR-NAME NOT EQUAL TO SPACE
               PERFORM READ-CARD-TEST
               IF CERTCAT-REASON EQUAL TO SPACE
                   MOVE CARD-OPERAND (1:8) TO CAT-OWNER
                   PERFORM REWRITE-CATALOG-RECORD
               END-IF
           ELSE
               MOVE CARD-PROGRAM TO CAT-PROGRAM
               MOVE LOW-VALUES TO CAT-PAR-NAME
               MOVE 'NO' TO CERTCAT-SCAN-DONE-SW CERTCAT-FOUND-SW
               START TEST-CATALOG KEY IS NOT LESS THAN CAT-KEY
                   INVALID KEY SET CERTCAT-SCAN-DONE TO TRUE
               END-START
               PERFORM OWN-NEXT-PROGRAM-TEST
                   UNTIL CERTCAT-SCAN-DONE
               IF NOT CERTCAT-ENTRY-FOUND
                   MOVE 'NO TESTS FOR THE PROGRAM' TO CERTCAT-REASON
               END-IF
           END-IF
           END-IF.

       OWN-NEXT-PROGRAM-TEST.
           READ TEST-CATALOG NEXT RECORD
               AT END SET CERTCAT-SCAN-DONE TO TRUE.
           IF NOT CERTCAT-SCAN-DONE
               IF CAT-PROGRAM NOT EQUAL TO CARD-PROGRAM
                   SET CERTCAT-SCAN-DONE TO TRUE
               ELSE
                   SET CERTCAT-ENTRY-FOUND TO TRUE
                   MOVE CARD-OPERAND (1:8) TO CAT-OWNER
                   PERFORM REWRITE-CATALOG-RECORD
               END-IF
           END-IF.

      * The new key takes over the old one's first run and owner;
      * if the new paragraph has already printed (so is in the
      * catalog as a new test) its record is updated, otherwise it
      * is written now.  The old key is retired with a note.
       RENAME-TEST.
           MOVE CARD-OPERAND (1:22) TO CERTCAT-NEW-PAR-NAME.
           IF CERTCAT-NEW-PAR-NAME EQUAL TO SPACE
                   OR CERTCAT-NEW-PAR-NAME EQUAL TO CARD-PAR-NAME
               MOVE 'NO NEW PARAGRAPH NAMED' TO CERTCAT-REASON
           ELSE
               PERFORM READ-CARD-TEST
           END-IF.
           IF CERTCAT-REASON EQUAL TO SPACE
               MOVE TST-CAT-REC TO CERTCAT-HOLD-REC
               MOVE CAT-FIRST-RUN TO CERTCAT-HOLD-FIRST-RUN
               MOVE CAT-OWNER TO CERTCAT-HOLD-OWNER
               SET CAT-RETIRED TO TRUE
               MOVE CERTCAT-RUN-ID TO CAT-RETIRED-RUN
               MOVE SPACES TO CAT-NOTE
               STRING 'RENAMED TO ' DELIMITED BY SIZE
                      CERTCAT-NEW-PAR-NAME DELIMITED BY SIZE
                   INTO CAT-NOTE
               PERFORM REWRITE-CATALOG-RECORD
               MOVE CARD-PROGRAM TO CAT-PROGRAM
               MOVE CERTCAT-NEW-PAR-NAME TO CAT-PAR-NAME
               READ TEST-CATALOG
                   INVALID KEY
                       MOVE CERTCAT-HOLD-REC TO TST-CAT-REC
                       MOVE CERTCAT-NEW-PAR-NAME TO CAT-PAR-NAME
                       SET CAT-ACTIVE TO TRUE
                       MOVE SPACES TO CAT-RETIRED-RUN
                       PERFORM NOTE-RENAMED-FROM
                       WRITE TST-CAT-REC
                           INVALID KEY ADD 1 TO CERTCAT-ERROR-CNT
                           NOT INVALID KEY ADD 1 TO CERTCAT-CHANGED-CNT
                       END-WRITE
                   NOT INVALID KEY
                       MOVE CERTCAT-HOLD-FIRST-RUN TO CAT-FIRST-RUN
                       IF CAT-OWNER EQUAL TO SPACE
                           MOVE CERTCAT-HOLD-OWNER TO CAT-OWNER
                       END-IF
                       PERFORM NOTE-RENAMED-FROM
                       PERFORM REWRITE-CATALOG-RECORD
               END-READ
           END-IF.

       NOTE-RENAMED-FROM.
           MOVE SPACES TO CAT-NOTE.
           STRING 'RENAMED FROM ' DELIMITED BY SIZE
                  CARD-PAR-NAME DELIMITED BY SIZE
               INTO CAT-NOTE.

       REWRITE-CATALOG-RECORD.
           REWRITE TST-CAT-REC
               INVALID KEY ADD 1 TO CERTCAT-ERROR-CNT
               NOT INVALID KEY ADD 1 TO CERTCAT-CHANGED-CNT
           END-REWRITE.

       LIST-CATALOG.
           MOVE CARD-PROGRAM TO CERTCAT-LIST-PROGRAM.
           MOVE SPACES TO CATALOG-REPORT-REC.
           WRITE CATALOG-REPORT-REC.
           MOVE SPACES TO CATALOG-REPORT-REC.
           STRING 'PROGRAM   PARAGRAPH              FEATURE'
                      DELIMITED BY SIZE
                  '            AREA FIRST RUN    LAST RUN     OWNER'
                      DELIMITED BY SIZE
                  '    S NOTE' DELIMITED BY SIZE
               INTO CATALOG-REPORT-REC.
           WRITE CATALOG-REPORT-REC.
           MOVE LOW-VALUES TO CAT-KEY.
           IF CERTCAT-LIST-PROGRAM NOT EQUAL TO SPACE
               MOVE CERTCAT-LIST-PROGRAM TO CAT-PROGRAM.
           MOVE 'NO' TO CERTCAT-SCAN-DONE-SW.
           MOVE ZERO TO CERTCAT-LISTED-CNT.
           START TEST-CATALOG KEY IS NOT LESS THAN CAT-KEY
               INVALID KEY SET CERTCAT-SCAN-DONE TO TRUE
           END-START.
           PERFORM LIST-NEXT-CATALOG-RECORD UNTIL CERTCAT-SCAN-DONE.
           MOVE SPACES TO CATALOG-REPORT-REC.
           STRING CERTCAT-LISTED-CNT DELIMITED BY SIZE
                  ' TEST(S) LISTED' DELIMITED BY SIZE
               INTO CATALOG-REPORT-REC.
           WRITE CATALOG-REPORT-REC.
           MOVE SPACES TO CATALOG-REPORT-REC.
           WRITE CATALOG-REPORT-REC.

       LIST-NEXT-CATALOG-RECORD.
           READ TEST-CATALOG NEXT RECORD
               AT END SET CERTCAT-SCAN-DONE TO TRUE.
           IF NOT CERTCAT-SCAN-DONE
               IF CERTCAT-LIST-PROGRAM NOT EQUAL TO SPACE
                       AND CAT-PROGRAM NOT EQUAL TO CERTCAT-LIST-PROGRAM
                   SET CERTCAT-SCAN-DONE TO TRUE
               ELSE
                   ADD 1 TO CERTCAT-LISTED-CNT
                   MOVE SPACES TO CATALOG-REPORT-REC
                   STRING CAT-PROGRAM ' ' CAT-PAR-NAME ' '
                          CAT-FEATURE ' ' CAT-AREA '   '
                          CAT-FIRST-RUN ' ' CAT-LAST-RUN ' '
                          CAT-OWNER ' ' CAT-STATUS ' ' CAT-NOTE
                          DELIMITED BY SIZE
                       INTO CATALOG-REPORT-REC
                   WRITE CATALOG-REPORT-REC
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Nightly comparison with the CERTXTR extract.
      *---------------------------------------------------------------
       COMPARE-TONIGHTS-EXTRACT.
           OPEN INPUT EXTRACT-FILE.
           IF CERTCAT-XTR-STATUS EQUAL TO '00'
               MOVE 'NO' TO CERTCAT-EOF-SW
               PERFORM CATALOG-ONE-EXTRACT-REC UNTIL CERTCAT-AT-EOF
               CLOSE EXTRACT-FILE.
           IF CERTCAT-XTR-CNT EQUAL TO ZERO
               MOVE 'NO EXTRACT RECORDS - NO COMPARISON WITH TONIGHT'
                   TO CATALOG-REPORT-REC
               WRITE CATALOG-REPORT-REC
           ELSE IF CERTCAT-NEW-CATALOG
               MOVE SPACES TO CATALOG-REPORT-REC
               STRING 'CATALOG STARTED - ' DELIMITED BY SIZE
                      CERTCAT-NEW-CNT DELIMITED BY SIZE
                      ' TESTS LOADED FROM THIS RUN' DELIMITED BY SIZE
                   INTO CATALOG-REPORT-REC
               WRITE CATALOG-REPORT-REC
           ELSE
               MOVE ZERO TO CERTCAT-PGM-SUB
               PERFORM FIND-MISSING-IN-PROGRAM
                   UNTIL CERTCAT-PGM-SUB NOT LESS THAN CERTCAT-PGM-USED
               PERFORM PAIR-LIKELY-RENAMES
               PERFORM WRITE-COMPARISON-REPORT
           END-IF
           END-IF.

       CATALOG-ONE-EXTRACT-REC.
           READ EXTRACT-FILE
               AT END SET CERTCAT-AT-EOF TO TRUE.
           IF NOT CERTCAT-AT-EOF
               IF XTR-PROGRAM NOT EQUAL TO SPACE
                       AND XTR-PAR-NAME NOT EQUAL TO SPACE
                   ADD 1 TO CERTCAT-XTR-CNT
                   PERFORM NOTE-PROGRAM-RAN
                   PERFORM CATALOG-ONE-TEST
               END-IF
           END-IF.

       NOTE-PROGRAM-RAN.
           MOVE 'NO' TO CERTCAT-FOUND-SW.
           MOVE ZERO TO CERTCAT-PGM-SUB.
           PERFORM FIND-RUN-PROGRAM UNTIL CERTCAT-ENTRY-FOUND
               OR CERTCAT-PGM-SUB NOT LESS THAN CERTCAT-PGM-USED.
           IF NOT CERTCAT-ENTRY-FOUND
                   AND CERTCAT-PGM-USED LESS THAN 500
               ADD 1 TO CERTCAT-PGM-USED
               MOVE XTR-PROGRAM TO CERTCAT-PGM-ENTRY (CERTCAT-PGM-USED).

       FIND-RUN-PROGRAM.
           ADD 1 TO CERTCAT-PGM-SUB.
           IF CERTCAT-PGM-ENTRY (CERTCAT-PGM-SUB) EQUAL TO XTR-PROGRAM
               SET CERTCAT-ENTRY-FOUND TO TRUE.

       CATALOG-ONE-TEST.
           MOVE XTR-PROGRAM TO CAT-PROGRAM.
           MOVE XTR-PAR-NAME TO CAT-PAR-NAME.
           READ TEST-CATALOG
               INVALID KEY PERFORM ADD-NEW-TEST
               NOT INVALID KEY PERFORM UPDATE-SEEN-TEST
           END-READ.

       ADD-NEW-TEST.
           MOVE SPACES TO TST-CAT-REC.
           MOVE XTR-PROGRAM TO CAT-PROGRAM.
           MOVE XTR-PAR-NAME TO CAT-PAR-NAME.
           MOVE XTR-FEATURE TO CAT-FEATURE.
           MOVE XTR-PROGRAM (1:2) TO CAT-AREA.
           MOVE CERTCAT-RUN-ID TO CAT-FIRST-RUN CAT-LAST-RUN.
           SET CAT-ACTIVE TO TRUE.
           WRITE TST-CAT-REC
               INVALID KEY ADD 1 TO CERTCAT-ERROR-CNT
           END-WRITE.
           ADD 1 TO CERTCAT-NEW-CNT.
           IF CERTCAT-NEW-USED LESS THAN 2000
               ADD 1 TO CERTCAT-NEW-USED
               MOVE XTR-PROGRAM
                   TO CERTCAT-NEW-PROGRAM (CERTCAT-NEW-USED)
               MOVE XTR-PAR-NAME TO CERTCAT-NEW-PAR (CERTCAT-NEW-USED)
               MOVE XTR-FEATURE
                   TO CERTCAT-NEW-FEATURE (CERTCAT-NEW-USED)
               MOVE 'N' TO CERTCAT-NEW-PAIRED-SW (CERTCAT-NEW-USED).

      * A retired test that prints again is reported once, the
      * first time tonight it is seen; it stays retired until a
      * RESTORE card says otherwise.
       UPDATE-SEEN-TEST.
           IF CAT-LAST-RUN NOT EQUAL TO CERTCAT-RUN-ID
               ADD 1 TO CERTCAT-SEEN-CNT
               IF CAT-RETIRED
                   ADD 1 TO CERTCAT-BACK-CNT
                   MOVE SPACES TO CATALOG-REPORT-REC
                   STRING 'RETIRED TEST PRINTED AGAIN  ' CAT-PROGRAM
                          ' ' CAT-PAR-NAME ' ' CAT-FEATURE
                          '  RETIRED ' CAT-RETIRED-RUN
                          DELIMITED BY SIZE
                       INTO CATALOG-REPORT-REC
                   WRITE CATALOG-REPORT-REC
               END-IF
           END-IF.
           MOVE CERTCAT-RUN-ID TO CAT-LAST-RUN.
           IF XTR-FEATURE NOT EQUAL TO SPACE
               MOVE XTR-FEATURE TO CAT-FEATURE.
           REWRITE TST-CAT-REC
               INVALID KEY ADD 1 TO CERTCAT-ERROR-CNT
           END-REWRITE.

      * Walks one program's tests from its first key: an active
      * test not printed by tonight's run is missing.
       FIND-MISSING-IN-PROGRAM.
           ADD 1 TO CERTCAT-PGM-SUB.
           MOVE CERTCAT-PGM-ENTRY (CERTCAT-PGM-SUB) TO CAT-PROGRAM.
           MOVE LOW-VALUES TO CAT-PAR-NAME.
           MOVE 'NO' TO CERTCAT-SCAN-DONE-SW.
           START TEST-CATALOG KEY IS NOT LESS THAN CAT-KEY
               INVALID KEY SET CERTCAT-SCAN-DONE TO TRUE
           END-START.
           PERFORM CHECK-NEXT-PROGRAM-TEST UNTIL CERTCAT-SCAN-DONE.

       CHECK-NEXT-PROGRAM-TEST.
           READ TEST-CATALOG NEXT RECORD
               AT END SET CERTCAT-SCAN-DONE TO TRUE.
           IF NOT CERTCAT-SCAN-DONE
               IF CAT-PROGRAM NOT EQUAL TO
                       CERTCAT-PGM-ENTRY (CERTCAT-PGM-SUB)
                   SET CERTCAT-SCAN-DONE TO TRUE
               ELSE IF CAT-ACTIVE
                       AND CAT-LAST-RUN NOT EQUAL TO CERTCAT-RUN-ID
                   PERFORM NOTE-MISSING-TEST
               END-IF
               END-IF
           END-IF.

       NOTE-MISSING-TEST.
           ADD 1 TO CERTCAT-MISS-CNT.
           IF CERTCAT-MISS-USED LESS THAN 2000
               ADD 1 TO CERTCAT-MISS-USED
               MOVE CERTCAT-MISS-USED TO CERTCAT-MISS-SUB
               MOVE CAT-PROGRAM
                   TO CERTCAT-MISS-PROGRAM (CERTCAT-MISS-SUB)
               MOVE CAT-PAR-NAME TO CERTCAT-MISS-PAR (CERTCAT-MISS-SUB)
               MOVE CAT-FEATURE
                   TO CERTCAT-MISS-FEATURE (CERTCAT-MISS-SUB)
               MOVE CAT-LAST-RUN
                   TO CERTCAT-MISS-LAST-RUN (CERTCAT-MISS-SUB)
               MOVE CAT-OWNER TO CERTCAT-MISS-OWNER (CERTCAT-MISS-SUB)
               MOVE ZERO TO CERTCAT-MISS-PAIR (CERTCAT-MISS-SUB).

       PAIR-LIKELY-RENAMES.
           MOVE ZERO TO CERTCAT-MISS-SUB.
           PERFORM PAIR-ONE-MISSING-TEST
               UNTIL CERTCAT-MISS-SUB NOT LESS THAN CERTCAT-MISS-USED.

       PAIR-ONE-MISSING-TEST.
           ADD 1 TO CERTCAT-MISS-SUB.
           MOVE 'NO' TO CERTCAT-FOUND-SW.
           MOVE ZERO TO CERTCAT-NEW-SUB.
           PERFORM FIND-RENAME-CANDIDATE UNTIL CERTCAT-ENTRY-FOUND
               OR CERTCAT-NEW-SUB NOT LESS THAN CERTCAT-NEW-USED.
           IF CERTCAT-ENTRY-FOUND
               ADD 1 TO CERTCAT-RENAME-CNT
               SET CERTCAT-NEW-PAIRED (CERTCAT-NEW-SUB) TO TRUE
               MOVE CERTCAT-NEW-SUB
                   TO CERTCAT-MISS-PAIR (CERTCAT-MISS-SUB).

       FIND-RENAME-CANDIDATE.
           ADD 1 TO CERTCAT-NEW-SUB.
           IF NOT CERTCAT-NEW-PAIRED (CERTCAT-NEW-SUB)
                   AND CERTCAT-NEW-PROGRAM (CERTCAT-NEW-SUB) EQUAL TO
                       CERTCAT-MISS-PROGRAM (CERTCAT-MISS-SUB)
                   AND CERTCAT-NEW-FEATURE (CERTCAT-NEW-SUB) EQUAL TO
                       CERTCAT-MISS-FEATURE (CERTCAT-MISS-SUB)
               SET CERTCAT-ENTRY-FOUND TO TRUE.

       WRITE-COMPARISON-REPORT.
           MOVE SPACES TO CATALOG-REPORT-REC.
           WRITE CATALOG-REPORT-REC.
           MOVE 'NEW TESTS' TO CATALOG-REPORT-REC.
           WRITE CATALOG-REPORT-REC.
           MOVE ZERO TO CERTCAT-NEW-SUB.
           PERFORM WRITE-ONE-NEW-TEST
               UNTIL CERTCAT-NEW-SUB NOT LESS THAN CERTCAT-NEW-USED.
           MOVE SPACES TO CATALOG-REPORT-REC.
           WRITE CATALOG-REPORT-REC.
           MOVE 'MISSING TESTS - NOT PRINTED BY A PROGRAM THAT RAN'
               TO CATALOG-REPORT-REC.
           WRITE CATALOG-REPORT-REC.
           MOVE ZERO TO CERTCAT-MISS-SUB.
           PERFORM WRITE-ONE-MISSING-TEST
               UNTIL CERTCAT-MISS-SUB NOT LESS THAN CERTCAT-MISS-USED.
           MOVE SPACES TO CATALOG-REPORT-REC.
           WRITE CATALOG-REPORT-REC.
           MOVE 'LIKELY RENAMES - SAME PROGRAM, SAME FEATURE'
               TO CATALOG-REPORT-REC.
           WRITE CATALOG-REPORT-REC.
           MOVE ZERO TO CERTCAT-MISS-SUB.
           PERFORM WRITE-ONE-RENAME
               UNTIL CERTCAT-MISS-SUB NOT LESS THAN CERTCAT-MISS-USED.
           MOVE SPACES TO CATALOG-REPORT-REC.
           WRITE CATALOG-REPORT-REC.
           MOVE SPACES TO CATALOG-REPORT-REC.
           STRING CERTCAT-XTR-CNT ' EXTRACT RECORDS, '
                  CERTCAT-PGM-USED ' PROGRAMS RAN, '
                  CERTCAT-NEW-CNT ' NEW, '
                  CERTCAT-MISS-CNT ' MISSING, '
                  CERTCAT-RENAME-CNT ' LIKELY RENAMES, '
                  CERTCAT-BACK-CNT ' RETIRED PRINTED AGAIN'
                  DELIMITED BY SIZE
               INTO CATALOG-REPORT-REC.
           WRITE CATALOG-REPORT-REC.
           IF CERTCAT-NEW-CNT GREATER THAN CERTCAT-NEW-USED
                   OR CERTCAT-MISS-CNT GREATER THAN CERTCAT-MISS-USED
               MOVE SPACES TO CATALOG-REPORT-REC
               STRING 'MORE THAN 2000 NEW OR MISSING TESTS - '
                          DELIMITED BY SIZE
                      'ONLY THE FIRST 2000 OF EACH ARE LISTED'
                          DELIMITED BY SIZE
                   INTO CATALOG-REPORT-REC
               WRITE CATALOG-REPORT-REC.
           IF CERTCAT-ERROR-CNT GREATER THAN ZERO
               MOVE SPACES TO CATALOG-REPORT-REC
               STRING CERTCAT-ERROR-CNT DELIMITED BY SIZE
                      ' CATALOG WRITE(S) FAILED' DELIMITED BY SIZE
                   INTO CATALOG-REPORT-REC
               WRITE CATALOG-REPORT-REC.

       WRITE-ONE-NEW-TEST.
           ADD 1 TO CERTCAT-NEW-SUB.
           MOVE SPACES TO CATALOG-REPORT-REC.
           STRING '  ' CERTCAT-NEW-PROGRAM (CERTCAT-NEW-SUB)
                  ' ' CERTCAT-NEW-PAR (CERTCAT-NEW-SUB)
                  ' ' CERTCAT-NEW-FEATURE (CERTCAT-NEW-SUB)
                  DELIMITED BY SIZE
               INTO CATALOG-REPORT-REC.
           WRITE CATALOG-REPORT-REC.

       WRITE-ONE-MISSING-TEST.
           ADD 1 TO CERTCAT-MISS-SUB.
           MOVE SPACES TO CATALOG-REPORT-REC.
           STRING '  ' CERTCAT-MISS-PROGRAM (CERTCAT-MISS-SUB)
                  ' ' CERTCAT-MISS-PAR (CERTCAT-MISS-SUB)
                  ' ' CERTCAT-MISS-FEATURE (CERTCAT-MISS-SUB)
                  '  LAST SEEN '
                  CERTCAT-MISS-LAST-RUN (CERTCAT-MISS-SUB)
                  '  OWNER ' CERTCAT-MISS-OWNER (CERTCAT-MISS-SUB)
                  DELIMITED BY SIZE
               INTO CATALOG-REPORT-REC.
           WRITE CATALOG-REPORT-REC.

       WRITE-ONE-RENAME.
           ADD 1 TO CERTCAT-MISS-SUB.
           IF CERTCAT-MISS-PAIR (CERTCAT-MISS-SUB) GREATER THAN ZERO
               MOVE CERTCAT-MISS-PAIR (CERTCAT-MISS-SUB)
                   TO CERTCAT-NEW-SUB
               MOVE SPACES TO CATALOG-REPORT-REC
               STRING '  ' CERTCAT-MISS-PROGRAM (CERTCAT-MISS-SUB)
                      ' ' CERTCAT-MISS-PAR (CERTCAT-MISS-SUB)
                      ' NOW ' CERTCAT-NEW-PAR (CERTCAT-NEW-SUB)
                      ' ' CERTCAT-MISS-FEATURE (CERTCAT-MISS-SUB)
                      DELIMITED BY SIZE
                   INTO CATALOG-REPORT-REC
               WRITE CATALOG-REPORT-REC.
