000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           LK201B.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO PRINTER
               ORGANIZATION IS SEQUENTIAL.
           SELECT LOCK-CARD-FILE ASSIGN TO LKCRD
               ORGANIZATION IS SEQUENTIAL.
           SELECT IX-FD1 ASSIGN TO IXFD1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IX-FD1-KEY
               ALTERNATE RECORD KEY IS IX-FD1-ALTKEY1
                   WITH DUPLICATES
               LOCK MODE IS MANUAL
               SHARING WITH ALL OTHER
               FILE STATUS IS LK201B-IX-STATUS.
           SELECT RL-FD1 ASSIGN TO RLFD1
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS LK201B-RRN
               LOCK MODE IS MANUAL
               SHARING WITH ALL OTHER
               FILE STATUS IS LK201B-RL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRINT-REC DUMMY-RECORD.
       01  PRINT-REC               PIC X(120).
       01  DUMMY-RECORD            PIC X(120).

      * One card: the wait count in 1-8 (passes of the spin loop
      * between attempts, as in EXEC_SQL_DEADLOCK) and the retry
      * limit in 10-12 - how many attempts a waiting step makes
      * before it gives up on LK201A.
       FD  LOCK-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  LOCK-CARD.
           02 CARD-WAIT-COUNT      PIC 9(8).
           02 FILLER               PIC X(1).
           02 CARD-RETRY-LIMIT     PIC 9(3).
           02 FILLER               PIC X(68).

      * IX-FD1 exactly as IX206A builds it.
       FD  IX-FD1
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 240 CHARACTERS.
       01  IX-FD1-REC.
           05 IX-FD1-REC-120       PIC X(120).
           05 FILLER               PIC X(8).
           05 FILLER               PIC X(19).
           05 IX-FD1-KEY           PIC X(10).
           05 FILLER               PIC X(9).
           05 FILLER               PIC X(19).
           05 IX-FD1-ALTKEY1       PIC X(10).
           05 FILLER               PIC X(45).

      * RL-FD1, the 120-byte relative file RL203A builds.
       FD  RL-FD1
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  RL-FD1-REC              PIC X(120).

       WORKING-STORAGE SECTION.
       77  LK201B-RRN              PIC 9(8) VALUE ZERO.
       77  LK201B-WAIT-COUNT       PIC 9(8) VALUE 200000.
       77  LK201B-WAIT-SUB         PIC 9(8) COMP VALUE ZERO.
       77  LK201B-RETRY-LIMIT      PIC 9(3) VALUE 100.
       77  LK201B-TRIES            PIC 9(3) VALUE ZERO.
       77  LK201B-IX-TRIES         PIC 9(3) VALUE ZERO.
       77  LK201B-RL-TRIES         PIC 9(3) VALUE ZERO.

      * Status 51 is the record-locked condition: the record is
      * held by another run unit.
       01  LK201B-IX-STATUS        PIC XX VALUE '00'.
           88 LK201B-IX-LOCKED           VALUE '51'.
       01  LK201B-RL-STATUS        PIC XX VALUE '00'.
           88 LK201B-RL-LOCKED           VALUE '51'.

      * The records LK201A seeds and holds.
       01  LK201B-MANUAL-KEY       PIC X(10) VALUE 'LK201A0001'.
       01  LK201B-AUTO-KEY         PIC X(10) VALUE 'LK201A0002'.
       01  LK201B-MANUAL-RRN       PIC 9(8) VALUE 9901.
       01  LK201B-AUTO-RRN         PIC 9(8) VALUE 9902.
       01  LK201B-PROBE-KEY        PIC X(10) VALUE SPACE.
       01  LK201B-PROBE-RRN        PIC 9(8) VALUE ZERO.
       01  LK201B-STATUS-PAIR.
           02 LK201B-PAIR-IX       PIC XX.
           02 FILLER               PIC X VALUE '/'.
           02 LK201B-PAIR-RL       PIC XX.
       01  LK201B-EXPECT-PAIR      PIC X(5) VALUE SPACE.
       01  LK201B-DELETE-ERRS      PIC 9(2) VALUE ZERO.
       01  LK201B-RETRY-LINE.
           02 FILLER               PIC X(1) VALUE SPACE.
           02 LK201B-RT-FILE       PIC X(7).
           02 FILLER               PIC X(22) VALUE
              'RECORD OBTAINED AFTER '.
           02 LK201B-RT-COUNT      PIC ZZ9.
           02 FILLER               PIC X(25) VALUE
              ' ATTEMPT(S), RELEASED BY '.
           02 LK201B-RT-WHAT       PIC X(8).
           02 FILLER               PIC X(54) VALUE SPACE.
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
       01  CCVS-PGM-ID             PIC X(9) VALUE 'LK201B   '.

       PROCEDURE DIVISION.

      * Record-locking certification, prober side.  Submitted with
      * LK201A (see LK201A.JCL), which seeds and holds one record
      * per lock mode in IX-FD1 and RL-FD1.  This job first waits
      * until it meets LK201A's manual lock, then records what an
      * operator's second job actually sees:
      *   - READ WITH LOCK, REWRITE and DELETE of the held record
      *     all come back status 51, record locked;
      *   - the record LK201A read without a lock under LOCK MODE
      *     MANUAL can be locked here at once;
      *   - waiting and retrying gets the record once LK201A's
      *     UNLOCK runs, and the REWRITE then goes through;
      *   - LK201A's LOCK MODE AUTOMATIC read holds its record the
      *     same way until LK201A closes the file;
      *   - both records can then be deleted, which also leaves
      *     the two files as IX206A and RL203A built them.
      * The number of attempts each wait took is printed after the
      * test lines.  If the shared OPEN itself is refused nothing
      * else can be attempted, and the run ends there.
       OPEN-FILES.
           OPEN OUTPUT PRINT-FILE.
           MOVE CCVS-PGM-ID TO TEST-ID ID-AGAIN.
           MOVE SPACE TO TEST-RESULTS.
           MOVE CCVS-H-2B TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING PAGE.
           MOVE CCVS-C-1 TO PRINT-REC.
           WRITE PRINT-REC AFTER 2 LINES.
           MOVE HYPHEN-LINE TO PRINT-REC.
           PERFORM WRITE-LINE.
           OPEN INPUT LOCK-CARD-FILE.
           READ LOCK-CARD-FILE
               AT END MOVE SPACES TO LOCK-CARD.
           IF CARD-WAIT-COUNT IS NUMERIC
             AND CARD-WAIT-COUNT IS GREATER THAN ZERO
               MOVE CARD-WAIT-COUNT TO LK201B-WAIT-COUNT.
           IF CARD-RETRY-LIMIT IS NUMERIC
             AND CARD-RETRY-LIMIT IS GREATER THAN ZERO
               MOVE CARD-RETRY-LIMIT TO LK201B-RETRY-LIMIT.
           CLOSE LOCK-CARD-FILE.
       OPEN-SHARED-TEST-01.
           MOVE 'SHARED OPEN I-O' TO FEATURE.
           MOVE 'OPEN-SHARED-TEST-01' TO PAR-NAME.
           MOVE 'WHILE LK201A HAS FILES OPEN' TO RE-MARK.
           OPEN I-O IX-FD1 RL-FD1.
           MOVE LK201B-IX-STATUS TO LK201B-PAIR-IX.
           MOVE LK201B-RL-STATUS TO LK201B-PAIR-RL.
           MOVE '00/00' TO LK201B-EXPECT-PAIR.
           PERFORM CHECK-STATUS-PAIR.
           IF LK201B-STATUS-PAIR IS NOT EQUAL TO '00/00'
               GO TO CLOSE-FILES.
       HOLDER-SYNC-TEST-01.
           MOVE 'LOCK HOLDER SEEN' TO FEATURE.
           MOVE 'HOLDER-SYNC-TEST-01' TO PAR-NAME.
           MOVE 'LK201A MANUAL LOCK MET' TO RE-MARK.
           MOVE LK201B-MANUAL-KEY TO LK201B-PROBE-KEY.
           MOVE LK201B-MANUAL-RRN TO LK201B-PROBE-RRN.
           PERFORM WAIT-UNTIL-HELD.
           MOVE '51/51' TO LK201B-EXPECT-PAIR.
           PERFORM CHECK-STATUS-PAIR.
       READ-LOCKED-TEST-01.
           MOVE 'READ WITH LOCK' TO FEATURE.
           MOVE 'READ-LOCKED-TEST-01' TO PAR-NAME.
           MOVE 'HELD RECORD, IX/RL' TO RE-MARK.
           MOVE LK201B-MANUAL-KEY TO IX-FD1-KEY.
           READ IX-FD1 WITH LOCK
               INVALID KEY CONTINUE
           END-READ.
           MOVE LK201B-IX-STATUS TO LK201B-PAIR-IX.
           MOVE LK201B-MANUAL-RRN TO LK201B-RRN.
           READ RL-FD1 WITH LOCK
               INVALID KEY CONTINUE
           END-READ.
           MOVE LK201B-RL-STATUS TO LK201B-PAIR-RL.
           MOVE '51/51' TO LK201B-EXPECT-PAIR.
           PERFORM CHECK-STATUS-PAIR.
       REWRITE-LOCKED-TEST-01.
           MOVE 'REWRITE HELD REC' TO FEATURE.
           MOVE 'REWRITE-LOCK-TEST-01' TO PAR-NAME.
           MOVE 'HELD RECORD, IX/RL' TO RE-MARK.
           PERFORM BUILD-PROBE-RECORDS.
           MOVE LK201B-MANUAL-KEY TO IX-FD1-KEY.
           REWRITE IX-FD1-REC
               INVALID KEY CONTINUE
           END-REWRITE.
           MOVE LK201B-IX-STATUS TO LK201B-PAIR-IX.
           MOVE LK201B-MANUAL-RRN TO LK201B-RRN.
           REWRITE RL-FD1-REC
               INVALID KEY CONTINUE
           END-REWRITE.
           MOVE LK201B-RL-STATUS TO LK201B-PAIR-RL.
           MOVE '51/51' TO LK201B-EXPECT-PAIR.
           PERFORM CHECK-STATUS-PAIR.
       DELETE-LOCKED-TEST-01.
           MOVE 'DELETE HELD REC' TO FEATURE.
           MOVE 'DELETE-LOCK-TEST-01' TO PAR-NAME.
           MOVE 'HELD RECORD, IX/RL' TO RE-MARK.
           MOVE LK201B-MANUAL-KEY TO IX-FD1-KEY.
           DELETE IX-FD1 RECORD
               INVALID KEY CONTINUE
           END-DELETE.
           MOVE LK201B-IX-STATUS TO LK201B-PAIR-IX.
           MOVE LK201B-MANUAL-RRN TO LK201B-RRN.
           DELETE RL-FD1 RECORD
               INVALID KEY CONTINUE
           END-DELETE.
           MOVE LK201B-RL-STATUS TO LK201B-PAIR-RL.
           MOVE '51/51' TO LK201B-EXPECT-PAIR.
           PERFORM CHECK-STATUS-PAIR.
       READ-UNLOCKED-TEST-01.
           MOVE 'READ WITH LOCK' TO FEATURE.
           MOVE 'READ-UNLOCK-TEST-01' TO PAR-NAME.
           MOVE 'MANUAL READ TOOK NO LOCK' TO RE-MARK.
           MOVE LK201B-AUTO-KEY TO IX-FD1-KEY.
           READ IX-FD1 WITH LOCK
               INVALID KEY CONTINUE
           END-READ.
           MOVE LK201B-IX-STATUS TO LK201B-PAIR-IX.
           MOVE LK201B-AUTO-RRN TO LK201B-RRN.
           READ RL-FD1 WITH LOCK
               INVALID KEY CONTINUE
           END-READ.
           MOVE LK201B-RL-STATUS TO LK201B-PAIR-RL.
           UNLOCK IX-FD1.
           UNLOCK RL-FD1.
           MOVE '00/00' TO LK201B-EXPECT-PAIR.
           PERFORM CHECK-STATUS-PAIR.
       WAIT-RETRY-TEST-01.
           MOVE 'WAIT AND RETRY' TO FEATURE.
           MOVE 'WAIT-RETRY-TEST-01' TO PAR-NAME.
           MOVE 'GOT RECORD AFTER UNLOCK' TO RE-MARK.
           MOVE LK201B-MANUAL-KEY TO LK201B-PROBE-KEY.
           MOVE LK201B-MANUAL-RRN TO LK201B-PROBE-RRN.
           PERFORM WAIT-UNTIL-FREE.
           MOVE '00/00' TO LK201B-EXPECT-PAIR.
           PERFORM CHECK-STATUS-PAIR.
           MOVE 'UNLOCK' TO LK201B-RT-WHAT.
           PERFORM WRITE-RETRY-LINES.
       REWRITE-AFTER-TEST-01.
           MOVE 'REWRITE AFTER WAIT' TO FEATURE.
           MOVE 'REWRITE-AFT-TEST-01' TO PAR-NAME.
           MOVE 'OWN LOCK, IX/RL' TO RE-MARK.
           PERFORM BUILD-PROBE-RECORDS.
           MOVE LK201B-MANUAL-KEY TO IX-FD1-KEY.
           REWRITE IX-FD1-REC
               INVALID KEY CONTINUE
           END-REWRITE.
           MOVE LK201B-IX-STATUS TO LK201B-PAIR-IX.
           MOVE LK201B-MANUAL-RRN TO LK201B-RRN.
           REWRITE RL-FD1-REC
               INVALID KEY CONTINUE
           END-REWRITE.
           MOVE LK201B-RL-STATUS TO LK201B-PAIR-RL.
           UNLOCK IX-FD1.
           UNLOCK RL-FD1.
           MOVE '00/00' TO LK201B-EXPECT-PAIR.
           PERFORM CHECK-STATUS-PAIR.
       AUTO-HELD-TEST-01.
           MOVE 'LOCK MODE AUTO' TO FEATURE.
           MOVE 'AUTO-HELD-TEST-01' TO PAR-NAME.
           MOVE 'HOLDER READ TOOK LOCK' TO RE-MARK.
           MOVE LK201B-AUTO-KEY TO LK201B-PROBE-KEY.
           MOVE LK201B-AUTO-RRN TO LK201B-PROBE-RRN.
           PERFORM WAIT-UNTIL-HELD.
           MOVE '51/51' TO LK201B-EXPECT-PAIR.
           PERFORM CHECK-STATUS-PAIR.
       AUTO-RELEASE-TEST-01.
           MOVE 'LOCK MODE AUTO' TO FEATURE.
           MOVE 'AUTO-FREE-TEST-01' TO PAR-NAME.
           MOVE 'GOT RECORD AFTER CLOSE' TO RE-MARK.
           PERFORM WAIT-UNTIL-FREE.
           UNLOCK IX-FD1.
           UNLOCK RL-FD1.
           MOVE '00/00' TO LK201B-EXPECT-PAIR.
           PERFORM CHECK-STATUS-PAIR.
           MOVE 'CLOSE' TO LK201B-RT-WHAT.
           PERFORM WRITE-RETRY-LINES.
       DELETE-AFTER-TEST-01.
           MOVE 'DELETE AFTER WAIT' TO FEATURE.
           MOVE 'DELETE-AFT-TEST-01' TO PAR-NAME.
           MOVE 'BOTH RECORDS, IX AND RL' TO RE-MARK.
           MOVE ZERO TO LK201B-DELETE-ERRS.
           MOVE LK201B-MANUAL-KEY TO IX-FD1-KEY.
           MOVE LK201B-MANUAL-RRN TO LK201B-RRN.
           PERFORM DELETE-PROBE-RECORDS.
           MOVE LK201B-AUTO-KEY TO IX-FD1-KEY.
           MOVE LK201B-AUTO-RRN TO LK201B-RRN.
           PERFORM DELETE-PROBE-RECORDS.
           MOVE LK201B-DELETE-ERRS TO COMPUTED-A.
           MOVE '00' TO CORRECT-A.
           IF LK201B-DELETE-ERRS IS EQUAL TO ZERO
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       CLOSE-FILES.
           CLOSE IX-FD1 RL-FD1.
           PERFORM END-ROUTINE.
           CLOSE PRINT-FILE.
           IF ERROR-COUNTER IS NOT EQUAL TO ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE.
           STOP RUN.

       LK201B-SUPPORT SECTION.

      * Waiting for LK201A to take a lock: a free record is given
      * straight back and tried again after a wait.  Ends with the
      * last status of each file in the status pair.
       WAIT-UNTIL-HELD.
           MOVE ZERO TO LK201B-TRIES.
           MOVE '00' TO LK201B-IX-STATUS.
           PERFORM TRY-IX-UNTIL-HELD
               UNTIL LK201B-IX-LOCKED
                  OR LK201B-TRIES NOT LESS THAN LK201B-RETRY-LIMIT.
           MOVE LK201B-IX-STATUS TO LK201B-PAIR-IX.
           MOVE ZERO TO LK201B-TRIES.
           MOVE '00' TO LK201B-RL-STATUS.
           PERFORM TRY-RL-UNTIL-HELD
               UNTIL LK201B-RL-LOCKED
                  OR LK201B-TRIES NOT LESS THAN LK201B-RETRY-LIMIT.
           MOVE LK201B-RL-STATUS TO LK201B-PAIR-RL.

       TRY-IX-UNTIL-HELD.
           ADD 1 TO LK201B-TRIES.
           MOVE LK201B-PROBE-KEY TO IX-FD1-KEY.
           READ IX-FD1 WITH LOCK
               INVALID KEY CONTINUE
           END-READ.
           IF NOT LK201B-IX-LOCKED
               UNLOCK IX-FD1
               MOVE '00' TO LK201B-IX-STATUS
               PERFORM WAIT-A-WHILE.

       TRY-RL-UNTIL-HELD.
           ADD 1 TO LK201B-TRIES.
           MOVE LK201B-PROBE-RRN TO LK201B-RRN.
           READ RL-FD1 WITH LOCK
               INVALID KEY CONTINUE
           END-READ.
           IF NOT LK201B-RL-LOCKED
               UNLOCK RL-FD1
               MOVE '00' TO LK201B-RL-STATUS
               PERFORM WAIT-A-WHILE.

      * Waiting for LK201A to give a lock back: retried until the
      * READ WITH LOCK succeeds, leaving this job holding the
      * record.  The attempt counts feed the retry lines.
       WAIT-UNTIL-FREE.
           MOVE ZERO TO LK201B-IX-TRIES.
           MOVE '51' TO LK201B-IX-STATUS.
           PERFORM TRY-IX-UNTIL-FREE
               UNTIL NOT LK201B-IX-LOCKED
                  OR LK201B-IX-TRIES NOT LESS THAN LK201B-RETRY-LIMIT.
           MOVE LK201B-IX-STATUS TO LK201B-PAIR-IX.
           MOVE ZERO TO LK201B-RL-TRIES.
           MOVE '51' TO LK201B-RL-STATUS.
           PERFORM TRY-RL-UNTIL-FREE
               UNTIL NOT LK201B-RL-LOCKED
                  OR LK201B-RL-TRIES NOT LESS THAN LK201B-RETRY-LIMIT.
           MOVE LK201B-RL-STATUS TO LK201B-PAIR-RL.

       TRY-IX-UNTIL-FREE.
           ADD 1 TO LK201B-IX-TRIES.
           MOVE LK201B-PROBE-KEY TO IX-FD1-KEY.
           READ IX-FD1 WITH LOCK
               INVALID KEY CONTINUE
           END-READ.
           IF LK201B-IX-LOCKED
               PERFORM WAIT-A-WHILE.

       TRY-RL-UNTIL-FREE.
           ADD 1 TO LK201B-RL-TRIES.
           MOVE LK201B-PROBE-RRN TO LK201B-RRN.
           READ RL-FD1 WITH LOCK
               INVALID KEY CONTINUE
           END-READ.
           IF LK201B-RL-LOCKED
               PERFORM WAIT-A-WHILE.

       WAIT-A-WHILE.
           MOVE ZERO TO LK201B-WAIT-SUB.
           PERFORM SPIN-ONE-PASS
               UNTIL LK201B-WAIT-SUB NOT LESS THAN LK201B-WAIT-COUNT.

       SPIN-ONE-PASS.
           ADD 1 TO LK201B-WAIT-SUB.

       BUILD-PROBE-RECORDS.
           MOVE SPACES TO IX-FD1-REC-120.
           MOVE 'LK201B LOCK-TEST REWRITE' TO IX-FD1-REC-120.
           MOVE 'LK201A' TO IX-FD1-ALTKEY1.
           MOVE 'LK201B LOCK-TEST REWRITE' TO RL-FD1-REC.

       DELETE-PROBE-RECORDS.
           DELETE IX-FD1 RECORD
               INVALID KEY CONTINUE
           END-DELETE.
           IF LK201B-IX-STATUS IS NOT EQUAL TO '00'
               ADD 1 TO LK201B-DELETE-ERRS.
           DELETE RL-FD1 RECORD
               INVALID KEY CONTINUE
           END-DELETE.
           IF LK201B-RL-STATUS IS NOT EQUAL TO '00'
               ADD 1 TO LK201B-DELETE-ERRS.

       CHECK-STATUS-PAIR.
           MOVE LK201B-STATUS-PAIR TO COMPUTED-A.
           MOVE LK201B-EXPECT-PAIR TO CORRECT-A.
           IF LK201B-STATUS-PAIR IS EQUAL TO LK201B-EXPECT-PAIR
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.

       WRITE-RETRY-LINES.
           MOVE 'IX-FD1' TO LK201B-RT-FILE.
           MOVE LK201B-IX-TRIES TO LK201B-RT-COUNT.
           MOVE LK201B-RETRY-LINE TO PRINT-REC.
           PERFORM WRITE-LINE.
           MOVE 'RL-FD1' TO LK201B-RT-FILE.
           MOVE LK201B-RL-TRIES TO LK201B-RT-COUNT.
           MOVE LK201B-RETRY-LINE TO PRINT-REC.
           PERFORM WRITE-LINE.

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
