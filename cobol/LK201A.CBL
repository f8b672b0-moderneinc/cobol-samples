000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           LK201A.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO PRINTER
               ORGANIZATION IS SEQUENTIAL.
           SELECT LOCK-CARD-FILE ASSIGN TO LKCRD
               ORGANIZATION IS SEQUENTIAL.
           SELECT IX-FD1-MAN ASSIGN TO IXFD1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IX-MAN-KEY
               ALTERNATE RECORD KEY IS IX-MAN-ALTKEY1
                   WITH DUPLICATES
               LOCK MODE IS MANUAL
               SHARING WITH ALL OTHER
               FILE STATUS IS LK201A-IX-STATUS.
           SELECT IX-FD1-AUTO ASSIGN TO IXFD1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IX-AUTO-KEY
               ALTERNATE RECORD KEY IS IX-AUTO-ALTKEY1
                   WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS IS LK201A-IX-STATUS.
           SELECT RL-FD1-MAN ASSIGN TO RLFD1
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS LK201A-RRN
               LOCK MODE IS MANUAL
               SHARING WITH ALL OTHER
               FILE STATUS IS LK201A-RL-STATUS.
           SELECT RL-FD1-AUTO ASSIGN TO RLFD1
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS LK201A-RRN
               LOCK MODE IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS IS LK201A-RL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRINT-REC DUMMY-RECORD.
       01  PRINT-REC               PIC X(120).
       01  DUMMY-RECORD            PIC X(120).

      * One card: the hold count in 1-8, the number of passes of
      * the spin loop each lock is held for (the batch stand-in
      * for a timer, as in EXEC_SQL_DEADLOCK).  It must comfortably
      * exceed the time LK201B needs to make its locked-record
      * attempts, so the prober meets every lock before it is
      * given back.
       FD  LOCK-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  LOCK-CARD.
           02 CARD-HOLD-COUNT      PIC 9(8).
           02 FILLER               PIC X(72).

      * IX-FD1 exactly as IX206A builds it, declared twice against
      * the same dataset: once under each lock mode.
       FD  IX-FD1-MAN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 240 CHARACTERS.
       01  IX-MAN-REC.
           05 IX-MAN-REC-120       PIC X(120).
           05 FILLER               PIC X(8).
           05 FILLER               PIC X(19).
           05 IX-MAN-KEY           PIC X(10).
           05 FILLER               PIC X(9).
           05 FILLER               PIC X(19).
           05 IX-MAN-ALTKEY1       PIC X(10).
           05 FILLER               PIC X(45).

       FD  IX-FD1-AUTO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 240 CHARACTERS.
       01  IX-AUTO-REC.
           05 IX-AUTO-REC-120      PIC X(120).
           05 FILLER               PIC X(8).
           05 FILLER               PIC X(19).
           05 IX-AUTO-KEY          PIC X(10).
           05 FILLER               PIC X(9).
           05 FILLER               PIC X(19).
           05 IX-AUTO-ALTKEY1      PIC X(10).
           05 FILLER               PIC X(45).

      * RL-FD1, the 120-byte relative file RL203A builds.
       FD  RL-FD1-MAN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  RL-MAN-REC              PIC X(120).

       FD  RL-FD1-AUTO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  RL-AUTO-REC             PIC X(120).

       WORKING-STORAGE SECTION.
       77  LK201A-RRN              PIC 9(8) VALUE ZERO.
       77  LK201A-HOLD-COUNT       PIC 9(8) VALUE 20000000.
       77  LK201A-HOLD-SUB         PIC 9(8) COMP VALUE ZERO.
       77  LK201A-SHORT-WAIT       PIC 9(8) VALUE 100000.
       77  LK201A-TRIES            PIC 9(3) VALUE ZERO.
       77  LK201A-SEED-ERRS        PIC 9(2) VALUE ZERO.

      * LK201B briefly locks each record while it waits for this
      * job to take it, so an acquisition that meets status 51
      * (record locked) is retried after a short wait.
       01  LK201A-IX-STATUS        PIC XX VALUE '00'.
           88 LK201A-IX-LOCKED           VALUE '51'.
       01  LK201A-RL-STATUS        PIC XX VALUE '00'.
           88 LK201A-RL-LOCKED           VALUE '51'.

      * The records both jobs fight over.  The keys are reserved
      * for this certification and sit outside anything IX206A or
      * RL203A build; LK201B deletes them again once it has proved
      * it can.
       01  LK201A-MANUAL-KEY       PIC X(10) VALUE 'LK201A0001'.
       01  LK201A-AUTO-KEY         PIC X(10) VALUE 'LK201A0002'.
       01  LK201A-MANUAL-RRN       PIC 9(8) VALUE 9901.
       01  LK201A-AUTO-RRN         PIC 9(8) VALUE 9902.
       01  LK201A-STATUS-PAIR.
           02 LK201A-PAIR-IX       PIC XX.
           02 FILLER               PIC X VALUE '/'.
           02 LK201A-PAIR-RL       PIC XX.
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
       01  CCVS-PGM-ID             PIC X(9) VALUE 'LK201A   '.

       PROCEDURE DIVISION.

      * Record-locking certification, holder side.  IXMAINT, IXINQ,
      * CMINQ and RLBRIDGE can all have IX-FD1 or RL-FD1 open at
      * once, and nothing proved what the second job sees when the
      * first holds a record.  This job is submitted together with
      * LK201B (see LK201A.JCL).  It seeds one record per lock mode
      * in each file, then:
      *   - under LOCK MODE MANUAL, reads the first pair WITH LOCK
      *     and the second pair without it, holds, and gives the
      *     locks back with UNLOCK;
      *   - under LOCK MODE AUTOMATIC, reads the second pair (the
      *     READ itself takes the lock), holds, and gives the lock
      *     back by closing the file.
      * LK201B meanwhile attempts READ, REWRITE and DELETE against
      * the same records and reports what it saw and how long it
      * waited.  This side reports only its own statuses.
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
           IF CARD-HOLD-COUNT IS NUMERIC
             AND CARD-HOLD-COUNT IS GREATER THAN ZERO
               MOVE CARD-HOLD-COUNT TO LK201A-HOLD-COUNT.
           CLOSE LOCK-CARD-FILE.
       SEED-TEST-01.
           MOVE 'LOCK TEST SEED' TO FEATURE.
           MOVE 'SEED-TEST-01' TO PAR-NAME.
           MOVE 'IX AND RL RECORDS IN PLACE' TO RE-MARK.
           OPEN I-O IX-FD1-MAN RL-FD1-MAN.
           MOVE LK201A-MANUAL-KEY TO IX-MAN-KEY.
           PERFORM SEED-ONE-IX-RECORD.
           MOVE LK201A-AUTO-KEY TO IX-MAN-KEY.
           PERFORM SEED-ONE-IX-RECORD.
           MOVE LK201A-MANUAL-RRN TO LK201A-RRN.
           PERFORM SEED-ONE-RL-RECORD.
           MOVE LK201A-AUTO-RRN TO LK201A-RRN.
           PERFORM SEED-ONE-RL-RECORD.
           CLOSE IX-FD1-MAN RL-FD1-MAN.
           MOVE LK201A-SEED-ERRS TO COMPUTED-A.
           MOVE '00' TO CORRECT-A.
           IF LK201A-SEED-ERRS IS EQUAL TO ZERO
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.
       MANUAL-LOCK-TEST-01.
           MOVE 'LOCK MODE MANUAL' TO FEATURE.
           MOVE 'MANUAL-LOCK-TEST-01' TO PAR-NAME.
           MOVE 'READ WITH LOCK, IX/RL' TO RE-MARK.
           OPEN I-O IX-FD1-MAN RL-FD1-MAN.
           MOVE ZERO TO LK201A-TRIES.
           MOVE '51' TO LK201A-IX-STATUS.
           PERFORM TRY-IX-MANUAL-LOCK
               UNTIL NOT LK201A-IX-LOCKED
                  OR LK201A-TRIES NOT LESS THAN 50.
           MOVE LK201A-IX-STATUS TO LK201A-PAIR-IX.
           MOVE ZERO TO LK201A-TRIES.
           MOVE '51' TO LK201A-RL-STATUS.
           PERFORM TRY-RL-MANUAL-LOCK
               UNTIL NOT LK201A-RL-LOCKED
                  OR LK201A-TRIES NOT LESS THAN 50.
           MOVE LK201A-RL-STATUS TO LK201A-PAIR-RL.
           PERFORM CHECK-STATUS-PAIR.
       MANUAL-LOCK-TEST-02.
           MOVE 'LOCK MODE MANUAL' TO FEATURE.
           MOVE 'MANUAL-LOCK-TEST-02' TO PAR-NAME.
           MOVE 'READ WITHOUT LOCK, IX/RL' TO RE-MARK.
           MOVE LK201A-AUTO-KEY TO IX-MAN-KEY.
           READ IX-FD1-MAN
               INVALID KEY CONTINUE
           END-READ.
           MOVE LK201A-IX-STATUS TO LK201A-PAIR-IX.
           MOVE LK201A-AUTO-RRN TO LK201A-RRN.
           READ RL-FD1-MAN
               INVALID KEY CONTINUE
           END-READ.
           MOVE LK201A-RL-STATUS TO LK201A-PAIR-RL.
           PERFORM CHECK-STATUS-PAIR.
           PERFORM HOLD-THE-LOCKS.
       UNLOCK-TEST-01.
           MOVE 'UNLOCK' TO FEATURE.
           MOVE 'UNLOCK-TEST-01' TO PAR-NAME.
           MOVE 'MANUAL LOCKS RELEASED, IX/RL' TO RE-MARK.
           UNLOCK IX-FD1-MAN.
           MOVE LK201A-IX-STATUS TO LK201A-PAIR-IX.
           UNLOCK RL-FD1-MAN.
           MOVE LK201A-RL-STATUS TO LK201A-PAIR-RL.
           CLOSE IX-FD1-MAN RL-FD1-MAN.
           PERFORM CHECK-STATUS-PAIR.
       AUTO-LOCK-TEST-01.
           MOVE 'LOCK MODE AUTO' TO FEATURE.
           MOVE 'AUTO-LOCK-TEST-01' TO PAR-NAME.
           MOVE 'READ TAKES THE LOCK, IX/RL' TO RE-MARK.
           OPEN I-O IX-FD1-AUTO RL-FD1-AUTO.
           MOVE ZERO TO LK201A-TRIES.
           MOVE '51' TO LK201A-IX-STATUS.
           PERFORM TRY-IX-AUTO-LOCK
               UNTIL NOT LK201A-IX-LOCKED
                  OR LK201A-TRIES NOT LESS THAN 50.
           MOVE LK201A-IX-STATUS TO LK201A-PAIR-IX.
           MOVE ZERO TO LK201A-TRIES.
           MOVE '51' TO LK201A-RL-STATUS.
           PERFORM TRY-RL-AUTO-LOCK
               UNTIL NOT LK201A-RL-LOCKED
                  OR LK201A-TRIES NOT LESS THAN 50.
           MOVE LK201A-RL-STATUS TO LK201A-PAIR-RL.
           PERFORM CHECK-STATUS-PAIR.
           PERFORM HOLD-THE-LOCKS.
       CLOSE-UNLOCK-TEST-01.
           MOVE 'LOCK MODE AUTO' TO FEATURE.
           MOVE 'CLOSE-UNLOCK-TEST-01' TO PAR-NAME.
           MOVE 'CLOSE GIVES LOCKS BACK' TO RE-MARK.
           CLOSE IX-FD1-AUTO.
           MOVE LK201A-IX-STATUS TO LK201A-PAIR-IX.
           CLOSE RL-FD1-AUTO.
           MOVE LK201A-RL-STATUS TO LK201A-PAIR-RL.
           PERFORM CHECK-STATUS-PAIR.
       CLOSE-FILES.
           PERFORM END-ROUTINE.
           CLOSE PRINT-FILE.
           IF ERROR-COUNTER IS NOT EQUAL TO ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE.
           STOP RUN.

       LK201A-SUPPORT SECTION.

      * A record left behind by an interrupted earlier run is
      * simply reset to the seed image.
       SEED-ONE-IX-RECORD.
           MOVE SPACES TO IX-MAN-REC-120.
           MOVE 'LK201A LOCK-TEST SEED' TO IX-MAN-REC-120.
           MOVE 'LK201A' TO IX-MAN-ALTKEY1.
           WRITE IX-MAN-REC
               INVALID KEY
                   REWRITE IX-MAN-REC
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-WRITE.
           IF LK201A-IX-STATUS IS NOT EQUAL TO '00'
               ADD 1 TO LK201A-SEED-ERRS.

       SEED-ONE-RL-RECORD.
           MOVE 'LK201A LOCK-TEST SEED' TO RL-MAN-REC.
           WRITE RL-MAN-REC
               INVALID KEY
                   REWRITE RL-MAN-REC
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-WRITE.
           IF LK201A-RL-STATUS IS NOT EQUAL TO '00'
               ADD 1 TO LK201A-SEED-ERRS.

       TRY-IX-MANUAL-LOCK.
           ADD 1 TO LK201A-TRIES.
           MOVE LK201A-MANUAL-KEY TO IX-MAN-KEY.
           READ IX-FD1-MAN WITH LOCK
               INVALID KEY CONTINUE
           END-READ.
           IF LK201A-IX-LOCKED
               PERFORM SHORT-WAIT.

       TRY-RL-MANUAL-LOCK.
           ADD 1 TO LK201A-TRIES.
           MOVE LK201A-MANUAL-RRN TO LK201A-RRN.
           READ RL-FD1-MAN WITH LOCK
               INVALID KEY CONTINUE
           END-READ.
           IF LK201A-RL-LOCKED
               PERFORM SHORT-WAIT.

       TRY-IX-AUTO-LOCK.
           ADD 1 TO LK201A-TRIES.
           MOVE LK201A-AUTO-KEY TO IX-AUTO-KEY.
           READ IX-FD1-AUTO
               INVALID KEY CONTINUE
           END-READ.
           IF LK201A-IX-LOCKED
               PERFORM SHORT-WAIT.

       TRY-RL-AUTO-LOCK.
           ADD 1 TO LK201A-TRIES.
           MOVE LK201A-AUTO-RRN TO LK201A-RRN.
           READ RL-FD1-AUTO
               INVALID KEY CONTINUE
           END-READ.
           IF LK201A-RL-LOCKED
               PERFORM SHORT-WAIT.

       CHECK-STATUS-PAIR.
           MOVE LK201A-STATUS-PAIR TO COMPUTED-A.
           MOVE '00/00' TO CORRECT-A.
           IF LK201A-STATUS-PAIR IS EQUAL TO '00/00'
               PERFORM PASS
           ELSE
               PERFORM FAIL.
           PERFORM PRINT-DETAIL.

       HOLD-THE-LOCKS.
           MOVE ZERO TO LK201A-HOLD-SUB.
           PERFORM SPIN-ONE-PASS
               UNTIL LK201A-HOLD-SUB NOT LESS THAN LK201A-HOLD-COUNT.

       SHORT-WAIT.
           MOVE ZERO TO LK201A-HOLD-SUB.
           PERFORM SPIN-ONE-PASS
               UNTIL LK201A-HOLD-SUB NOT LESS THAN LK201A-SHORT-WAIT.

       SPIN-ONE-PASS.
           ADD 1 TO LK201A-HOLD-SUB.

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
