000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           CERTGATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GATE-CARD-FILE ASSIGN TO GATECRD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTGATE-CRD-STATUS.
           SELECT RUNID-FILE ASSIGN TO RUNIDDS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTGATE-RUNID-STATUS.
           SELECT EXTRACT-IN ASSIGN TO XTRFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTGATE-XTR-STATUS.
           SELECT WAIVER-FILE ASSIGN TO WVRFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTGATE-WVR-STATUS.
           SELECT WAIVER-AGE-FILE ASSIGN TO WVRAGE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTGATE-AGE-STATUS.
           SELECT RULES-FILE ASSIGN TO SEVRULES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTGATE-RULE-STATUS.
           SELECT EXCP-LOG-IN ASSIGN TO EXCPLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTGATE-LOG-STATUS.
           SELECT COV-PROD-IN ASSIGN TO COVPROD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTGATE-PROD-STATUS.
           SELECT COV-CAND-IN ASSIGN TO COVCAND
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTGATE-CAND-STATUS.
           SELECT GATE-REPORT ASSIGN TO GATERPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      * The rules card:
      *   1-8   GATE
      *   10-25 the build to judge; blank means tonight's build
      *         from the run identification
      *   27-28 consecutive complete runs required (default 05)
      *   30-32 oldest waiver allowed, in days (default 090)
      *   34-49 the production build, for the report
      *   51-58 who is asking - the verdict is signed with it
      *   60-63 programs a complete run must report; blank means
      *         every program the build has ever run
       FD  GATE-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  GATE-CARD.
           02 CARD-FUNCTION        PIC X(8).
           02 FILLER               PIC X(1).
           02 CARD-BUILD           PIC X(16).
           02 FILLER               PIC X(1).
           02 CARD-RUNS            PIC X(2).
           02 CARD-RUNS-N REDEFINES CARD-RUNS
                                   PIC 9(2).
           02 FILLER               PIC X(1).
           02 CARD-MAX-AGE         PIC X(3).
           02 CARD-MAX-AGE-N REDEFINES CARD-MAX-AGE
                                   PIC 9(3).
           02 FILLER               PIC X(1).
           02 CARD-PROD-BUILD      PIC X(16).
           02 FILLER               PIC X(1).
           02 CARD-SIGNER          PIC X(8).
           02 FILLER               PIC X(1).
           02 CARD-EXPECT          PIC X(4).
           02 CARD-EXPECT-N REDEFINES CARD-EXPECT
                                   PIC 9(4).
           02 FILLER               PIC X(17).

       FD  RUNID-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUNID-REC.
           02 RID-RUN-ID           PIC X(12).
           02 FILLER               PIC X(1).
           02 RID-BUILD-ID         PIC X(16).
           02 FILLER               PIC X(51).

      * CERTXTR's extract of the latest run: program 1-9, result
      * 11-17, paragraph 19-40.
       FD  EXTRACT-IN
           LABEL RECORDS ARE STANDARD.
       01  EXTRACT-IN-REC.
           02 XTR-PROGRAM          PIC X(9).
           02 FILLER               PIC X(1).
           02 XTR-RESULT           PIC X(7).
           02 FILLER               PIC X(1).
           02 XTR-PAR-NAME         PIC X(22).
           02 FILLER               PIC X(92).

       FD  WAIVER-FILE
           LABEL RECORDS ARE STANDARD.
       01  WAIVER-REC.
           02 WVR-PROGRAM          PIC X(9).
           02 FILLER               PIC X(1).
           02 WVR-PAR-NAME         PIC X(22).
           02 FILLER               PIC X(48).

      * CERTWVR's waiver-age register: the date each waiver was
      * first on the waiver file.
       FD  WAIVER-AGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  WAIVER-AGE-REC.
           02 AGE-PROGRAM          PIC X(9).
           02 FILLER               PIC X(1).
           02 AGE-PAR-NAME         PIC X(22).
           02 FILLER               PIC X(1).
           02 AGE-FIRST-SEEN       PIC 9(8).
           02 FILLER               PIC X(39).

      * EXCPSEV's classification rules, first match wins:
      * pattern 1-24 (a prefix, * alone for every program), code
      * 26-35 (zero for any), severity 37-40, team 42-49.
       FD  RULES-FILE
           LABEL RECORDS ARE STANDARD.
       01  RULES-REC.
           02 RULE-PATTERN         PIC X(24).
           02 FILLER               PIC X(1).
           02 RULE-CODE            PIC S9(9) SIGN LEADING SEPARATE.
           02 FILLER               PIC X(1).
           02 RULE-SEVERITY        PIC X(4).
           02 FILLER               PIC X(1).
           02 RULE-TEAM            PIC X(8).
           02 FILLER               PIC X(31).

       FD  EXCP-LOG-IN
           LABEL RECORDS ARE STANDARD.
           COPY EXCP_LOG.

      * DBGCOV's coverage output, once for the production build and
      * once for the build being judged: program 1-8, procedure
      * 10-39, times entered 41-48.
       FD  COV-PROD-IN
           LABEL RECORDS ARE STANDARD.
       01  COV-PROD-REC.
           02 PRD-PROGRAM          PIC X(8).
           02 FILLER               PIC X(1).
           02 PRD-PROC-NAME        PIC X(30).
           02 FILLER               PIC X(1).
           02 PRD-HITS             PIC 9(8).
           02 FILLER               PIC X(32).

       FD  COV-CAND-IN
           LABEL RECORDS ARE STANDARD.
       01  COV-CAND-REC.
           02 CND-PROGRAM          PIC X(8).
           02 FILLER               PIC X(1).
           02 CND-PROC-NAME        PIC X(30).
           02 FILLER               PIC X(1).
           02 CND-HITS             PIC 9(8).
           02 FILLER               PIC X(32).

       FD  GATE-REPORT
           LABEL RECORDS ARE STANDARD.
       01  GATE-REPORT-REC         PIC X(120).

       WORKING-STORAGE SECTION.
       01 FILLER PIC X(29) VALUE 'PGM WORKING-STORAGE: CERTGATE'.
       01 DCL_GATE_BUILD        PIC X(16).
       01 DCL_GATE_RUN_ID       PIC X(12).
       01 DCL_GATE_RUN_DATE     PIC X(8).
       01 DCL_GATE_PGM_CNT      PIC S9(9) COMP.
       01 DCL_GATE_FAIL_SUM     PIC S9(9) COMP.
       01 DCL_GATE_EXPECT_CNT   PIC S9(9) COMP.

       01  CERTGATE-CRD-STATUS     PIC XX  VALUE '00'.
       01  CERTGATE-RUNID-STATUS   PIC XX  VALUE '00'.
       01  CERTGATE-XTR-STATUS     PIC XX  VALUE '00'.
       01  CERTGATE-WVR-STATUS     PIC XX  VALUE '00'.
       01  CERTGATE-AGE-STATUS     PIC XX  VALUE '00'.
       01  CERTGATE-RULE-STATUS    PIC XX  VALUE '00'.
       01  CERTGATE-LOG-STATUS     PIC XX  VALUE '00'.
       01  CERTGATE-PROD-STATUS    PIC XX  VALUE '00'.
       01  CERTGATE-CAND-STATUS    PIC XX  VALUE '00'.
       01  CERTGATE-EOF-SW         PIC X(3) VALUE 'NO'.
           88 CERTGATE-AT-EOF            VALUE 'YES'.
       01  CERTGATE-CARD-SEEN-SW   PIC X(3) VALUE 'NO'.
           88 CERTGATE-CARD-SEEN         VALUE 'YES'.
       01  CERTGATE-RC             PIC 9(2) VALUE ZERO.
       01  CERTGATE-REASON         PIC X(40) VALUE SPACE.
       01  CERTGATE-CARD-HOLD      PIC X(80) VALUE SPACE.
       01  CERTGATE-TODAY          PIC 9(8) VALUE ZERO.
       01  CERTGATE-TIME-FULL.
           02 CERTGATE-TIME-HHMMSS PIC 9(6).
           02 FILLER               PIC 99.
       01  CERTGATE-RID-RUN-ID     PIC X(12) VALUE SPACE.
       01  CERTGATE-RID-BUILD      PIC X(16) VALUE SPACE.
       01  CERTGATE-BUILD          PIC X(16) VALUE SPACE.
       01  CERTGATE-PROD-BUILD     PIC X(16) VALUE SPACE.
       01  CERTGATE-SIGNER         PIC X(8) VALUE SPACE.
       01  CERTGATE-RUNS-NEEDED    PIC 9(2) VALUE 5.
       01  CERTGATE-MAX-AGE        PIC 9(3) VALUE 90.
       01  CERTGATE-EXPECT-CNT     PIC 9(4) VALUE ZERO.
       01  CERTGATE-EXPECT-SW      PIC X(3) VALUE 'NO'.
           88 CERTGATE-EXPECT-ON-CARD    VALUE 'YES'.
       01  CERTGATE-LATEST-RUN     PIC X(12) VALUE SPACE.
       01  CERTGATE-REPORT-LINE    PIC X(120) VALUE SPACE.
       01  CERTGATE-SHOWN-CNT      PIC 9(5) VALUE ZERO.
       01  CERTGATE-MORE-CNT       PIC 9(5) VALUE ZERO.
       01  CERTGATE-FAILED-RULES   PIC 9(1) VALUE ZERO.

      * The five rules, in report order, and whether each was met.
       01  CERTGATE-RULE-SUB       PIC 9(1) VALUE ZERO.
       01  CERTGATE-RULE-TABLE.
           02 CERTGATE-RULE-ENTRY OCCURS 5 TIMES.
              03 CERTGATE-RULE-TITLE    PIC X(60).
              03 CERTGATE-RULE-MET-SW   PIC X(3).
                 88 CERTGATE-RULE-MET         VALUE 'YES'.

      * Consecutive complete runs.
       01  CERTGATE-RUNS-SEEN      PIC 9(5) VALUE ZERO.
       01  CERTGATE-STREAK         PIC 9(5) VALUE ZERO.
       01  CERTGATE-STREAK-SW      PIC X(3) VALUE 'NO'.
           88 CERTGATE-STREAK-DONE       VALUE 'YES'.
       01  CERTGATE-PGM-DISP       PIC ZZZ9.
       01  CERTGATE-FAIL-DISP      PIC ZZZZ9.

      * Unwaived failures.
       01  CERTGATE-WVR-USED       PIC 9(3) VALUE ZERO.
       01  CERTGATE-WVR-SUB        PIC 9(3) VALUE ZERO.
       01  CERTGATE-MATCH-SW       PIC X(3) VALUE 'NO'.
           88 CERTGATE-WVR-MATCHED       VALUE 'YES'.
       01  CERTGATE-FAIL-CNT       PIC 9(5) VALUE ZERO.
       01  CERTGATE-WAIVED-CNT     PIC 9(5) VALUE ZERO.
       01  CERTGATE-UNWAIVED-CNT   PIC 9(5) VALUE ZERO.
       01  CERTGATE-WVR-TABLE.
           02 CERTGATE-WVR-ENTRY OCCURS 100 TIMES.
              03 CERTGATE-WVR-PROGRAM   PIC X(9).
              03 CERTGATE-WVR-PAR-NAME  PIC X(22).
              03 CERTGATE-WVR-SEEN      PIC 9(8).

      * Waiver ages.
       01  CERTGATE-AGE-DAYS       PIC 9(5) VALUE ZERO.
       01  CERTGATE-AGE-DISP       PIC ZZZZ9.
       01  CERTGATE-OLDEST-DAYS    PIC 9(5) VALUE ZERO.
       01  CERTGATE-STALE-CNT      PIC 9(3) VALUE ZERO.
       01  CERTGATE-UNDATED-CNT    PIC 9(3) VALUE ZERO.

      * Open HIGH exception patterns.
       01  CERTGATE-SEV-USED       PIC 9(3) VALUE ZERO.
       01  CERTGATE-SEV-SUB        PIC 9(3) VALUE ZERO.
       01  CERTGATE-PAT-LENGTH     PIC 9(2) VALUE ZERO.
       01  CERTGATE-RULE-MATCH-SW  PIC X(3) VALUE 'NO'.
           88 CERTGATE-SEV-MATCHED       VALUE 'YES'.
       01  CERTGATE-EVENT-CNT      PIC 9(7) VALUE ZERO.
       01  CERTGATE-HIGH-CNT       PIC 9(5) VALUE ZERO.
       01  CERTGATE-OPEN-CNT       PIC 9(3) VALUE ZERO.
       01  CERTGATE-CODE-DISP      PIC -(8)9.
       01  CERTGATE-SEV-TABLE.
           02 CERTGATE-SEV-ENTRY OCCURS 60 TIMES.
              03 CERTGATE-SEV-PATTERN   PIC X(24).
              03 CERTGATE-SEV-LENGTH    PIC 9(2).
              03 CERTGATE-SEV-CODE      PIC S9(9).
              03 CERTGATE-SEV-SEV       PIC X(4).
              03 CERTGATE-SEV-TEAM      PIC X(8).
              03 CERTGATE-SEV-EVENTS    PIC 9(5).
              03 CERTGATE-SEV-PROGRAM   PIC X(24).
              03 CERTGATE-SEV-LAST-CODE PIC S9(9).

      * Coverage against production.
       01  CERTGATE-PRD-USED       PIC 9(4) VALUE ZERO.
       01  CERTGATE-PRD-SUB        PIC 9(4) VALUE ZERO.
       01  CERTGATE-CND-USED       PIC 9(4) VALUE ZERO.
       01  CERTGATE-CND-SUB        PIC 9(4) VALUE ZERO.
       01  CERTGATE-COV-OVER-CNT   PIC 9(5) VALUE ZERO.
       01  CERTGATE-CND-REACHED    PIC 9(4) VALUE ZERO.
       01  CERTGATE-LOSS-CNT       PIC 9(4) VALUE ZERO.
       01  CERTGATE-FOUND-SW       PIC X(3) VALUE 'NO'.
           88 CERTGATE-CND-FOUND         VALUE 'YES'.
       01  CERTGATE-PRD-TABLE.
           02 CERTGATE-PRD-ENTRY OCCURS 2000 TIMES.
              03 CERTGATE-PRD-PROGRAM   PIC X(8).
              03 CERTGATE-PRD-PROC      PIC X(30).
       01  CERTGATE-CND-TABLE.
           02 CERTGATE-CND-ENTRY OCCURS 2000 TIMES.
              03 CERTGATE-CND-PROGRAM   PIC X(8).
              03 CERTGATE-CND-PROC      PIC X(30).
              03 CERTGATE-CND-HITS      PIC 9(8).

      * The check value: every report line above it folded in the
      * way CERTSEAL chains a sealed dataset, so an edited copy of
      * the verdict no longer matches its own check value.
       01  CERTGATE-SEQ            PIC 9(8) VALUE ZERO.
       01  CERTGATE-CHAIN          PIC 9(9) VALUE ZERO.
       01  CERTGATE-REC-SUM        PIC 9(9) COMP VALUE ZERO.
       01  CERTGATE-CHAR-SUB       PIC 9(3) VALUE ZERO.
       01  CERTGATE-CHAR-ORD       PIC 9(3) VALUE ZERO.
       01  CERTGATE-WEIGHT         PIC 9(3) VALUE ZERO.
       01  CERTGATE-WORK           PIC 9(18) COMP VALUE ZERO.

       01 EXCP-CALL-PROGRAM     PIC X(24) VALUE 'CERTGATE'.
       01 EXCP-CALL-STMT-TYPE   PIC X(8)  VALUE 'SELECT  '.
       01 EXCP-CALL-CODE        PIC S9(9) VALUE ZERO.
       01 EXCP-CALL-MESSAGE     PIC X(70) VALUE SPACE.

      * Include SQLCA so SQLCODE is available for error checking.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Include SQL run-history table from the copybook family.
       EXEC SQL INCLUDE SQL_RUN_HIST END-EXEC.

      * The build's runs, newest first, with how many programs each
      * reported and their failures.
       EXEC SQL
           DECLARE GATE_RUN_CURSOR CURSOR FOR
           SELECT RUN_ID,
                  MIN(RUN_DATE),
                  COUNT(DISTINCT PGM_NAME),
                  SUM(FAIL_CNT)
           FROM SQL_RUN_HIST
           WHERE BUILD_ID = :DCL_GATE_BUILD
           GROUP BY RUN_ID
           ORDER BY 2 DESC, RUN_ID DESC
           FOR FETCH ONLY
       END-EXEC.

       PROCEDURE DIVISION.

      * Release-readiness gate: answers "can this compiler build go
      * to production?" from the evidence the suite already keeps,
      * instead of someone assembling it by hand.  Five rules, all
      * evaluated every time and each printed with its evidence:
      *   1 the last N runs on the build were complete (every
      *     expected program reported in SQL_RUN_HIST)
      *   2 the latest extract has no unwaived FAIL
      *   3 no waiver is older than the allowed age
      *   4 no HIGH-severity exception pattern is open in the
      *     build's latest run
      *   5 no procedure reached under the production build goes
      *     unreached under this one
      * Missing evidence fails its rule; the gate never says GO on
      * what it could not read.  The verdict is signed with the
      * requester and the date, and carries a check value over the
      * report.  RC=0 GO; RC=8 NO-GO; RC=12 the card was rejected
      * or there is no build to judge; RC=16 SQL error.
       MAINLINE.

      * A non-zero SQLCODE on any statement below branches to
      * SQL-ERROR-PARA instead of falling through as if it succeeded.
           EXEC SQL
               WHENEVER SQLERROR GO TO SQL-ERROR-PARA
           END-EXEC.

           ACCEPT CERTGATE-TODAY FROM DATE YYYYMMDD.
           ACCEPT CERTGATE-TIME-FULL FROM TIME.
           OPEN OUTPUT GATE-REPORT.
           MOVE 'RELEASE-READINESS GATE' TO CERTGATE-REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           PERFORM READ-RUN-IDENTIFICATION.
           PERFORM READ-GATE-CARD.
           IF CERTGATE-RC NOT EQUAL TO ZERO
               GO TO MAINLINE-FINISH.
           PERFORM WRITE-GATE-HEADER.
           PERFORM CHECK-COMPLETE-RUNS.
           PERFORM WRITE-RULE-RESULT.
           PERFORM CHECK-UNWAIVED-FAILS
               THRU CHECK-UNWAIVED-FAILS-EX.
           PERFORM WRITE-RULE-RESULT.
           PERFORM CHECK-WAIVER-AGES
               THRU CHECK-WAIVER-AGES-EX.
           PERFORM WRITE-RULE-RESULT.
           PERFORM CHECK-HIGH-EXCEPTIONS
               THRU CHECK-HIGH-EXCEPTIONS-EX.
           PERFORM WRITE-RULE-RESULT.
           PERFORM CHECK-COVERAGE-LOSS
               THRU CHECK-COVERAGE-LOSS-EX.
           PERFORM WRITE-RULE-RESULT.
           PERFORM WRITE-VERDICT.
       MAINLINE-FINISH.
           CLOSE GATE-REPORT.
           MOVE CERTGATE-RC TO RETURN-CODE.
           GOBACK.

       SQL-ERROR-PARA.
           DISPLAY 'CERTGATE: SQL ERROR, SQLCODE=' SQLCODE.
           MOVE SQLCODE TO EXCP-CALL-CODE.
           MOVE SQLERRMC TO EXCP-CALL-MESSAGE.
           CALL 'EXCPLOG' USING EXCP-CALL-PROGRAM
               EXCP-CALL-STMT-TYPE EXCP-CALL-CODE
               EXCP-CALL-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       READ-RUN-IDENTIFICATION.
           OPEN INPUT RUNID-FILE.
           IF CERTGATE-RUNID-STATUS EQUAL TO '00'
               READ RUNID-FILE
                   AT END MOVE SPACES TO RUNID-REC
               END-READ
               MOVE RID-RUN-ID TO CERTGATE-RID-RUN-ID
               MOVE RID-BUILD-ID TO CERTGATE-RID-BUILD
               CLOSE RUNID-FILE.

       READ-GATE-CARD.
           OPEN INPUT GATE-CARD-FILE.
           IF CERTGATE-CRD-STATUS EQUAL TO '00'
               MOVE 'NO' TO CERTGATE-EOF-SW
               PERFORM READ-ONE-GATE-CARD
                   UNTIL CERTGATE-AT-EOF
                      OR CERTGATE-RC NOT EQUAL TO ZERO
               CLOSE GATE-CARD-FILE.
           IF CERTGATE-RC EQUAL TO ZERO
               IF NOT CERTGATE-CARD-SEEN
                   MOVE 'NO GATE CARD' TO CERTGATE-REASON
                   PERFORM REJECT-GATE-CARD
               ELSE IF CERTGATE-BUILD EQUAL TO SPACE
                   MOVE 'NO BUILD ON CARD OR RUN IDENTIFICATION'
                       TO CERTGATE-REASON
                   PERFORM REJECT-GATE-CARD
               END-IF
               END-IF
           END-IF.

       READ-ONE-GATE-CARD.
           READ GATE-CARD-FILE
               AT END SET CERTGATE-AT-EOF TO TRUE.
           IF NOT CERTGATE-AT-EOF
               IF GATE-CARD (1:1) NOT EQUAL TO '*'
                   MOVE GATE-CARD TO CERTGATE-CARD-HOLD
                   PERFORM EDIT-GATE-CARD.

       EDIT-GATE-CARD.
           IF CERTGATE-CARD-SEEN
               MOVE 'ONLY ONE GATE CARD IS ALLOWED'
                   TO CERTGATE-REASON
               PERFORM REJECT-GATE-CARD
           ELSE IF CARD-FUNCTION NOT EQUAL TO 'GATE    '
               MOVE 'UNKNOWN FUNCTION' TO CERTGATE-REASON
               PERFORM REJECT-GATE-CARD
           ELSE IF CARD-RUNS NOT EQUAL TO SPACE
             AND (CARD-RUNS IS NOT NUMERIC
                  OR CARD-RUNS-N EQUAL TO ZERO)
               MOVE 'RUN COUNT MUST BE 01-99' TO CERTGATE-REASON
               PERFORM REJECT-GATE-CARD
           ELSE IF CARD-MAX-AGE NOT EQUAL TO SPACE
             AND CARD-MAX-AGE IS NOT NUMERIC
               MOVE 'WAIVER AGE MUST BE 000-999 DAYS'
                   TO CERTGATE-REASON
               PERFORM REJECT-GATE-CARD
           ELSE IF CARD-EXPECT NOT EQUAL TO SPACE
             AND (CARD-EXPECT IS NOT NUMERIC
                  OR CARD-EXPECT-N EQUAL TO ZERO)
               MOVE 'PROGRAM COUNT MUST BE 0001-9999'
                   TO CERTGATE-REASON
               PERFORM REJECT-GATE-CARD
           ELSE IF CARD-SIGNER EQUAL TO SPACE
               MOVE 'THE VERDICT NEEDS A SIGNER' TO CERTGATE-REASON
               PERFORM REJECT-GATE-CARD
           ELSE
               SET CERTGATE-CARD-SEEN TO TRUE
               MOVE CARD-BUILD TO CERTGATE-BUILD
               IF CARD-BUILD EQUAL TO SPACE
                   MOVE CERTGATE-RID-BUILD TO CERTGATE-BUILD
               END-IF
               IF CARD-RUNS NOT EQUAL TO SPACE
                   MOVE CARD-RUNS-N TO CERTGATE-RUNS-NEEDED
               END-IF
               IF CARD-MAX-AGE NOT EQUAL TO SPACE
                   MOVE CARD-MAX-AGE-N TO CERTGATE-MAX-AGE
               END-IF
               IF CARD-EXPECT NOT EQUAL TO SPACE
                   MOVE CARD-EXPECT-N TO CERTGATE-EXPECT-CNT
                   SET CERTGATE-EXPECT-ON-CARD TO TRUE
               END-IF
               MOVE CARD-PROD-BUILD TO CERTGATE-PROD-BUILD
               MOVE CARD-SIGNER TO CERTGATE-SIGNER
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       REJECT-GATE-CARD.
           MOVE SPACES TO CERTGATE-REPORT-LINE.
           STRING 'CARD REJECTED - ' CERTGATE-REASON
               DELIMITED BY SIZE INTO CERTGATE-REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE CERTGATE-CARD-HOLD TO CERTGATE-REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE 12 TO CERTGATE-RC.

       WRITE-GATE-HEADER.
           MOVE SPACES TO CERTGATE-REPORT-LINE.
           STRING 'BUILD ' CERTGATE-BUILD
               '   PRODUCTION BUILD ' CERTGATE-PROD-BUILD
               DELIMITED BY SIZE INTO CERTGATE-REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO CERTGATE-REPORT-LINE.
           STRING 'REQUESTED BY ' CERTGATE-SIGNER
               '   ON ' CERTGATE-TODAY
               '   LATEST RUN ON FILE ' CERTGATE-RID-RUN-ID
               ' BUILD ' CERTGATE-RID-BUILD
               DELIMITED BY SIZE INTO CERTGATE-REPORT-LINE.
           PERFORM PUT-REPORT-LINE.

      * Rule 1.  A run is complete when it reported at least the
      * expected number of programs; the streak counts back from
      * the newest run and stops at the first incomplete one.
       CHECK-COMPLETE-RUNS.
           MOVE 1 TO CERTGATE-RULE-SUB.
           MOVE SPACES TO CERTGATE-RULE-TITLE (1).
           STRING CERTGATE-RUNS-NEEDED
               ' CONSECUTIVE COMPLETE RUNS ON THE BUILD'
               DELIMITED BY SIZE INTO CERTGATE-RULE-TITLE (1).
           PERFORM WRITE-RULE-HEADING.
           MOVE CERTGATE-BUILD TO DCL_GATE_BUILD.
           IF CERTGATE-EXPECT-ON-CARD
               MOVE CERTGATE-EXPECT-CNT TO CERTGATE-PGM-DISP
               MOVE SPACES TO CERTGATE-REPORT-LINE
               STRING '   A COMPLETE RUN REPORTS ' CERTGATE-PGM-DISP
                   ' PROGRAM(S) (FROM THE CARD)'
                   DELIMITED BY SIZE INTO CERTGATE-REPORT-LINE
           ELSE
               EXEC SQL
                   SELECT COUNT(DISTINCT PGM_NAME)
                   INTO :DCL_GATE_EXPECT_CNT
                   FROM SQL_RUN_HIST
                   WHERE BUILD_ID = :DCL_GATE_BUILD
               END-EXEC
               MOVE DCL_GATE_EXPECT_CNT TO CERTGATE-EXPECT-CNT
               MOVE CERTGATE-EXPECT-CNT TO CERTGATE-PGM-DISP
               MOVE SPACES TO CERTGATE-REPORT-LINE
               STRING '   A COMPLETE RUN REPORTS ' CERTGATE-PGM-DISP
                   ' PROGRAM(S) (EVERY PROGRAM THE BUILD HAS RUN)'
                   DELIMITED BY SIZE INTO CERTGATE-REPORT-LINE
           END-IF.
           PERFORM PUT-REPORT-LINE.
           MOVE 'NO' TO CERTGATE-EOF-SW.
           MOVE 'NO' TO CERTGATE-STREAK-SW.
           EXEC SQL
               OPEN GATE_RUN_CURSOR
           END-EXEC.
           PERFORM FETCH-RUN-ROW
               THRU FETCH-RUN-ROW-EX
               UNTIL CERTGATE-AT-EOF
                  OR CERTGATE-STREAK-DONE.
           EXEC SQL
               CLOSE GATE_RUN_CURSOR
           END-EXEC.
           IF CERTGATE-RUNS-SEEN EQUAL TO ZERO
               MOVE '   NO RUN OF THE BUILD IN THE RUN HISTORY'
                   TO CERTGATE-REPORT-LINE
               PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO CERTGATE-REPORT-LINE.
           STRING '   ' CERTGATE-STREAK
               ' CONSECUTIVE COMPLETE RUN(S), NEWEST FIRST'
               DELIMITED BY SIZE INTO CERTGATE-REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           IF CERTGATE-STREAK NOT LESS THAN CERTGATE-RUNS-NEEDED
               MOVE 'YES' TO CERTGATE-RULE-MET-SW (1)
           ELSE
               MOVE 'NO' TO CERTGATE-RULE-MET-SW (1).

       FETCH-RUN-ROW.
           EXEC SQL
               FETCH GATE_RUN_CURSOR
               INTO :DCL_GATE_RUN_ID,
                    :DCL_GATE_RUN_DATE,
                    :DCL_GATE_PGM_CNT,
                    :DCL_GATE_FAIL_SUM
           END-EXEC.
           IF SQLCODE EQUAL TO 100
               SET CERTGATE-AT-EOF TO TRUE
               GO TO FETCH-RUN-ROW-EX.
           ADD 1 TO CERTGATE-RUNS-SEEN.
           IF CERTGATE-RUNS-SEEN EQUAL TO 1
               MOVE DCL_GATE_RUN_ID TO CERTGATE-LATEST-RUN.
           MOVE DCL_GATE_PGM_CNT TO CERTGATE-PGM-DISP.
           MOVE DCL_GATE_FAIL_SUM TO CERTGATE-FAIL-DISP.
           MOVE SPACES TO CERTGATE-REPORT-LINE.
           STRING '   RUN ' DCL_GATE_RUN_ID
               ' DATE ' DCL_GATE_RUN_DATE
               ' PROGRAMS ' CERTGATE-PGM-DISP
               ' FAILS ' CERTGATE-FAIL-DISP
               DELIMITED BY SIZE INTO CERTGATE-REPORT-LINE.
           IF CERTGATE-EXPECT-CNT GREATER THAN ZERO
             AND DCL_GATE_PGM_CNT NOT LESS THAN CERTGATE-EXPECT-CNT
               ADD 1 TO CERTGATE-STREAK
               MOVE 'COMPLETE' TO CERTGATE-REPORT-LINE (62:8)
               IF CERTGATE-STREAK NOT LESS THAN CERTGATE-RUNS-NEEDED
                   SET CERTGATE-STREAK-DONE TO TRUE
               END-IF
           ELSE
               MOVE 'INCOMPLETE - STREAK ENDS'
                   TO CERTGATE-REPORT-LINE (62:24)
               SET CERTGATE-STREAK-DONE TO TRUE.
           PERFORM PUT-REPORT-LINE.
       FETCH-RUN-ROW-EX.
           EXIT.

      * Rule 2.  The extract only speaks for this build when the
      * run that wrote it ran this build.
       CHECK-UNWAIVED-FAILS.
           MOVE 2 TO CERTGATE-RULE-SUB.
           MOVE 'ZERO UNWAIVED FAILS IN THE LATEST RUN'
               TO CERTGATE-RULE-TITLE (2).
           PERFORM WRITE-RULE-HEADING.
           MOVE 'NO' TO CERTGATE-RULE-MET-SW (2).
           PERFORM LOAD-WAIVER-BASELINE.
           IF CERTGATE-RID-BUILD NOT EQUAL TO CERTGATE-BUILD
               MOVE SPACES TO CERTGATE-REPORT-LINE
               STRING '   THE LATEST EXTRACT IS FROM BUILD '
                   CERTGATE-RID-BUILD ', NOT THIS BUILD'
                   DELIMITED BY SIZE INTO CERTGATE-REPORT-LINE
               PERFORM PUT-REPORT-LINE
               GO TO CHECK-UNWAIVED-FAILS-EX.
           OPEN INPUT EXTRACT-IN.
           IF CERTGATE-XTR-STATUS NOT EQUAL TO '00'
               MOVE '   THE EXTRACT COULD NOT BE READ'
                   TO CERTGATE-REPORT-LINE
               PERFORM PUT-REPORT-LINE
               GO TO CHECK-UNWAIVED-FAILS-EX.
           MOVE ZERO TO CERTGATE-SHOWN-CNT CERTGATE-MORE-CNT.
           MOVE 'NO' TO CERTGATE-EOF-SW.
           PERFORM READ-EXTRACT-RECORD UNTIL CERTGATE-AT-EOF.
           CLOSE EXTRACT-IN.
           PERFORM WRITE-MORE-LINE.
           MOVE SPACES TO CERTGATE-REPORT-LINE.
           STRING '   RUN ' CERTGATE-RID-RUN-ID
               ' FAILED ' CERTGATE-FAIL-CNT
               ' WAIVED ' CERTGATE-WAIVED-CNT
               ' UNWAIVED ' CERTGATE-UNWAIVED-CNT
               DELIMITED BY SIZE INTO CERTGATE-REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           IF CERTGATE-UNWAIVED-CNT EQUAL TO ZERO
               MOVE 'YES' TO CERTGATE-RULE-MET-SW (2).
       CHECK-UNWAIVED-FAILS-EX.
           EXIT.

       LOAD-WAIVER-BASELINE.
           MOVE 'NO' TO CERTGATE-EOF-SW.
           OPEN INPUT WAIVER-FILE.
           IF CERTGATE-WVR-STATUS EQUAL TO '00'
               PERFORM LOAD-WAIVER-RECORD
                   UNTIL CERTGATE-AT-EOF
                      OR CERTGATE-WVR-USED NOT LESS THAN 100
               CLOSE WAIVER-FILE.

       LOAD-WAIVER-RECORD.
           READ WAIVER-FILE
               AT END SET CERTGATE-AT-EOF TO TRUE
               NOT AT END
                   IF WVR-PROGRAM NOT EQUAL TO SPACE
                     AND WVR-PROGRAM(1:1) NOT EQUAL TO '*'
                       ADD 1 TO CERTGATE-WVR-USED
                       MOVE WVR-PROGRAM TO
                           CERTGATE-WVR-PROGRAM (CERTGATE-WVR-USED)
                       MOVE WVR-PAR-NAME TO
                           CERTGATE-WVR-PAR-NAME (CERTGATE-WVR-USED)
                       MOVE ZERO TO
                           CERTGATE-WVR-SEEN (CERTGATE-WVR-USED)
                   END-IF.

       READ-EXTRACT-RECORD.
           READ EXTRACT-IN
               AT END SET CERTGATE-AT-EOF TO TRUE
               NOT AT END
                   IF XTR-RESULT EQUAL TO 'FAIL   '
                       PERFORM CLASSIFY-FAILURE
                   END-IF.

       CLASSIFY-FAILURE.
           ADD 1 TO CERTGATE-FAIL-CNT.
           MOVE 'NO' TO CERTGATE-MATCH-SW.
           MOVE ZERO TO CERTGATE-WVR-SUB.
           PERFORM MATCH-WAIVER-SCAN
               UNTIL CERTGATE-WVR-MATCHED
                  OR CERTGATE-WVR-SUB NOT LESS THAN
                     CERTGATE-WVR-USED.
           IF CERTGATE-WVR-MATCHED
               ADD 1 TO CERTGATE-WAIVED-CNT
           ELSE
               ADD 1 TO CERTGATE-UNWAIVED-CNT
               MOVE SPACES TO CERTGATE-REPORT-LINE
               STRING '   UNWAIVED FAIL ' XTR-PROGRAM
                   ' ' XTR-PAR-NAME
                   DELIMITED BY SIZE INTO CERTGATE-REPORT-LINE
               PERFORM PUT-EVIDENCE-LINE.

       MATCH-WAIVER-SCAN.
           ADD 1 TO CERTGATE-WVR-SUB.
           IF CERTGATE-WVR-PROGRAM (CERTGATE-WVR-SUB) EQUAL TO
                   XTR-PROGRAM
             AND CERTGATE-WVR-PAR-NAME (CERTGATE-WVR-SUB) EQUAL TO
                   XTR-PAR-NAME
               SET CERTGATE-WVR-MATCHED TO TRUE.

      * Rule 3.  Waivers carry no date of their own; CERTWVR keeps
      * the date each one first appeared in the waiver-age
      * register.  A waiver added since the register was last
      * written is new, so it is aged from today.
       CHECK-WAIVER-AGES.
           MOVE 3 TO CERTGATE-RULE-SUB.
           MOVE SPACES TO CERTGATE-RULE-TITLE (3).
           STRING 'NO WAIVER OLDER THAN ' CERTGATE-MAX-AGE ' DAYS'
               DELIMITED BY SIZE INTO CERTGATE-RULE-TITLE (3).
           PERFORM WRITE-RULE-HEADING.
           MOVE 'NO' TO CERTGATE-RULE-MET-SW (3).
           OPEN INPUT WAIVER-AGE-FILE.
           IF CERTGATE-AGE-STATUS NOT EQUAL TO '00'
               MOVE '   THE WAIVER-AGE REGISTER COULD NOT BE READ'
                   TO CERTGATE-REPORT-LINE
               PERFORM PUT-REPORT-LINE
               GO TO CHECK-WAIVER-AGES-EX.
           MOVE 'NO' TO CERTGATE-EOF-SW.
           PERFORM READ-WAIVER-AGE-RECORD UNTIL CERTGATE-AT-EOF.
           CLOSE WAIVER-AGE-FILE.
           MOVE ZERO TO CERTGATE-SHOWN-CNT CERTGATE-MORE-CNT.
           MOVE ZERO TO CERTGATE-WVR-SUB.
           PERFORM AGE-ONE-WAIVER
               UNTIL CERTGATE-WVR-SUB NOT LESS THAN
                     CERTGATE-WVR-USED.
           PERFORM WRITE-MORE-LINE.
           MOVE CERTGATE-OLDEST-DAYS TO CERTGATE-AGE-DISP.
           MOVE SPACES TO CERTGATE-REPORT-LINE.
           STRING '   ' CERTGATE-WVR-USED ' WAIVER(S), OLDEST '
               CERTGATE-AGE-DISP ' DAY(S), '
               CERTGATE-STALE-CNT ' OVER THE LIMIT, '
               CERTGATE-UNDATED-CNT ' NEW SINCE THE REGISTER'
               DELIMITED BY SIZE INTO CERTGATE-REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           IF CERTGATE-STALE-CNT EQUAL TO ZERO
               MOVE 'YES' TO CERTGATE-RULE-MET-SW (3).
       CHECK-WAIVER-AGES-EX.
           EXIT.

       READ-WAIVER-AGE-RECORD.
           READ WAIVER-AGE-FILE
               AT END SET CERTGATE-AT-EOF TO TRUE
               NOT AT END
                   MOVE ZERO TO CERTGATE-WVR-SUB
                   PERFORM MATCH-WAIVER-AGE-SCAN
                       UNTIL CERTGATE-WVR-SUB NOT LESS THAN
                             CERTGATE-WVR-USED
           END-READ.

       MATCH-WAIVER-AGE-SCAN.
           ADD 1 TO CERTGATE-WVR-SUB.
           IF CERTGATE-WVR-PROGRAM (CERTGATE-WVR-SUB) EQUAL TO
                   AGE-PROGRAM
             AND CERTGATE-WVR-PAR-NAME (CERTGATE-WVR-SUB) EQUAL TO
                   AGE-PAR-NAME
             AND AGE-FIRST-SEEN IS NUMERIC
             AND AGE-FIRST-SEEN GREATER THAN ZERO
               MOVE AGE-FIRST-SEEN
                   TO CERTGATE-WVR-SEEN (CERTGATE-WVR-SUB).

       AGE-ONE-WAIVER.
           ADD 1 TO CERTGATE-WVR-SUB.
           IF CERTGATE-WVR-SEEN (CERTGATE-WVR-SUB) EQUAL TO ZERO
               ADD 1 TO CERTGATE-UNDATED-CNT
               MOVE ZERO TO CERTGATE-AGE-DAYS
           ELSE IF CERTGATE-WVR-SEEN (CERTGATE-WVR-SUB)
                   NOT LESS THAN CERTGATE-TODAY
               MOVE ZERO TO CERTGATE-AGE-DAYS
           ELSE
               COMPUTE CERTGATE-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE (CERTGATE-TODAY)
                   - FUNCTION INTEGER-OF-DATE
                       (CERTGATE-WVR-SEEN (CERTGATE-WVR-SUB))
           END-IF
           END-IF.
           IF CERTGATE-AGE-DAYS GREATER THAN CERTGATE-OLDEST-DAYS
               MOVE CERTGATE-AGE-DAYS TO CERTGATE-OLDEST-DAYS.
           IF CERTGATE-AGE-DAYS GREATER THAN CERTGATE-MAX-AGE
               ADD 1 TO CERTGATE-STALE-CNT
               MOVE CERTGATE-AGE-DAYS TO CERTGATE-AGE-DISP
               MOVE SPACES TO CERTGATE-REPORT-LINE
               STRING '   WAIVER ' CERTGATE-WVR-PROGRAM
                   (CERTGATE-WVR-SUB)
                   ' ' CERTGATE-WVR-PAR-NAME (CERTGATE-WVR-SUB)
                   ' SINCE ' CERTGATE-WVR-SEEN (CERTGATE-WVR-SUB)
                   ' AGE ' CERTGATE-AGE-DISP ' DAY(S)'
                   DELIMITED BY SIZE INTO CERTGATE-REPORT-LINE
               PERFORM PUT-EVIDENCE-LINE.

      * Rule 4.  Each event of the build's latest run is classified
      * by EXCPSEV's rules, first match wins; a rule that sends any
      * event to HIGH is an open pattern.  Without the rules no
      * event can be cleared, so the rule fails.
       CHECK-HIGH-EXCEPTIONS.
           MOVE 4 TO CERTGATE-RULE-SUB.
           MOVE 'NO OPEN HIGH-SEVERITY EXCEPTION PATTERNS'
               TO CERTGATE-RULE-TITLE (4).
           PERFORM WRITE-RULE-HEADING.
           MOVE 'NO' TO CERTGATE-RULE-MET-SW (4).
           IF CERTGATE-LATEST-RUN EQUAL TO SPACE
               MOVE '   NO RUN OF THE BUILD TO EXAMINE'
                   TO CERTGATE-REPORT-LINE
               PERFORM PUT-REPORT-LINE
               GO TO CHECK-HIGH-EXCEPTIONS-EX.
           PERFORM LOAD-SEVERITY-RULES.
           IF CERTGATE-SEV-USED EQUAL TO ZERO
               MOVE '   NO SEVERITY RULES COULD BE READ'
                   TO CERTGATE-REPORT-LINE
               PERFORM PUT-REPORT-LINE
               GO TO CHECK-HIGH-EXCEPTIONS-EX.
           OPEN INPUT EXCP-LOG-IN.
           IF CERTGATE-LOG-STATUS NOT EQUAL TO '00'
               MOVE '   THE EXCEPTION LOG COULD NOT BE READ'
                   TO CERTGATE-REPORT-LINE
               PERFORM PUT-REPORT-LINE
               GO TO CHECK-HIGH-EXCEPTIONS-EX.
           MOVE 'NO' TO CERTGATE-EOF-SW.
           PERFORM CLASSIFY-ONE-EVENT UNTIL CERTGATE-AT-EOF.
           CLOSE EXCP-LOG-IN.
           MOVE ZERO TO CERTGATE-SHOWN-CNT CERTGATE-MORE-CNT.
           MOVE ZERO TO CERTGATE-SEV-SUB.
           PERFORM WRITE-OPEN-PATTERN
               UNTIL CERTGATE-SEV-SUB NOT LESS THAN
                     CERTGATE-SEV-USED.
           PERFORM WRITE-MORE-LINE.
           MOVE SPACES TO CERTGATE-REPORT-LINE.
           STRING '   RUN ' CERTGATE-LATEST-RUN
               ' EVENTS ' CERTGATE-EVENT-CNT
               ' HIGH ' CERTGATE-HIGH-CNT
               ' OPEN PATTERNS ' CERTGATE-OPEN-CNT
               DELIMITED BY SIZE INTO CERTGATE-REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           IF CERTGATE-OPEN-CNT EQUAL TO ZERO
               MOVE 'YES' TO CERTGATE-RULE-MET-SW (4).
       CHECK-HIGH-EXCEPTIONS-EX.
           EXIT.

       LOAD-SEVERITY-RULES.
           MOVE 'NO' TO CERTGATE-EOF-SW.
           OPEN INPUT RULES-FILE.
           IF CERTGATE-RULE-STATUS EQUAL TO '00'
               PERFORM LOAD-ONE-RULE UNTIL CERTGATE-AT-EOF
               CLOSE RULES-FILE.

       LOAD-ONE-RULE.
           READ RULES-FILE
               AT END SET CERTGATE-AT-EOF TO TRUE
               NOT AT END PERFORM POST-ONE-RULE.

       POST-ONE-RULE.
           IF RULE-PATTERN EQUAL TO SPACE
             OR (RULE-PATTERN(1:1) EQUAL TO '*'
                 AND RULE-PATTERN(2:23) NOT EQUAL TO SPACE)
             OR CERTGATE-SEV-USED NOT LESS THAN 60
               NEXT SENTENCE
           ELSE
               ADD 1 TO CERTGATE-SEV-USED
               MOVE RULE-PATTERN
                   TO CERTGATE-SEV-PATTERN (CERTGATE-SEV-USED)
               MOVE RULE-CODE
                   TO CERTGATE-SEV-CODE (CERTGATE-SEV-USED)
               MOVE RULE-SEVERITY
                   TO CERTGATE-SEV-SEV (CERTGATE-SEV-USED)
               MOVE RULE-TEAM
                   TO CERTGATE-SEV-TEAM (CERTGATE-SEV-USED)
               MOVE ZERO TO CERTGATE-SEV-EVENTS (CERTGATE-SEV-USED)
               IF RULE-PATTERN(1:1) EQUAL TO '*'
                   MOVE ZERO TO CERTGATE-SEV-LENGTH
                       (CERTGATE-SEV-USED)
               ELSE
                   MOVE 24 TO CERTGATE-PAT-LENGTH
                   PERFORM TRIM-RULE-PATTERN
                       UNTIL CERTGATE-PAT-LENGTH EQUAL TO ZERO
                          OR RULE-PATTERN
                             (CERTGATE-PAT-LENGTH:1)
                             NOT EQUAL TO SPACE
                   MOVE CERTGATE-PAT-LENGTH
                       TO CERTGATE-SEV-LENGTH (CERTGATE-SEV-USED)
               END-IF.

       TRIM-RULE-PATTERN.
           SUBTRACT 1 FROM CERTGATE-PAT-LENGTH.

       CLASSIFY-ONE-EVENT.
           READ EXCP-LOG-IN
               AT END SET CERTGATE-AT-EOF TO TRUE
               NOT AT END
                   IF EXCP-RUN-ID EQUAL TO CERTGATE-LATEST-RUN
                       PERFORM JUDGE-ONE-EVENT
                   END-IF.

       JUDGE-ONE-EVENT.
           ADD 1 TO CERTGATE-EVENT-CNT.
           MOVE 'NO' TO CERTGATE-RULE-MATCH-SW.
           MOVE ZERO TO CERTGATE-SEV-SUB.
           PERFORM MATCH-ONE-RULE
               UNTIL CERTGATE-SEV-MATCHED
                  OR CERTGATE-SEV-SUB NOT LESS THAN
                     CERTGATE-SEV-USED.
           IF CERTGATE-SEV-MATCHED
             AND CERTGATE-SEV-SEV (CERTGATE-SEV-SUB) EQUAL TO 'HIGH'
               ADD 1 TO CERTGATE-HIGH-CNT
               IF CERTGATE-SEV-EVENTS (CERTGATE-SEV-SUB) EQUAL TO
                       ZERO
                   ADD 1 TO CERTGATE-OPEN-CNT
               END-IF
               ADD 1 TO CERTGATE-SEV-EVENTS (CERTGATE-SEV-SUB)
               MOVE EXCP-PROGRAM
                   TO CERTGATE-SEV-PROGRAM (CERTGATE-SEV-SUB)
               MOVE EXCP-CODE
                   TO CERTGATE-SEV-LAST-CODE (CERTGATE-SEV-SUB).

       MATCH-ONE-RULE.
           ADD 1 TO CERTGATE-SEV-SUB.
           MOVE CERTGATE-SEV-LENGTH (CERTGATE-SEV-SUB)
               TO CERTGATE-PAT-LENGTH.
           IF (CERTGATE-PAT-LENGTH EQUAL TO ZERO
               OR EXCP-PROGRAM (1:CERTGATE-PAT-LENGTH) EQUAL TO
                  CERTGATE-SEV-PATTERN (CERTGATE-SEV-SUB)
                  (1:CERTGATE-PAT-LENGTH))
             AND (CERTGATE-SEV-CODE (CERTGATE-SEV-SUB) EQUAL TO
                  ZERO
               OR CERTGATE-SEV-CODE (CERTGATE-SEV-SUB) EQUAL TO
                  EXCP-CODE)
               SET CERTGATE-SEV-MATCHED TO TRUE.

       WRITE-OPEN-PATTERN.
           ADD 1 TO CERTGATE-SEV-SUB.
           IF CERTGATE-SEV-EVENTS (CERTGATE-SEV-SUB) NOT EQUAL TO
                   ZERO
               MOVE CERTGATE-SEV-LAST-CODE (CERTGATE-SEV-SUB)
                   TO CERTGATE-CODE-DISP
               MOVE SPACES TO CERTGATE-REPORT-LINE
               STRING '   OPEN ' CERTGATE-SEV-PATTERN
                   (CERTGATE-SEV-SUB)
                   ' TEAM ' CERTGATE-SEV-TEAM (CERTGATE-SEV-SUB)
                   ' EVENTS ' CERTGATE-SEV-EVENTS (CERTGATE-SEV-SUB)
                   ' LAST ' CERTGATE-SEV-PROGRAM (CERTGATE-SEV-SUB)
                   ' CODE ' CERTGATE-CODE-DISP
                   DELIMITED BY SIZE INTO CERTGATE-REPORT-LINE
               PERFORM PUT-EVIDENCE-LINE.

      * Rule 5.  Coverage is DBGCOV's map: a procedure the
      * production build reached that this build did not reach at
      * all is lost coverage, whatever the tests said.
       CHECK-COVERAGE-LOSS.
           MOVE 5 TO CERTGATE-RULE-SUB.
           MOVE 'NO COVERAGE LOST AGAINST THE PRODUCTION BUILD'
               TO CERTGATE-RULE-TITLE (5).
           PERFORM WRITE-RULE-HEADING.
           MOVE 'NO' TO CERTGATE-RULE-MET-SW (5).
           OPEN INPUT COV-PROD-IN.
           IF CERTGATE-PROD-STATUS NOT EQUAL TO '00'
               MOVE '   THE PRODUCTION COVERAGE COULD NOT BE READ'
                   TO CERTGATE-REPORT-LINE
               PERFORM PUT-REPORT-LINE
               GO TO CHECK-COVERAGE-LOSS-EX.
           MOVE 'NO' TO CERTGATE-EOF-SW.
           PERFORM LOAD-PROD-COVERAGE UNTIL CERTGATE-AT-EOF.
           CLOSE COV-PROD-IN.
           OPEN INPUT COV-CAND-IN.
           IF CERTGATE-CAND-STATUS NOT EQUAL TO '00'
               MOVE '   THE BUILD''S COVERAGE COULD NOT BE READ'
                   TO CERTGATE-REPORT-LINE
               PERFORM PUT-REPORT-LINE
               GO TO CHECK-COVERAGE-LOSS-EX.
           MOVE 'NO' TO CERTGATE-EOF-SW.
           PERFORM LOAD-CAND-COVERAGE UNTIL CERTGATE-AT-EOF.
           CLOSE COV-CAND-IN.
           IF CERTGATE-PRD-USED EQUAL TO ZERO
               MOVE '   THE PRODUCTION COVERAGE REACHED NOTHING'
                   TO CERTGATE-REPORT-LINE
               PERFORM PUT-REPORT-LINE
               GO TO CHECK-COVERAGE-LOSS-EX.
           MOVE ZERO TO CERTGATE-SHOWN-CNT CERTGATE-MORE-CNT.
           MOVE ZERO TO CERTGATE-PRD-SUB.
           PERFORM CHECK-ONE-PROD-PROC
               UNTIL CERTGATE-PRD-SUB NOT LESS THAN
                     CERTGATE-PRD-USED.
           PERFORM WRITE-MORE-LINE.
           MOVE SPACES TO CERTGATE-REPORT-LINE.
           STRING '   PRODUCTION REACHED ' CERTGATE-PRD-USED
               ' PROCEDURE(S), THIS BUILD ' CERTGATE-CND-REACHED
               ', LOST ' CERTGATE-LOSS-CNT
               DELIMITED BY SIZE INTO CERTGATE-REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           IF CERTGATE-COV-OVER-CNT NOT EQUAL TO ZERO
               MOVE SPACES TO CERTGATE-REPORT-LINE
               STRING '   ' CERTGATE-COV-OVER-CNT
                   ' COVERAGE RECORD(S) PAST THE TABLE WERE NOT'
                   ' COMPARED'
                   DELIMITED BY SIZE INTO CERTGATE-REPORT-LINE
               PERFORM PUT-REPORT-LINE
           ELSE IF CERTGATE-LOSS-CNT EQUAL TO ZERO
               MOVE 'YES' TO CERTGATE-RULE-MET-SW (5)
           END-IF
           END-IF.
       CHECK-COVERAGE-LOSS-EX.
           EXIT.

       LOAD-PROD-COVERAGE.
           READ COV-PROD-IN
               AT END SET CERTGATE-AT-EOF TO TRUE
               NOT AT END
                   IF PRD-HITS IS NUMERIC
                     AND PRD-HITS GREATER THAN ZERO
                       IF CERTGATE-PRD-USED LESS THAN 2000
                           ADD 1 TO CERTGATE-PRD-USED
                           MOVE PRD-PROGRAM TO CERTGATE-PRD-PROGRAM
                               (CERTGATE-PRD-USED)
                           MOVE PRD-PROC-NAME TO CERTGATE-PRD-PROC
                               (CERTGATE-PRD-USED)
                       ELSE
                           ADD 1 TO CERTGATE-COV-OVER-CNT
                       END-IF
                   END-IF.

       LOAD-CAND-COVERAGE.
           READ COV-CAND-IN
               AT END SET CERTGATE-AT-EOF TO TRUE
               NOT AT END
                   IF CERTGATE-CND-USED LESS THAN 2000
                       ADD 1 TO CERTGATE-CND-USED
                       MOVE CND-PROGRAM TO CERTGATE-CND-PROGRAM
                           (CERTGATE-CND-USED)
                       MOVE CND-PROC-NAME TO CERTGATE-CND-PROC
                           (CERTGATE-CND-USED)
                       MOVE ZERO TO CERTGATE-CND-HITS
                           (CERTGATE-CND-USED)
                       IF CND-HITS IS NUMERIC
                           MOVE CND-HITS TO CERTGATE-CND-HITS
                               (CERTGATE-CND-USED)
                       END-IF
                       IF CERTGATE-CND-HITS (CERTGATE-CND-USED)
                               GREATER THAN ZERO
                           ADD 1 TO CERTGATE-CND-REACHED
                       END-IF
                   ELSE
                       ADD 1 TO CERTGATE-COV-OVER-CNT
                   END-IF.

       CHECK-ONE-PROD-PROC.
           ADD 1 TO CERTGATE-PRD-SUB.
           MOVE 'NO' TO CERTGATE-FOUND-SW.
           MOVE ZERO TO CERTGATE-CND-SUB.
           PERFORM FIND-CAND-SCAN
               UNTIL CERTGATE-CND-FOUND
                  OR CERTGATE-CND-SUB NOT LESS THAN
                     CERTGATE-CND-USED.
           IF NOT CERTGATE-CND-FOUND
               ADD 1 TO CERTGATE-LOSS-CNT
               MOVE SPACES TO CERTGATE-REPORT-LINE
               STRING '   LOST ' CERTGATE-PRD-PROGRAM
                   (CERTGATE-PRD-SUB)
                   ' ' CERTGATE-PRD-PROC (CERTGATE-PRD-SUB)
                   DELIMITED BY SIZE INTO CERTGATE-REPORT-LINE
               PERFORM PUT-EVIDENCE-LINE.

       FIND-CAND-SCAN.
           ADD 1 TO CERTGATE-CND-SUB.
           IF CERTGATE-CND-PROGRAM (CERTGATE-CND-SUB) EQUAL TO
                   CERTGATE-PRD-PROGRAM (CERTGATE-PRD-SUB)
             AND CERTGATE-CND-PROC (CERTGATE-CND-SUB) EQUAL TO
                   CERTGATE-PRD-PROC (CERTGATE-PRD-SUB)
             AND CERTGATE-CND-HITS (CERTGATE-CND-SUB) GREATER THAN
                   ZERO
               SET CERTGATE-CND-FOUND TO TRUE.

       WRITE-RULE-HEADING.
           MOVE SPACES TO CERTGATE-REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO CERTGATE-REPORT-LINE.
           STRING 'RULE ' CERTGATE-RULE-SUB '  '
               CERTGATE-RULE-TITLE (CERTGATE-RULE-SUB)
               DELIMITED BY SIZE INTO CERTGATE-REPORT-LINE.
           PERFORM PUT-REPORT-LINE.

       WRITE-RULE-RESULT.
           IF CERTGATE-RULE-MET (CERTGATE-RULE-SUB)
               MOVE '   RESULT: MET' TO CERTGATE-REPORT-LINE
           ELSE
               MOVE '   RESULT: NOT MET' TO CERTGATE-REPORT-LINE
               ADD 1 TO CERTGATE-FAILED-RULES.
           PERFORM PUT-REPORT-LINE.

      * Evidence lists stop at 20 lines a rule; the rest are
      * counted so the reader knows how many there were.
       PUT-EVIDENCE-LINE.
           IF CERTGATE-SHOWN-CNT LESS THAN 20
               ADD 1 TO CERTGATE-SHOWN-CNT
               PERFORM PUT-REPORT-LINE
           ELSE
               ADD 1 TO CERTGATE-MORE-CNT.

       WRITE-MORE-LINE.
           IF CERTGATE-MORE-CNT NOT EQUAL TO ZERO
               MOVE SPACES TO CERTGATE-REPORT-LINE
               STRING '   ... AND ' CERTGATE-MORE-CNT ' MORE'
                   DELIMITED BY SIZE INTO CERTGATE-REPORT-LINE
               PERFORM PUT-REPORT-LINE.

       WRITE-VERDICT.
           MOVE SPACES TO CERTGATE-REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE 'SUMMARY' TO CERTGATE-REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE ZERO TO CERTGATE-RULE-SUB.
           PERFORM WRITE-RULE-SUMMARY-LINE
               UNTIL CERTGATE-RULE-SUB NOT LESS THAN 5.
           MOVE SPACES TO CERTGATE-REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO CERTGATE-REPORT-LINE.
           IF CERTGATE-FAILED-RULES EQUAL TO ZERO
               STRING 'VERDICT: GO - BUILD ' CERTGATE-BUILD
                   ' MAY BE PROMOTED'
                   DELIMITED BY SIZE INTO CERTGATE-REPORT-LINE
               MOVE 0 TO CERTGATE-RC
           ELSE
               STRING 'VERDICT: NO-GO - BUILD ' CERTGATE-BUILD
                   ' FAILED ' CERTGATE-FAILED-RULES ' OF 5 RULE(S)'
                   DELIMITED BY SIZE INTO CERTGATE-REPORT-LINE
               MOVE 8 TO CERTGATE-RC.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO CERTGATE-REPORT-LINE.
           STRING 'SIGNED ' CERTGATE-SIGNER
               ' ' CERTGATE-TODAY ' ' CERTGATE-TIME-HHMMSS
               DELIMITED BY SIZE INTO CERTGATE-REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO GATE-REPORT-REC.
           STRING 'CHECK VALUE ' CERTGATE-CHAIN
               ' OVER ' CERTGATE-SEQ ' REPORT LINE(S)'
               DELIMITED BY SIZE INTO GATE-REPORT-REC.
           WRITE GATE-REPORT-REC.

       WRITE-RULE-SUMMARY-LINE.
           ADD 1 TO CERTGATE-RULE-SUB.
           MOVE SPACES TO CERTGATE-REPORT-LINE.
           STRING '   ' CERTGATE-RULE-SUB '  '
               CERTGATE-RULE-TITLE (CERTGATE-RULE-SUB)
               DELIMITED BY SIZE INTO CERTGATE-REPORT-LINE.
           IF CERTGATE-RULE-MET (CERTGATE-RULE-SUB)
               MOVE 'MET' TO CERTGATE-REPORT-LINE (70:3)
           ELSE
               MOVE 'NOT MET' TO CERTGATE-REPORT-LINE (70:7).
           PERFORM PUT-REPORT-LINE.

       PUT-REPORT-LINE.
           MOVE CERTGATE-REPORT-LINE TO GATE-REPORT-REC.
           ADD 1 TO CERTGATE-SEQ.
           PERFORM FOLD-LINE-INTO-CHAIN.
           WRITE GATE-REPORT-REC.
           MOVE SPACES TO CERTGATE-REPORT-LINE.

       FOLD-LINE-INTO-CHAIN.
           MOVE ZERO TO CERTGATE-REC-SUM.
           MOVE ZERO TO CERTGATE-CHAR-SUB.
           PERFORM SUM-ONE-BYTE
               UNTIL CERTGATE-CHAR-SUB NOT LESS THAN 120.
           COMPUTE CERTGATE-WORK =
               CERTGATE-CHAIN * 31 + CERTGATE-REC-SUM
               + CERTGATE-SEQ.
           COMPUTE CERTGATE-CHAIN =
               FUNCTION MOD (CERTGATE-WORK, 999999989).

       SUM-ONE-BYTE.
           ADD 1 TO CERTGATE-CHAR-SUB.
           COMPUTE CERTGATE-CHAR-ORD = FUNCTION ORD
               (GATE-REPORT-REC (CERTGATE-CHAR-SUB:1)).
           COMPUTE CERTGATE-WEIGHT =
               FUNCTION MOD (CERTGATE-CHAR-SUB, 97) + 1.
           COMPUTE CERTGATE-REC-SUM =
               CERTGATE-REC-SUM
               + CERTGATE-CHAR-ORD * CERTGATE-WEIGHT.
