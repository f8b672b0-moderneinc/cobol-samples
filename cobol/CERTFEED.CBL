000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           CERTFEED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNID-FILE ASSIGN TO RUNIDDS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTFEED-RUNID-STATUS.
           SELECT FEED-CONTROL-IN ASSIGN TO FEEDCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTFEED-CTL-STATUS.
           SELECT RULES-FILE ASSIGN TO SEVRULES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTFEED-RULE-STATUS.
           SELECT TIMING-HISTORY ASSIGN TO TIMHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTFEED-TIM-STATUS.
           SELECT EXTRACT-IN ASSIGN TO XTRFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTFEED-XTR-STATUS.
           SELECT WAIVER-FILE ASSIGN TO WVRFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTFEED-WVR-STATUS.
           SELECT FEED-RUN-OUT ASSIGN TO FEEDRUN
               ORGANIZATION IS SEQUENTIAL.
           SELECT FEED-EXC-OUT ASSIGN TO FEEDEXC
               ORGANIZATION IS SEQUENTIAL.
           SELECT FEED-TIM-OUT ASSIGN TO FEEDTIM
               ORGANIZATION IS SEQUENTIAL.
           SELECT FEED-WVR-OUT ASSIGN TO FEEDWVR
               ORGANIZATION IS SEQUENTIAL.
           SELECT FEED-CONTROL-OUT ASSIGN TO FEEDCTL
               ORGANIZATION IS SEQUENTIAL.
           SELECT FEED-REPORT ASSIGN TO FEEDRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      * The run-identification record CERTRID wrote at the head of
      * the run: run id in 1-12, build id in 14-29, date in 31-38.
       FD  RUNID-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUNID-REC.
           02 RID-RUN-ID           PIC X(12).
           02 FILLER               PIC X(1).
           02 RID-BUILD-ID         PIC X(16).
           02 FILLER               PIC X(1).
           02 RID-RUN-DATE         PIC 9(8).
           02 FILLER               PIC X(42).

      * The feed's own control record: the run last extracted, how
      * many times it has been extracted, and when.  It is read at
      * the start and rewritten at the end of every extract.
       FD  FEED-CONTROL-IN
           LABEL RECORDS ARE STANDARD.
       01  FEED-CONTROL-IN-REC.
           02 FCI-RUN-ID           PIC X(12).
           02 FILLER               PIC X(1).
           02 FCI-SEQUENCE         PIC 9(3).
           02 FILLER               PIC X(1).
           02 FCI-DATE             PIC 9(8).
           02 FILLER               PIC X(1).
           02 FCI-TIME             PIC 9(6).
           02 FILLER               PIC X(48).

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

      * CERTTIM's per-step timing history, appended every night.
       FD  TIMING-HISTORY
           LABEL RECORDS ARE STANDARD.
       01  TIMING-HISTORY-REC.
           02 TIMH-RUN-DATE        PIC 9(8).
           02 FILLER               PIC X(1).
           02 TIMH-STEP-NAME       PIC X(8).
           02 FILLER               PIC X(1).
           02 TIMH-PROGRAM         PIC X(9).
           02 FILLER               PIC X(1).
           02 TIMH-ELAPSED         PIC 9(6).
           02 FILLER               PIC X(46).

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

      * The four warehouse files, one per subject, each wrapped the
      * way CERTHND wraps a handoff dataset: a *HND* header with
      * run id 8-19, producing program 21-29 and extract date
      * 31-38, then the subject 40-47, the delta marker 49-55,
      * the extract sequence 57-59, the build 61-76 and the run
      * date 78-85; the rows; and a *TRL* trailer with the row
      * count 8-15 and CERTHND's hash total 17-28.  The rows are
      * delimited by '|', names without their trailing blanks and
      * counts as fixed-width digits; the run they belong to is
      * the one in the header.  The layouts agreed with the
      * warehouse team:
      *   RUNHIST  program|pass|fail|delete|inspect
      *   EXCPHIST program|statement|code|severity|message
      *   STEPTIME step|program|elapsed seconds|timing date
      *   WAIVERS  program|waivers held|fails|waived|unwaived|
      *            waivers whose test passed
      * The delta marker tells the warehouse what to do with the
      * run's rows already loaded for that subject: NEW (the first
      * extract of the run) and REPLACE (a later extract of the
      * same run, e.g. after a CERTRER merge-back) both mean
      * delete that run's rows and load these, so a rerun never
      * duplicates; SKIP means the source could not be read
      * tonight, or held nothing for this run, and the rows
      * already loaded are to be kept.
       FD  FEED-RUN-OUT
           LABEL RECORDS ARE STANDARD.
       01  FEED-RUN-REC            PIC X(120).
       FD  FEED-EXC-OUT
           LABEL RECORDS ARE STANDARD.
       01  FEED-EXC-REC            PIC X(120).
       FD  FEED-TIM-OUT
           LABEL RECORDS ARE STANDARD.
       01  FEED-TIM-REC            PIC X(120).
       FD  FEED-WVR-OUT
           LABEL RECORDS ARE STANDARD.
       01  FEED-WVR-REC            PIC X(120).

       FD  FEED-CONTROL-OUT
           LABEL RECORDS ARE STANDARD.
       01  FEED-CONTROL-OUT-REC    PIC X(80).

       FD  FEED-REPORT
           LABEL RECORDS ARE STANDARD.
       01  FEED-REPORT-REC         PIC X(120).

       WORKING-STORAGE SECTION.
       01 FILLER PIC X(29) VALUE 'PGM WORKING-STORAGE: CERTFEED'.
       01 DCL_FEED_RUN_ID       PIC X(12).

       01  CERTFEED-RUNID-STATUS   PIC XX  VALUE '00'.
       01  CERTFEED-CTL-STATUS     PIC XX  VALUE '00'.
       01  CERTFEED-RULE-STATUS    PIC XX  VALUE '00'.
       01  CERTFEED-TIM-STATUS     PIC XX  VALUE '00'.
       01  CERTFEED-XTR-STATUS     PIC XX  VALUE '00'.
       01  CERTFEED-WVR-STATUS     PIC XX  VALUE '00'.
       01  CERTFEED-EOF-SW         PIC X(3) VALUE 'NO'.
           88 CERTFEED-AT-EOF            VALUE 'YES'.
       01  CERTFEED-RC             PIC 9(2) VALUE ZERO.
       01  CERTFEED-TODAY          PIC 9(8) VALUE ZERO.
       01  CERTFEED-TIME-FULL.
           02 CERTFEED-TIME-HHMMSS PIC 9(6).
           02 FILLER               PIC 99.
       01  CERTFEED-RUN-ID         PIC X(12) VALUE SPACE.
       01  CERTFEED-BUILD-ID       PIC X(16) VALUE SPACE.
       01  CERTFEED-RUN-DATE       PIC 9(8) VALUE ZERO.
       01  CERTFEED-SEQUENCE       PIC 9(3) VALUE 1.
       01  CERTFEED-DELTA          PIC X(7) VALUE 'NEW'.
       01  CERTFEED-SKIP-REASON    PIC X(60) VALUE SPACE.
       01  CERTFEED-REPORT-LINE    PIC X(120) VALUE SPACE.

      * The subject being written: its number (1 RUNHIST, 2
      * EXCPHIST, 3 STEPTIME, 4 WAIVERS), the row being built and
      * CERTHND's count and hash total for each file.
       01  CERTFEED-SUBJ           PIC 9(1) VALUE ZERO.
       01  CERTFEED-ROW            PIC X(120) VALUE SPACE.
       01  CERTFEED-PTR            PIC 9(3) VALUE ZERO.
       01  CERTFEED-SUBJ-TABLE.
           02 CERTFEED-SUBJ-ENTRY OCCURS 4 TIMES.
              03 CERTFEED-SUBJ-NAME     PIC X(8).
              03 CERTFEED-SUBJ-DELTA    PIC X(7).
              03 CERTFEED-SUBJ-ROWS     PIC 9(8).
              03 CERTFEED-SUBJ-HASH     PIC 9(12).
       01  CERTFEED-CHAR-SUB       PIC 9(3) VALUE ZERO.
       01  CERTFEED-CHAR-ORD       PIC 9(3) VALUE ZERO.
       01  CERTFEED-WORK-SUM       PIC 9(9) COMP VALUE ZERO.

       01  CERTFEED-HEADER-REC.
           02 FILLER               PIC X(6)  VALUE '*HND* '.
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 HND-RUN-ID           PIC X(12).
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 HND-PROGRAM          PIC X(9)  VALUE 'CERTFEED'.
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 HND-RUN-DATE         PIC 9(8).
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 HND-SUBJECT          PIC X(8).
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 HND-DELTA            PIC X(7).
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 HND-SEQUENCE         PIC 9(3).
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 HND-BUILD-ID         PIC X(16).
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 HND-SOURCE-DATE      PIC 9(8).
           02 FILLER               PIC X(35) VALUE SPACE.
       01  CERTFEED-TRAILER-REC.
           02 FILLER               PIC X(6)  VALUE '*TRL* '.
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 TRL-RECORD-CNT       PIC 9(8).
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 TRL-HASH-TOTAL       PIC 9(12).
           02 FILLER               PIC X(92) VALUE SPACE.
       01  CERTFEED-CONTROL-REC.
           02 FCO-RUN-ID           PIC X(12).
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 FCO-SEQUENCE         PIC 9(3).
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 FCO-DATE             PIC 9(8).
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 FCO-TIME             PIC 9(6).
           02 FILLER               PIC X(48) VALUE SPACE.

      * Fixed-width views for the delimited rows.
       01  CERTFEED-COUNT-OUT      PIC 9(9) VALUE ZERO.
       01  CERTFEED-COUNT-2-OUT    PIC 9(9) VALUE ZERO.
       01  CERTFEED-COUNT-3-OUT    PIC 9(9) VALUE ZERO.
       01  CERTFEED-COUNT-4-OUT    PIC 9(9) VALUE ZERO.
       01  CERTFEED-COUNT-5-OUT    PIC 9(9) VALUE ZERO.
       01  CERTFEED-CODE-OUT       PIC S9(9) SIGN LEADING SEPARATE
                                   VALUE ZERO.
       01  CERTFEED-SEV-PICK       PIC X(4) VALUE SPACE.

      * EXCPSEV's rules.  An event no rule covers is LOW, as
      * EXCPSEV files it.
       01  CERTFEED-SEV-USED       PIC 9(3) VALUE ZERO.
       01  CERTFEED-SEV-SUB        PIC 9(3) VALUE ZERO.
       01  CERTFEED-PAT-LENGTH     PIC 9(2) VALUE ZERO.
       01  CERTFEED-SEV-MATCH-SW   PIC X(3) VALUE 'NO'.
           88 CERTFEED-SEV-MATCHED       VALUE 'YES'.
       01  CERTFEED-SEV-TABLE.
           02 CERTFEED-SEV-ENTRY OCCURS 60 TIMES.
              03 CERTFEED-SEV-PATTERN   PIC X(24).
              03 CERTFEED-SEV-LENGTH    PIC 9(2).
              03 CERTFEED-SEV-CODE      PIC S9(9).
              03 CERTFEED-SEV-SEV       PIC X(4).

      * Tonight's step timings: the latest night in the timing
      * history, the last record for a step standing if CERTTIM
      * was run twice.
       01  CERTFEED-TIM-DATE       PIC 9(8) VALUE ZERO.
       01  CERTFEED-TIM-USED       PIC 9(3) VALUE ZERO.
       01  CERTFEED-TIM-SUB        PIC 9(3) VALUE ZERO.
       01  CERTFEED-TIM-OVER-CNT   PIC 9(5) VALUE ZERO.
       01  CERTFEED-FOUND-SW       PIC X(3) VALUE 'NO'.
           88 CERTFEED-ENTRY-FOUND       VALUE 'YES'.
       01  CERTFEED-TIM-TABLE.
           02 CERTFEED-TIM-ENTRY OCCURS 200 TIMES.
              03 CERTFEED-TIM-STEP      PIC X(8).
              03 CERTFEED-TIM-PGM       PIC X(9).
              03 CERTFEED-TIM-ELAPSED   PIC 9(6).

      * Waiver counts per program, from the waiver baseline and
      * the latest extract.
       01  CERTFEED-WVR-USED       PIC 9(3) VALUE ZERO.
       01  CERTFEED-WVR-SUB        PIC 9(3) VALUE ZERO.
       01  CERTFEED-WVR-OVER-CNT   PIC 9(5) VALUE ZERO.
       01  CERTFEED-WVR-MATCH-SW   PIC X(3) VALUE 'NO'.
           88 CERTFEED-WVR-MATCHED       VALUE 'YES'.
       01  CERTFEED-WVR-TABLE.
           02 CERTFEED-WVR-ENTRY OCCURS 200 TIMES.
              03 CERTFEED-WVR-PROGRAM   PIC X(9).
              03 CERTFEED-WVR-PAR-NAME  PIC X(22).
              03 CERTFEED-WVR-PASSED    PIC X(1).
       01  CERTFEED-LOOKUP-PGM     PIC X(9) VALUE SPACE.
       01  CERTFEED-PGM-USED       PIC 9(3) VALUE ZERO.
       01  CERTFEED-PGM-SUB        PIC 9(3) VALUE ZERO.
       01  CERTFEED-PGM-TABLE.
           02 CERTFEED-PGM-ENTRY OCCURS 200 TIMES.
              03 CERTFEED-PGM-NAME      PIC X(9).
              03 CERTFEED-PGM-HELD      PIC 9(5).
              03 CERTFEED-PGM-FAILS     PIC 9(5).
              03 CERTFEED-PGM-WAIVED    PIC 9(5).
              03 CERTFEED-PGM-UNWAIVED  PIC 9(5).
              03 CERTFEED-PGM-RETIRE    PIC 9(5).

      * The error path no longer lets the detail evaporate with the
      * job output: SQL-ERROR-PARA writes a full event to the
      * suite's structured exception log through EXCPLOG before the
      * run stops.
       01 EXCP-CALL-PROGRAM     PIC X(24) VALUE 'CERTFEED'.
       01 EXCP-CALL-STMT-TYPE   PIC X(8)  VALUE 'SELECT  '.
       01 EXCP-CALL-CODE        PIC S9(9) VALUE ZERO.
       01 EXCP-CALL-MESSAGE     PIC X(70) VALUE SPACE.

      * Include SQLCA so SQLCODE is available for error checking.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Include SQL run-history table from the copybook family.
       EXEC SQL INCLUDE SQL_RUN_HIST END-EXEC.

      * Include the exception-history table from the copybook family.
       EXEC SQL INCLUDE EXCP_HIST END-EXEC.

      * The run's per-program counts as EXEC_SQL_HIST_LOAD loaded
      * them.
       EXEC SQL
           DECLARE FEED_RUN_CURSOR CURSOR FOR
           SELECT PGM_NAME,
                  PASS_CNT,
                  FAIL_CNT,
                  DEL_CNT,
                  INSP_CNT
           FROM SQL_RUN_HIST
           WHERE RUN_ID = :DCL_FEED_RUN_ID
           ORDER BY PGM_NAME
           FOR FETCH ONLY
       END-EXEC.

      * The run's exception events as EXEC_SQL_EXCP_LOAD loaded
      * them.
       EXEC SQL
           DECLARE FEED_EXC_CURSOR CURSOR FOR
           SELECT PGM_NAME,
                  STMT_TYPE,
                  EXCP_CODE,
                  MSG_TEXT
           FROM EXCP_HIST
           WHERE RUN_ID = :DCL_FEED_RUN_ID
           ORDER BY PGM_NAME, STMT_TYPE, EXCP_CODE
           FOR FETCH ONLY
       END-EXEC.

       PROCEDURE DIVISION.

      * Nightly feed of the certification history to the corporate
      * reporting warehouse, so the suite's quality numbers sit next
      * to the other operational figures.  Four delimited files,
      * one per subject - the run's SQL_RUN_HIST rows, its
      * EXCP_HIST events with EXCPSEV's severity, CERTTIM's step
      * timings and the waiver counts - each wrapped in a CERTHND
      * header and trailer, so the warehouse can verify the count
      * and hash before loading.  The header's delta marker and
      * extract sequence make a rerun for the same run (after a
      * CERTRER merge-back, say) replace that run's rows instead of
      * adding to them.  The files travel in the distribution
      * bundle: CERTDST routes a wrapped file by its producing
      * program.
      * RC=0 all four subjects written; RC=4 a source could not be
      * read and its subject went out marked SKIP; RC=12 no run
      * identification; RC=16 SQL error.
       MAINLINE.

      * A non-zero SQLCODE on any statement below branches to
      * SQL-ERROR-PARA instead of falling through as if it succeeded.
           EXEC SQL
               WHENEVER SQLERROR GO TO SQL-ERROR-PARA
           END-EXEC.

           ACCEPT CERTFEED-TODAY FROM DATE YYYYMMDD.
           ACCEPT CERTFEED-TIME-FULL FROM TIME.
           OPEN OUTPUT FEED-REPORT.
           MOVE SPACES TO CERTFEED-REPORT-LINE.
           STRING 'WAREHOUSE FEED - ' CERTFEED-TODAY ' '
               CERTFEED-TIME-HHMMSS
               DELIMITED BY SIZE INTO CERTFEED-REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           PERFORM READ-RUN-IDENTIFICATION.
           IF CERTFEED-RC NOT EQUAL TO ZERO
               GO TO MAINLINE-FINISH.
           PERFORM READ-FEED-CONTROL.
           MOVE SPACES TO CERTFEED-REPORT-LINE.
           STRING 'RUN ' CERTFEED-RUN-ID ' BUILD ' CERTFEED-BUILD-ID
               ' EXTRACT ' CERTFEED-SEQUENCE ' - ' CERTFEED-DELTA
               DELIMITED BY SIZE INTO CERTFEED-REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE CERTFEED-RUN-ID TO DCL_FEED_RUN_ID.
           MOVE 'RUNHIST' TO CERTFEED-SUBJ-NAME (1).
           MOVE 'EXCPHIST' TO CERTFEED-SUBJ-NAME (2).
           MOVE 'STEPTIME' TO CERTFEED-SUBJ-NAME (3).
           MOVE 'WAIVERS' TO CERTFEED-SUBJ-NAME (4).
           OPEN OUTPUT FEED-RUN-OUT FEED-EXC-OUT FEED-TIM-OUT
               FEED-WVR-OUT.
           PERFORM EXTRACT-RUN-HISTORY.
           PERFORM EXTRACT-EXCEPTIONS.
           PERFORM EXTRACT-STEP-TIMINGS
               THRU EXTRACT-STEP-TIMINGS-EX.
           PERFORM EXTRACT-WAIVER-COUNTS
               THRU EXTRACT-WAIVER-COUNTS-EX.
           CLOSE FEED-RUN-OUT FEED-EXC-OUT FEED-TIM-OUT
               FEED-WVR-OUT.
           PERFORM WRITE-FEED-CONTROL.
           PERFORM PUT-REPORT-LINE.
           MOVE ZERO TO CERTFEED-SUBJ.
           PERFORM WRITE-SUBJECT-LINE
               UNTIL CERTFEED-SUBJ NOT LESS THAN 4.
       MAINLINE-FINISH.
           CLOSE FEED-REPORT.
           MOVE CERTFEED-RC TO RETURN-CODE.
           GOBACK.

       SQL-ERROR-PARA.
           DISPLAY 'CERTFEED: SQL ERROR, SQLCODE=' SQLCODE.
           MOVE SQLCODE TO EXCP-CALL-CODE.
           MOVE SQLERRMC TO EXCP-CALL-MESSAGE.
           CALL 'EXCPLOG' USING EXCP-CALL-PROGRAM
               EXCP-CALL-STMT-TYPE EXCP-CALL-CODE
               EXCP-CALL-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       READ-RUN-IDENTIFICATION.
           OPEN INPUT RUNID-FILE.
           IF CERTFEED-RUNID-STATUS NOT EQUAL TO '00'
               MOVE 'NO RUN IDENTIFICATION - NOTHING EXTRACTED'
                   TO CERTFEED-REPORT-LINE
               PERFORM PUT-REPORT-LINE
               MOVE 12 TO CERTFEED-RC
           ELSE
               READ RUNID-FILE
                   AT END MOVE SPACES TO RUNID-REC
               END-READ
               CLOSE RUNID-FILE
               MOVE RID-RUN-ID TO CERTFEED-RUN-ID
               MOVE RID-BUILD-ID TO CERTFEED-BUILD-ID
               IF RID-RUN-DATE IS NUMERIC
                   MOVE RID-RUN-DATE TO CERTFEED-RUN-DATE
               END-IF
               IF CERTFEED-RUN-ID EQUAL TO SPACE
                 OR CERTFEED-RUN-ID EQUAL TO 'RUN-UNKNOWN '
                   MOVE 'NO RUN IDENTIFICATION - NOTHING EXTRACTED'
                       TO CERTFEED-REPORT-LINE
                   PERFORM PUT-REPORT-LINE
                   MOVE 12 TO CERTFEED-RC
               END-IF.

      * A second extract of the run the control record names is a
      * replacement; any other run starts again at sequence 1.
       READ-FEED-CONTROL.
           OPEN INPUT FEED-CONTROL-IN.
           IF CERTFEED-CTL-STATUS EQUAL TO '00'
               READ FEED-CONTROL-IN
                   AT END MOVE SPACES TO FEED-CONTROL-IN-REC
               END-READ
               CLOSE FEED-CONTROL-IN
               IF FCI-RUN-ID EQUAL TO CERTFEED-RUN-ID
                 AND FCI-SEQUENCE IS NUMERIC
                 AND FCI-SEQUENCE LESS THAN 999
                   COMPUTE CERTFEED-SEQUENCE = FCI-SEQUENCE + 1
                   MOVE 'REPLACE' TO CERTFEED-DELTA
               END-IF.

       WRITE-FEED-CONTROL.
           MOVE CERTFEED-RUN-ID TO FCO-RUN-ID.
           MOVE CERTFEED-SEQUENCE TO FCO-SEQUENCE.
           MOVE CERTFEED-TODAY TO FCO-DATE.
           MOVE CERTFEED-TIME-HHMMSS TO FCO-TIME.
           OPEN OUTPUT FEED-CONTROL-OUT.
           MOVE CERTFEED-CONTROL-REC TO FEED-CONTROL-OUT-REC.
           WRITE FEED-CONTROL-OUT-REC.
           CLOSE FEED-CONTROL-OUT.

      *---------------------------------------------------------------
      * RUNHIST.
      *---------------------------------------------------------------
       EXTRACT-RUN-HISTORY.
           MOVE 1 TO CERTFEED-SUBJ.
           MOVE CERTFEED-RUN-DATE TO HND-SOURCE-DATE.
           PERFORM START-SUBJECT.
           MOVE 'NO' TO CERTFEED-EOF-SW.
           EXEC SQL
               OPEN FEED_RUN_CURSOR
           END-EXEC.
           PERFORM FETCH-RUN-ROW
               THRU FETCH-RUN-ROW-EX
               UNTIL CERTFEED-AT-EOF.
           EXEC SQL
               CLOSE FEED_RUN_CURSOR
           END-EXEC.
           PERFORM END-SUBJECT.

       FETCH-RUN-ROW.
           EXEC SQL
               FETCH FEED_RUN_CURSOR
               INTO :DCL_SQL_RUN_HIST_PGM_NAME,
                    :DCL_SQL_RUN_HIST_PASS_CNT,
                    :DCL_SQL_RUN_HIST_FAIL_CNT,
                    :DCL_SQL_RUN_HIST_DEL_CNT,
                    :DCL_SQL_RUN_HIST_INSP_CNT
           END-EXEC.
           IF SQLCODE EQUAL TO 100
               SET CERTFEED-AT-EOF TO TRUE
               GO TO FETCH-RUN-ROW-EX.
           MOVE DCL_SQL_RUN_HIST_PASS_CNT TO CERTFEED-COUNT-OUT.
           MOVE DCL_SQL_RUN_HIST_FAIL_CNT TO CERTFEED-COUNT-2-OUT.
           MOVE DCL_SQL_RUN_HIST_DEL_CNT TO CERTFEED-COUNT-3-OUT.
           MOVE DCL_SQL_RUN_HIST_INSP_CNT TO CERTFEED-COUNT-4-OUT.
           MOVE SPACES TO CERTFEED-ROW.
           MOVE 1 TO CERTFEED-PTR.
           STRING DCL_SQL_RUN_HIST_PGM_NAME DELIMITED BY SPACE
               '|' CERTFEED-COUNT-OUT
               '|' CERTFEED-COUNT-2-OUT
               '|' CERTFEED-COUNT-3-OUT
               '|' CERTFEED-COUNT-4-OUT
               DELIMITED BY SIZE
               INTO CERTFEED-ROW WITH POINTER CERTFEED-PTR.
           PERFORM WRITE-FEED-ROW.
       FETCH-RUN-ROW-EX.
           EXIT.

      *---------------------------------------------------------------
      * EXCPHIST.
      *---------------------------------------------------------------
       EXTRACT-EXCEPTIONS.
           MOVE 2 TO CERTFEED-SUBJ.
           MOVE CERTFEED-RUN-DATE TO HND-SOURCE-DATE.
           PERFORM LOAD-SEVERITY-RULES.
           IF CERTFEED-SEV-USED EQUAL TO ZERO
               MOVE '   NO SEVERITY RULES - EVERY EVENT GOES AS LOW'
                   TO CERTFEED-REPORT-LINE
               PERFORM PUT-REPORT-LINE.
           PERFORM START-SUBJECT.
           MOVE 'NO' TO CERTFEED-EOF-SW.
           EXEC SQL
               OPEN FEED_EXC_CURSOR
           END-EXEC.
           PERFORM FETCH-EXC-ROW
               THRU FETCH-EXC-ROW-EX
               UNTIL CERTFEED-AT-EOF.
           EXEC SQL
               CLOSE FEED_EXC_CURSOR
           END-EXEC.
           PERFORM END-SUBJECT.

       FETCH-EXC-ROW.
           EXEC SQL
               FETCH FEED_EXC_CURSOR
               INTO :DCL_EXCP_HIST_PGM_NAME,
                    :DCL_EXCP_HIST_STMT_TYPE,
                    :DCL_EXCP_HIST_EXCP_CODE,
                    :DCL_EXCP_HIST_MSG_TEXT
           END-EXEC.
           IF SQLCODE EQUAL TO 100
               SET CERTFEED-AT-EOF TO TRUE
               GO TO FETCH-EXC-ROW-EX.
           PERFORM JUDGE-EVENT-SEVERITY.
           MOVE DCL_EXCP_HIST_EXCP_CODE TO CERTFEED-CODE-OUT.
           MOVE SPACES TO CERTFEED-ROW.
           MOVE 1 TO CERTFEED-PTR.
           STRING DCL_EXCP_HIST_PGM_NAME DELIMITED BY SPACE
               '|' DELIMITED BY SIZE
               DCL_EXCP_HIST_STMT_TYPE DELIMITED BY SPACE
               '|' CERTFEED-CODE-OUT '|' DELIMITED BY SIZE
               CERTFEED-SEV-PICK DELIMITED BY SPACE
               '|' DCL_EXCP_HIST_MSG_TEXT DELIMITED BY SIZE
               INTO CERTFEED-ROW WITH POINTER CERTFEED-PTR.
           PERFORM WRITE-FEED-ROW.
       FETCH-EXC-ROW-EX.
           EXIT.

       LOAD-SEVERITY-RULES.
           MOVE 'NO' TO CERTFEED-EOF-SW.
           OPEN INPUT RULES-FILE.
           IF CERTFEED-RULE-STATUS EQUAL TO '00'
               PERFORM LOAD-ONE-RULE UNTIL CERTFEED-AT-EOF
               CLOSE RULES-FILE.

       LOAD-ONE-RULE.
           READ RULES-FILE
               AT END SET CERTFEED-AT-EOF TO TRUE
               NOT AT END PERFORM POST-ONE-RULE.

       POST-ONE-RULE.
           IF RULE-PATTERN EQUAL TO SPACE
             OR (RULE-PATTERN(1:1) EQUAL TO '*'
                 AND RULE-PATTERN(2:23) NOT EQUAL TO SPACE)
             OR CERTFEED-SEV-USED NOT LESS THAN 60
               NEXT SENTENCE
           ELSE
               ADD 1 TO CERTFEED-SEV-USED
               MOVE RULE-PATTERN
                   TO CERTFEED-SEV-PATTERN (CERTFEED-SEV-USED)
               MOVE RULE-CODE
                   TO CERTFEED-SEV-CODE (CERTFEED-SEV-USED)
               MOVE RULE-SEVERITY
                   TO CERTFEED-SEV-SEV (CERTFEED-SEV-USED)
               IF RULE-PATTERN(1:1) EQUAL TO '*'
                   MOVE ZERO TO CERTFEED-SEV-LENGTH
                       (CERTFEED-SEV-USED)
               ELSE
                   MOVE 24 TO CERTFEED-PAT-LENGTH
                   PERFORM TRIM-RULE-PATTERN
                       UNTIL CERTFEED-PAT-LENGTH EQUAL TO ZERO
                          OR RULE-PATTERN
                             (CERTFEED-PAT-LENGTH:1)
                             NOT EQUAL TO SPACE
                   MOVE CERTFEED-PAT-LENGTH
                       TO CERTFEED-SEV-LENGTH (CERTFEED-SEV-USED)
               END-IF.

       TRIM-RULE-PATTERN.
           SUBTRACT 1 FROM CERTFEED-PAT-LENGTH.

       JUDGE-EVENT-SEVERITY.
           MOVE 'LOW ' TO CERTFEED-SEV-PICK.
           MOVE 'NO' TO CERTFEED-SEV-MATCH-SW.
           MOVE ZERO TO CERTFEED-SEV-SUB.
           PERFORM MATCH-ONE-RULE
               UNTIL CERTFEED-SEV-MATCHED
                  OR CERTFEED-SEV-SUB NOT LESS THAN
                     CERTFEED-SEV-USED.
           IF CERTFEED-SEV-MATCHED
               MOVE CERTFEED-SEV-SEV (CERTFEED-SEV-SUB)
                   TO CERTFEED-SEV-PICK.

       MATCH-ONE-RULE.
           ADD 1 TO CERTFEED-SEV-SUB.
           MOVE CERTFEED-SEV-LENGTH (CERTFEED-SEV-SUB)
               TO CERTFEED-PAT-LENGTH.
           IF (CERTFEED-PAT-LENGTH EQUAL TO ZERO
               OR DCL_EXCP_HIST_PGM_NAME (1:CERTFEED-PAT-LENGTH)
                  EQUAL TO CERTFEED-SEV-PATTERN (CERTFEED-SEV-SUB)
                  (1:CERTFEED-PAT-LENGTH))
             AND (CERTFEED-SEV-CODE (CERTFEED-SEV-SUB) EQUAL TO
                  ZERO
               OR CERTFEED-SEV-CODE (CERTFEED-SEV-SUB) EQUAL TO
                  DCL_EXCP_HIST_EXCP_CODE)
               SET CERTFEED-SEV-MATCHED TO TRUE.

      *---------------------------------------------------------------
      * STEPTIME.
      *---------------------------------------------------------------
      * The timings go only when CERTTIM ran for this run: a latest
      * night other than the run's date means tonight's step did not
      * run or did not finish, and the last good night's rows must
      * not be sent again under this run's id.
       EXTRACT-STEP-TIMINGS.
           MOVE 3 TO CERTFEED-SUBJ.
           MOVE 'NO' TO CERTFEED-EOF-SW.
           OPEN INPUT TIMING-HISTORY.
           IF CERTFEED-TIM-STATUS NOT EQUAL TO '00'
               MOVE ZERO TO HND-SOURCE-DATE
               PERFORM SKIP-SUBJECT
               GO TO EXTRACT-STEP-TIMINGS-EX.
           PERFORM READ-TIMING-RECORD UNTIL CERTFEED-AT-EOF.
           CLOSE TIMING-HISTORY.
           MOVE CERTFEED-TIM-DATE TO HND-SOURCE-DATE.
           IF CERTFEED-TIM-DATE NOT EQUAL TO CERTFEED-RUN-DATE
               MOVE SPACES TO CERTFEED-SKIP-REASON
               STRING 'LATEST TIMINGS ARE FOR ' CERTFEED-TIM-DATE
                   ', NOT THE RUN DATE'
                   DELIMITED BY SIZE INTO CERTFEED-SKIP-REASON
               PERFORM SKIP-SUBJECT
               GO TO EXTRACT-STEP-TIMINGS-EX.
           PERFORM START-SUBJECT.
           MOVE ZERO TO CERTFEED-TIM-SUB.
           PERFORM WRITE-TIMING-ROW
               UNTIL CERTFEED-TIM-SUB NOT LESS THAN CERTFEED-TIM-USED.
           PERFORM END-SUBJECT.
           IF CERTFEED-TIM-OVER-CNT GREATER THAN ZERO
               MOVE SPACES TO CERTFEED-REPORT-LINE
               STRING '   ' CERTFEED-TIM-OVER-CNT
                   ' STEP(S) PAST THE FIRST 200 NOT SENT'
                   DELIMITED BY SIZE INTO CERTFEED-REPORT-LINE
               PERFORM PUT-REPORT-LINE
               MOVE 4 TO CERTFEED-RC.
       EXTRACT-STEP-TIMINGS-EX.
           EXIT.

      * A later night in the history starts the table again.
       READ-TIMING-RECORD.
           READ TIMING-HISTORY
               AT END SET CERTFEED-AT-EOF TO TRUE
               NOT AT END
                   IF TIMH-RUN-DATE IS NUMERIC
                     AND TIMH-STEP-NAME NOT EQUAL TO SPACE
                       PERFORM POST-TIMING-RECORD
                   END-IF.

       POST-TIMING-RECORD.
           IF TIMH-RUN-DATE GREATER THAN CERTFEED-TIM-DATE
               MOVE TIMH-RUN-DATE TO CERTFEED-TIM-DATE
               MOVE ZERO TO CERTFEED-TIM-USED CERTFEED-TIM-OVER-CNT.
           IF TIMH-RUN-DATE EQUAL TO CERTFEED-TIM-DATE
               MOVE 'NO' TO CERTFEED-FOUND-SW
               MOVE ZERO TO CERTFEED-TIM-SUB
               PERFORM LOCATE-STEP-SCAN
                   UNTIL CERTFEED-ENTRY-FOUND
                      OR CERTFEED-TIM-SUB NOT LESS THAN
                         CERTFEED-TIM-USED
               IF NOT CERTFEED-ENTRY-FOUND
                   IF CERTFEED-TIM-USED LESS THAN 200
                       ADD 1 TO CERTFEED-TIM-USED
                       MOVE CERTFEED-TIM-USED TO CERTFEED-TIM-SUB
                       MOVE TIMH-STEP-NAME
                           TO CERTFEED-TIM-STEP (CERTFEED-TIM-SUB)
                   ELSE
                       ADD 1 TO CERTFEED-TIM-OVER-CNT
                       MOVE ZERO TO CERTFEED-TIM-SUB
                   END-IF
               END-IF
               IF CERTFEED-TIM-SUB GREATER THAN ZERO
                   MOVE TIMH-PROGRAM
                       TO CERTFEED-TIM-PGM (CERTFEED-TIM-SUB)
                   MOVE TIMH-ELAPSED
                       TO CERTFEED-TIM-ELAPSED (CERTFEED-TIM-SUB)
               END-IF.

       LOCATE-STEP-SCAN.
           ADD 1 TO CERTFEED-TIM-SUB.
           IF CERTFEED-TIM-STEP (CERTFEED-TIM-SUB) EQUAL TO
                   TIMH-STEP-NAME
               SET CERTFEED-ENTRY-FOUND TO TRUE.

       WRITE-TIMING-ROW.
           ADD 1 TO CERTFEED-TIM-SUB.
           MOVE SPACES TO CERTFEED-ROW.
           MOVE 1 TO CERTFEED-PTR.
           STRING CERTFEED-TIM-STEP (CERTFEED-TIM-SUB)
                   DELIMITED BY SPACE
               '|' DELIMITED BY SIZE
               CERTFEED-TIM-PGM (CERTFEED-TIM-SUB)
                   DELIMITED BY SPACE
               '|' CERTFEED-TIM-ELAPSED (CERTFEED-TIM-SUB)
               '|' CERTFEED-TIM-DATE
               DELIMITED BY SIZE
               INTO CERTFEED-ROW WITH POINTER CERTFEED-PTR.
           PERFORM WRITE-FEED-ROW.

      *---------------------------------------------------------------
      * WAIVERS.
      *---------------------------------------------------------------
      * Every waiver counts as held by its program; each FAIL in the
      * extract is waived or unwaived against the baseline, and a
      * waiver whose test PASSed is a candidate to retire.
       EXTRACT-WAIVER-COUNTS.
           MOVE 4 TO CERTFEED-SUBJ.
           MOVE CERTFEED-RUN-DATE TO HND-SOURCE-DATE.
           MOVE 'NO' TO CERTFEED-EOF-SW.
           OPEN INPUT WAIVER-FILE.
           IF CERTFEED-WVR-STATUS NOT EQUAL TO '00'
               PERFORM SKIP-SUBJECT
               GO TO EXTRACT-WAIVER-COUNTS-EX.
           PERFORM LOAD-WAIVER-RECORD UNTIL CERTFEED-AT-EOF.
           CLOSE WAIVER-FILE.
           MOVE 'NO' TO CERTFEED-EOF-SW.
           OPEN INPUT EXTRACT-IN.
           IF CERTFEED-XTR-STATUS NOT EQUAL TO '00'
               PERFORM SKIP-SUBJECT
               GO TO EXTRACT-WAIVER-COUNTS-EX.
           PERFORM READ-EXTRACT-RECORD UNTIL CERTFEED-AT-EOF.
           CLOSE EXTRACT-IN.
           MOVE ZERO TO CERTFEED-WVR-SUB.
           PERFORM COUNT-RETIRE-CANDIDATE
               UNTIL CERTFEED-WVR-SUB NOT LESS THAN CERTFEED-WVR-USED.
           PERFORM START-SUBJECT.
           MOVE ZERO TO CERTFEED-PGM-SUB.
           PERFORM WRITE-WAIVER-ROW
               UNTIL CERTFEED-PGM-SUB NOT LESS THAN CERTFEED-PGM-USED.
           PERFORM END-SUBJECT.
           IF CERTFEED-WVR-OVER-CNT GREATER THAN ZERO
               MOVE SPACES TO CERTFEED-REPORT-LINE
               STRING '   ' CERTFEED-WVR-OVER-CNT
                   ' WAIVER(S) OR PROGRAM(S) PAST THE FIRST 200'
                   ' NOT COUNTED'
                   DELIMITED BY SIZE INTO CERTFEED-REPORT-LINE
               PERFORM PUT-REPORT-LINE
               MOVE 4 TO CERTFEED-RC.
       EXTRACT-WAIVER-COUNTS-EX.
           EXIT.

       LOAD-WAIVER-RECORD.
           READ WAIVER-FILE
               AT END SET CERTFEED-AT-EOF TO TRUE
               NOT AT END
                   IF WVR-PROGRAM NOT EQUAL TO SPACE
                     AND WVR-PROGRAM(1:1) NOT EQUAL TO '*'
                       PERFORM POST-WAIVER-RECORD
                   END-IF.

       POST-WAIVER-RECORD.
           MOVE WVR-PROGRAM TO CERTFEED-LOOKUP-PGM.
           PERFORM LOCATE-PROGRAM-ENTRY.
           IF CERTFEED-WVR-USED LESS THAN 200
             AND CERTFEED-PGM-SUB GREATER THAN ZERO
               ADD 1 TO CERTFEED-WVR-USED
               MOVE WVR-PROGRAM
                   TO CERTFEED-WVR-PROGRAM (CERTFEED-WVR-USED)
               MOVE WVR-PAR-NAME
                   TO CERTFEED-WVR-PAR-NAME (CERTFEED-WVR-USED)
               MOVE 'N' TO CERTFEED-WVR-PASSED (CERTFEED-WVR-USED)
               ADD 1 TO CERTFEED-PGM-HELD (CERTFEED-PGM-SUB)
           ELSE
               ADD 1 TO CERTFEED-WVR-OVER-CNT.

       READ-EXTRACT-RECORD.
           READ EXTRACT-IN
               AT END SET CERTFEED-AT-EOF TO TRUE
               NOT AT END
                   IF XTR-RESULT EQUAL TO 'FAIL   '
                     OR XTR-RESULT EQUAL TO 'PASS   '
                       PERFORM CLASSIFY-RESULT
                   END-IF.

       CLASSIFY-RESULT.
           MOVE 'NO' TO CERTFEED-WVR-MATCH-SW.
           MOVE ZERO TO CERTFEED-WVR-SUB.
           PERFORM MATCH-WAIVER-SCAN
               UNTIL CERTFEED-WVR-MATCHED
                  OR CERTFEED-WVR-SUB NOT LESS THAN
                     CERTFEED-WVR-USED.
           IF XTR-RESULT EQUAL TO 'PASS   '
               IF CERTFEED-WVR-MATCHED
                   MOVE 'Y' TO CERTFEED-WVR-PASSED (CERTFEED-WVR-SUB)
               END-IF
           ELSE
               MOVE XTR-PROGRAM TO CERTFEED-LOOKUP-PGM
               PERFORM LOCATE-PROGRAM-ENTRY
               IF CERTFEED-PGM-SUB EQUAL TO ZERO
                   ADD 1 TO CERTFEED-WVR-OVER-CNT
               ELSE
                   ADD 1 TO CERTFEED-PGM-FAILS (CERTFEED-PGM-SUB)
                   IF CERTFEED-WVR-MATCHED
                       ADD 1 TO CERTFEED-PGM-WAIVED (CERTFEED-PGM-SUB)
                   ELSE
                       ADD 1
                           TO CERTFEED-PGM-UNWAIVED (CERTFEED-PGM-SUB)
                   END-IF
               END-IF
           END-IF.

       MATCH-WAIVER-SCAN.
           ADD 1 TO CERTFEED-WVR-SUB.
           IF CERTFEED-WVR-PROGRAM (CERTFEED-WVR-SUB) EQUAL TO
                   XTR-PROGRAM
             AND CERTFEED-WVR-PAR-NAME (CERTFEED-WVR-SUB) EQUAL TO
                   XTR-PAR-NAME
               SET CERTFEED-WVR-MATCHED TO TRUE.

       COUNT-RETIRE-CANDIDATE.
           ADD 1 TO CERTFEED-WVR-SUB.
           IF CERTFEED-WVR-PASSED (CERTFEED-WVR-SUB) EQUAL TO 'Y'
               MOVE CERTFEED-WVR-PROGRAM (CERTFEED-WVR-SUB)
                   TO CERTFEED-LOOKUP-PGM
               PERFORM LOCATE-PROGRAM-ENTRY
               IF CERTFEED-PGM-SUB GREATER THAN ZERO
                   ADD 1 TO CERTFEED-PGM-RETIRE (CERTFEED-PGM-SUB)
               END-IF
           END-IF.

      * The program's entry, added if new; zero when the table is
      * full.
       LOCATE-PROGRAM-ENTRY.
           MOVE 'NO' TO CERTFEED-FOUND-SW.
           MOVE ZERO TO CERTFEED-PGM-SUB.
           PERFORM LOCATE-PROGRAM-SCAN
               UNTIL CERTFEED-ENTRY-FOUND
                  OR CERTFEED-PGM-SUB NOT LESS THAN
                     CERTFEED-PGM-USED.
           IF NOT CERTFEED-ENTRY-FOUND
               IF CERTFEED-PGM-USED LESS THAN 200
                   ADD 1 TO CERTFEED-PGM-USED
                   MOVE CERTFEED-PGM-USED TO CERTFEED-PGM-SUB
                   MOVE CERTFEED-LOOKUP-PGM
                       TO CERTFEED-PGM-NAME (CERTFEED-PGM-SUB)
                   MOVE ZERO TO CERTFEED-PGM-HELD (CERTFEED-PGM-SUB)
                                CERTFEED-PGM-FAILS (CERTFEED-PGM-SUB)
                                CERTFEED-PGM-WAIVED (CERTFEED-PGM-SUB)
                                CERTFEED-PGM-UNWAIVED
                                    (CERTFEED-PGM-SUB)
                                CERTFEED-PGM-RETIRE (CERTFEED-PGM-SUB)
               ELSE
                   MOVE ZERO TO CERTFEED-PGM-SUB
               END-IF.

       LOCATE-PROGRAM-SCAN.
           ADD 1 TO CERTFEED-PGM-SUB.
           IF CERTFEED-PGM-NAME (CERTFEED-PGM-SUB) EQUAL TO
                   CERTFEED-LOOKUP-PGM
               SET CERTFEED-ENTRY-FOUND TO TRUE.

       WRITE-WAIVER-ROW.
           ADD 1 TO CERTFEED-PGM-SUB.
           MOVE CERTFEED-PGM-HELD (CERTFEED-PGM-SUB)
               TO CERTFEED-COUNT-OUT.
           MOVE CERTFEED-PGM-FAILS (CERTFEED-PGM-SUB)
               TO CERTFEED-COUNT-2-OUT.
           MOVE CERTFEED-PGM-WAIVED (CERTFEED-PGM-SUB)
               TO CERTFEED-COUNT-3-OUT.
           MOVE CERTFEED-PGM-UNWAIVED (CERTFEED-PGM-SUB)
               TO CERTFEED-COUNT-4-OUT.
           MOVE CERTFEED-PGM-RETIRE (CERTFEED-PGM-SUB)
               TO CERTFEED-COUNT-5-OUT.
           MOVE SPACES TO CERTFEED-ROW.
           MOVE 1 TO CERTFEED-PTR.
           STRING CERTFEED-PGM-NAME (CERTFEED-PGM-SUB)
                   DELIMITED BY SPACE
               '|' CERTFEED-COUNT-OUT
               '|' CERTFEED-COUNT-2-OUT
               '|' CERTFEED-COUNT-3-OUT
               '|' CERTFEED-COUNT-4-OUT
               '|' CERTFEED-COUNT-5-OUT
               DELIMITED BY SIZE
               INTO CERTFEED-ROW WITH POINTER CERTFEED-PTR.
           PERFORM WRITE-FEED-ROW.

      *---------------------------------------------------------------
      * The CERTHND wrapping, shared by the four subjects.
      *---------------------------------------------------------------
       START-SUBJECT.
           MOVE CERTFEED-DELTA TO CERTFEED-SUBJ-DELTA (CERTFEED-SUBJ).
           PERFORM WRITE-SUBJECT-HEADER.

      * The source could not be read, or is not this run's: the
      * file still goes, empty and marked SKIP, so the warehouse
      * keeps what it already has for the run instead of waiting
      * for a file that never comes.
       SKIP-SUBJECT.
           MOVE 'SKIP' TO CERTFEED-SUBJ-DELTA (CERTFEED-SUBJ).
           PERFORM WRITE-SUBJECT-HEADER.
           PERFORM END-SUBJECT.
           IF CERTFEED-SKIP-REASON EQUAL TO SPACE
               MOVE 'SOURCE COULD NOT BE READ' TO CERTFEED-SKIP-REASON.
           MOVE SPACES TO CERTFEED-REPORT-LINE.
           STRING '   ' CERTFEED-SUBJ-NAME (CERTFEED-SUBJ) ' '
                   DELIMITED BY SIZE
               CERTFEED-SKIP-REASON DELIMITED BY '  '
               ' - SENT AS SKIP' DELIMITED BY SIZE
               INTO CERTFEED-REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO CERTFEED-SKIP-REASON.
           MOVE 4 TO CERTFEED-RC.

       WRITE-SUBJECT-HEADER.
           MOVE ZERO TO CERTFEED-SUBJ-ROWS (CERTFEED-SUBJ)
                        CERTFEED-SUBJ-HASH (CERTFEED-SUBJ).
           MOVE CERTFEED-RUN-ID TO HND-RUN-ID.
           MOVE CERTFEED-TODAY TO HND-RUN-DATE.
           MOVE CERTFEED-SUBJ-NAME (CERTFEED-SUBJ) TO HND-SUBJECT.
           MOVE CERTFEED-SUBJ-DELTA (CERTFEED-SUBJ) TO HND-DELTA.
           MOVE CERTFEED-SEQUENCE TO HND-SEQUENCE.
           MOVE CERTFEED-BUILD-ID TO HND-BUILD-ID.
           MOVE CERTFEED-HEADER-REC TO CERTFEED-ROW.
           PERFORM PUT-FEED-RECORD.

       END-SUBJECT.
           MOVE CERTFEED-SUBJ-ROWS (CERTFEED-SUBJ) TO TRL-RECORD-CNT.
           MOVE CERTFEED-SUBJ-HASH (CERTFEED-SUBJ) TO TRL-HASH-TOTAL.
           MOVE CERTFEED-TRAILER-REC TO CERTFEED-ROW.
           PERFORM PUT-FEED-RECORD.

       WRITE-FEED-ROW.
           ADD 1 TO CERTFEED-SUBJ-ROWS (CERTFEED-SUBJ).
           PERFORM FOLD-RECORD-HASH.
           ADD CERTFEED-WORK-SUM TO CERTFEED-SUBJ-HASH (CERTFEED-SUBJ).
           PERFORM PUT-FEED-RECORD.

       FOLD-RECORD-HASH.
           MOVE ZERO TO CERTFEED-WORK-SUM.
           MOVE ZERO TO CERTFEED-CHAR-SUB.
           PERFORM SUM-ONE-HASH-BYTE
               UNTIL CERTFEED-CHAR-SUB NOT LESS THAN 120.

       SUM-ONE-HASH-BYTE.
           ADD 1 TO CERTFEED-CHAR-SUB.
           COMPUTE CERTFEED-CHAR-ORD = FUNCTION ORD
               (CERTFEED-ROW (CERTFEED-CHAR-SUB:1)).
           COMPUTE CERTFEED-WORK-SUM = CERTFEED-WORK-SUM
               + CERTFEED-CHAR-ORD * CERTFEED-CHAR-SUB.

       PUT-FEED-RECORD.
           IF CERTFEED-SUBJ EQUAL TO 1
               MOVE CERTFEED-ROW TO FEED-RUN-REC
               WRITE FEED-RUN-REC
           ELSE IF CERTFEED-SUBJ EQUAL TO 2
               MOVE CERTFEED-ROW TO FEED-EXC-REC
               WRITE FEED-EXC-REC
           ELSE IF CERTFEED-SUBJ EQUAL TO 3
               MOVE CERTFEED-ROW TO FEED-TIM-REC
               WRITE FEED-TIM-REC
           ELSE
               MOVE CERTFEED-ROW TO FEED-WVR-REC
               WRITE FEED-WVR-REC
           END-IF
           END-IF
           END-IF.

       WRITE-SUBJECT-LINE.
           ADD 1 TO CERTFEED-SUBJ.
           MOVE SPACES TO CERTFEED-REPORT-LINE.
           STRING CERTFEED-SUBJ-NAME (CERTFEED-SUBJ)
               '  ' CERTFEED-SUBJ-DELTA (CERTFEED-SUBJ)
               '  ROWS ' CERTFEED-SUBJ-ROWS (CERTFEED-SUBJ)
               '  HASH ' CERTFEED-SUBJ-HASH (CERTFEED-SUBJ)
               DELIMITED BY SIZE INTO CERTFEED-REPORT-LINE.
           PERFORM PUT-REPORT-LINE.

       PUT-REPORT-LINE.
           MOVE CERTFEED-REPORT-LINE TO FEED-REPORT-REC.
           WRITE FEED-REPORT-REC.
           MOVE SPACES TO CERTFEED-REPORT-LINE.
