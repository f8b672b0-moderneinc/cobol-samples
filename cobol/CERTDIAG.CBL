000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           CERTDIAG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIAG-CARD-FILE ASSIGN TO DIAGCRD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTDIAG-CRD-STATUS.
           SELECT COMPILE-LISTING ASSIGN TO LISTING
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTDIAG-LST-STATUS.
           SELECT RUNID-FILE ASSIGN TO RUNIDDS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTDIAG-RUNID-STATUS.
           SELECT DIAG-HISTORY ASSIGN TO DIAGHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTDIAG-HIST-STATUS.
           SELECT DIAG-REPORT ASSIGN TO DIAGRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      * With no card this is the nightly run: tonight's listings
      * against the last build in the history that is not
      * tonight's.  One card, for the A/B comparison package:
      *   COMPARE  build-a          build-b
      * build ids in 10-25 and 27-42; with both blank, the latest
      * build in the history against the build before it.  LISTING
      * is not read.
       FD  DIAG-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  DIAG-CARD.
           02 CARD-FUNCTION        PIC X(8).
           02 FILLER               PIC X(1).
           02 CARD-BUILD-A         PIC X(16).
           02 FILLER               PIC X(1).
           02 CARD-BUILD-B         PIC X(16).
           02 FILLER               PIC X(38).

      * The night's compile listings, concatenated, with the
      * carriage-control byte in column 1.  A diagnostic in the
      * listing's message summary reads
      *     lineid  IGYppnnnn-s  message text
      * (the source line id is absent for messages about the
      * program as a whole); the copies of the same messages
      * embedded in the source listing after "==nnnnnn==>" are
      * not counted twice.  Each compile ends with its
      * "Statistics for COBOL program pppppppp:" line, which is
      * what names the program its diagnostics belong to.
       FD  COMPILE-LISTING
           LABEL RECORDS ARE STANDARD.
       01  LISTING-REC.
           02 LST-CC               PIC X(1).
           02 LST-TEXT             PIC X(132).

       FD  RUNID-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUNID-REC.
           02 RID-RUN-ID           PIC X(12).
           02 FILLER               PIC X(1).
           02 RID-BUILD-ID         PIC X(16).
           02 FILLER               PIC X(51).

      * Diagnostic history, appended to every night.  Type in
      * column 1: P one per program compiled, with its count of
      * messages at each severity I W E S U; D one per diagnostic.
      * Build 3-18, run 20-31, program 33-41, then the message id
      * 43-51, severity 53, source line 55-60 and the start of the
      * text 62-98.
       FD  DIAG-HISTORY
           LABEL RECORDS ARE STANDARD.
       01  DIAG-HIST-REC.
           02 HST-TYPE             PIC X(1).
           02 FILLER               PIC X(1).
           02 HST-BUILD-ID         PIC X(16).
           02 FILLER               PIC X(1).
           02 HST-RUN-ID           PIC X(12).
           02 FILLER               PIC X(1).
           02 HST-PROGRAM          PIC X(9).
           02 FILLER               PIC X(1).
           02 HST-DIAG-PART.
              03 HST-MSG-ID        PIC X(9).
              03 FILLER            PIC X(1).
              03 HST-SEVERITY      PIC X(1).
              03 FILLER            PIC X(1).
              03 HST-LINE          PIC 9(6).
              03 FILLER            PIC X(1).
              03 HST-TEXT          PIC X(37).
           02 HST-PROGRAM-PART REDEFINES HST-DIAG-PART.
              03 HST-SEV-CNT OCCURS 5 TIMES PIC 9(4).
              03 FILLER            PIC X(36).
           02 FILLER               PIC X(2).

       FD  DIAG-REPORT
           LABEL RECORDS ARE STANDARD.
       01  DIAG-REPORT-REC         PIC X(120).

       WORKING-STORAGE SECTION.
       01  CERTDIAG-CRD-STATUS     PIC XX  VALUE '00'.
       01  CERTDIAG-LST-STATUS     PIC XX  VALUE '00'.
       01  CERTDIAG-RUNID-STATUS   PIC XX  VALUE '00'.
       01  CERTDIAG-HIST-STATUS    PIC XX  VALUE '00'.
       01  CERTDIAG-EOF-SW         PIC X(3) VALUE 'NO'.
           88 CERTDIAG-AT-EOF            VALUE 'YES'.
       01  CERTDIAG-COMPARE-SW     PIC X(3) VALUE 'NO'.
           88 CERTDIAG-COMPARE-MODE      VALUE 'YES'.
       01  CERTDIAG-FOUND-SW       PIC X(3) VALUE 'NO'.
           88 CERTDIAG-ENTRY-FOUND       VALUE 'YES'.
       01  CERTDIAG-RUN-ID         PIC X(12) VALUE SPACE.
       01  CERTDIAG-BUILD-A        PIC X(16) VALUE SPACE.
       01  CERTDIAG-BUILD-B        PIC X(16) VALUE SPACE.
       01  CERTDIAG-LAST-BUILD     PIC X(16) VALUE SPACE.
       01  CERTDIAG-OTHER-BUILD    PIC X(16) VALUE SPACE.
       01  CERTDIAG-GROUP-BUILD    PIC X(16) VALUE SPACE.
       01  CERTDIAG-GROUP-RUN      PIC X(12) VALUE SPACE.
       01  CERTDIAG-LOAD-SIDE      PIC X(1) VALUE SPACE.
       01  CERTDIAG-RC             PIC 9(2) VALUE ZERO.
       01  CERTDIAG-REASON         PIC X(50) VALUE SPACE.
       01  CERTDIAG-REPORT-LINE    PIC X(120) VALUE SPACE.

      * Listing scan work areas.
       01  CERTDIAG-LEAD           PIC 9(3) VALUE ZERO.
       01  CERTDIAG-PTR            PIC 9(3) VALUE ZERO.
       01  CERTDIAG-TOKEN-1        PIC X(12) VALUE SPACE.
       01  CERTDIAG-TOKEN-2        PIC X(12) VALUE SPACE.
       01  CERTDIAG-LEN-1          PIC 9(3) VALUE ZERO.
       01  CERTDIAG-LEN-2          PIC 9(3) VALUE ZERO.
       01  CERTDIAG-CODE           PIC X(12) VALUE SPACE.
       01  CERTDIAG-CODE-SW        PIC X(3) VALUE 'NO'.
           88 CERTDIAG-IS-CODE           VALUE 'YES'.
       01  CERTDIAG-LINE-NO        PIC 9(6) VALUE ZERO.
       01  CERTDIAG-STAT-POS       PIC 9(3) VALUE ZERO.
       01  CERTDIAG-PROGRAM        PIC X(9) VALUE SPACE.
       01  CERTDIAG-PENDING-FROM   PIC 9(4) VALUE 1.
       01  CERTDIAG-SEV-SUB        PIC 9(1) VALUE ZERO.
       01  CERTDIAG-SEVERITIES     PIC X(5) VALUE 'IWESU'.

      * Counts for the report and the return code.
       01  CERTDIAG-NEW-CNT        PIC 9(5) VALUE ZERO.
       01  CERTDIAG-NEW-SEVERE-CNT PIC 9(5) VALUE ZERO.
       01  CERTDIAG-GONE-CNT       PIC 9(5) VALUE ZERO.
       01  CERTDIAG-SEVCHG-CNT     PIC 9(5) VALUE ZERO.
       01  CERTDIAG-PGMCHG-CNT     PIC 9(5) VALUE ZERO.
       01  CERTDIAG-OVERFLOW-CNT   PIC 9(5) VALUE ZERO.

      * One side of the comparison each: A is the earlier build
      * (from the history), B the later (tonight's listings, or
      * the history in COMPARE mode).  Programs with their counts
      * at each severity; diagnostics keyed by program, message
      * id and source line.
       01  CERTDIAG-A-PGM-USED     PIC 9(3) VALUE ZERO.
       01  CERTDIAG-B-PGM-USED     PIC 9(3) VALUE ZERO.
       01  CERTDIAG-A-PGM-SUB      PIC 9(3) VALUE ZERO.
       01  CERTDIAG-B-PGM-SUB      PIC 9(3) VALUE ZERO.
       01  CERTDIAG-A-PGM-TABLE.
           02 CERTDIAG-A-PGM-ENTRY OCCURS 600 TIMES.
              03 CERTDIAG-A-PGM-NAME    PIC X(9).
              03 CERTDIAG-A-PGM-CNT     PIC 9(4) OCCURS 5 TIMES.
              03 CERTDIAG-A-PGM-HIT-SW  PIC X.
                 88 CERTDIAG-A-PGM-HIT        VALUE 'Y'.
       01  CERTDIAG-B-PGM-TABLE.
           02 CERTDIAG-B-PGM-ENTRY OCCURS 600 TIMES.
              03 CERTDIAG-B-PGM-NAME    PIC X(9).
              03 CERTDIAG-B-PGM-CNT     PIC 9(4) OCCURS 5 TIMES.

       01  CERTDIAG-A-DG-USED      PIC 9(4) VALUE ZERO.
       01  CERTDIAG-B-DG-USED      PIC 9(4) VALUE ZERO.
       01  CERTDIAG-A-DG-SUB       PIC 9(4) VALUE ZERO.
       01  CERTDIAG-B-DG-SUB       PIC 9(4) VALUE ZERO.
       01  CERTDIAG-A-DG-TABLE.
           02 CERTDIAG-A-DG-ENTRY OCCURS 4000 TIMES.
              03 CERTDIAG-A-DG-PROGRAM  PIC X(9).
              03 CERTDIAG-A-DG-MSG-ID   PIC X(9).
              03 CERTDIAG-A-DG-SEVERITY PIC X(1).
              03 CERTDIAG-A-DG-LINE     PIC 9(6).
              03 CERTDIAG-A-DG-TEXT     PIC X(37).
              03 CERTDIAG-A-DG-HIT-SW   PIC X.
                 88 CERTDIAG-A-DG-HIT         VALUE 'Y'.
       01  CERTDIAG-B-DG-TABLE.
           02 CERTDIAG-B-DG-ENTRY OCCURS 4000 TIMES.
              03 CERTDIAG-B-DG-PROGRAM  PIC X(9).
              03 CERTDIAG-B-DG-MSG-ID   PIC X(9).
              03 CERTDIAG-B-DG-SEVERITY PIC X(1).
              03 CERTDIAG-B-DG-LINE     PIC 9(6).
              03 CERTDIAG-B-DG-TEXT     PIC X(37).

       PROCEDURE DIVISION.

      * Compiler diagnostic trend.  Nightly, every diagnostic in
      * the suite's compile listings (program, message id,
      * severity, source line) is extracted and added to the
      * history under tonight's build, and compared with the most
      * recent earlier build in the history: diagnostics new with
      * this build, diagnostics that went away, diagnostics whose
      * severity changed, and per program the count at each
      * severity where it moved.  A warning that appears with a
      * new compiler build is often the first sign the build
      * treats our code differently.  The COMPARE card makes the
      * same report between two builds already in the history, for
      * the A/B comparison package.  RC=16 no compile found in the
      * listings; RC=12 the COMPARE card was rejected or names a
      * build not in the history; RC=8 a new diagnostic of
      * severity E or worse; RC=4 any other difference; RC=0 the
      * builds agree, or there is no earlier build to compare.
       MAINLINE.
           OPEN OUTPUT DIAG-REPORT.
           MOVE 'COMPILER DIAGNOSTIC TREND' TO DIAG-REPORT-REC.
           WRITE DIAG-REPORT-REC.
           PERFORM READ-RUN-IDENTIFICATION.
           PERFORM READ-DIAG-CARD.
           IF CERTDIAG-RC NOT EQUAL TO ZERO
               GO TO MAINLINE-FINISH.
           IF NOT CERTDIAG-COMPARE-MODE
               PERFORM SCAN-COMPILE-LISTINGS
               IF CERTDIAG-B-PGM-USED EQUAL TO ZERO
                   MOVE 'NO COMPILE FOUND IN THE LISTINGS'
                       TO DIAG-REPORT-REC
                   WRITE DIAG-REPORT-REC
                   MOVE 16 TO CERTDIAG-RC
                   GO TO MAINLINE-FINISH
               END-IF
           END-IF.
           PERFORM FIND-BUILDS-IN-HISTORY.
           IF CERTDIAG-RC NOT EQUAL TO ZERO
               GO TO MAINLINE-FINISH.
           MOVE SPACES TO DIAG-REPORT-REC.
           STRING 'BUILD ' CERTDIAG-BUILD-B DELIMITED BY SIZE
               INTO DIAG-REPORT-REC.
           IF CERTDIAG-BUILD-A NOT EQUAL TO SPACE
               MOVE 'AGAINST BUILD' TO DIAG-REPORT-REC (24:13)
               MOVE CERTDIAG-BUILD-A TO DIAG-REPORT-REC (38:16).
           WRITE DIAG-REPORT-REC.
           MOVE SPACES TO DIAG-REPORT-REC.
           WRITE DIAG-REPORT-REC.
           IF CERTDIAG-BUILD-A EQUAL TO SPACE
               MOVE SPACES TO DIAG-REPORT-REC
               STRING 'NO EARLIER BUILD IN THE HISTORY - '
                      'THIS BUILD IS THE BASELINE' DELIMITED BY SIZE
                   INTO DIAG-REPORT-REC
               WRITE DIAG-REPORT-REC
           ELSE
               PERFORM LOAD-HISTORY-BUILDS
               PERFORM COMPARE-BUILDS
           END-IF.
           IF NOT CERTDIAG-COMPARE-MODE
               PERFORM APPEND-TONIGHT-TO-HISTORY.
       MAINLINE-FINISH.
           CLOSE DIAG-REPORT.
           MOVE CERTDIAG-RC TO RETURN-CODE.
           GOBACK.

       READ-RUN-IDENTIFICATION.
           OPEN INPUT RUNID-FILE.
           IF CERTDIAG-RUNID-STATUS NOT EQUAL TO '00'
               MOVE 'RUN-UNKNOWN ' TO CERTDIAG-RUN-ID
               MOVE 'BUILD-UNKNOWN' TO CERTDIAG-BUILD-B
           ELSE
               READ RUNID-FILE
                   AT END MOVE 'RUN-UNKNOWN ' TO RID-RUN-ID
                          MOVE 'BUILD-UNKNOWN' TO RID-BUILD-ID
               END-READ
               MOVE RID-RUN-ID TO CERTDIAG-RUN-ID
               MOVE RID-BUILD-ID TO CERTDIAG-BUILD-B
               CLOSE RUNID-FILE.

       READ-DIAG-CARD.
           OPEN INPUT DIAG-CARD-FILE.
           IF CERTDIAG-CRD-STATUS EQUAL TO '00'
               MOVE 'NO' TO CERTDIAG-EOF-SW
               PERFORM READ-ONE-DIAG-CARD UNTIL CERTDIAG-AT-EOF
               CLOSE DIAG-CARD-FILE.

       READ-ONE-DIAG-CARD.
           READ DIAG-CARD-FILE
               AT END SET CERTDIAG-AT-EOF TO TRUE.
           IF NOT CERTDIAG-AT-EOF
               IF DIAG-CARD (1:1) NOT EQUAL TO '*'
                   IF CARD-FUNCTION EQUAL TO 'COMPARE'
                       SET CERTDIAG-COMPARE-MODE TO TRUE
                       MOVE CARD-BUILD-A TO CERTDIAG-BUILD-A
                       MOVE CARD-BUILD-B TO CERTDIAG-BUILD-B
                       IF (CARD-BUILD-A EQUAL TO SPACE
                               AND CARD-BUILD-B NOT EQUAL TO SPACE)
                           OR (CARD-BUILD-A NOT EQUAL TO SPACE
                               AND CARD-BUILD-B EQUAL TO SPACE)
                           MOVE 'NAME BOTH BUILDS OR NEITHER'
                               TO CERTDIAG-REASON
                           PERFORM REJECT-DIAG-CARD
                       END-IF
                   ELSE
                       MOVE 'UNKNOWN FUNCTION' TO CERTDIAG-REASON
                       PERFORM REJECT-DIAG-CARD
                   END-IF
               END-IF
           END-IF.

       REJECT-DIAG-CARD.
           MOVE SPACES TO DIAG-REPORT-REC.
           STRING 'CARD REJECTED - ' DELIMITED BY SIZE
                  CERTDIAG-REASON DELIMITED BY '  '
                  ': ' DELIMITED BY SIZE
                  DIAG-CARD (1:50) DELIMITED BY SIZE
               INTO DIAG-REPORT-REC.
           WRITE DIAG-REPORT-REC.
           MOVE 12 TO CERTDIAG-RC.

      *---------------------------------------------------------------
      * Tonight's listings, into the B side.
      *---------------------------------------------------------------
       SCAN-COMPILE-LISTINGS.
           OPEN INPUT COMPILE-LISTING.
           IF CERTDIAG-LST-STATUS EQUAL TO '00'
               MOVE 'NO' TO CERTDIAG-EOF-SW
               PERFORM SCAN-ONE-LISTING-LINE UNTIL CERTDIAG-AT-EOF
               CLOSE COMPILE-LISTING.

      * Diagnostics left over after the last statistics line
      * belong to a compile that never finished.
           IF CERTDIAG-PENDING-FROM NOT GREATER THAN CERTDIAG-B-DG-USED
               MOVE '*UNENDED*' TO CERTDIAG-PROGRAM
               PERFORM CLOSE-ONE-COMPILE.

       SCAN-ONE-LISTING-LINE.
           READ COMPILE-LISTING
               AT END SET CERTDIAG-AT-EOF TO TRUE.
           IF NOT CERTDIAG-AT-EOF
               PERFORM CLASSIFY-LISTING-LINE.

       CLASSIFY-LISTING-LINE.
           MOVE ZERO TO CERTDIAG-STAT-POS.
           INSPECT LST-TEXT TALLYING CERTDIAG-STAT-POS
               FOR CHARACTERS BEFORE INITIAL
                   'Statistics for COBOL program '.
           IF CERTDIAG-STAT-POS LESS THAN 100
               MOVE SPACES TO CERTDIAG-PROGRAM
               COMPUTE CERTDIAG-PTR = CERTDIAG-STAT-POS + 30
               UNSTRING LST-TEXT DELIMITED BY ':' OR SPACE
                   INTO CERTDIAG-PROGRAM
                   WITH POINTER CERTDIAG-PTR
               END-UNSTRING
               PERFORM CLOSE-ONE-COMPILE
           ELSE
               PERFORM TEST-DIAGNOSTIC-LINE
           END-IF.

       TEST-DIAGNOSTIC-LINE.
           MOVE ZERO TO CERTDIAG-LEAD.
           INSPECT LST-TEXT TALLYING CERTDIAG-LEAD
               FOR LEADING SPACES.
           IF CERTDIAG-LEAD LESS THAN 40
               MOVE SPACES TO CERTDIAG-TOKEN-1 CERTDIAG-TOKEN-2
               MOVE ZERO TO CERTDIAG-LEN-1 CERTDIAG-LEN-2
               COMPUTE CERTDIAG-PTR = CERTDIAG-LEAD + 1
               UNSTRING LST-TEXT DELIMITED BY ALL SPACE
                   INTO CERTDIAG-TOKEN-1 COUNT IN CERTDIAG-LEN-1
                        CERTDIAG-TOKEN-2 COUNT IN CERTDIAG-LEN-2
                   WITH POINTER CERTDIAG-PTR
               END-UNSTRING
               MOVE CERTDIAG-TOKEN-1 TO CERTDIAG-CODE
               PERFORM TEST-MESSAGE-CODE
               IF CERTDIAG-IS-CODE
                   MOVE ZERO TO CERTDIAG-LINE-NO
      * The text starts after the code, not after the second word.
                   COMPUTE CERTDIAG-PTR = CERTDIAG-LEAD + 12
                   INSPECT LST-TEXT (CERTDIAG-PTR:) TALLYING
                       CERTDIAG-PTR FOR LEADING SPACES
                   PERFORM ADD-TONIGHT-DIAGNOSTIC
               ELSE IF CERTDIAG-LEN-1 GREATER THAN ZERO
                       AND CERTDIAG-LEN-1 NOT GREATER THAN 6
                   IF CERTDIAG-TOKEN-1 (1:CERTDIAG-LEN-1) IS NUMERIC
                       MOVE CERTDIAG-TOKEN-2 TO CERTDIAG-CODE
                       PERFORM TEST-MESSAGE-CODE
                       IF CERTDIAG-IS-CODE
                           MOVE CERTDIAG-TOKEN-1 (1:CERTDIAG-LEN-1)
                               TO CERTDIAG-LINE-NO
                           PERFORM ADD-TONIGHT-DIAGNOSTIC
                       END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.

      * A message code is IGY, two letters, four digits, a hyphen
      * and the severity: IGYPS2015-I.
       TEST-MESSAGE-CODE.
           MOVE 'NO' TO CERTDIAG-CODE-SW.
           IF CERTDIAG-CODE (1:3) EQUAL TO 'IGY'
                   AND CERTDIAG-CODE (6:4) IS NUMERIC
                   AND CERTDIAG-CODE (10:1) EQUAL TO '-'
                   AND CERTDIAG-CODE (12:1) EQUAL TO SPACE
               MOVE ZERO TO CERTDIAG-SEV-SUB
               INSPECT CERTDIAG-SEVERITIES TALLYING CERTDIAG-SEV-SUB
                   FOR CHARACTERS BEFORE INITIAL CERTDIAG-CODE (11:1)
               IF CERTDIAG-SEV-SUB LESS THAN 5
                       AND CERTDIAG-CODE (11:1) NOT EQUAL TO SPACE
                   SET CERTDIAG-IS-CODE TO TRUE
               END-IF
           END-IF.

       ADD-TONIGHT-DIAGNOSTIC.
           IF CERTDIAG-B-DG-USED NOT LESS THAN 4000
               ADD 1 TO CERTDIAG-OVERFLOW-CNT
           ELSE
               ADD 1 TO CERTDIAG-B-DG-USED
               MOVE CERTDIAG-B-DG-USED TO CERTDIAG-B-DG-SUB
               MOVE SPACES TO CERTDIAG-B-DG-PROGRAM (CERTDIAG-B-DG-SUB)
                   CERTDIAG-B-DG-TEXT (CERTDIAG-B-DG-SUB)
               MOVE CERTDIAG-CODE (1:9)
                   TO CERTDIAG-B-DG-MSG-ID (CERTDIAG-B-DG-SUB)
               MOVE CERTDIAG-CODE (11:1)
                   TO CERTDIAG-B-DG-SEVERITY (CERTDIAG-B-DG-SUB)
               MOVE CERTDIAG-LINE-NO
                   TO CERTDIAG-B-DG-LINE (CERTDIAG-B-DG-SUB)
               IF CERTDIAG-PTR LESS THAN 133
                   MOVE LST-TEXT (CERTDIAG-PTR:)
                       TO CERTDIAG-B-DG-TEXT (CERTDIAG-B-DG-SUB)
               END-IF
           END-IF.

      * The statistics line closes a compile: its pending
      * diagnostics get the program's name, and the program gets
      * its count at each severity.
       CLOSE-ONE-COMPILE.
           IF CERTDIAG-B-PGM-USED LESS THAN 600
               ADD 1 TO CERTDIAG-B-PGM-USED
               MOVE CERTDIAG-B-PGM-USED TO CERTDIAG-B-PGM-SUB
               MOVE CERTDIAG-PROGRAM
                   TO CERTDIAG-B-PGM-NAME (CERTDIAG-B-PGM-SUB)
               MOVE ZERO TO CERTDIAG-B-PGM-CNT (CERTDIAG-B-PGM-SUB, 1)
                   CERTDIAG-B-PGM-CNT (CERTDIAG-B-PGM-SUB, 2)
                   CERTDIAG-B-PGM-CNT (CERTDIAG-B-PGM-SUB, 3)
                   CERTDIAG-B-PGM-CNT (CERTDIAG-B-PGM-SUB, 4)
                   CERTDIAG-B-PGM-CNT (CERTDIAG-B-PGM-SUB, 5)
               MOVE CERTDIAG-PENDING-FROM TO CERTDIAG-B-DG-SUB
               PERFORM NAME-ONE-PENDING-DIAG
                   UNTIL CERTDIAG-B-DG-SUB GREATER THAN
                       CERTDIAG-B-DG-USED
           ELSE
               ADD 1 TO CERTDIAG-OVERFLOW-CNT.
           COMPUTE CERTDIAG-PENDING-FROM = CERTDIAG-B-DG-USED + 1.

       NAME-ONE-PENDING-DIAG.
           MOVE CERTDIAG-PROGRAM
               TO CERTDIAG-B-DG-PROGRAM (CERTDIAG-B-DG-SUB).
           MOVE ZERO TO CERTDIAG-SEV-SUB.
           INSPECT CERTDIAG-SEVERITIES TALLYING CERTDIAG-SEV-SUB
               FOR CHARACTERS BEFORE INITIAL
                   CERTDIAG-B-DG-SEVERITY (CERTDIAG-B-DG-SUB).
           ADD 1 TO CERTDIAG-SEV-SUB.
           ADD 1 TO CERTDIAG-B-PGM-CNT
               (CERTDIAG-B-PGM-SUB, CERTDIAG-SEV-SUB).
           ADD 1 TO CERTDIAG-B-DG-SUB.

      *---------------------------------------------------------------
      * The history.
      *---------------------------------------------------------------

      * First pass: which builds to compare.  Nightly, A is the
      * last build in the history other than tonight's.  COMPARE
      * with no builds named: B is the latest build in the
      * history, A the latest before it that is not B.
       FIND-BUILDS-IN-HISTORY.
           MOVE SPACES TO CERTDIAG-LAST-BUILD CERTDIAG-OTHER-BUILD.
           MOVE 'NO' TO CERTDIAG-FOUND-SW.
           OPEN INPUT DIAG-HISTORY.
           IF CERTDIAG-HIST-STATUS EQUAL TO '00'
               MOVE 'NO' TO CERTDIAG-EOF-SW
               PERFORM SCAN-HISTORY-BUILD UNTIL CERTDIAG-AT-EOF
               CLOSE DIAG-HISTORY.
           IF NOT CERTDIAG-COMPARE-MODE
               MOVE CERTDIAG-OTHER-BUILD TO CERTDIAG-BUILD-A
           ELSE IF CERTDIAG-BUILD-A EQUAL TO SPACE
               MOVE CERTDIAG-LAST-BUILD TO CERTDIAG-BUILD-B
               MOVE CERTDIAG-OTHER-BUILD TO CERTDIAG-BUILD-A
               IF CERTDIAG-BUILD-B EQUAL TO SPACE
                   MOVE 'NO BUILDS IN THE HISTORY' TO CERTDIAG-REASON
                   PERFORM REJECT-DIAG-CARD
               END-IF
           ELSE IF NOT CERTDIAG-ENTRY-FOUND
               MOVE 'A BUILD NAMED IS NOT IN THE HISTORY'
                   TO CERTDIAG-REASON
               PERFORM REJECT-DIAG-CARD
           END-IF
           END-IF
           END-IF.

       SCAN-HISTORY-BUILD.
           READ DIAG-HISTORY
               AT END SET CERTDIAG-AT-EOF TO TRUE.
           IF NOT CERTDIAG-AT-EOF
               IF CERTDIAG-COMPARE-MODE
                       AND CERTDIAG-BUILD-A NOT EQUAL TO SPACE
                   PERFORM NOTE-NAMED-BUILD
               ELSE IF CERTDIAG-COMPARE-MODE
                   IF HST-BUILD-ID NOT EQUAL TO CERTDIAG-LAST-BUILD
                       MOVE CERTDIAG-LAST-BUILD TO CERTDIAG-OTHER-BUILD
                       MOVE HST-BUILD-ID TO CERTDIAG-LAST-BUILD
                   END-IF
               ELSE IF HST-BUILD-ID NOT EQUAL TO CERTDIAG-BUILD-B
                   MOVE HST-BUILD-ID TO CERTDIAG-OTHER-BUILD
               END-IF
               END-IF
               END-IF
           END-IF.

      * Both named builds must be in the history; the first two
      * bytes of the other-build field mark each as it is seen.
       NOTE-NAMED-BUILD.
           IF HST-BUILD-ID EQUAL TO CERTDIAG-BUILD-A
               MOVE 'A' TO CERTDIAG-OTHER-BUILD (1:1)
           ELSE IF HST-BUILD-ID EQUAL TO CERTDIAG-BUILD-B
               MOVE 'B' TO CERTDIAG-OTHER-BUILD (2:1)
           END-IF
           END-IF.
           IF CERTDIAG-OTHER-BUILD (1:2) EQUAL TO 'AB'
               SET CERTDIAG-ENTRY-FOUND TO TRUE.

      * Second pass: the latest night's records of each build to
      * compare.  A new night of the build (a new run id) replaces
      * whatever was loaded for it before.
       LOAD-HISTORY-BUILDS.
           MOVE SPACES TO CERTDIAG-GROUP-BUILD CERTDIAG-GROUP-RUN.
           OPEN INPUT DIAG-HISTORY.
           IF CERTDIAG-HIST-STATUS EQUAL TO '00'
               MOVE 'NO' TO CERTDIAG-EOF-SW
               PERFORM LOAD-ONE-HISTORY-REC UNTIL CERTDIAG-AT-EOF
               CLOSE DIAG-HISTORY.

       LOAD-ONE-HISTORY-REC.
           READ DIAG-HISTORY
               AT END SET CERTDIAG-AT-EOF TO TRUE.
           IF NOT CERTDIAG-AT-EOF
               IF HST-BUILD-ID NOT EQUAL TO CERTDIAG-GROUP-BUILD
                       OR HST-RUN-ID NOT EQUAL TO CERTDIAG-GROUP-RUN
                   PERFORM START-HISTORY-GROUP
               END-IF
               IF CERTDIAG-LOAD-SIDE EQUAL TO 'A'
                   PERFORM LOAD-A-HISTORY-REC
               ELSE IF CERTDIAG-LOAD-SIDE EQUAL TO 'B'
                   PERFORM LOAD-B-HISTORY-REC
               END-IF
               END-IF
           END-IF.

       START-HISTORY-GROUP.
           MOVE HST-BUILD-ID TO CERTDIAG-GROUP-BUILD.
           MOVE HST-RUN-ID TO CERTDIAG-GROUP-RUN.
           MOVE SPACE TO CERTDIAG-LOAD-SIDE.
           IF HST-BUILD-ID EQUAL TO CERTDIAG-BUILD-A
               MOVE 'A' TO CERTDIAG-LOAD-SIDE
               MOVE ZERO TO CERTDIAG-A-PGM-USED CERTDIAG-A-DG-USED
           ELSE IF HST-BUILD-ID EQUAL TO CERTDIAG-BUILD-B
                   AND CERTDIAG-COMPARE-MODE
               MOVE 'B' TO CERTDIAG-LOAD-SIDE
               MOVE ZERO TO CERTDIAG-B-PGM-USED CERTDIAG-B-DG-USED
           END-IF
           END-IF.

       LOAD-A-HISTORY-REC.
           IF HST-TYPE EQUAL TO 'P'
               IF CERTDIAG-A-PGM-USED LESS THAN 600
                   ADD 1 TO CERTDIAG-A-PGM-USED
                   MOVE CERTDIAG-A-PGM-USED TO CERTDIAG-A-PGM-SUB
                   MOVE HST-PROGRAM
                       TO CERTDIAG-A-PGM-NAME (CERTDIAG-A-PGM-SUB)
                   MOVE ZERO TO CERTDIAG-SEV-SUB
                   PERFORM LOAD-A-PROGRAM-COUNT 5 TIMES
                   MOVE 'N' TO CERTDIAG-A-PGM-HIT-SW
                       (CERTDIAG-A-PGM-SUB)
               END-IF
           ELSE IF CERTDIAG-A-DG-USED LESS THAN 4000
               ADD 1 TO CERTDIAG-A-DG-USED
               MOVE CERTDIAG-A-DG-USED TO CERTDIAG-A-DG-SUB
               MOVE HST-PROGRAM
                   TO CERTDIAG-A-DG-PROGRAM (CERTDIAG-A-DG-SUB)
               MOVE HST-MSG-ID
                   TO CERTDIAG-A-DG-MSG-ID (CERTDIAG-A-DG-SUB)
               MOVE HST-SEVERITY
                   TO CERTDIAG-A-DG-SEVERITY (CERTDIAG-A-DG-SUB)
               MOVE HST-LINE TO CERTDIAG-A-DG-LINE (CERTDIAG-A-DG-SUB)
               MOVE HST-TEXT TO CERTDIAG-A-DG-TEXT (CERTDIAG-A-DG-SUB)
               MOVE 'N' TO CERTDIAG-A-DG-HIT-SW (CERTDIAG-A-DG-SUB)
           END-IF
           END-IF.

       LOAD-A-PROGRAM-COUNT.
           ADD 1 TO CERTDIAG-SEV-SUB.
           MOVE HST-SEV-CNT (CERTDIAG-SEV-SUB)
               TO CERTDIAG-A-PGM-CNT (CERTDIAG-A-PGM-SUB,
                   CERTDIAG-SEV-SUB).

       LOAD-B-HISTORY-REC.
           IF HST-TYPE EQUAL TO 'P'
               IF CERTDIAG-B-PGM-USED LESS THAN 600
                   ADD 1 TO CERTDIAG-B-PGM-USED
                   MOVE CERTDIAG-B-PGM-USED TO CERTDIAG-B-PGM-SUB
                   MOVE HST-PROGRAM
                       TO CERTDIAG-B-PGM-NAME (CERTDIAG-B-PGM-SUB)
                   MOVE ZERO TO CERTDIAG-SEV-SUB
                   PERFORM LOAD-B-PROGRAM-COUNT 5 TIMES
               END-IF
           ELSE IF CERTDIAG-B-DG-USED LESS THAN 4000
               ADD 1 TO CERTDIAG-B-DG-USED
               MOVE CERTDIAG-B-DG-USED TO CERTDIAG-B-DG-SUB
               MOVE HST-PROGRAM
                   TO CERTDIAG-B-DG-PROGRAM (CERTDIAG-B-DG-SUB)
               MOVE HST-MSG-ID
                   TO CERTDIAG-B-DG-MSG-ID (CERTDIAG-B-DG-SUB)
               MOVE HST-SEVERITY
                   TO CERTDIAG-B-DG-SEVERITY (CERTDIAG-B-DG-SUB)
               MOVE HST-LINE TO CERTDIAG-B-DG-LINE (CERTDIAG-B-DG-SUB)
               MOVE HST-TEXT TO CERTDIAG-B-DG-TEXT (CERTDIAG-B-DG-SUB)
           END-IF
           END-IF.

       LOAD-B-PROGRAM-COUNT.
           ADD 1 TO CERTDIAG-SEV-SUB.
           MOVE HST-SEV-CNT (CERTDIAG-SEV-SUB)
               TO CERTDIAG-B-PGM-CNT (CERTDIAG-B-PGM-SUB,
                   CERTDIAG-SEV-SUB).

      *---------------------------------------------------------------
      * The comparison.
      *---------------------------------------------------------------
       COMPARE-BUILDS.
           MOVE 'NEW DIAGNOSTICS' TO DIAG-REPORT-REC.
           WRITE DIAG-REPORT-REC.
           MOVE ZERO TO CERTDIAG-B-DG-SUB.
           PERFORM MATCH-ONE-B-DIAGNOSTIC
               UNTIL CERTDIAG-B-DG-SUB NOT LESS THAN CERTDIAG-B-DG-USED.
           MOVE SPACES TO DIAG-REPORT-REC.
           WRITE DIAG-REPORT-REC.
           MOVE 'DIAGNOSTICS THAT WENT AWAY' TO DIAG-REPORT-REC.
           WRITE DIAG-REPORT-REC.
           MOVE ZERO TO CERTDIAG-A-DG-SUB.
           PERFORM REPORT-ONE-GONE-DIAGNOSTIC
               UNTIL CERTDIAG-A-DG-SUB NOT LESS THAN CERTDIAG-A-DG-USED.
           MOVE SPACES TO DIAG-REPORT-REC.
           WRITE DIAG-REPORT-REC.
           MOVE 'COUNT CHANGES BY PROGRAM' TO DIAG-REPORT-REC.
           WRITE DIAG-REPORT-REC.
           MOVE SPACES TO DIAG-REPORT-REC.
           STRING '             I    W    E    S    U'
                  '         I    W    E    S    U' DELIMITED BY SIZE
               INTO DIAG-REPORT-REC (5:).
           WRITE DIAG-REPORT-REC.
           MOVE ZERO TO CERTDIAG-B-PGM-SUB.
           PERFORM COMPARE-ONE-B-PROGRAM
               UNTIL CERTDIAG-B-PGM-SUB NOT LESS THAN
                   CERTDIAG-B-PGM-USED.
           MOVE ZERO TO CERTDIAG-A-PGM-SUB.
           PERFORM REPORT-ONE-A-ONLY-PROGRAM
               UNTIL CERTDIAG-A-PGM-SUB NOT LESS THAN
                   CERTDIAG-A-PGM-USED.
           MOVE SPACES TO DIAG-REPORT-REC.
           WRITE DIAG-REPORT-REC.
           MOVE SPACES TO DIAG-REPORT-REC.
           STRING CERTDIAG-NEW-CNT ' NEW (' CERTDIAG-NEW-SEVERE-CNT
                  ' E OR WORSE), ' CERTDIAG-GONE-CNT ' GONE, '
                  CERTDIAG-SEVCHG-CNT ' SEVERITY CHANGED, '
                  CERTDIAG-PGMCHG-CNT ' PROGRAMS WITH CHANGED COUNTS'
                  DELIMITED BY SIZE
               INTO DIAG-REPORT-REC.
           WRITE DIAG-REPORT-REC.
           IF CERTDIAG-OVERFLOW-CNT GREATER THAN ZERO
               MOVE SPACES TO DIAG-REPORT-REC
               STRING CERTDIAG-OVERFLOW-CNT DELIMITED BY SIZE
                      ' DIAGNOSTICS OR PROGRAMS BEYOND THE TABLES WERE '
                          DELIMITED BY SIZE
                      'NOT COMPARED' DELIMITED BY SIZE
                   INTO DIAG-REPORT-REC
               WRITE DIAG-REPORT-REC.
           IF CERTDIAG-NEW-SEVERE-CNT GREATER THAN ZERO
               MOVE 8 TO CERTDIAG-RC
           ELSE IF CERTDIAG-NEW-CNT GREATER THAN ZERO
                   OR CERTDIAG-GONE-CNT GREATER THAN ZERO
                   OR CERTDIAG-SEVCHG-CNT GREATER THAN ZERO
                   OR CERTDIAG-PGMCHG-CNT GREATER THAN ZERO
               MOVE 4 TO CERTDIAG-RC
           END-IF
           END-IF.

       MATCH-ONE-B-DIAGNOSTIC.
           ADD 1 TO CERTDIAG-B-DG-SUB.
           MOVE 'NO' TO CERTDIAG-FOUND-SW.
           MOVE ZERO TO CERTDIAG-A-DG-SUB.
           PERFORM FIND-A-DIAGNOSTIC UNTIL CERTDIAG-ENTRY-FOUND
               OR CERTDIAG-A-DG-SUB NOT LESS THAN CERTDIAG-A-DG-USED.
           IF NOT CERTDIAG-ENTRY-FOUND
               ADD 1 TO CERTDIAG-NEW-CNT
               IF CERTDIAG-B-DG-SEVERITY (CERTDIAG-B-DG-SUB)
                       NOT EQUAL TO 'I'
                       AND CERTDIAG-B-DG-SEVERITY (CERTDIAG-B-DG-SUB)
                           NOT EQUAL TO 'W'
                   ADD 1 TO CERTDIAG-NEW-SEVERE-CNT
               END-IF
               MOVE 'NEW      ' TO CERTDIAG-REPORT-LINE
               PERFORM WRITE-B-DIAGNOSTIC-LINE
           ELSE IF CERTDIAG-A-DG-SEVERITY (CERTDIAG-A-DG-SUB) NOT EQUAL
                   TO CERTDIAG-B-DG-SEVERITY (CERTDIAG-B-DG-SUB)
               ADD 1 TO CERTDIAG-SEVCHG-CNT
               MOVE SPACES TO CERTDIAG-REPORT-LINE
               STRING 'WAS -' DELIMITED BY SIZE
                      CERTDIAG-A-DG-SEVERITY (CERTDIAG-A-DG-SUB)
                          DELIMITED BY SIZE
                   INTO CERTDIAG-REPORT-LINE
               PERFORM WRITE-B-DIAGNOSTIC-LINE
           END-IF
           END-IF.

      * The same diagnostic is the same program, message number
      * and source line; the severity is compared separately.
       FIND-A-DIAGNOSTIC.
           ADD 1 TO CERTDIAG-A-DG-SUB.
           IF NOT CERTDIAG-A-DG-HIT (CERTDIAG-A-DG-SUB)
                   AND CERTDIAG-A-DG-PROGRAM (CERTDIAG-A-DG-SUB) EQUAL
                       TO CERTDIAG-B-DG-PROGRAM (CERTDIAG-B-DG-SUB)
                   AND CERTDIAG-A-DG-MSG-ID (CERTDIAG-A-DG-SUB) EQUAL
                       TO CERTDIAG-B-DG-MSG-ID (CERTDIAG-B-DG-SUB)
                   AND CERTDIAG-A-DG-LINE (CERTDIAG-A-DG-SUB) EQUAL
                       TO CERTDIAG-B-DG-LINE (CERTDIAG-B-DG-SUB)
               SET CERTDIAG-ENTRY-FOUND TO TRUE
               SET CERTDIAG-A-DG-HIT (CERTDIAG-A-DG-SUB) TO TRUE.

       WRITE-B-DIAGNOSTIC-LINE.
           STRING CERTDIAG-B-DG-PROGRAM (CERTDIAG-B-DG-SUB) ' '
                  CERTDIAG-B-DG-MSG-ID (CERTDIAG-B-DG-SUB) '-'
                  CERTDIAG-B-DG-SEVERITY (CERTDIAG-B-DG-SUB)
                  '  LINE ' CERTDIAG-B-DG-LINE (CERTDIAG-B-DG-SUB)
                  '  ' CERTDIAG-B-DG-TEXT (CERTDIAG-B-DG-SUB)
                  DELIMITED BY SIZE
               INTO CERTDIAG-REPORT-LINE (11:).
           MOVE CERTDIAG-REPORT-LINE TO DIAG-REPORT-REC.
           WRITE DIAG-REPORT-REC.

      * A diagnostic has only gone away if its program compiled in
      * the later build too; a program missing from one build is
      * reported among the count changes instead.
       REPORT-ONE-GONE-DIAGNOSTIC.
           ADD 1 TO CERTDIAG-A-DG-SUB.
           MOVE 'NO' TO CERTDIAG-FOUND-SW.
           IF NOT CERTDIAG-A-DG-HIT (CERTDIAG-A-DG-SUB)
               MOVE ZERO TO CERTDIAG-B-PGM-SUB
               PERFORM FIND-B-PROGRAM UNTIL CERTDIAG-ENTRY-FOUND
                   OR CERTDIAG-B-PGM-SUB NOT LESS THAN
                       CERTDIAG-B-PGM-USED.
           IF CERTDIAG-ENTRY-FOUND
               ADD 1 TO CERTDIAG-GONE-CNT
               MOVE SPACES TO DIAG-REPORT-REC
               STRING 'GONE      '
                      CERTDIAG-A-DG-PROGRAM (CERTDIAG-A-DG-SUB) ' '
                      CERTDIAG-A-DG-MSG-ID (CERTDIAG-A-DG-SUB) '-'
                      CERTDIAG-A-DG-SEVERITY (CERTDIAG-A-DG-SUB)
                      '  LINE ' CERTDIAG-A-DG-LINE (CERTDIAG-A-DG-SUB)
                      '  ' CERTDIAG-A-DG-TEXT (CERTDIAG-A-DG-SUB)
                      DELIMITED BY SIZE
                   INTO DIAG-REPORT-REC
               WRITE DIAG-REPORT-REC.

       FIND-B-PROGRAM.
           ADD 1 TO CERTDIAG-B-PGM-SUB.
           IF CERTDIAG-B-PGM-NAME (CERTDIAG-B-PGM-SUB) EQUAL TO
                   CERTDIAG-A-DG-PROGRAM (CERTDIAG-A-DG-SUB)
               SET CERTDIAG-ENTRY-FOUND TO TRUE.

       COMPARE-ONE-B-PROGRAM.
           ADD 1 TO CERTDIAG-B-PGM-SUB.
           MOVE 'NO' TO CERTDIAG-FOUND-SW.
           MOVE ZERO TO CERTDIAG-A-PGM-SUB.
           PERFORM FIND-A-PROGRAM UNTIL CERTDIAG-ENTRY-FOUND
               OR CERTDIAG-A-PGM-SUB NOT LESS THAN CERTDIAG-A-PGM-USED.
           MOVE SPACES TO DIAG-REPORT-REC.
           IF NOT CERTDIAG-ENTRY-FOUND
               ADD 1 TO CERTDIAG-PGMCHG-CNT
               STRING CERTDIAG-B-PGM-NAME (CERTDIAG-B-PGM-SUB)
                      ' NOT COMPILED ON ' CERTDIAG-BUILD-A
                      DELIMITED BY SIZE
                   INTO DIAG-REPORT-REC
               WRITE DIAG-REPORT-REC
           ELSE IF CERTDIAG-A-PGM-ENTRY (CERTDIAG-A-PGM-SUB) (10:20)
                   NOT EQUAL TO
                       CERTDIAG-B-PGM-ENTRY (CERTDIAG-B-PGM-SUB) (10:20)
               ADD 1 TO CERTDIAG-PGMCHG-CNT
               STRING CERTDIAG-B-PGM-NAME (CERTDIAG-B-PGM-SUB)
                      ' WAS ' DELIMITED BY SIZE
                      CERTDIAG-A-PGM-CNT (CERTDIAG-A-PGM-SUB, 1) ' '
                      CERTDIAG-A-PGM-CNT (CERTDIAG-A-PGM-SUB, 2) ' '
                      CERTDIAG-A-PGM-CNT (CERTDIAG-A-PGM-SUB, 3) ' '
                      CERTDIAG-A-PGM-CNT (CERTDIAG-A-PGM-SUB, 4) ' '
                      CERTDIAG-A-PGM-CNT (CERTDIAG-A-PGM-SUB, 5)
                      '  NOW ' DELIMITED BY SIZE
                      CERTDIAG-B-PGM-CNT (CERTDIAG-B-PGM-SUB, 1) ' '
                      CERTDIAG-B-PGM-CNT (CERTDIAG-B-PGM-SUB, 2) ' '
                      CERTDIAG-B-PGM-CNT (CERTDIAG-B-PGM-SUB, 3) ' '
                      CERTDIAG-B-PGM-CNT (CERTDIAG-B-PGM-SUB, 4) ' '
                      CERTDIAG-B-PGM-CNT (CERTDIAG-B-PGM-SUB, 5)
                      DELIMITED BY SIZE
                   INTO DIAG-REPORT-REC
               WRITE DIAG-REPORT-REC
           END-IF
           END-IF.

       FIND-A-PROGRAM.
           ADD 1 TO CERTDIAG-A-PGM-SUB.
           IF CERTDIAG-A-PGM-NAME (CERTDIAG-A-PGM-SUB) EQUAL TO
                   CERTDIAG-B-PGM-NAME (CERTDIAG-B-PGM-SUB)
               SET CERTDIAG-ENTRY-FOUND TO TRUE
               SET CERTDIAG-A-PGM-HIT (CERTDIAG-A-PGM-SUB) TO TRUE.

       REPORT-ONE-A-ONLY-PROGRAM.
           ADD 1 TO CERTDIAG-A-PGM-SUB.
           IF NOT CERTDIAG-A-PGM-HIT (CERTDIAG-A-PGM-SUB)
               ADD 1 TO CERTDIAG-PGMCHG-CNT
               MOVE SPACES TO DIAG-REPORT-REC
               STRING CERTDIAG-A-PGM-NAME (CERTDIAG-A-PGM-SUB)
                      ' NOT COMPILED ON ' CERTDIAG-BUILD-B
                      DELIMITED BY SIZE
                   INTO DIAG-REPORT-REC
               WRITE DIAG-REPORT-REC.

      *---------------------------------------------------------------
      * Tonight into the history.
      *---------------------------------------------------------------
       APPEND-TONIGHT-TO-HISTORY.
           OPEN EXTEND DIAG-HISTORY.
           IF CERTDIAG-HIST-STATUS NOT EQUAL TO '00'
               OPEN OUTPUT DIAG-HISTORY.
           MOVE ZERO TO CERTDIAG-B-PGM-SUB.
           PERFORM APPEND-ONE-PROGRAM
               UNTIL CERTDIAG-B-PGM-SUB NOT LESS THAN
                   CERTDIAG-B-PGM-USED.
           MOVE ZERO TO CERTDIAG-B-DG-SUB.
           PERFORM APPEND-ONE-DIAGNOSTIC
               UNTIL CERTDIAG-B-DG-SUB NOT LESS THAN CERTDIAG-B-DG-USED.
           CLOSE DIAG-HISTORY.

       APPEND-ONE-PROGRAM.
           ADD 1 TO CERTDIAG-B-PGM-SUB.
           MOVE SPACES TO DIAG-HIST-REC.
           MOVE 'P' TO HST-TYPE.
           MOVE CERTDIAG-BUILD-B TO HST-BUILD-ID.
           MOVE CERTDIAG-RUN-ID TO HST-RUN-ID.
           MOVE CERTDIAG-B-PGM-NAME (CERTDIAG-B-PGM-SUB) TO HST-PROGRAM.
           MOVE ZERO TO CERTDIAG-SEV-SUB.
           PERFORM APPEND-PROGRAM-COUNT 5 TIMES.
           WRITE DIAG-HIST-REC.

       APPEND-PROGRAM-COUNT.
           ADD 1 TO CERTDIAG-SEV-SUB.
           MOVE CERTDIAG-B-PGM-CNT
                   (CERTDIAG-B-PGM-SUB, CERTDIAG-SEV-SUB)
               TO HST-SEV-CNT (CERTDIAG-SEV-SUB).

       APPEND-ONE-DIAGNOSTIC.
           ADD 1 TO CERTDIAG-B-DG-SUB.
           MOVE SPACES TO DIAG-HIST-REC.
           MOVE 'D' TO HST-TYPE.
           MOVE CERTDIAG-BUILD-B TO HST-BUILD-ID.
           MOVE CERTDIAG-RUN-ID TO HST-RUN-ID.
           MOVE CERTDIAG-B-DG-PROGRAM (CERTDIAG-B-DG-SUB)
               TO HST-PROGRAM.
           MOVE CERTDIAG-B-DG-MSG-ID (CERTDIAG-B-DG-SUB) TO HST-MSG-ID.
           MOVE CERTDIAG-B-DG-SEVERITY (CERTDIAG-B-DG-SUB)
               TO HST-SEVERITY.
           MOVE CERTDIAG-B-DG-LINE (CERTDIAG-B-DG-SUB) TO HST-LINE.
           MOVE CERTDIAG-B-DG-TEXT (CERTDIAG-B-DG-SUB) TO HST-TEXT.
           WRITE DIAG-HIST-REC.
