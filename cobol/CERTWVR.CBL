           SELECT RUNID-FILE ASSIGN TO RUNIDDS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTWVR-RUNID-STATUS.
           SELECT WAIVER-AGE-FILE ASSIGN TO WVRAGE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTWVR-AGE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUMMARY-IN
           02 RID-RUN-ID           PIC X(12).
           02 FILLER               PIC X(68).

      * The waiver-age register: the date each waiver was first on
      * the waiver file, kept here because the waiver record has no
      * room for it.  Program 1-9, paragraph 11-32, first-seen date
      * (yyyymmdd) 34-41.  Rewritten every night from the waivers on
      * file; the release gate ages waivers from it.
       FD  WAIVER-AGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  WAIVER-AGE-REC.
           02 AGE-PROGRAM          PIC X(9).
           02 FILLER               PIC X(1).
           02 AGE-PAR-NAME         PIC X(22).
           02 FILLER               PIC X(1).
           02 AGE-FIRST-SEEN       PIC 9(8).
           02 FILLER               PIC X(39).

       WORKING-STORAGE SECTION.
       01  CERTWVR-EOF-SW          PIC X(3) VALUE 'NO'.
           88 CERTWVR-AT-EOF             VALUE 'YES'.
           88 CERTWVR-WVR-MATCHED        VALUE 'YES'.
       01  CERTWVR-REPORT-LINE     PIC X(120) VALUE SPACE.
       01  CERTWVR-RUNID-STATUS    PIC XX  VALUE '00'.
       01  CERTWVR-AGE-STATUS      PIC XX  VALUE '00'.
       01  CERTWVR-AGE-EOF-SW      PIC X(3) VALUE 'NO'.
           88 CERTWVR-AGE-AT-EOF         VALUE 'YES'.
       01  CERTWVR-TODAY           PIC 9(8) VALUE ZERO.

      * This report goes to the auditors, so it is printed through
      * the CERTPAGE pagination service: page footers with the page
                 88 CERTWVR-WVR-HIT           VALUE 'Y'.
              03 CERTWVR-WVR-PASSED-SW  PIC X.
                 88 CERTWVR-WVR-PASSED        VALUE 'Y'.
              03 CERTWVR-WVR-FIRST-SEEN PIC 9(8).

       01  CERTWVR-FAIL-TABLE.
           02 CERTWVR-FAIL-ENTRY OCCURS 200 TIMES.
       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM LOAD-WAIVER-BASELINE.
           PERFORM KEEP-WAIVER-AGE-REGISTER.
           PERFORM READ-RUN-IDENTIFICATION.
           MOVE 'OPEN ' TO CERTWVR-PAGE-ACTION.
           CALL 'CERTPAGE' USING CERTWVR-PAGE-ACTION
               MOVE WVR-REASON
                   TO CERTWVR-WVR-REASON (CERTWVR-WVR-USED)
               MOVE 'N' TO CERTWVR-WVR-HIT-SW (CERTWVR-WVR-USED)
               MOVE 'N' TO CERTWVR-WVR-PASSED-SW (CERTWVR-WVR-USED)
               MOVE ZERO TO CERTWVR-WVR-FIRST-SEEN (CERTWVR-WVR-USED).

      * Carries each waiver's first-seen date forward from the
      * register, dates a waiver new to the file today, and drops
      * the dates of waivers since removed.  No register DD, no
      * register.
       KEEP-WAIVER-AGE-REGISTER.
           ACCEPT CERTWVR-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT WAIVER-AGE-FILE.
           IF CERTWVR-AGE-STATUS EQUAL TO '00'
               PERFORM READ-WAIVER-AGE-RECORD
                   UNTIL CERTWVR-AGE-AT-EOF
               CLOSE WAIVER-AGE-FILE
               OPEN OUTPUT WAIVER-AGE-FILE
               MOVE ZERO TO CERTWVR-WVR-SUB
               PERFORM WRITE-WAIVER-AGE-RECORD
                   UNTIL CERTWVR-WVR-SUB NOT LESS THAN
                         CERTWVR-WVR-USED
               CLOSE WAIVER-AGE-FILE.

       READ-WAIVER-AGE-RECORD.
           READ WAIVER-AGE-FILE
               AT END SET CERTWVR-AGE-AT-EOF TO TRUE
               NOT AT END
                   MOVE ZERO TO CERTWVR-WVR-SUB
                   PERFORM MATCH-WAIVER-AGE-SCAN
                       UNTIL CERTWVR-WVR-SUB NOT LESS THAN
                             CERTWVR-WVR-USED
           END-READ.

       MATCH-WAIVER-AGE-SCAN.
           ADD 1 TO CERTWVR-WVR-SUB.
           IF CERTWVR-WVR-PROGRAM (CERTWVR-WVR-SUB) EQUAL TO
                   AGE-PROGRAM
             AND CERTWVR-WVR-PAR-NAME (CERTWVR-WVR-SUB) EQUAL TO
                   AGE-PAR-NAME
             AND AGE-FIRST-SEEN IS NUMERIC
             AND CERTWVR-WVR-FIRST-SEEN (CERTWVR-WVR-SUB)
                   EQUAL TO ZERO
               MOVE AGE-FIRST-SEEN
                   TO CERTWVR-WVR-FIRST-SEEN (CERTWVR-WVR-SUB).

       WRITE-WAIVER-AGE-RECORD.
           ADD 1 TO CERTWVR-WVR-SUB.
           IF CERTWVR-WVR-FIRST-SEEN (CERTWVR-WVR-SUB) EQUAL TO ZERO
               MOVE CERTWVR-TODAY
                   TO CERTWVR-WVR-FIRST-SEEN (CERTWVR-WVR-SUB).
           MOVE SPACES TO WAIVER-AGE-REC.
           MOVE CERTWVR-WVR-PROGRAM (CERTWVR-WVR-SUB) TO AGE-PROGRAM.
           MOVE CERTWVR-WVR-PAR-NAME (CERTWVR-WVR-SUB)
               TO AGE-PAR-NAME.
           MOVE CERTWVR-WVR-FIRST-SEEN (CERTWVR-WVR-SUB)
               TO AGE-FIRST-SEEN.
           WRITE WAIVER-AGE-REC.

       SCAN-SUMMARY-LINE.
           READ SUMMARY-IN
      * standard CCVS85 (default), wide-feature (SQ130A, SQ229A),
      * paragraph-first (SQ123A, SQ137A, SQ140A), and the CCVS74/
      * communication shape the newer certification programs also
      * use (CM202M, CM202S, DB207A, IC201A, IX207A, LK201A, LK201B,
      * NC241A-NC243A, NC246A-NC248A, RW201A, SQ243A).
       SET-PROGRAM-LAYOUT.
           IF CERTWVR-CUR-PROGRAM EQUAL TO 'CM202M   '
             OR CERTWVR-CUR-PROGRAM EQUAL TO 'CM202S   '
             OR CERTWVR-CUR-PROGRAM EQUAL TO 'DB207A   '
             OR CERTWVR-CUR-PROGRAM EQUAL TO 'IC201A   '
             OR CERTWVR-CUR-PROGRAM EQUAL TO 'IX207A   '
             OR CERTWVR-CUR-PROGRAM EQUAL TO 'LK201A   '
             OR CERTWVR-CUR-PROGRAM EQUAL TO 'LK201B   '
             OR CERTWVR-CUR-PROGRAM EQUAL TO 'NC241A   '
             OR CERTWVR-CUR-PROGRAM EQUAL TO 'NC242A   '
             OR CERTWVR-CUR-PROGRAM EQUAL TO 'NC243A   '
             OR CERTWVR-CUR-PROGRAM EQUAL TO 'NC246A   '
             OR CERTWVR-CUR-PROGRAM EQUAL TO 'NC247A   '
             OR CERTWVR-CUR-PROGRAM EQUAL TO 'NC248A   '
             OR CERTWVR-CUR-PROGRAM EQUAL TO 'RW201A   '
             OR CERTWVR-CUR-PROGRAM EQUAL TO 'SQ243A   '
               MOVE 21 TO CERTWVR-POF-COL
               MOVE 2 TO CERTWVR-FEAT-COL
