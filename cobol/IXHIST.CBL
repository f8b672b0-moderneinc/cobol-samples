000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           IXHIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-CARD-FILE ASSIGN TO HSTCRD
               ORGANIZATION IS SEQUENTIAL.
           SELECT LAYOUT-FILE ASSIGN TO CMPLAYT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IXHIST-LAYT-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO MNTJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IXHIST-JRNL-STATUS.
           SELECT HISTORY-REPORT ASSIGN TO HSTRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      * Selection, every part optional and all parts together:
      *   1-10  key, or low key of a range    12-21 high key
      *   23-30 user id (the maker of the change)
      *   32-39 from date                     41-48 to date
      * A blank high key means the one key; blank keys, user and
      * dates select the whole journal.
       FD  HISTORY-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  HISTORY-CARD.
           02 CARD-KEY-LOW         PIC X(10).
           02 FILLER               PIC X(1).
           02 CARD-KEY-HIGH        PIC X(10).
           02 FILLER               PIC X(1).
           02 CARD-USER-ID         PIC X(8).
           02 FILLER               PIC X(1).
           02 CARD-FROM-DATE       PIC X(8).
           02 FILLER               PIC X(1).
           02 CARD-TO-DATE         PIC X(8).
           02 FILLER               PIC X(32).

      * The CERTFCMP layout definition for IX-FD1, one record per
      * field: name 1-20, offset 22-25, length 27-29.
       FD  LAYOUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  LAYOUT-REC.
           02 LAYT-FIELD-NAME      PIC X(20).
           02 FILLER               PIC X(1).
           02 LAYT-OFFSET          PIC 9(4).
           02 FILLER               PIC X(1).
           02 LAYT-LENGTH          PIC 9(3).
           02 FILLER               PIC X(1).
           02 LAYT-KEY-FLAG        PIC X(1).
           02 FILLER               PIC X(49).

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MNT_JRNL.

       FD  HISTORY-REPORT
           LABEL RECORDS ARE STANDARD.
       01  HISTORY-REPORT-REC      PIC X(132).

       WORKING-STORAGE SECTION.
       01  IXHIST-LAYT-STATUS      PIC XX VALUE '00'.
       01  IXHIST-JRNL-STATUS      PIC XX VALUE '00'.
       01  IXHIST-EOF-SW           PIC X(3) VALUE 'NO'.
           88 IXHIST-AT-EOF              VALUE 'YES'.
       01  IXHIST-SELECTED-SW      PIC X(3) VALUE 'NO'.
           88 IXHIST-IS-SELECTED         VALUE 'YES'.
       01  IXHIST-KEY-LOW          PIC X(10) VALUE SPACE.
       01  IXHIST-KEY-HIGH         PIC X(10) VALUE SPACE.
       01  IXHIST-USER-ID          PIC X(8) VALUE SPACE.
       01  IXHIST-FROM-DATE        PIC 9(8) VALUE ZERO.
       01  IXHIST-TO-DATE          PIC 9(8) VALUE 99999999.
       01  IXHIST-NEW-KEY          PIC X(10) VALUE SPACE.
       01  IXHIST-READ-CNT         PIC 9(7) VALUE ZERO.
       01  IXHIST-SELECTED-CNT     PIC 9(7) VALUE ZERO.
       01  IXHIST-CHANGE-CNT       PIC 9(7) VALUE ZERO.
       01  IXHIST-REPORT-LINE      PIC X(132) VALUE SPACE.

      * A field longer than one value column is shown in pieces,
      * one line per piece, the later lines under the first; a
      * later piece blank on both sides is not printed.
       01  IXHIST-PIECE-POS        PIC 9(4) VALUE ZERO.
       01  IXHIST-PIECE-LEN        PIC 9(4) VALUE ZERO.
       01  IXHIST-FIELD-END        PIC 9(4) VALUE ZERO.
       01  IXHIST-VALUE-OLD        PIC X(25) VALUE SPACE.
       01  IXHIST-VALUE-NEW        PIC X(25) VALUE SPACE.
       01  IXHIST-LINE-HEAD        PIC X(47) VALUE SPACE.
       01  IXHIST-LINE-FIELD       PIC X(20) VALUE SPACE.

       01  IXHIST-FIELD-USED       PIC 9(3) VALUE ZERO.
       01  IXHIST-FIELD-SUB        PIC 9(3) VALUE ZERO.
       01  IXHIST-FIELD-TABLE.
           02 IXHIST-FIELD-ENTRY OCCURS 50 TIMES.
              03 IXHIST-FIELD-NAME      PIC X(20).
              03 IXHIST-FIELD-OFFSET    PIC 9(4).
              03 IXHIST-FIELD-LENGTH    PIC 9(3).

       PROCEDURE DIVISION.

      * Field-level change history of IX-FD1 from the IXMAINT
      * journal - "who changed the alternate key on record X, and
      * when?" answered without reading hex.  Every journal record
      * the selection takes has its before and after images laid
      * against the CERTFCMP layout definition, and each field that
      * differs is one line: sequence, date and time, user, verb,
      * key, field name, old and new value.  A re-key is selected
      * by either its old or its new key.  RC=16 when the layout or
      * the journal is missing.
       MAINLINE.
           OPEN INPUT HISTORY-CARD-FILE.
           READ HISTORY-CARD-FILE
               AT END MOVE SPACES TO HISTORY-CARD.
           CLOSE HISTORY-CARD-FILE.
           OPEN OUTPUT HISTORY-REPORT.
           MOVE 'IX-FD1 FIELD-LEVEL CHANGE HISTORY FROM MNTJRNL'
               TO HISTORY-REPORT-REC.
           WRITE HISTORY-REPORT-REC.
           PERFORM TAKE-SELECTION-CARD.
           PERFORM LOAD-LAYOUT-DEFINITION.
           IF IXHIST-FIELD-USED EQUAL TO ZERO
               MOVE 'NO LAYOUT DEFINITION - NOTHING TO COMPARE BY'
                   TO HISTORY-REPORT-REC
               WRITE HISTORY-REPORT-REC
               CLOSE HISTORY-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK.
           OPEN INPUT JOURNAL-FILE.
           IF IXHIST-JRNL-STATUS NOT EQUAL TO '00'
               MOVE 'NO JOURNAL PRESENT - NO HISTORY TO REPORT'
                   TO HISTORY-REPORT-REC
               WRITE HISTORY-REPORT-REC
               CLOSE HISTORY-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK.
           MOVE SPACES TO HISTORY-REPORT-REC.
           WRITE HISTORY-REPORT-REC.
           MOVE SPACES TO IXHIST-REPORT-LINE.
           STRING '   SEQ DATE     TIME   USER     VRB KEY         '
               'FIELD                OLD VALUE'
               '                 NEW VALUE'
               DELIMITED BY SIZE INTO IXHIST-REPORT-LINE.
           MOVE IXHIST-REPORT-LINE TO HISTORY-REPORT-REC.
           WRITE HISTORY-REPORT-REC.
           PERFORM EXAMINE-ONE-JOURNAL-REC UNTIL IXHIST-AT-EOF.
           CLOSE JOURNAL-FILE.
           PERFORM WRITE-HISTORY-TOTALS.
           CLOSE HISTORY-REPORT.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       TAKE-SELECTION-CARD.
           MOVE CARD-KEY-LOW TO IXHIST-KEY-LOW.
           IF CARD-KEY-HIGH EQUAL TO SPACE
               MOVE CARD-KEY-LOW TO IXHIST-KEY-HIGH
           ELSE
               MOVE CARD-KEY-HIGH TO IXHIST-KEY-HIGH.
           MOVE CARD-USER-ID TO IXHIST-USER-ID.
           IF CARD-FROM-DATE IS NUMERIC
               MOVE CARD-FROM-DATE TO IXHIST-FROM-DATE.
           IF CARD-TO-DATE IS NUMERIC
             AND CARD-TO-DATE NOT EQUAL TO ZERO
               MOVE CARD-TO-DATE TO IXHIST-TO-DATE.
           MOVE SPACES TO IXHIST-REPORT-LINE.
           STRING 'SELECTION: KEYS ' IXHIST-KEY-LOW ' TO '
               IXHIST-KEY-HIGH '  USER ' IXHIST-USER-ID
               '  DATES ' IXHIST-FROM-DATE ' TO ' IXHIST-TO-DATE
               DELIMITED BY SIZE INTO IXHIST-REPORT-LINE.
           MOVE IXHIST-REPORT-LINE TO HISTORY-REPORT-REC.
           WRITE HISTORY-REPORT-REC.

       LOAD-LAYOUT-DEFINITION.
           OPEN INPUT LAYOUT-FILE.
           IF IXHIST-LAYT-STATUS EQUAL TO '00'
               PERFORM LOAD-ONE-LAYOUT-FIELD
                   UNTIL IXHIST-AT-EOF
                      OR IXHIST-FIELD-USED NOT LESS THAN 50
               CLOSE LAYOUT-FILE.
           MOVE 'NO' TO IXHIST-EOF-SW.

       LOAD-ONE-LAYOUT-FIELD.
           READ LAYOUT-FILE
               AT END SET IXHIST-AT-EOF TO TRUE
               NOT AT END
                   IF LAYT-FIELD-NAME NOT EQUAL TO SPACE
                     AND LAYT-FIELD-NAME(1:1) NOT EQUAL TO '*'
                     AND LAYT-OFFSET IS NUMERIC
                     AND LAYT-LENGTH IS NUMERIC
                     AND LAYT-OFFSET IS GREATER THAN ZERO
                     AND LAYT-LENGTH IS GREATER THAN ZERO
                     AND LAYT-OFFSET + LAYT-LENGTH - 1
                         IS NOT GREATER THAN 240
                       ADD 1 TO IXHIST-FIELD-USED
                       MOVE LAYT-FIELD-NAME TO IXHIST-FIELD-NAME
                           (IXHIST-FIELD-USED)
                       MOVE LAYT-OFFSET TO IXHIST-FIELD-OFFSET
                           (IXHIST-FIELD-USED)
                       MOVE LAYT-LENGTH TO IXHIST-FIELD-LENGTH
                           (IXHIST-FIELD-USED)
                   END-IF.

       EXAMINE-ONE-JOURNAL-REC.
           READ JOURNAL-FILE
               AT END SET IXHIST-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO IXHIST-READ-CNT
                   PERFORM APPLY-SELECTION
                   IF IXHIST-IS-SELECTED
                       ADD 1 TO IXHIST-SELECTED-CNT
                       PERFORM REPORT-CHANGED-FIELDS
                   END-IF.

      * A re-key carries its new key in the after image, and is
      * history for both keys.
       APPLY-SELECTION.
           SET IXHIST-IS-SELECTED TO TRUE.
           MOVE JRNL-AFTER-IMAGE (148:10) TO IXHIST-NEW-KEY.
           IF IXHIST-KEY-LOW NOT EQUAL TO SPACE
             AND (JRNL-KEY IS LESS THAN IXHIST-KEY-LOW
               OR JRNL-KEY IS GREATER THAN IXHIST-KEY-HIGH)
             AND (JRNL-VERB NOT EQUAL TO 'RKY'
               OR IXHIST-NEW-KEY IS LESS THAN IXHIST-KEY-LOW
               OR IXHIST-NEW-KEY IS GREATER THAN IXHIST-KEY-HIGH)
               MOVE 'NO' TO IXHIST-SELECTED-SW.
           IF IXHIST-USER-ID NOT EQUAL TO SPACE
             AND JRNL-USER-ID NOT EQUAL TO IXHIST-USER-ID
               MOVE 'NO' TO IXHIST-SELECTED-SW.
           IF JRNL-DATE IS LESS THAN IXHIST-FROM-DATE
             OR JRNL-DATE IS GREATER THAN IXHIST-TO-DATE
               MOVE 'NO' TO IXHIST-SELECTED-SW.

       REPORT-CHANGED-FIELDS.
           MOVE SPACES TO IXHIST-LINE-HEAD.
           STRING JRNL-SEQ ' ' JRNL-DATE ' ' JRNL-TIME ' '
               JRNL-USER-ID ' ' JRNL-VERB ' ' JRNL-KEY
               DELIMITED BY SIZE INTO IXHIST-LINE-HEAD.
           MOVE ZERO TO IXHIST-FIELD-SUB.
           PERFORM COMPARE-ONE-FIELD
               UNTIL IXHIST-FIELD-SUB NOT LESS THAN
                     IXHIST-FIELD-USED.

       COMPARE-ONE-FIELD.
           ADD 1 TO IXHIST-FIELD-SUB.
           IF JRNL-BEFORE-IMAGE
               (IXHIST-FIELD-OFFSET (IXHIST-FIELD-SUB):
                IXHIST-FIELD-LENGTH (IXHIST-FIELD-SUB))
             NOT EQUAL TO JRNL-AFTER-IMAGE
               (IXHIST-FIELD-OFFSET (IXHIST-FIELD-SUB):
                IXHIST-FIELD-LENGTH (IXHIST-FIELD-SUB))
               ADD 1 TO IXHIST-CHANGE-CNT
               MOVE IXHIST-FIELD-NAME (IXHIST-FIELD-SUB)
                   TO IXHIST-LINE-FIELD
               MOVE IXHIST-FIELD-OFFSET (IXHIST-FIELD-SUB)
                   TO IXHIST-PIECE-POS
               COMPUTE IXHIST-FIELD-END = IXHIST-PIECE-POS
                   + IXHIST-FIELD-LENGTH (IXHIST-FIELD-SUB)
               PERFORM WRITE-ONE-FIELD-PIECE
                   UNTIL IXHIST-PIECE-POS NOT LESS THAN
                         IXHIST-FIELD-END.

       WRITE-ONE-FIELD-PIECE.
           COMPUTE IXHIST-PIECE-LEN =
               IXHIST-FIELD-END - IXHIST-PIECE-POS.
           IF IXHIST-PIECE-LEN IS GREATER THAN 25
               MOVE 25 TO IXHIST-PIECE-LEN.
           MOVE SPACES TO IXHIST-VALUE-OLD IXHIST-VALUE-NEW.
           MOVE JRNL-BEFORE-IMAGE
               (IXHIST-PIECE-POS:IXHIST-PIECE-LEN)
               TO IXHIST-VALUE-OLD.
           MOVE JRNL-AFTER-IMAGE
               (IXHIST-PIECE-POS:IXHIST-PIECE-LEN)
               TO IXHIST-VALUE-NEW.
           IF IXHIST-LINE-FIELD NOT EQUAL TO SPACES
             OR IXHIST-VALUE-OLD NOT EQUAL TO SPACES
             OR IXHIST-VALUE-NEW NOT EQUAL TO SPACES
               MOVE SPACES TO IXHIST-REPORT-LINE
               STRING IXHIST-LINE-HEAD ' ' IXHIST-LINE-FIELD ' '
                   IXHIST-VALUE-OLD ' ' IXHIST-VALUE-NEW
                   DELIMITED BY SIZE INTO IXHIST-REPORT-LINE
               MOVE IXHIST-REPORT-LINE TO HISTORY-REPORT-REC
               WRITE HISTORY-REPORT-REC.
           MOVE SPACES TO IXHIST-LINE-HEAD IXHIST-LINE-FIELD.
           ADD IXHIST-PIECE-LEN TO IXHIST-PIECE-POS.

       WRITE-HISTORY-TOTALS.
           MOVE SPACES TO HISTORY-REPORT-REC.
           WRITE HISTORY-REPORT-REC.
           IF IXHIST-SELECTED-CNT EQUAL TO ZERO
               MOVE 'NO JOURNAL RECORDS MATCH THE SELECTION'
                   TO HISTORY-REPORT-REC
               WRITE HISTORY-REPORT-REC.
           MOVE SPACES TO IXHIST-REPORT-LINE.
           STRING 'JOURNAL RECORDS READ = ' IXHIST-READ-CNT
               '  SELECTED = ' IXHIST-SELECTED-CNT
               '  FIELD CHANGES = ' IXHIST-CHANGE-CNT
               DELIMITED BY SIZE INTO IXHIST-REPORT-LINE.
           MOVE IXHIST-REPORT-LINE TO HISTORY-REPORT-REC.
           WRITE HISTORY-REPORT-REC.
