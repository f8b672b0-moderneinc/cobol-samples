000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           RLHLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HASH-CARD-FILE ASSIGN TO HSHCRD
               ORGANIZATION IS SEQUENTIAL.
           SELECT RL-INPUT ASSIGN TO RLIN
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               RELATIVE KEY IS RLHLOAD-IN-RRN
               FILE STATUS IS RLHLOAD-RL-STATUS.
           SELECT HASH-OLD-FILE ASSIGN TO HSHOLD
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               RELATIVE KEY IS RLHLOAD-IN-RRN
               FILE STATUS IS RLHLOAD-OLD-STATUS.
           SELECT HASH-FILE ASSIGN TO HSHFILE
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS RLHLOAD-RRN
               FILE STATUS IS RLHLOAD-HASH-STATUS.
           SELECT HASH-REPORT ASSIGN TO HSHRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      * LOAD builds a hashed file from an RL-FD1-style relative
      * file; REHASH rebuilds one from an existing hashed file into
      * a new file with more home slots; REPORT only measures.  All
      * three end with the chain report.
      *   1-7   LOAD, REHASH or REPORT
      *   9-16  home slots for the new file (LOAD and REHASH)
      *   18-21 offset of the key field in the relative record and
      *   23-25 its length, max 10 (LOAD, as RLMIGR takes them)
      *   27-29 load factor, percent, past which a rehash is
      *         advised (default 80)
      *   31-32 chain length past which a rehash is advised
      *         (default 8)
       FD  HASH-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  HASH-CARD.
           02 CARD-FUNCTION        PIC X(7).
           02 FILLER               PIC X(1).
           02 CARD-HOME-SLOTS      PIC 9(8).
           02 FILLER               PIC X(1).
           02 CARD-KEY-OFFSET      PIC 9(4).
           02 FILLER               PIC X(1).
           02 CARD-KEY-LENGTH      PIC 9(3).
           02 FILLER               PIC X(1).
           02 CARD-LOAD-LIMIT      PIC 9(3).
           02 FILLER               PIC X(1).
           02 CARD-CHAIN-LIMIT     PIC 9(2).
           02 FILLER               PIC X(48).

      * The relative side carries the RL-FD1/RL-FS2 fixed
      * 120-character record.
       FD  RL-INPUT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  RL-INPUT-REC            PIC X(120).

      * The hashed file being outgrown, read in slot order.
       FD  HASH-OLD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS.
           COPY RL_HASH REPLACING ==HASH-SLOT-REC== BY ==HASH-OLD-REC==
               LEADING ==HSLT-== BY ==HSLO-==.

      * The hashed file itself, read here only once RLHASH has
      * closed it, to walk the chains for the report.
       FD  HASH-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS.
           COPY RL_HASH.

       FD  HASH-REPORT
           LABEL RECORDS ARE STANDARD.
       01  HASH-REPORT-REC         PIC X(120).

       WORKING-STORAGE SECTION.
       01  RLHLOAD-RL-STATUS       PIC XX VALUE '00'.
       01  RLHLOAD-OLD-STATUS      PIC XX VALUE '00'.
       01  RLHLOAD-HASH-STATUS     PIC XX VALUE '00'.
       01  RLHLOAD-IN-RRN          PIC 9(8) VALUE ZERO.
       01  RLHLOAD-RRN             PIC 9(8) VALUE ZERO.
       01  RLHLOAD-EOF-SW          PIC X(3) VALUE 'NO'.
           88 RLHLOAD-AT-EOF             VALUE 'YES'.
       01  RLHLOAD-FUNCTION        PIC X(7) VALUE SPACE.
       01  RLHLOAD-LOAD-LIMIT      PIC 9(3) VALUE 80.
       01  RLHLOAD-CHAIN-LIMIT     PIC 9(2) VALUE 8.
       01  RLHLOAD-READ-CNT        PIC 9(8) VALUE ZERO.
       01  RLHLOAD-LOADED-CNT      PIC 9(8) VALUE ZERO.
       01  RLHLOAD-DUPKEY-CNT      PIC 9(8) VALUE ZERO.
       01  RLHLOAD-TROUBLE-CNT     PIC 9(8) VALUE ZERO.
       01  RLHLOAD-REPORT-LINE     PIC X(120) VALUE SPACE.

      * RLHASH's interface.
       01  RLHLOAD-HSH-ACTION      PIC X(7) VALUE SPACE.
       01  RLHLOAD-HSH-KEY         PIC X(10) VALUE SPACE.
       01  RLHLOAD-HSH-DATA        PIC X(120) VALUE SPACE.
       01  RLHLOAD-HSH-SLOTS       PIC 9(8) VALUE ZERO.
       01  RLHLOAD-HSH-RESULT      PIC XX VALUE '00'.

      * What the chain walk finds.
       01  RLHLOAD-HOME-SLOTS      PIC 9(8) VALUE ZERO.
       01  RLHLOAD-CTL-RECORDS     PIC 9(8) VALUE ZERO.
       01  RLHLOAD-OVFL-HIGH       PIC 9(8) VALUE ZERO.
       01  RLHLOAD-FREE-HEAD       PIC 9(8) VALUE ZERO.
       01  RLHLOAD-HOME-SUB        PIC 9(8) VALUE ZERO.
       01  RLHLOAD-CHAIN-LEN       PIC 9(5) VALUE ZERO.
       01  RLHLOAD-LONGEST         PIC 9(5) VALUE ZERO.
       01  RLHLOAD-RECORD-CNT      PIC 9(8) VALUE ZERO.
       01  RLHLOAD-OVERFLOW-CNT    PIC 9(8) VALUE ZERO.
       01  RLHLOAD-EMPTY-CNT       PIC 9(8) VALUE ZERO.
       01  RLHLOAD-FREE-CNT        PIC 9(8) VALUE ZERO.
       01  RLHLOAD-PROBE-SUM       PIC 9(12) VALUE ZERO.
       01  RLHLOAD-LOAD-PCT        PIC 9(5) VALUE ZERO.
       01  RLHLOAD-AVG-READS       PIC 9(3)V99 VALUE ZERO.
       01  RLHLOAD-AVG-DISP        PIC ZZ9.99.
       01  RLHLOAD-NEW-SLOTS       PIC 9(8) VALUE ZERO.
       01  RLHLOAD-LEN-SUB         PIC 9(2) VALUE ZERO.
       01  RLHLOAD-REHASH-SW       PIC X(3) VALUE 'NO'.
           88 RLHLOAD-REHASH-ADVISED     VALUE 'YES'.

      * Chains by length, 1 through 9, and 10 or longer together.
       01  RLHLOAD-LENGTH-TABLE.
           02 RLHLOAD-LENGTH-CNT OCCURS 10 TIMES PIC 9(8).

       PROCEDURE DIVISION.

      * Loader and measuring stick for the hashed relative files
      * RLHASH keeps.  LOAD derives each record's business key the
      * way RLMIGR does and inserts it through RLHASH; REHASH moves
      * every record of an outgrown hashed file into a new one with
      * more home slots; then the chains are walked from every home
      * slot and reported by length, with the load factor and the
      * reads an average lookup costs.  When the load factor or the
      * longest chain passes the card's limit the report says to
      * rehash, and with how many home slots.  RC=4 when a rehash
      * is advised, RC=8 when records were refused or the counts
      * disagree, RC=16 on a bad control card.
       MAINLINE.
           OPEN INPUT HASH-CARD-FILE.
           READ HASH-CARD-FILE
               AT END MOVE SPACES TO HASH-CARD.
           CLOSE HASH-CARD-FILE.
           MOVE CARD-FUNCTION TO RLHLOAD-FUNCTION.
           IF CARD-LOAD-LIMIT IS NUMERIC
             AND CARD-LOAD-LIMIT NOT EQUAL TO ZERO
               MOVE CARD-LOAD-LIMIT TO RLHLOAD-LOAD-LIMIT.
           IF CARD-CHAIN-LIMIT IS NUMERIC
             AND CARD-CHAIN-LIMIT NOT EQUAL TO ZERO
               MOVE CARD-CHAIN-LIMIT TO RLHLOAD-CHAIN-LIMIT.
           OPEN OUTPUT HASH-REPORT.
           MOVE 'HASHED RELATIVE FILE - CHAIN AND LOAD REPORT'
               TO HASH-REPORT-REC.
           WRITE HASH-REPORT-REC.
           IF RLHLOAD-FUNCTION NOT EQUAL TO 'REPORT '
             AND (CARD-HOME-SLOTS IS NOT NUMERIC
                  OR CARD-HOME-SLOTS EQUAL TO ZERO)
               MOVE 'BAD HOME-SLOT COUNT ON CONTROL CARD'
                   TO HASH-REPORT-REC
               WRITE HASH-REPORT-REC
               CLOSE HASH-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK.
           IF RLHLOAD-FUNCTION EQUAL TO 'LOAD   '
               IF CARD-KEY-OFFSET IS NOT NUMERIC
                 OR CARD-KEY-LENGTH IS NOT NUMERIC
                 OR CARD-KEY-OFFSET EQUAL TO ZERO
                 OR CARD-KEY-LENGTH EQUAL TO ZERO
                 OR CARD-KEY-LENGTH IS GREATER THAN 10
                   MOVE 'BAD KEY DESIGNATION ON CONTROL CARD'
                       TO HASH-REPORT-REC
                   WRITE HASH-REPORT-REC
                   CLOSE HASH-REPORT
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM LOAD-FROM-RELATIVE
           ELSE IF RLHLOAD-FUNCTION EQUAL TO 'REHASH '
               PERFORM LOAD-FROM-OLD-HASHED
           ELSE IF RLHLOAD-FUNCTION NOT EQUAL TO 'REPORT '
               MOVE 'UNKNOWN FUNCTION ON CONTROL CARD'
                   TO HASH-REPORT-REC
               WRITE HASH-REPORT-REC
               CLOSE HASH-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           END-IF
           END-IF.
           PERFORM WALK-HASHED-FILE.
           PERFORM WRITE-CHAIN-REPORT THRU WRITE-CHAIN-REPORT-EX.
           CLOSE HASH-REPORT.
           IF RLHLOAD-TROUBLE-CNT NOT EQUAL TO ZERO
             OR RLHLOAD-DUPKEY-CNT NOT EQUAL TO ZERO
             OR RLHLOAD-RECORD-CNT NOT EQUAL TO RLHLOAD-CTL-RECORDS
               MOVE 8 TO RETURN-CODE
           ELSE IF RLHLOAD-REHASH-ADVISED
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           END-IF.
           GOBACK.

       LOAD-FROM-RELATIVE.
           MOVE 'NO' TO RLHLOAD-EOF-SW.
           PERFORM CREATE-NEW-HASHED.
           OPEN INPUT RL-INPUT.
           IF RLHLOAD-RL-STATUS NOT EQUAL TO '00'
               SET RLHLOAD-AT-EOF TO TRUE
               ADD 1 TO RLHLOAD-TROUBLE-CNT
               MOVE 'RELATIVE INPUT FILE COULD NOT BE OPENED'
                   TO HASH-REPORT-REC
               WRITE HASH-REPORT-REC.
           PERFORM LOAD-ONE-RELATIVE UNTIL RLHLOAD-AT-EOF.
           IF RLHLOAD-RL-STATUS EQUAL TO '00'
             OR RLHLOAD-RL-STATUS EQUAL TO '10'
               CLOSE RL-INPUT.
           PERFORM CLOSE-NEW-HASHED.

       LOAD-ONE-RELATIVE.
           READ RL-INPUT
               AT END SET RLHLOAD-AT-EOF TO TRUE.
           IF NOT RLHLOAD-AT-EOF
               ADD 1 TO RLHLOAD-READ-CNT
               PERFORM DERIVE-RECORD-KEY
               MOVE RL-INPUT-REC TO RLHLOAD-HSH-DATA
               PERFORM INSERT-ONE-RECORD.

      * Keys shorter than ten characters are right-justified over
      * zeros, the same shape RLMIGR derives.
       DERIVE-RECORD-KEY.
           MOVE ALL '0' TO RLHLOAD-HSH-KEY.
           MOVE RL-INPUT-REC (CARD-KEY-OFFSET:CARD-KEY-LENGTH)
               TO RLHLOAD-HSH-KEY
               (11 - CARD-KEY-LENGTH:CARD-KEY-LENGTH).

       LOAD-FROM-OLD-HASHED.
           MOVE 'NO' TO RLHLOAD-EOF-SW.
           PERFORM CREATE-NEW-HASHED.
           OPEN INPUT HASH-OLD-FILE.
           IF RLHLOAD-OLD-STATUS NOT EQUAL TO '00'
               SET RLHLOAD-AT-EOF TO TRUE
               ADD 1 TO RLHLOAD-TROUBLE-CNT
               MOVE 'OLD HASHED FILE COULD NOT BE OPENED'
                   TO HASH-REPORT-REC
               WRITE HASH-REPORT-REC.
           PERFORM LOAD-ONE-OLD-SLOT UNTIL RLHLOAD-AT-EOF.
           IF RLHLOAD-OLD-STATUS EQUAL TO '00'
             OR RLHLOAD-OLD-STATUS EQUAL TO '10'
               CLOSE HASH-OLD-FILE.
           PERFORM CLOSE-NEW-HASHED.

      * Only home and overflow records move; the control record
      * and the free overflow slots stay behind with the old file.
       LOAD-ONE-OLD-SLOT.
           READ HASH-OLD-FILE
               AT END SET RLHLOAD-AT-EOF TO TRUE.
           IF NOT RLHLOAD-AT-EOF
             AND (HSLO-HOME OR HSLO-OVERFLOW)
               ADD 1 TO RLHLOAD-READ-CNT
               MOVE HSLO-KEY TO RLHLOAD-HSH-KEY
               MOVE HSLO-DATA TO RLHLOAD-HSH-DATA
               PERFORM INSERT-ONE-RECORD.

       CREATE-NEW-HASHED.
           MOVE 'CREATE ' TO RLHLOAD-HSH-ACTION.
           MOVE CARD-HOME-SLOTS TO RLHLOAD-HSH-SLOTS.
           CALL 'RLHASH' USING RLHLOAD-HSH-ACTION RLHLOAD-HSH-KEY
               RLHLOAD-HSH-DATA RLHLOAD-HSH-SLOTS RLHLOAD-HSH-RESULT.
           IF RLHLOAD-HSH-RESULT NOT EQUAL TO '00'
               ADD 1 TO RLHLOAD-TROUBLE-CNT
               MOVE 'HASHED FILE COULD NOT BE CREATED'
                   TO HASH-REPORT-REC
               WRITE HASH-REPORT-REC
               SET RLHLOAD-AT-EOF TO TRUE.

       CLOSE-NEW-HASHED.
           MOVE 'CLOSE  ' TO RLHLOAD-HSH-ACTION.
           CALL 'RLHASH' USING RLHLOAD-HSH-ACTION RLHLOAD-HSH-KEY
               RLHLOAD-HSH-DATA RLHLOAD-HSH-SLOTS RLHLOAD-HSH-RESULT.

       INSERT-ONE-RECORD.
           MOVE 'INSERT ' TO RLHLOAD-HSH-ACTION.
           CALL 'RLHASH' USING RLHLOAD-HSH-ACTION RLHLOAD-HSH-KEY
               RLHLOAD-HSH-DATA RLHLOAD-HSH-SLOTS RLHLOAD-HSH-RESULT.
           IF RLHLOAD-HSH-RESULT EQUAL TO '00'
               ADD 1 TO RLHLOAD-LOADED-CNT
           ELSE
               MOVE SPACES TO RLHLOAD-REPORT-LINE
               IF RLHLOAD-HSH-RESULT EQUAL TO '22'
                   ADD 1 TO RLHLOAD-DUPKEY-CNT
                   STRING 'DUPLICATE KEY ' RLHLOAD-HSH-KEY
                       ' AT INPUT RECORD ' RLHLOAD-READ-CNT
                       ' - RECORD NOT LOADED'
                       DELIMITED BY SIZE INTO RLHLOAD-REPORT-LINE
               ELSE
                   ADD 1 TO RLHLOAD-TROUBLE-CNT
                   STRING 'KEY ' RLHLOAD-HSH-KEY
                       ' AT INPUT RECORD ' RLHLOAD-READ-CNT
                       ' REFUSED - RESULT ' RLHLOAD-HSH-RESULT
                       DELIMITED BY SIZE INTO RLHLOAD-REPORT-LINE
               END-IF
               MOVE RLHLOAD-REPORT-LINE TO HASH-REPORT-REC
               WRITE HASH-REPORT-REC.

      * Every home slot's chain is followed to its end; a chain of
      * length n costs 1 through n reads to find its records, so
      * the reads an average lookup costs is the sum of n(n+1)/2
      * over the records on file.  The free overflow chain is
      * counted the same way.
       WALK-HASHED-FILE.
           MOVE ZERO TO RLHLOAD-LENGTH-CNT (1) RLHLOAD-LENGTH-CNT (2)
               RLHLOAD-LENGTH-CNT (3) RLHLOAD-LENGTH-CNT (4)
               RLHLOAD-LENGTH-CNT (5) RLHLOAD-LENGTH-CNT (6)
               RLHLOAD-LENGTH-CNT (7) RLHLOAD-LENGTH-CNT (8)
               RLHLOAD-LENGTH-CNT (9) RLHLOAD-LENGTH-CNT (10).
           OPEN INPUT HASH-FILE.
           IF RLHLOAD-HASH-STATUS NOT EQUAL TO '00'
               ADD 1 TO RLHLOAD-TROUBLE-CNT
               MOVE 'HASHED FILE COULD NOT BE OPENED FOR THE REPORT'
                   TO HASH-REPORT-REC
               WRITE HASH-REPORT-REC
           ELSE
               MOVE 1 TO RLHLOAD-RRN
               READ HASH-FILE
                   INVALID KEY MOVE SPACES TO HASH-SLOT-REC
               END-READ
               IF HSLT-CONTROL
                   MOVE HSLT-HOME-SLOTS TO RLHLOAD-HOME-SLOTS
                   MOVE HSLT-RECORD-CNT TO RLHLOAD-CTL-RECORDS
                   MOVE HSLT-OVFL-HIGH TO RLHLOAD-OVFL-HIGH
                   MOVE HSLT-FREE-HEAD TO RLHLOAD-FREE-HEAD
                   MOVE ZERO TO RLHLOAD-HOME-SUB
                   PERFORM WALK-ONE-HOME-SLOT
                       UNTIL RLHLOAD-HOME-SUB NOT LESS THAN
                             RLHLOAD-HOME-SLOTS
                   PERFORM COUNT-FREE-OVERFLOW
               ELSE
                   ADD 1 TO RLHLOAD-TROUBLE-CNT
                   MOVE 'NO CONTROL RECORD - NOT A HASHED FILE'
                       TO HASH-REPORT-REC
                   WRITE HASH-REPORT-REC
               END-IF
               CLOSE HASH-FILE.

       WALK-ONE-HOME-SLOT.
           ADD 1 TO RLHLOAD-HOME-SUB.
           COMPUTE RLHLOAD-RRN = RLHLOAD-HOME-SUB + 1.
           MOVE ZERO TO RLHLOAD-CHAIN-LEN.
           READ HASH-FILE
               INVALID KEY MOVE ZERO TO RLHLOAD-RRN
               NOT INVALID KEY PERFORM FOLLOW-ONE-LINK
                   UNTIL RLHLOAD-RRN EQUAL TO ZERO
           END-READ.
           IF RLHLOAD-CHAIN-LEN EQUAL TO ZERO
               ADD 1 TO RLHLOAD-EMPTY-CNT
           ELSE
               ADD RLHLOAD-CHAIN-LEN TO RLHLOAD-RECORD-CNT
               COMPUTE RLHLOAD-OVERFLOW-CNT =
                   RLHLOAD-OVERFLOW-CNT + RLHLOAD-CHAIN-LEN - 1
               COMPUTE RLHLOAD-PROBE-SUM = RLHLOAD-PROBE-SUM
                   + RLHLOAD-CHAIN-LEN * (RLHLOAD-CHAIN-LEN + 1) / 2
               IF RLHLOAD-CHAIN-LEN GREATER THAN RLHLOAD-LONGEST
                   MOVE RLHLOAD-CHAIN-LEN TO RLHLOAD-LONGEST
               END-IF
               IF RLHLOAD-CHAIN-LEN GREATER THAN 9
                   ADD 1 TO RLHLOAD-LENGTH-CNT (10)
               ELSE
                   ADD 1 TO RLHLOAD-LENGTH-CNT (RLHLOAD-CHAIN-LEN)
               END-IF.

      * A link past the overflow high mark, or a chain longer than
      * the slots there are, means the file is damaged; the walk
      * stops and says so rather than going round for ever.
       FOLLOW-ONE-LINK.
           ADD 1 TO RLHLOAD-CHAIN-LEN.
           IF HSLT-NEXT EQUAL TO ZERO
               MOVE ZERO TO RLHLOAD-RRN
           ELSE IF HSLT-NEXT GREATER THAN RLHLOAD-OVFL-HIGH
             OR RLHLOAD-CHAIN-LEN GREATER THAN RLHLOAD-OVFL-HIGH
               PERFORM REPORT-BROKEN-CHAIN
           ELSE
               MOVE HSLT-NEXT TO RLHLOAD-RRN
               READ HASH-FILE
                   INVALID KEY PERFORM REPORT-BROKEN-CHAIN
               END-READ
           END-IF
           END-IF.

       REPORT-BROKEN-CHAIN.
           ADD 1 TO RLHLOAD-TROUBLE-CNT.
           MOVE SPACES TO RLHLOAD-REPORT-LINE.
           STRING 'BROKEN CHAIN FROM HOME SLOT ' RLHLOAD-HOME-SUB
               ' AT LINK ' RLHLOAD-CHAIN-LEN
               ' - FILE NEEDS A REHASH FROM A GOOD COPY'
               DELIMITED BY SIZE INTO RLHLOAD-REPORT-LINE.
           MOVE RLHLOAD-REPORT-LINE TO HASH-REPORT-REC.
           WRITE HASH-REPORT-REC.
           MOVE ZERO TO RLHLOAD-RRN.

       COUNT-FREE-OVERFLOW.
           MOVE RLHLOAD-FREE-HEAD TO RLHLOAD-RRN.
           PERFORM COUNT-ONE-FREE-SLOT
               UNTIL RLHLOAD-RRN EQUAL TO ZERO.

       COUNT-ONE-FREE-SLOT.
           READ HASH-FILE
               INVALID KEY MOVE ZERO TO RLHLOAD-RRN
           END-READ.
           IF RLHLOAD-RRN NOT EQUAL TO ZERO
               ADD 1 TO RLHLOAD-FREE-CNT
               IF HSLT-FREE
                 AND RLHLOAD-FREE-CNT NOT GREATER THAN RLHLOAD-OVFL-HIGH
                   MOVE HSLT-NEXT TO RLHLOAD-RRN
               ELSE
                   MOVE ZERO TO RLHLOAD-RRN
               END-IF.

      * The advice aims a rehash at half full: twice the records
      * on file, made odd so keys that differ by a multiple of two
      * still spread.
       WRITE-CHAIN-REPORT.
           MOVE SPACES TO HASH-REPORT-REC.
           WRITE HASH-REPORT-REC.
           IF RLHLOAD-FUNCTION NOT EQUAL TO 'REPORT '
               MOVE SPACES TO RLHLOAD-REPORT-LINE
               STRING 'FUNCTION ' RLHLOAD-FUNCTION
                   '  RECORDS READ = ' RLHLOAD-READ-CNT
                   '  LOADED = ' RLHLOAD-LOADED-CNT
                   '  DUPLICATE KEYS = ' RLHLOAD-DUPKEY-CNT
                   DELIMITED BY SIZE INTO RLHLOAD-REPORT-LINE
               MOVE RLHLOAD-REPORT-LINE TO HASH-REPORT-REC
               WRITE HASH-REPORT-REC.
           IF RLHLOAD-HOME-SLOTS EQUAL TO ZERO
               GO TO WRITE-CHAIN-REPORT-EX.
           COMPUTE RLHLOAD-LOAD-PCT =
               RLHLOAD-RECORD-CNT * 100 / RLHLOAD-HOME-SLOTS.
           IF RLHLOAD-RECORD-CNT NOT EQUAL TO ZERO
               COMPUTE RLHLOAD-AVG-READS ROUNDED =
                   RLHLOAD-PROBE-SUM / RLHLOAD-RECORD-CNT.
           MOVE RLHLOAD-AVG-READS TO RLHLOAD-AVG-DISP.
           MOVE SPACES TO RLHLOAD-REPORT-LINE.
           STRING 'HOME SLOTS = ' RLHLOAD-HOME-SLOTS
               '  RECORDS = ' RLHLOAD-RECORD-CNT
               '  LOAD FACTOR = ' RLHLOAD-LOAD-PCT '%'
               DELIMITED BY SIZE INTO RLHLOAD-REPORT-LINE.
           MOVE RLHLOAD-REPORT-LINE TO HASH-REPORT-REC.
           WRITE HASH-REPORT-REC.
           MOVE SPACES TO RLHLOAD-REPORT-LINE.
           STRING 'EMPTY HOME SLOTS = ' RLHLOAD-EMPTY-CNT
               '  RECORDS IN OVERFLOW = ' RLHLOAD-OVERFLOW-CNT
               '  FREE OVERFLOW SLOTS = ' RLHLOAD-FREE-CNT
               DELIMITED BY SIZE INTO RLHLOAD-REPORT-LINE.
           MOVE RLHLOAD-REPORT-LINE TO HASH-REPORT-REC.
           WRITE HASH-REPORT-REC.
           MOVE ZERO TO RLHLOAD-LEN-SUB.
           PERFORM WRITE-ONE-LENGTH-LINE
               UNTIL RLHLOAD-LEN-SUB NOT LESS THAN 10.
           MOVE SPACES TO RLHLOAD-REPORT-LINE.
           STRING 'LONGEST CHAIN = ' RLHLOAD-LONGEST
               '  AVERAGE READS PER LOOKUP = ' RLHLOAD-AVG-DISP
               DELIMITED BY SIZE INTO RLHLOAD-REPORT-LINE.
           MOVE RLHLOAD-REPORT-LINE TO HASH-REPORT-REC.
           WRITE HASH-REPORT-REC.
           IF RLHLOAD-RECORD-CNT NOT EQUAL TO RLHLOAD-CTL-RECORDS
               MOVE SPACES TO RLHLOAD-REPORT-LINE
               STRING 'CONTROL RECORD SAYS ' RLHLOAD-CTL-RECORDS
                   ' RECORDS - THE CHAINS HOLD ' RLHLOAD-RECORD-CNT
                   DELIMITED BY SIZE INTO RLHLOAD-REPORT-LINE
               MOVE RLHLOAD-REPORT-LINE TO HASH-REPORT-REC
               WRITE HASH-REPORT-REC.
           IF RLHLOAD-LOAD-PCT GREATER THAN RLHLOAD-LOAD-LIMIT
             OR RLHLOAD-LONGEST GREATER THAN RLHLOAD-CHAIN-LIMIT
               SET RLHLOAD-REHASH-ADVISED TO TRUE
               COMPUTE RLHLOAD-NEW-SLOTS = RLHLOAD-RECORD-CNT * 2 + 1
               MOVE SPACES TO RLHLOAD-REPORT-LINE
               STRING 'REHASH ADVISED - LOAD FACTOR LIMIT '
                   RLHLOAD-LOAD-LIMIT '%  CHAIN LIMIT '
                   RLHLOAD-CHAIN-LIMIT
                   ' - REHASH WITH ' RLHLOAD-NEW-SLOTS ' HOME SLOTS'
                   DELIMITED BY SIZE INTO RLHLOAD-REPORT-LINE
           ELSE
               MOVE SPACES TO RLHLOAD-REPORT-LINE
               STRING 'NO REHASH NEEDED - LOAD FACTOR LIMIT '
                   RLHLOAD-LOAD-LIMIT '%  CHAIN LIMIT '
                   RLHLOAD-CHAIN-LIMIT
                   DELIMITED BY SIZE INTO RLHLOAD-REPORT-LINE.
           MOVE RLHLOAD-REPORT-LINE TO HASH-REPORT-REC.
           WRITE HASH-REPORT-REC.
       WRITE-CHAIN-REPORT-EX.
           EXIT.

       WRITE-ONE-LENGTH-LINE.
           ADD 1 TO RLHLOAD-LEN-SUB.
           MOVE SPACES TO RLHLOAD-REPORT-LINE.
           IF RLHLOAD-LEN-SUB LESS THAN 10
               STRING '   CHAINS OF LENGTH ' RLHLOAD-LEN-SUB
                   '       = ' RLHLOAD-LENGTH-CNT (RLHLOAD-LEN-SUB)
                   DELIMITED BY SIZE INTO RLHLOAD-REPORT-LINE
           ELSE
               STRING '   CHAINS OF LENGTH 10 OR MORE = '
                   RLHLOAD-LENGTH-CNT (RLHLOAD-LEN-SUB)
                   DELIMITED BY SIZE INTO RLHLOAD-REPORT-LINE.
           MOVE RLHLOAD-REPORT-LINE TO HASH-REPORT-REC.
           WRITE HASH-REPORT-REC.
