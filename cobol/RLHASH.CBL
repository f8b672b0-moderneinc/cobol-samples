000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           RLHASH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HASH-FILE ASSIGN TO HSHFILE
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS RLHASH-RRN
               FILE STATUS IS RLHASH-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.

       FD  HASH-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS.
           COPY RL_HASH.

       WORKING-STORAGE SECTION.
       01  RLHASH-FILE-STATUS      PIC XX VALUE '00'.
       01  RLHASH-RRN              PIC 9(8) VALUE ZERO.
       01  RLHASH-OPEN-SW          PIC X(3) VALUE 'NO'.
           88 RLHASH-FILE-OPEN           VALUE 'YES'.
       01  RLHASH-FOUND-SW         PIC X(3) VALUE 'NO'.
           88 RLHASH-KEY-FOUND           VALUE 'YES'.
       01  RLHASH-END-SW           PIC X(3) VALUE 'NO'.
           88 RLHASH-CHAIN-ENDED         VALUE 'YES'.
       01  RLHASH-HOME-RRN         PIC 9(8) VALUE ZERO.
       01  RLHASH-PRIOR-RRN        PIC 9(8) VALUE ZERO.
       01  RLHASH-FOUND-RRN        PIC 9(8) VALUE ZERO.
       01  RLHASH-NEW-RRN          PIC 9(8) VALUE ZERO.
       01  RLHASH-HOME-NEXT        PIC 9(8) VALUE ZERO.
       01  RLHASH-HOME-EMPTY-SW    PIC X(3) VALUE 'NO'.
           88 RLHASH-HOME-EMPTY          VALUE 'YES'.
       01  RLHASH-SUB              PIC 9(2) VALUE ZERO.
       01  RLHASH-CHAR-ORD         PIC 9(3) VALUE ZERO.
       01  RLHASH-CHAIN            PIC 9(9) VALUE ZERO.
       01  RLHASH-WORK             PIC 9(18) COMP VALUE ZERO.

      * The control record as held between calls.
       01  RLHASH-HOME-SLOTS       PIC 9(8) VALUE ZERO.
       01  RLHASH-OVFL-HIGH        PIC 9(8) VALUE ZERO.
       01  RLHASH-FREE-HEAD        PIC 9(8) VALUE ZERO.
       01  RLHASH-RECORD-CNT       PIC 9(8) VALUE ZERO.

      * The slot a chain walk stopped on, and the one before it.
       01  RLHASH-FOUND-SLOT       PIC X(150) VALUE SPACE.
       01  RLHASH-PRIOR-SLOT       PIC X(150) VALUE SPACE.

       LINKAGE SECTION.

      * The caller's interface:
      *   HSH-ACTION  CREATE  - start an empty file of the home-slot
      *                         count given, and leave it open
      *               OPEN    - open an existing file; the home-slot
      *                         count comes back
      *               READKEY - the record for the key comes back
      *               INSERT  - add the record under the key
      *               DELETE  - remove the key's record
      *               REWRITE - replace the key's record
      *               CLOSE   - close the file
      *   HSH-KEY     the 10-character business key
      *   HSH-DATA    the 120-character record
      *   HSH-HOME-SLOTS  home-slot count (CREATE in, OPEN out)
      *   HSH-RESULT  00 done; 22 INSERT of a key already on file;
      *               23 no record for the key; 30 the file could
      *               not be opened or read, or is not a hashed
      *               file; 90 unknown action or file not open
       01  HSH-ACTION              PIC X(7).
       01  HSH-KEY                 PIC X(10).
       01  HSH-DATA                PIC X(120).
       01  HSH-HOME-SLOTS          PIC 9(8).
       01  HSH-RESULT              PIC XX.

       PROCEDURE DIVISION USING HSH-ACTION HSH-KEY HSH-DATA
           HSH-HOME-SLOTS HSH-RESULT.

      * Keyed access to a relative file without migrating it to
      * indexed.  The business key is hashed the CMPWHSH way -
      * each byte weighted by its position and chained through the
      * prime CERTSEAL uses - and the remainder over the home-slot
      * count picks the key's home slot.  Keys that collide there
      * go to the overflow area past the home slots, chained from
      * the home record through the next-slot field every record
      * carries, so a lookup is one read plus one per collision.
      * Overflow slots given back by deletes are chained free on
      * the control record and taken again before the overflow
      * area grows.  RLHLOAD loads a file under the scheme and says
      * when the chains have grown long enough to rehash it.
       MAINLINE.
           MOVE '00' TO HSH-RESULT.
           IF HSH-ACTION EQUAL TO 'CREATE '
               PERFORM CREATE-HASHED-FILE
           ELSE IF HSH-ACTION EQUAL TO 'OPEN   '
               PERFORM OPEN-HASHED-FILE
           ELSE IF NOT RLHASH-FILE-OPEN
               MOVE '90' TO HSH-RESULT
           ELSE IF HSH-ACTION EQUAL TO 'READKEY'
               PERFORM READ-BY-KEY
           ELSE IF HSH-ACTION EQUAL TO 'INSERT '
               PERFORM INSERT-BY-KEY
           ELSE IF HSH-ACTION EQUAL TO 'DELETE '
               PERFORM DELETE-BY-KEY
           ELSE IF HSH-ACTION EQUAL TO 'REWRITE'
               PERFORM REWRITE-BY-KEY
           ELSE IF HSH-ACTION EQUAL TO 'CLOSE  '
               CLOSE HASH-FILE
               MOVE 'NO' TO RLHASH-OPEN-SW
           ELSE
               MOVE '90' TO HSH-RESULT
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           GOBACK.

      * An empty file is its control record alone; the home slots
      * are filled as keys arrive.
       CREATE-HASHED-FILE.
           OPEN OUTPUT HASH-FILE.
           IF RLHASH-FILE-STATUS NOT EQUAL TO '00'
               MOVE '30' TO HSH-RESULT
           ELSE
               MOVE HSH-HOME-SLOTS TO RLHASH-HOME-SLOTS
               COMPUTE RLHASH-OVFL-HIGH = RLHASH-HOME-SLOTS + 1
               MOVE ZERO TO RLHASH-FREE-HEAD RLHASH-RECORD-CNT
               MOVE 1 TO RLHASH-RRN
               PERFORM BUILD-CONTROL-RECORD
               WRITE HASH-SLOT-REC
                   INVALID KEY MOVE '30' TO HSH-RESULT
               END-WRITE
               CLOSE HASH-FILE
               IF HSH-RESULT EQUAL TO '00'
                   PERFORM OPEN-HASHED-FILE.

       OPEN-HASHED-FILE.
           OPEN I-O HASH-FILE.
           IF RLHASH-FILE-STATUS NOT EQUAL TO '00'
               MOVE '30' TO HSH-RESULT
           ELSE
               MOVE 1 TO RLHASH-RRN
               READ HASH-FILE
                   INVALID KEY MOVE SPACES TO HASH-SLOT-REC
               END-READ
               IF NOT HSLT-CONTROL
                 OR HSLT-HOME-SLOTS IS NOT NUMERIC
                 OR HSLT-HOME-SLOTS EQUAL TO ZERO
                   MOVE '30' TO HSH-RESULT
                   CLOSE HASH-FILE
               ELSE
                   MOVE HSLT-HOME-SLOTS TO RLHASH-HOME-SLOTS
                                           HSH-HOME-SLOTS
                   MOVE HSLT-OVFL-HIGH TO RLHASH-OVFL-HIGH
                   MOVE HSLT-FREE-HEAD TO RLHASH-FREE-HEAD
                   MOVE HSLT-RECORD-CNT TO RLHASH-RECORD-CNT
                   SET RLHASH-FILE-OPEN TO TRUE
               END-IF.

       READ-BY-KEY.
           PERFORM FIND-KEY-SLOT.
           IF RLHASH-KEY-FOUND
               MOVE RLHASH-FOUND-SLOT TO HASH-SLOT-REC
               MOVE HSLT-DATA TO HSH-DATA
           ELSE
               MOVE '23' TO HSH-RESULT.

      * An empty home slot takes the record itself; otherwise it
      * goes to an overflow slot linked in right behind the home
      * record, so only the home record is rewritten to take it.
       INSERT-BY-KEY.
           PERFORM FIND-KEY-SLOT.
           IF RLHASH-KEY-FOUND
               MOVE '22' TO HSH-RESULT
           ELSE IF RLHASH-HOME-EMPTY
               MOVE SPACES TO HASH-SLOT-REC
               SET HSLT-HOME TO TRUE
               MOVE HSH-KEY TO HSLT-KEY
               MOVE ZERO TO HSLT-NEXT
               MOVE HSH-DATA TO HSLT-DATA
               MOVE RLHASH-HOME-RRN TO RLHASH-RRN
               WRITE HASH-SLOT-REC
                   INVALID KEY MOVE '30' TO HSH-RESULT
               END-WRITE
               PERFORM COUNT-ONE-INSERT
           ELSE
               PERFORM TAKE-OVERFLOW-SLOT
               MOVE SPACES TO HASH-SLOT-REC
               SET HSLT-OVERFLOW TO TRUE
               MOVE HSH-KEY TO HSLT-KEY
               MOVE RLHASH-HOME-NEXT TO HSLT-NEXT
               MOVE HSH-DATA TO HSLT-DATA
               MOVE RLHASH-NEW-RRN TO RLHASH-RRN
               PERFORM PUT-SLOT
               MOVE RLHASH-HOME-RRN TO RLHASH-RRN
               READ HASH-FILE
                   INVALID KEY MOVE '30' TO HSH-RESULT
               END-READ
               MOVE RLHASH-NEW-RRN TO HSLT-NEXT
               REWRITE HASH-SLOT-REC
                   INVALID KEY MOVE '30' TO HSH-RESULT
               END-REWRITE
               PERFORM COUNT-ONE-INSERT
           END-IF
           END-IF.

       TAKE-OVERFLOW-SLOT.
           IF RLHASH-FREE-HEAD NOT EQUAL TO ZERO
               MOVE RLHASH-FREE-HEAD TO RLHASH-NEW-RRN RLHASH-RRN
               READ HASH-FILE
                   INVALID KEY MOVE ZERO TO HSLT-NEXT
               END-READ
               MOVE HSLT-NEXT TO RLHASH-FREE-HEAD
           ELSE
               ADD 1 TO RLHASH-OVFL-HIGH
               MOVE RLHASH-OVFL-HIGH TO RLHASH-NEW-RRN.

      * A slot taken from the free chain still holds its F record
      * and is rewritten; one past the high mark is written new.
       PUT-SLOT.
           REWRITE HASH-SLOT-REC
               INVALID KEY
                   WRITE HASH-SLOT-REC
                       INVALID KEY MOVE '30' TO HSH-RESULT
                   END-WRITE
           END-REWRITE.

      * A home record with a chain behind it takes over the first
      * overflow record of the chain, so the home slot stays the
      * head; an overflow record is unlinked from the one before.
      * Either way the overflow slot emptied goes on the free
      * chain.
       DELETE-BY-KEY.
           PERFORM FIND-KEY-SLOT.
           IF NOT RLHASH-KEY-FOUND
               MOVE '23' TO HSH-RESULT
           ELSE
               MOVE RLHASH-FOUND-SLOT TO HASH-SLOT-REC
               IF RLHASH-FOUND-RRN NOT EQUAL TO RLHASH-HOME-RRN
                   MOVE HSLT-NEXT TO RLHASH-NEW-RRN
                   MOVE RLHASH-PRIOR-SLOT TO HASH-SLOT-REC
                   MOVE RLHASH-NEW-RRN TO HSLT-NEXT
                   MOVE RLHASH-PRIOR-RRN TO RLHASH-RRN
                   REWRITE HASH-SLOT-REC
                       INVALID KEY MOVE '30' TO HSH-RESULT
                   END-REWRITE
                   MOVE RLHASH-FOUND-RRN TO RLHASH-RRN
                   PERFORM FREE-OVERFLOW-SLOT
               ELSE IF HSLT-NEXT EQUAL TO ZERO
                   MOVE RLHASH-HOME-RRN TO RLHASH-RRN
                   DELETE HASH-FILE
                       INVALID KEY MOVE '30' TO HSH-RESULT
                   END-DELETE
               ELSE
                   MOVE HSLT-NEXT TO RLHASH-RRN
                   READ HASH-FILE
                       INVALID KEY MOVE '30' TO HSH-RESULT
                   END-READ
                   MOVE RLHASH-RRN TO RLHASH-NEW-RRN
                   SET HSLT-HOME TO TRUE
                   MOVE RLHASH-HOME-RRN TO RLHASH-RRN
                   REWRITE HASH-SLOT-REC
                       INVALID KEY MOVE '30' TO HSH-RESULT
                   END-REWRITE
                   MOVE RLHASH-NEW-RRN TO RLHASH-RRN
                   PERFORM FREE-OVERFLOW-SLOT
               END-IF
               END-IF
               SUBTRACT 1 FROM RLHASH-RECORD-CNT
               PERFORM REWRITE-CONTROL-RECORD.

       FREE-OVERFLOW-SLOT.
           MOVE SPACES TO HASH-SLOT-REC.
           SET HSLT-FREE TO TRUE.
           MOVE RLHASH-FREE-HEAD TO HSLT-NEXT.
           REWRITE HASH-SLOT-REC
               INVALID KEY MOVE '30' TO HSH-RESULT
           END-REWRITE.
           MOVE RLHASH-RRN TO RLHASH-FREE-HEAD.

       REWRITE-BY-KEY.
           PERFORM FIND-KEY-SLOT.
           IF NOT RLHASH-KEY-FOUND
               MOVE '23' TO HSH-RESULT
           ELSE
               MOVE RLHASH-FOUND-SLOT TO HASH-SLOT-REC
               MOVE HSH-DATA TO HSLT-DATA
               MOVE RLHASH-FOUND-RRN TO RLHASH-RRN
               REWRITE HASH-SLOT-REC
                   INVALID KEY MOVE '30' TO HSH-RESULT
               END-REWRITE.

       COUNT-ONE-INSERT.
           ADD 1 TO RLHASH-RECORD-CNT.
           PERFORM REWRITE-CONTROL-RECORD.

       REWRITE-CONTROL-RECORD.
           MOVE 1 TO RLHASH-RRN.
           PERFORM BUILD-CONTROL-RECORD.
           REWRITE HASH-SLOT-REC
               INVALID KEY MOVE '30' TO HSH-RESULT
           END-REWRITE.

       BUILD-CONTROL-RECORD.
           MOVE SPACES TO HASH-SLOT-REC.
           SET HSLT-CONTROL TO TRUE.
           MOVE ZERO TO HSLT-NEXT.
           MOVE RLHASH-HOME-SLOTS TO HSLT-HOME-SLOTS.
           MOVE RLHASH-OVFL-HIGH TO HSLT-OVFL-HIGH.
           MOVE RLHASH-FREE-HEAD TO HSLT-FREE-HEAD.
           MOVE RLHASH-RECORD-CNT TO HSLT-RECORD-CNT.

      * Walks the key's chain from its home slot.  On a hit the
      * slot is in FOUND-SLOT at FOUND-RRN, with the slot before
      * it in PRIOR-SLOT at PRIOR-RRN; HOME-EMPTY says the home
      * slot holds nothing at all, and HOME-NEXT is where its
      * chain goes when it does.
       FIND-KEY-SLOT.
           PERFORM HASH-THE-KEY.
           MOVE 'NO' TO RLHASH-FOUND-SW RLHASH-END-SW
               RLHASH-HOME-EMPTY-SW.
           MOVE ZERO TO RLHASH-PRIOR-RRN.
           MOVE RLHASH-HOME-RRN TO RLHASH-RRN.
           READ HASH-FILE
               INVALID KEY
                   SET RLHASH-HOME-EMPTY TO TRUE
                   SET RLHASH-CHAIN-ENDED TO TRUE
               NOT INVALID KEY
                   MOVE HSLT-NEXT TO RLHASH-HOME-NEXT
           END-READ.
           PERFORM CHECK-ONE-CHAIN-SLOT
               UNTIL RLHASH-KEY-FOUND OR RLHASH-CHAIN-ENDED.

       CHECK-ONE-CHAIN-SLOT.
           IF HSLT-KEY EQUAL TO HSH-KEY
             AND (HSLT-HOME OR HSLT-OVERFLOW)
               SET RLHASH-KEY-FOUND TO TRUE
               MOVE RLHASH-RRN TO RLHASH-FOUND-RRN
               MOVE HASH-SLOT-REC TO RLHASH-FOUND-SLOT
           ELSE IF HSLT-NEXT EQUAL TO ZERO
               SET RLHASH-CHAIN-ENDED TO TRUE
           ELSE
               MOVE RLHASH-RRN TO RLHASH-PRIOR-RRN
               MOVE HASH-SLOT-REC TO RLHASH-PRIOR-SLOT
               MOVE HSLT-NEXT TO RLHASH-RRN
               READ HASH-FILE
                   INVALID KEY
                       MOVE '30' TO HSH-RESULT
                       SET RLHASH-CHAIN-ENDED TO TRUE
               END-READ
           END-IF
           END-IF.

       HASH-THE-KEY.
           MOVE 7 TO RLHASH-CHAIN.
           MOVE ZERO TO RLHASH-SUB.
           PERFORM HASH-ONE-BYTE UNTIL RLHASH-SUB EQUAL TO 10.
           COMPUTE RLHASH-HOME-RRN =
               FUNCTION MOD (RLHASH-CHAIN, RLHASH-HOME-SLOTS) + 2.

       HASH-ONE-BYTE.
           ADD 1 TO RLHASH-SUB.
           COMPUTE RLHASH-CHAR-ORD = FUNCTION ORD
               (HSH-KEY (RLHASH-SUB:1)).
           COMPUTE RLHASH-WORK =
               RLHASH-CHAIN * 31
               + RLHASH-CHAR-ORD * RLHASH-SUB.
           COMPUTE RLHASH-CHAIN =
               FUNCTION MOD (RLHASH-WORK, 999999989).
