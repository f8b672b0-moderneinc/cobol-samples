000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           SQREFCK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REF-CARD-FILE ASSIGN TO REFCRD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SQREFCK-CRD-STATUS.
           SELECT PARENT-FILE ASSIGN TO PARENT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SQREFCK-IN-STATUS.
           SELECT CHILD-FILE-1 ASSIGN TO CHILD1
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SQREFCK-IN-STATUS.
           SELECT CHILD-FILE-2 ASSIGN TO CHILD2
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SQREFCK-IN-STATUS.
           SELECT CHILD-FILE-3 ASSIGN TO CHILD3
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SQREFCK-IN-STATUS.
           SELECT CHILD-FILE-4 ASSIGN TO CHILD4
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SQREFCK-IN-STATUS.
           SELECT CHILD-FILE-5 ASSIGN TO CHILD5
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SQREFCK-IN-STATUS.
           SELECT SORT-WORK ASSIGN TO SORTWK01.
           SELECT REF-REPORT ASSIGN TO REFRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      * Control cards:
      *   PARENT  - key offset 8-11, length 13-15 (max 50), the
      *             dataset's name for the report in 17-46
      *   CHILD   - foreign-key offset 8-11, length 13-15 (the
      *             parent key's length), name in 17-46; the first
      *             CHILD card is read from CHILD1, the second from
      *             CHILD2, and so on to CHILD5
      *   LIMIT   - orphans a child file may carry before an
      *             exception event is raised, 8-15 (default none)
      * Comment cards start with an asterisk.
       FD  REF-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  REF-CARD.
           02 CARD-TYPE            PIC X(6).
           02 FILLER               PIC X(1).
           02 CARD-OFFSET          PIC 9(4).
           02 FILLER               PIC X(1).
           02 CARD-LENGTH          PIC 9(3).
           02 FILLER               PIC X(1).
           02 CARD-NAME            PIC X(30).
           02 FILLER               PIC X(34).
       01  REF-CARD-LIMIT-VIEW.
           02 FILLER               PIC X(7).
           02 CARD-LIMIT           PIC 9(8).
           02 FILLER               PIC X(65).

       FD  PARENT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD IS VARYING IN SIZE FROM 1 TO 250 CHARACTERS
               DEPENDING ON SQREFCK-IN-LEN.
       01  PARENT-REC              PIC X(250).

       FD  CHILD-FILE-1
           LABEL RECORDS ARE STANDARD
           RECORD IS VARYING IN SIZE FROM 1 TO 250 CHARACTERS
               DEPENDING ON SQREFCK-IN-LEN.
       01  CHILD-REC-1             PIC X(250).

       FD  CHILD-FILE-2
           LABEL RECORDS ARE STANDARD
           RECORD IS VARYING IN SIZE FROM 1 TO 250 CHARACTERS
               DEPENDING ON SQREFCK-IN-LEN.
       01  CHILD-REC-2             PIC X(250).

       FD  CHILD-FILE-3
           LABEL RECORDS ARE STANDARD
           RECORD IS VARYING IN SIZE FROM 1 TO 250 CHARACTERS
               DEPENDING ON SQREFCK-IN-LEN.
       01  CHILD-REC-3             PIC X(250).

       FD  CHILD-FILE-4
           LABEL RECORDS ARE STANDARD
           RECORD IS VARYING IN SIZE FROM 1 TO 250 CHARACTERS
               DEPENDING ON SQREFCK-IN-LEN.
       01  CHILD-REC-4             PIC X(250).

       FD  CHILD-FILE-5
           LABEL RECORDS ARE STANDARD
           RECORD IS VARYING IN SIZE FROM 1 TO 250 CHARACTERS
               DEPENDING ON SQREFCK-IN-LEN.
       01  CHILD-REC-5             PIC X(250).

      * One sort record per key occurrence: the key, where it came
      * from (0 the parent, 1-5 the child file) and its record
      * number there.  The parent sorts ahead of its children.
       SD  SORT-WORK.
       01  SORT-WORK-REC.
           02 SORT-WORK-KEY        PIC X(50).
           02 SORT-WORK-SOURCE     PIC 9(1).
           02 SORT-WORK-REC-NO     PIC 9(8).

       FD  REF-REPORT
           LABEL RECORDS ARE STANDARD.
       01  REF-REPORT-REC          PIC X(120).

       WORKING-STORAGE SECTION.
       01  SQREFCK-CRD-STATUS      PIC XX VALUE '00'.
       01  SQREFCK-IN-STATUS       PIC XX VALUE '00'.
       01  SQREFCK-IN-LEN          PIC 9(3) COMP VALUE ZERO.
       01  SQREFCK-EOF-SW          PIC X(3) VALUE 'NO'.
           88 SQREFCK-AT-EOF             VALUE 'YES'.
       01  SQREFCK-CARD-EOF-SW     PIC X(3) VALUE 'NO'.
           88 SQREFCK-CARDS-DONE         VALUE 'YES'.
       01  SQREFCK-CARD-BAD-SW     PIC X(3) VALUE 'NO'.
           88 SQREFCK-CARD-BAD           VALUE 'YES'.
       01  SQREFCK-OPEN-BAD-SW     PIC X(3) VALUE 'NO'.
           88 SQREFCK-OPEN-BAD           VALUE 'YES'.
       01  SQREFCK-GROUP-SW        PIC X(3) VALUE 'NO'.
           88 SQREFCK-GROUP-OPEN         VALUE 'YES'.
       01  SQREFCK-HAS-PARENT-SW   PIC X(3) VALUE 'NO'.
           88 SQREFCK-HAS-PARENT         VALUE 'YES'.
       01  SQREFCK-LIMIT-SW        PIC X(3) VALUE 'NO'.
           88 SQREFCK-LIMIT-GIVEN        VALUE 'YES'.
       01  SQREFCK-LIMIT           PIC 9(8) VALUE ZERO.
       01  SQREFCK-SOURCE          PIC 9(1) VALUE ZERO.
       01  SQREFCK-REC-NO          PIC 9(8) VALUE ZERO.
       01  SQREFCK-KEY-OFFSET      PIC 9(4) VALUE ZERO.
       01  SQREFCK-KEY-LENGTH      PIC 9(3) VALUE ZERO.
       01  SQREFCK-RECORD          PIC X(250) VALUE SPACE.
       01  SQREFCK-GROUP-KEY       PIC X(50) VALUE SPACE.
       01  SQREFCK-GROUP-REC-NO    PIC 9(8) VALUE ZERO.
       01  SQREFCK-GROUP-CHILDREN  PIC 9(8) VALUE ZERO.
       01  SQREFCK-LISTED-CNT      PIC 9(3) VALUE ZERO.
       01  SQREFCK-OVER-LIMIT-CNT  PIC 9(1) VALUE ZERO.
       01  SQREFCK-EXCEPTION-CNT   PIC 9(8) VALUE ZERO.
       01  SQREFCK-REPORT-LINE     PIC X(120) VALUE SPACE.

       01  SQREFCK-PARENT-NAME     PIC X(30) VALUE SPACE.
       01  SQREFCK-PARENT-OFFSET   PIC 9(4) VALUE ZERO.
       01  SQREFCK-PARENT-LENGTH   PIC 9(3) VALUE ZERO.
       01  SQREFCK-PARENT-READ     PIC 9(8) VALUE ZERO.
       01  SQREFCK-CHILDLESS-CNT   PIC 9(8) VALUE ZERO.
       01  SQREFCK-DUP-PARENT-CNT  PIC 9(8) VALUE ZERO.

       01  SQREFCK-CHILD-USED      PIC 9(1) VALUE ZERO.
       01  SQREFCK-CHILD-SUB       PIC 9(1) VALUE ZERO.
       01  SQREFCK-CHILD-TABLE.
           02 SQREFCK-CHILD-ENTRY OCCURS 5 TIMES.
              03 SQREFCK-CHILD-NAME     PIC X(30).
              03 SQREFCK-CHILD-OFFSET   PIC 9(4).
              03 SQREFCK-CHILD-LENGTH   PIC 9(3).
              03 SQREFCK-CHILD-READ     PIC 9(8).
              03 SQREFCK-CHILD-MATCHED  PIC 9(8).
              03 SQREFCK-CHILD-ORPHANS  PIC 9(8).

      * A child file over its orphan limit is an event in the
      * suite's exception log, the same log the SQL side's
      * referential check feeds.
       01  EXCP-CALL-PROGRAM       PIC X(24) VALUE 'SQREFCK'.
       01  EXCP-CALL-STMT-TYPE     PIC X(8)  VALUE 'REFCHECK'.
       01  EXCP-CALL-CODE          PIC S9(9) VALUE ZERO.
       01  EXCP-CALL-MESSAGE       PIC X(70) VALUE SPACE.

       PROCEDURE DIVISION.

      * Referential check between flat datasets - what
      * EXEC_SQL_RI_CHECK does for SQL_TBL and its detail table,
      * done for a parent file and up to five child files by key
      * designation.  Every parent key and every foreign key go
      * through one SORT, parent first within a key, and the
      * OUTPUT PROCEDURE walks the key groups: a child key with no
      * parent ahead of it is an orphan, a parent no child key
      * follows is childless, a second parent for a key is a
      * duplicate.  Counts are kept per child file, and a child
      * file whose orphans exceed the LIMIT card raises an EXCPLOG
      * event.  Runs ahead of the match-merge and maintenance
      * steps so they are not fed dangling keys.  RC=16 for bad
      * cards or an input that will not open; RC=8 when a child
      * file is over its orphan limit; RC=4 for any orphan,
      * childless parent or duplicate parent; RC=0 otherwise.
       MAINLINE-CONTROL SECTION.
       MAINLINE.
           OPEN OUTPUT REF-REPORT.
           MOVE 'CROSS-FILE KEY REFERENCE CHECK' TO REF-REPORT-REC.
           WRITE REF-REPORT-REC.
           MOVE SPACES TO REF-REPORT-REC.
           WRITE REF-REPORT-REC.
           PERFORM LOAD-REFERENCE-CARDS.
           IF SQREFCK-CARD-BAD
             OR SQREFCK-PARENT-LENGTH EQUAL TO ZERO
             OR SQREFCK-CHILD-USED EQUAL TO ZERO
               MOVE 'CONTROL CARDS UNUSABLE - NOTHING CHECKED'
                   TO REF-REPORT-REC
               WRITE REF-REPORT-REC
               CLOSE REF-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK.
           SORT SORT-WORK
               ON ASCENDING KEY SORT-WORK-KEY SORT-WORK-SOURCE
                   SORT-WORK-REC-NO
               INPUT PROCEDURE IS SORT-INPUT-PROCEDURES
               OUTPUT PROCEDURE IS SORT-OUTPUT-PROCEDURES.
           IF SQREFCK-OPEN-BAD
               MOVE 'AN INPUT WOULD NOT OPEN - CHECK NOT COMPLETE'
                   TO REF-REPORT-REC
               WRITE REF-REPORT-REC
               CLOSE REF-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK.
           PERFORM WRITE-REFERENCE-TOTALS.
           CLOSE REF-REPORT.
           IF SQREFCK-OVER-LIMIT-CNT NOT EQUAL TO ZERO
               MOVE 8 TO RETURN-CODE
           ELSE IF SQREFCK-EXCEPTION-CNT NOT EQUAL TO ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           END-IF.
           GOBACK.

       LOAD-REFERENCE-CARDS.
           OPEN INPUT REF-CARD-FILE.
           IF SQREFCK-CRD-STATUS NOT EQUAL TO '00'
               SET SQREFCK-CARDS-DONE TO TRUE.
           PERFORM LOAD-ONE-REFERENCE-CARD UNTIL SQREFCK-CARDS-DONE.
           IF SQREFCK-CRD-STATUS EQUAL TO '00'
             OR SQREFCK-CRD-STATUS EQUAL TO '10'
               CLOSE REF-CARD-FILE.
           IF SQREFCK-CHILD-USED IS GREATER THAN ZERO
               MOVE ZERO TO SQREFCK-CHILD-SUB
               PERFORM CHECK-ONE-CHILD-LENGTH
                   UNTIL SQREFCK-CHILD-SUB NOT LESS THAN
                         SQREFCK-CHILD-USED.

       LOAD-ONE-REFERENCE-CARD.
           READ REF-CARD-FILE
               AT END SET SQREFCK-CARDS-DONE TO TRUE
               NOT AT END PERFORM POST-ONE-REFERENCE-CARD.

       POST-ONE-REFERENCE-CARD.
           IF REF-CARD EQUAL TO SPACES
             OR CARD-TYPE (1:1) EQUAL TO '*'
               NEXT SENTENCE
           ELSE IF CARD-TYPE EQUAL TO 'LIMIT '
             AND CARD-LIMIT IS NUMERIC
               MOVE CARD-LIMIT TO SQREFCK-LIMIT
               SET SQREFCK-LIMIT-GIVEN TO TRUE
           ELSE IF CARD-OFFSET IS NOT NUMERIC
             OR CARD-LENGTH IS NOT NUMERIC
             OR CARD-OFFSET EQUAL TO ZERO
             OR CARD-LENGTH EQUAL TO ZERO
             OR CARD-LENGTH IS GREATER THAN 50
             OR CARD-OFFSET + CARD-LENGTH IS GREATER THAN 251
               PERFORM REPORT-BAD-CARD
           ELSE IF CARD-TYPE EQUAL TO 'PARENT'
               MOVE CARD-OFFSET TO SQREFCK-PARENT-OFFSET
               MOVE CARD-LENGTH TO SQREFCK-PARENT-LENGTH
               MOVE CARD-NAME TO SQREFCK-PARENT-NAME
           ELSE IF CARD-TYPE EQUAL TO 'CHILD '
             AND SQREFCK-CHILD-USED IS LESS THAN 5
               ADD 1 TO SQREFCK-CHILD-USED
               MOVE SQREFCK-CHILD-USED TO SQREFCK-CHILD-SUB
               MOVE CARD-NAME TO SQREFCK-CHILD-NAME (SQREFCK-CHILD-SUB)
               MOVE CARD-OFFSET
                   TO SQREFCK-CHILD-OFFSET (SQREFCK-CHILD-SUB)
               MOVE CARD-LENGTH
                   TO SQREFCK-CHILD-LENGTH (SQREFCK-CHILD-SUB)
               MOVE ZERO TO SQREFCK-CHILD-READ (SQREFCK-CHILD-SUB)
                   SQREFCK-CHILD-MATCHED (SQREFCK-CHILD-SUB)
                   SQREFCK-CHILD-ORPHANS (SQREFCK-CHILD-SUB)
           ELSE
               PERFORM REPORT-BAD-CARD
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      * A foreign key must be as long as the key it points at, or
      * nothing could ever match.
       CHECK-ONE-CHILD-LENGTH.
           ADD 1 TO SQREFCK-CHILD-SUB.
           IF SQREFCK-CHILD-LENGTH (SQREFCK-CHILD-SUB)
                   NOT EQUAL TO SQREFCK-PARENT-LENGTH
               SET SQREFCK-CARD-BAD TO TRUE
               MOVE SPACES TO SQREFCK-REPORT-LINE
               STRING 'FOREIGN KEY LENGTH OF CHILD '
                   SQREFCK-CHILD-NAME (SQREFCK-CHILD-SUB)
                   ' DIFFERS FROM THE PARENT KEY'
                   DELIMITED BY SIZE INTO SQREFCK-REPORT-LINE
               MOVE SQREFCK-REPORT-LINE TO REF-REPORT-REC
               WRITE REF-REPORT-REC.

       REPORT-BAD-CARD.
           SET SQREFCK-CARD-BAD TO TRUE.
           MOVE SPACES TO SQREFCK-REPORT-LINE.
           STRING 'BAD CONTROL CARD: ' REF-CARD
               DELIMITED BY SIZE INTO SQREFCK-REPORT-LINE.
           MOVE SQREFCK-REPORT-LINE TO REF-REPORT-REC.
           WRITE REF-REPORT-REC.

       SORT-INPUT-PROCEDURES SECTION.
       OPEN-AND-RELEASE.
           MOVE ZERO TO SQREFCK-SOURCE.
           PERFORM RELEASE-ONE-FILE.
           MOVE ZERO TO SQREFCK-CHILD-SUB.
           PERFORM RELEASE-ONE-CHILD-FILE
               UNTIL SQREFCK-CHILD-SUB NOT LESS THAN
                     SQREFCK-CHILD-USED.
           GO TO SORT-INPUT-DONE.

       RELEASE-ONE-CHILD-FILE.
           ADD 1 TO SQREFCK-CHILD-SUB.
           MOVE SQREFCK-CHILD-SUB TO SQREFCK-SOURCE.
           PERFORM RELEASE-ONE-FILE.

      * The file for SQREFCK-SOURCE, opened, released key by key
      * and closed.
       RELEASE-ONE-FILE.
           MOVE 'NO' TO SQREFCK-EOF-SW.
           MOVE ZERO TO SQREFCK-REC-NO.
           IF SQREFCK-SOURCE EQUAL TO ZERO
               MOVE SQREFCK-PARENT-OFFSET TO SQREFCK-KEY-OFFSET
               MOVE SQREFCK-PARENT-LENGTH TO SQREFCK-KEY-LENGTH
           ELSE
               MOVE SQREFCK-CHILD-OFFSET (SQREFCK-SOURCE)
                   TO SQREFCK-KEY-OFFSET
               MOVE SQREFCK-CHILD-LENGTH (SQREFCK-SOURCE)
                   TO SQREFCK-KEY-LENGTH.
           PERFORM OPEN-SOURCE-FILE.
           IF SQREFCK-IN-STATUS NOT EQUAL TO '00'
               SET SQREFCK-OPEN-BAD TO TRUE
           ELSE
               PERFORM RELEASE-ONE-KEY UNTIL SQREFCK-AT-EOF
               PERFORM CLOSE-SOURCE-FILE.

       RELEASE-ONE-KEY.
           PERFORM READ-SOURCE-FILE.
           IF NOT SQREFCK-AT-EOF
               ADD 1 TO SQREFCK-REC-NO
               MOVE SPACES TO SORT-WORK-REC
               MOVE SQREFCK-RECORD
                   (SQREFCK-KEY-OFFSET:SQREFCK-KEY-LENGTH)
                   TO SORT-WORK-KEY
               MOVE SQREFCK-SOURCE TO SORT-WORK-SOURCE
               MOVE SQREFCK-REC-NO TO SORT-WORK-REC-NO
               RELEASE SORT-WORK-REC.

       OPEN-SOURCE-FILE.
           IF SQREFCK-SOURCE EQUAL TO 0
               OPEN INPUT PARENT-FILE
           ELSE IF SQREFCK-SOURCE EQUAL TO 1
               OPEN INPUT CHILD-FILE-1
           ELSE IF SQREFCK-SOURCE EQUAL TO 2
               OPEN INPUT CHILD-FILE-2
           ELSE IF SQREFCK-SOURCE EQUAL TO 3
               OPEN INPUT CHILD-FILE-3
           ELSE IF SQREFCK-SOURCE EQUAL TO 4
               OPEN INPUT CHILD-FILE-4
           ELSE
               OPEN INPUT CHILD-FILE-5
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      * The record lands in SQREFCK-RECORD, padded with spaces past
      * its length so a short record gives a blank key, not an
      * old one.
       READ-SOURCE-FILE.
           MOVE SPACES TO SQREFCK-RECORD.
           IF SQREFCK-SOURCE EQUAL TO 0
               READ PARENT-FILE
                   AT END SET SQREFCK-AT-EOF TO TRUE
                   NOT AT END
                       MOVE PARENT-REC (1:SQREFCK-IN-LEN)
                           TO SQREFCK-RECORD
               END-READ
           ELSE IF SQREFCK-SOURCE EQUAL TO 1
               READ CHILD-FILE-1
                   AT END SET SQREFCK-AT-EOF TO TRUE
                   NOT AT END
                       MOVE CHILD-REC-1 (1:SQREFCK-IN-LEN)
                           TO SQREFCK-RECORD
               END-READ
           ELSE IF SQREFCK-SOURCE EQUAL TO 2
               READ CHILD-FILE-2
                   AT END SET SQREFCK-AT-EOF TO TRUE
                   NOT AT END
                       MOVE CHILD-REC-2 (1:SQREFCK-IN-LEN)
                           TO SQREFCK-RECORD
               END-READ
           ELSE IF SQREFCK-SOURCE EQUAL TO 3
               READ CHILD-FILE-3
                   AT END SET SQREFCK-AT-EOF TO TRUE
                   NOT AT END
                       MOVE CHILD-REC-3 (1:SQREFCK-IN-LEN)
                           TO SQREFCK-RECORD
               END-READ
           ELSE IF SQREFCK-SOURCE EQUAL TO 4
               READ CHILD-FILE-4
                   AT END SET SQREFCK-AT-EOF TO TRUE
                   NOT AT END
                       MOVE CHILD-REC-4 (1:SQREFCK-IN-LEN)
                           TO SQREFCK-RECORD
               END-READ
           ELSE
               READ CHILD-FILE-5
                   AT END SET SQREFCK-AT-EOF TO TRUE
                   NOT AT END
                       MOVE CHILD-REC-5 (1:SQREFCK-IN-LEN)
                           TO SQREFCK-RECORD
               END-READ
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       CLOSE-SOURCE-FILE.
           IF SQREFCK-SOURCE EQUAL TO 0
               CLOSE PARENT-FILE
           ELSE IF SQREFCK-SOURCE EQUAL TO 1
               CLOSE CHILD-FILE-1
           ELSE IF SQREFCK-SOURCE EQUAL TO 2
               CLOSE CHILD-FILE-2
           ELSE IF SQREFCK-SOURCE EQUAL TO 3
               CLOSE CHILD-FILE-3
           ELSE IF SQREFCK-SOURCE EQUAL TO 4
               CLOSE CHILD-FILE-4
           ELSE
               CLOSE CHILD-FILE-5
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           IF SQREFCK-SOURCE EQUAL TO 0
               MOVE SQREFCK-REC-NO TO SQREFCK-PARENT-READ
           ELSE
               MOVE SQREFCK-REC-NO
                   TO SQREFCK-CHILD-READ (SQREFCK-SOURCE).

       SORT-INPUT-DONE.
           EXIT.

       SORT-OUTPUT-PROCEDURES SECTION.
       RETURN-AND-MATCH.
           MOVE 'NO' TO SQREFCK-EOF-SW.
           PERFORM RETURN-ONE-KEY UNTIL SQREFCK-AT-EOF.
           IF SQREFCK-GROUP-OPEN
               PERFORM CLOSE-KEY-GROUP.
           GO TO SORT-OUTPUT-DONE.

       RETURN-ONE-KEY.
           RETURN SORT-WORK
               AT END SET SQREFCK-AT-EOF TO TRUE.
           IF NOT SQREFCK-AT-EOF
               IF NOT SQREFCK-GROUP-OPEN
                   PERFORM OPEN-KEY-GROUP
               ELSE IF SORT-WORK-KEY NOT EQUAL TO SQREFCK-GROUP-KEY
                   PERFORM CLOSE-KEY-GROUP
                   PERFORM OPEN-KEY-GROUP
               END-IF
               END-IF
               IF SORT-WORK-SOURCE EQUAL TO ZERO
                   PERFORM TAKE-PARENT-KEY
               ELSE
                   PERFORM TAKE-CHILD-KEY
               END-IF.

       OPEN-KEY-GROUP.
           SET SQREFCK-GROUP-OPEN TO TRUE.
           MOVE 'NO' TO SQREFCK-HAS-PARENT-SW.
           MOVE SORT-WORK-KEY TO SQREFCK-GROUP-KEY.
           MOVE ZERO TO SQREFCK-GROUP-CHILDREN.

       CLOSE-KEY-GROUP.
           IF SQREFCK-HAS-PARENT
             AND SQREFCK-GROUP-CHILDREN EQUAL TO ZERO
               ADD 1 TO SQREFCK-CHILDLESS-CNT
               MOVE SPACES TO SQREFCK-REPORT-LINE
               STRING 'CHILDLESS PARENT   RECORD '
                   SQREFCK-GROUP-REC-NO ' KEY '
                   SQREFCK-GROUP-KEY (1:SQREFCK-PARENT-LENGTH)
                   DELIMITED BY SIZE INTO SQREFCK-REPORT-LINE
               PERFORM LIST-ONE-EXCEPTION.

       TAKE-PARENT-KEY.
           IF SQREFCK-HAS-PARENT
               ADD 1 TO SQREFCK-DUP-PARENT-CNT
               MOVE SPACES TO SQREFCK-REPORT-LINE
               STRING 'DUPLICATE PARENT   RECORD '
                   SORT-WORK-REC-NO ' KEY '
                   SORT-WORK-KEY (1:SQREFCK-PARENT-LENGTH)
                   DELIMITED BY SIZE INTO SQREFCK-REPORT-LINE
               PERFORM LIST-ONE-EXCEPTION
           ELSE
               SET SQREFCK-HAS-PARENT TO TRUE
               MOVE SORT-WORK-REC-NO TO SQREFCK-GROUP-REC-NO.

       TAKE-CHILD-KEY.
           MOVE SORT-WORK-SOURCE TO SQREFCK-CHILD-SUB.
           ADD 1 TO SQREFCK-GROUP-CHILDREN.
           IF SQREFCK-HAS-PARENT
               ADD 1 TO SQREFCK-CHILD-MATCHED (SQREFCK-CHILD-SUB)
           ELSE
               ADD 1 TO SQREFCK-CHILD-ORPHANS (SQREFCK-CHILD-SUB)
               MOVE SPACES TO SQREFCK-REPORT-LINE
               STRING 'ORPHAN IN '
                   SQREFCK-CHILD-NAME (SQREFCK-CHILD-SUB) (1:20)
                   ' RECORD ' SORT-WORK-REC-NO ' KEY '
                   SORT-WORK-KEY (1:SQREFCK-PARENT-LENGTH)
                   DELIMITED BY SIZE INTO SQREFCK-REPORT-LINE
               PERFORM LIST-ONE-EXCEPTION.

      * Every exception counts; the first 200 are listed.
       LIST-ONE-EXCEPTION.
           ADD 1 TO SQREFCK-EXCEPTION-CNT.
           IF SQREFCK-LISTED-CNT IS LESS THAN 200
               ADD 1 TO SQREFCK-LISTED-CNT
               MOVE SQREFCK-REPORT-LINE TO REF-REPORT-REC
               WRITE REF-REPORT-REC
           ELSE IF SQREFCK-LISTED-CNT EQUAL TO 200
               ADD 1 TO SQREFCK-LISTED-CNT
               MOVE 'FURTHER EXCEPTIONS COUNTED BUT NOT LISTED'
                   TO REF-REPORT-REC
               WRITE REF-REPORT-REC
           END-IF
           END-IF.

       SORT-OUTPUT-DONE.
           EXIT.

       REPORT-SUPPORT SECTION.
       WRITE-REFERENCE-TOTALS.
           MOVE SPACES TO REF-REPORT-REC.
           WRITE REF-REPORT-REC.
           MOVE SPACES TO SQREFCK-REPORT-LINE.
           STRING 'PARENT ' SQREFCK-PARENT-NAME
               ' READ ' SQREFCK-PARENT-READ
               '  CHILDLESS ' SQREFCK-CHILDLESS-CNT
               '  DUPLICATE KEYS ' SQREFCK-DUP-PARENT-CNT
               DELIMITED BY SIZE INTO SQREFCK-REPORT-LINE.
           MOVE SQREFCK-REPORT-LINE TO REF-REPORT-REC.
           WRITE REF-REPORT-REC.
           MOVE ZERO TO SQREFCK-CHILD-SUB.
           PERFORM WRITE-ONE-CHILD-TOTAL
               UNTIL SQREFCK-CHILD-SUB NOT LESS THAN
                     SQREFCK-CHILD-USED.

       WRITE-ONE-CHILD-TOTAL.
           ADD 1 TO SQREFCK-CHILD-SUB.
           MOVE SPACES TO SQREFCK-REPORT-LINE.
           STRING 'CHILD  ' SQREFCK-CHILD-NAME (SQREFCK-CHILD-SUB)
               ' READ ' SQREFCK-CHILD-READ (SQREFCK-CHILD-SUB)
               '  MATCHED ' SQREFCK-CHILD-MATCHED (SQREFCK-CHILD-SUB)
               '  ORPHANS ' SQREFCK-CHILD-ORPHANS (SQREFCK-CHILD-SUB)
               DELIMITED BY SIZE INTO SQREFCK-REPORT-LINE.
           MOVE SQREFCK-REPORT-LINE TO REF-REPORT-REC.
           WRITE REF-REPORT-REC.
           IF SQREFCK-LIMIT-GIVEN
             AND SQREFCK-CHILD-ORPHANS (SQREFCK-CHILD-SUB)
                 IS GREATER THAN SQREFCK-LIMIT
               PERFORM RAISE-ORPHAN-EVENT.

       RAISE-ORPHAN-EVENT.
           ADD 1 TO SQREFCK-OVER-LIMIT-CNT.
           MOVE SQREFCK-CHILD-ORPHANS (SQREFCK-CHILD-SUB)
               TO EXCP-CALL-CODE.
           MOVE SPACES TO EXCP-CALL-MESSAGE.
           STRING 'ORPHANS OVER LIMIT ' SQREFCK-LIMIT ' IN '
               SQREFCK-CHILD-NAME (SQREFCK-CHILD-SUB)
               DELIMITED BY SIZE INTO EXCP-CALL-MESSAGE.
           CALL 'EXCPLOG' USING EXCP-CALL-PROGRAM
               EXCP-CALL-STMT-TYPE EXCP-CALL-CODE
               EXCP-CALL-MESSAGE.
           MOVE SPACES TO SQREFCK-REPORT-LINE.
           STRING '  EXCEPTION EVENT RAISED: ' EXCP-CALL-MESSAGE
               DELIMITED BY SIZE INTO SQREFCK-REPORT-LINE.
           MOVE SQREFCK-REPORT-LINE TO REF-REPORT-REC.
           WRITE REF-REPORT-REC.
