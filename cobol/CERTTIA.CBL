000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           CERTTIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMPACT-CARD-FILE ASSIGN TO IMPCRD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTTIA-CRD-STATUS.
           SELECT SOURCE-IN ASSIGN TO PGMSRC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTTIA-SRC-STATUS.
           SELECT XREF-IN ASSIGN TO XREFIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTTIA-XRI-STATUS.
           SELECT XREF-OUT ASSIGN TO XREFOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROFILE-OUT ASSIGN TO PROFOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT IMPACT-REPORT ASSIGN TO IMPRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      * What changed, one card per item:
      *   CHANGED  member    a program, copybook or CALLed module
      *                      changed (SQL_TBL, EXCPLOG, NC240A; any
      *                      .CPY or .CBL suffix is ignored)
      *   XCARD    nnn       X-card nnn of the CERTXRS deck changed
      *   PROFILE  name      the profile to write (default IMPACT)
      *   XREF               also print the full cross-reference
      * The operand starts in column 10; comment cards start '*'.
       FD  IMPACT-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  IMPACT-CARD.
           02 CARD-FUNCTION        PIC X(8).
           02 FILLER               PIC X(1).
           02 CARD-OPERAND         PIC X(30).
           02 FILLER               PIC X(41).

      * The suite's source members, unloaded as one deck of card
      * images (the same concatenation CERTXRS reads).
       FD  SOURCE-IN
           LABEL RECORDS ARE STANDARD.
       01  SOURCE-IN-REC.
           02 SRC-SEQUENCE         PIC X(6).
           02 SRC-INDICATOR        PIC X(1).
           02 SRC-TEXT             PIC X(65).
           02 SRC-IDENT            PIC X(8).

      * The program-to-dependency cross-reference, written by every
      * scan and read back when a run is made without the source:
      *   1-30  program             37-66  member, or the X-card
      *   32-35 PGM  (the program's        number for XCRD
      *               own entry)
      *         COPY (COPY or EXEC SQL INCLUDE)
      *         CALL (static CALL of a literal)
      *         XCRD (XXXXXnnn placeholder)
       FD  XREF-IN
           LABEL RECORDS ARE STANDARD.
       01  XREF-IN-REC.
           02 XRI-PROGRAM          PIC X(30).
           02 FILLER               PIC X(1).
           02 XRI-TYPE             PIC X(4).
           02 FILLER               PIC X(1).
           02 XRI-MEMBER           PIC X(30).
           02 FILLER               PIC X(14).

       FD  XREF-OUT
           LABEL RECORDS ARE STANDARD.
       01  XREF-OUT-REC.
           02 XRO-PROGRAM          PIC X(30).
           02 FILLER               PIC X(1).
           02 XRO-TYPE             PIC X(4).
           02 FILLER               PIC X(1).
           02 XRO-MEMBER           PIC X(30).
           02 FILLER               PIC X(14).

      * CERTPROF profile definition records: profile 1-8, member
      * 10-18.
       FD  PROFILE-OUT
           LABEL RECORDS ARE STANDARD.
       01  PROFILE-OUT-REC.
           02 PRO-NAME             PIC X(8).
           02 FILLER               PIC X(1).
           02 PRO-MEMBER           PIC X(9).
           02 FILLER               PIC X(62).

       FD  IMPACT-REPORT
           LABEL RECORDS ARE STANDARD.
       01  IMPACT-REPORT-REC       PIC X(120).

       WORKING-STORAGE SECTION.
       01  CERTTIA-CRD-STATUS      PIC XX  VALUE '00'.
       01  CERTTIA-SRC-STATUS      PIC XX  VALUE '00'.
       01  CERTTIA-XRI-STATUS      PIC XX  VALUE '00'.
       01  CERTTIA-EOF-SW          PIC X(3) VALUE 'NO'.
           88 CERTTIA-AT-EOF             VALUE 'YES'.
       01  CERTTIA-FOUND-SW        PIC X(3) VALUE 'NO'.
           88 CERTTIA-ENTRY-FOUND        VALUE 'YES'.
       01  CERTTIA-MARKED-SW       PIC X(3) VALUE 'NO'.
           88 CERTTIA-NEW-MARKS          VALUE 'YES'.
       01  CERTTIA-LIST-XREF-SW    PIC X(3) VALUE 'NO'.
           88 CERTTIA-LIST-XREF          VALUE 'YES'.
       01  CERTTIA-LITERAL-SW      PIC X(3) VALUE 'NO'.
           88 CERTTIA-IN-LITERAL         VALUE 'YES'.
       01  CERTTIA-SOURCE-SW       PIC X(3) VALUE 'NO'.
           88 CERTTIA-FROM-SOURCE        VALUE 'YES'.
       01  CERTTIA-PROFILE-NAME    PIC X(8) VALUE 'IMPACT'.
       01  CERTTIA-CARD-ERRORS     PIC 9(3) VALUE ZERO.
       01  CERTTIA-UNUSED-CNT      PIC 9(3) VALUE ZERO.
       01  CERTTIA-AFFECTED-CNT    PIC 9(5) VALUE ZERO.
       01  CERTTIA-LINE-CNT        PIC 9(7) VALUE ZERO.
       01  CERTTIA-PASS-CNT        PIC 9(3) VALUE ZERO.
       01  CERTTIA-REPORT-LINE     PIC X(120) VALUE SPACE.

      * Where the source scan stands.  PENDING holds the verb whose
      * operand is still to come (it may be on the next line).
       01  CERTTIA-PENDING         PIC X(4) VALUE SPACE.
           88 CERTTIA-WANT-PROGRAM-ID    VALUE 'PGM '.
           88 CERTTIA-WANT-COPY-MEMBER   VALUE 'COPY'.
           88 CERTTIA-WANT-CALL-TARGET   VALUE 'CALL'.
       01  CERTTIA-LINE-TEXT       PIC X(65) VALUE SPACE.
       01  CERTTIA-WORD            PIC X(40) VALUE SPACE.
       01  CERTTIA-WORD-PTR        PIC 9(3) VALUE ZERO.
       01  CERTTIA-QUOTE-CNT       PIC 9(3) VALUE ZERO.
       01  CERTTIA-SCAN-POS        PIC 9(3) VALUE ZERO.
       01  CERTTIA-CUR-PGM-SUB     PIC 9(4) VALUE ZERO.
       01  CERTTIA-NEW-TYPE        PIC X(4) VALUE SPACE.
       01  CERTTIA-NEW-MEMBER      PIC X(30) VALUE SPACE.
       01  CERTTIA-SEEK-PGM        PIC X(30) VALUE SPACE.

      * The changed items named on the cards.  TYPE is MEMB for a
      * member and XCRD for an X-card; HITS counts the programs
      * that refer to it.
       01  CERTTIA-CHG-USED        PIC 9(2) VALUE ZERO.
       01  CERTTIA-CHG-SUB         PIC 9(2) VALUE ZERO.
       01  CERTTIA-CHG-TABLE.
           02 CERTTIA-CHG-ENTRY OCCURS 50 TIMES.
              03 CERTTIA-CHG-TYPE       PIC X(4).
              03 CERTTIA-CHG-NAME       PIC X(30).
              03 CERTTIA-CHG-HITS       PIC 9(5).

      * One entry per program, its dependencies occupying the run
      * of the dependency table from FIRST to LAST.  REASON is S
      * when the program's own source changed, D when it depends
      * directly on a changed item, C when it only calls an
      * affected module; space when unaffected.
       01  CERTTIA-PGM-USED        PIC 9(4) VALUE ZERO.
       01  CERTTIA-PGM-SUB         PIC 9(4) VALUE ZERO.
       01  CERTTIA-PGM-TABLE.
           02 CERTTIA-PGM-ENTRY OCCURS 500 TIMES.
              03 CERTTIA-PGM-ID         PIC X(30).
              03 CERTTIA-PGM-FIRST      PIC 9(5).
              03 CERTTIA-PGM-LAST       PIC 9(5).
              03 CERTTIA-PGM-REASON     PIC X(1).
                 88 CERTTIA-PGM-UNAFFECTED    VALUE SPACE.
                 88 CERTTIA-PGM-SELF-CHANGED  VALUE 'S'.

      * MATCH is D when the dependency is itself a changed item, C
      * when it is a CALL of an affected module.
       01  CERTTIA-DEP-USED        PIC 9(5) VALUE ZERO.
       01  CERTTIA-DEP-SUB         PIC 9(5) VALUE ZERO.
       01  CERTTIA-DEP-TABLE.
           02 CERTTIA-DEP-ENTRY OCCURS 8000 TIMES.
              03 CERTTIA-DEP-TYPE       PIC X(4).
              03 CERTTIA-DEP-MEMBER     PIC X(30).
              03 CERTTIA-DEP-MATCH      PIC X(1).

       PROCEDURE DIVISION.

      * Test-impact analysis.  Every program in the source deck is
      * scanned for what it depends on - the copybooks it COPYs or
      * INCLUDEs, the modules it CALLs by name (EXCPLOG, CKDIGIT,
      * ...), the XXXXXnnn X-card placeholders it carries - and the
      * cross-reference is kept.  Given the members and X-cards that
      * changed, every program that depends on one of them is
      * affected, and so is every program that CALLs an affected
      * module, however many calls away.  The affected programs are
      * written as a CERTPROF profile (IMPACT unless a PROFILE card
      * says otherwise), so a daytime run after a small change runs
      * only what the change can reach; the report says why each
      * program is in it.  Without the source deck the kept
      * cross-reference is used instead.  RC=16 when there is
      * neither; RC=8 for a bad card or no change card (no profile
      * records are written); RC=4 when a changed item is referred
      * to by nothing scanned or no program is affected; RC=0
      * otherwise.
       MAINLINE.
           OPEN OUTPUT IMPACT-REPORT PROFILE-OUT.
           MOVE 'TEST-IMPACT ANALYSIS' TO IMPACT-REPORT-REC.
           WRITE IMPACT-REPORT-REC.
           MOVE SPACES TO IMPACT-REPORT-REC.
           WRITE IMPACT-REPORT-REC.
           PERFORM LOAD-CHANGE-CARDS.
           PERFORM LOAD-CROSS-REFERENCE.
           IF CERTTIA-PGM-USED EQUAL TO ZERO
               MOVE 'NO SOURCE DECK AND NO KEPT CROSS-REFERENCE - '
                   TO CERTTIA-REPORT-LINE
               MOVE 'NOTHING TO ANALYZE'
                   TO CERTTIA-REPORT-LINE (46:18)
               MOVE CERTTIA-REPORT-LINE TO IMPACT-REPORT-REC
               WRITE IMPACT-REPORT-REC
               CLOSE IMPACT-REPORT PROFILE-OUT
               MOVE 16 TO RETURN-CODE
               GOBACK.
           IF CERTTIA-CARD-ERRORS NOT EQUAL TO ZERO
             OR CERTTIA-CHG-USED EQUAL TO ZERO
               MOVE 'NO VALID CHANGE CARDS - NO PROFILE WRITTEN'
                   TO IMPACT-REPORT-REC
               WRITE IMPACT-REPORT-REC
               PERFORM WRITE-SCAN-TOTALS
               CLOSE IMPACT-REPORT PROFILE-OUT
               MOVE 8 TO RETURN-CODE
               GOBACK.
           PERFORM MARK-DIRECT-IMPACT.
           MOVE ZERO TO CERTTIA-PASS-CNT.
           SET CERTTIA-NEW-MARKS TO TRUE.
           PERFORM PROPAGATE-THROUGH-CALLS
               UNTIL NOT CERTTIA-NEW-MARKS.
           PERFORM WRITE-CHANGE-SUMMARY.
           PERFORM WRITE-AFFECTED-PROGRAMS.
           PERFORM WRITE-SCAN-TOTALS.
           IF CERTTIA-LIST-XREF
               PERFORM WRITE-CROSS-REFERENCE.
           CLOSE IMPACT-REPORT PROFILE-OUT.
           IF CERTTIA-UNUSED-CNT NOT EQUAL TO ZERO
             OR CERTTIA-AFFECTED-CNT EQUAL TO ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE.
           GOBACK.

       LOAD-CHANGE-CARDS.
           OPEN INPUT IMPACT-CARD-FILE.
           IF CERTTIA-CRD-STATUS NOT EQUAL TO '00'
               SET CERTTIA-AT-EOF TO TRUE.
           PERFORM READ-ONE-CHANGE-CARD UNTIL CERTTIA-AT-EOF.
           IF CERTTIA-CRD-STATUS EQUAL TO '00'
             OR CERTTIA-CRD-STATUS EQUAL TO '10'
               CLOSE IMPACT-CARD-FILE.
           MOVE 'NO' TO CERTTIA-EOF-SW.

       READ-ONE-CHANGE-CARD.
           READ IMPACT-CARD-FILE
               AT END SET CERTTIA-AT-EOF TO TRUE
               NOT AT END
                   IF IMPACT-CARD NOT EQUAL TO SPACES
                     AND CARD-FUNCTION (1:1) NOT EQUAL TO '*'
                       PERFORM POST-CHANGE-CARD
                           THRU POST-CHANGE-CARD-EX
                   END-IF.

       POST-CHANGE-CARD.
           MOVE SPACES TO CERTTIA-REPORT-LINE.
           STRING 'CARD: ' IMPACT-CARD
               DELIMITED BY SIZE INTO CERTTIA-REPORT-LINE.
           MOVE CERTTIA-REPORT-LINE TO IMPACT-REPORT-REC.
           WRITE IMPACT-REPORT-REC.
           IF CARD-FUNCTION EQUAL TO 'PROFILE'
             AND CARD-OPERAND NOT EQUAL TO SPACES
               MOVE CARD-OPERAND TO CERTTIA-PROFILE-NAME
               GO TO POST-CHANGE-CARD-EX.
           IF CARD-FUNCTION EQUAL TO 'XREF'
               SET CERTTIA-LIST-XREF TO TRUE
               GO TO POST-CHANGE-CARD-EX.
           IF CARD-FUNCTION NOT EQUAL TO 'CHANGED'
             AND CARD-FUNCTION NOT EQUAL TO 'XCARD'
               MOVE '   *** UNKNOWN CARD - NOT PROCESSED'
                   TO IMPACT-REPORT-REC
               WRITE IMPACT-REPORT-REC
               ADD 1 TO CERTTIA-CARD-ERRORS
               GO TO POST-CHANGE-CARD-EX.
           IF CARD-OPERAND EQUAL TO SPACES
             OR (CARD-FUNCTION EQUAL TO 'XCARD'
                 AND CARD-OPERAND (1:3) IS NOT NUMERIC)
               MOVE '   *** OPERAND MISSING OR INVALID'
                   TO IMPACT-REPORT-REC
               WRITE IMPACT-REPORT-REC
               ADD 1 TO CERTTIA-CARD-ERRORS
               GO TO POST-CHANGE-CARD-EX.
           IF CERTTIA-CHG-USED NOT LESS THAN 50
               MOVE '   *** MORE THAN 50 CHANGE CARDS'
                   TO IMPACT-REPORT-REC
               WRITE IMPACT-REPORT-REC
               ADD 1 TO CERTTIA-CARD-ERRORS
               GO TO POST-CHANGE-CARD-EX.
           ADD 1 TO CERTTIA-CHG-USED.
           MOVE SPACES TO CERTTIA-CHG-NAME (CERTTIA-CHG-USED).
           MOVE ZERO TO CERTTIA-CHG-HITS (CERTTIA-CHG-USED).
           IF CARD-FUNCTION EQUAL TO 'XCARD'
               MOVE 'XCRD' TO CERTTIA-CHG-TYPE (CERTTIA-CHG-USED)
               MOVE CARD-OPERAND (1:3)
                   TO CERTTIA-CHG-NAME (CERTTIA-CHG-USED)
           ELSE
               MOVE 'MEMB' TO CERTTIA-CHG-TYPE (CERTTIA-CHG-USED)
               UNSTRING CARD-OPERAND DELIMITED BY '.' OR SPACE
                   INTO CERTTIA-CHG-NAME (CERTTIA-CHG-USED).
       POST-CHANGE-CARD-EX.
           EXIT.

      * The source deck when there is one (the cross-reference is
      * then written fresh), the kept cross-reference otherwise.
       LOAD-CROSS-REFERENCE.
           OPEN INPUT SOURCE-IN.
           IF CERTTIA-SRC-STATUS EQUAL TO '00'
               SET CERTTIA-FROM-SOURCE TO TRUE
               PERFORM SCAN-ONE-SOURCE-LINE UNTIL CERTTIA-AT-EOF
               CLOSE SOURCE-IN
               MOVE 'NO' TO CERTTIA-EOF-SW
               PERFORM WRITE-NEW-CROSS-REFERENCE
           ELSE
               PERFORM LOAD-KEPT-CROSS-REFERENCE.

       SCAN-ONE-SOURCE-LINE.
           READ SOURCE-IN
               AT END SET CERTTIA-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO CERTTIA-LINE-CNT
                   IF SRC-INDICATOR EQUAL TO SPACE
                     OR SRC-INDICATOR EQUAL TO 'D'
                       IF SRC-TEXT NOT EQUAL TO SPACES
                           PERFORM SCAN-SOURCE-WORDS
                           PERFORM SCAN-SOURCE-PLACEHOLDERS
                       END-IF
                   END-IF.

      * Double quotes become single ones so a literal is known by
      * its first character whichever delimiter the author used.
       SCAN-SOURCE-WORDS.
           MOVE SRC-TEXT TO CERTTIA-LINE-TEXT.
           INSPECT CERTTIA-LINE-TEXT REPLACING ALL '"' BY "'".
           MOVE 1 TO CERTTIA-WORD-PTR.
           MOVE 'NO' TO CERTTIA-LITERAL-SW.
           PERFORM TAKE-NEXT-WORD
               UNTIL CERTTIA-WORD-PTR IS GREATER THAN 65.

      * Words inside a literal (' COPY - NOT FOR DISTRIBUTION') are
      * text, not verbs: an odd number of quotes in a word opens or
      * closes a literal.  A literal continued onto the next line
      * ends with this one, the continuation line not being
      * scanned.
       TAKE-NEXT-WORD.
           MOVE SPACES TO CERTTIA-WORD.
           UNSTRING CERTTIA-LINE-TEXT DELIMITED BY ALL SPACE
               INTO CERTTIA-WORD
               WITH POINTER CERTTIA-WORD-PTR.
           MOVE ZERO TO CERTTIA-QUOTE-CNT.
           INSPECT CERTTIA-WORD TALLYING CERTTIA-QUOTE-CNT
               FOR ALL "'".
           IF CERTTIA-IN-LITERAL
               IF CERTTIA-QUOTE-CNT EQUAL TO 1
                   MOVE 'NO' TO CERTTIA-LITERAL-SW
               END-IF
           ELSE IF CERTTIA-WORD NOT EQUAL TO SPACES
               PERFORM CLASSIFY-SOURCE-WORD
               IF CERTTIA-QUOTE-CNT EQUAL TO 1
                   SET CERTTIA-IN-LITERAL TO TRUE
               END-IF
           END-IF
           END-IF.

      * PROGRAM-ID starts a new program; COPY and INCLUDE name a
      * copybook in the next word, CALL a module when the next word
      * is a literal (a CALL of a data name cannot be followed).
       CLASSIFY-SOURCE-WORD.
           IF CERTTIA-WANT-PROGRAM-ID
               MOVE SPACES TO CERTTIA-PENDING
               PERFORM TAKE-WORD-NAME
               PERFORM ADD-SCANNED-PROGRAM
           ELSE IF CERTTIA-WANT-COPY-MEMBER
               MOVE SPACES TO CERTTIA-PENDING
               PERFORM TAKE-WORD-NAME
               MOVE 'COPY' TO CERTTIA-NEW-TYPE
               PERFORM ADD-DEPENDENCY
           ELSE IF CERTTIA-WANT-CALL-TARGET
               MOVE SPACES TO CERTTIA-PENDING
               IF CERTTIA-WORD (1:1) EQUAL TO "'"
                   PERFORM TAKE-WORD-NAME
                   MOVE 'CALL' TO CERTTIA-NEW-TYPE
                   PERFORM ADD-DEPENDENCY
               END-IF
           ELSE IF CERTTIA-WORD EQUAL TO 'PROGRAM-ID'
             OR CERTTIA-WORD EQUAL TO 'PROGRAM-ID.'
               SET CERTTIA-WANT-PROGRAM-ID TO TRUE
           ELSE IF CERTTIA-WORD EQUAL TO 'COPY'
             OR CERTTIA-WORD EQUAL TO 'INCLUDE'
               SET CERTTIA-WANT-COPY-MEMBER TO TRUE
           ELSE IF CERTTIA-WORD EQUAL TO 'CALL'
               SET CERTTIA-WANT-CALL-TARGET TO TRUE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      * The name in the current word without its quotes or its
      * closing period.
       TAKE-WORD-NAME.
           MOVE SPACES TO CERTTIA-NEW-MEMBER.
           IF CERTTIA-WORD (1:1) EQUAL TO "'"
               UNSTRING CERTTIA-WORD (2:) DELIMITED BY "'"
                   INTO CERTTIA-NEW-MEMBER
           ELSE
               UNSTRING CERTTIA-WORD DELIMITED BY '.'
                   INTO CERTTIA-NEW-MEMBER.

      * A program whose source appears twice in the deck keeps its
      * first entry; the second copy is passed over.
       ADD-SCANNED-PROGRAM.
           MOVE CERTTIA-NEW-MEMBER TO CERTTIA-SEEK-PGM.
           PERFORM LOCATE-PROGRAM.
           IF CERTTIA-ENTRY-FOUND
             OR CERTTIA-PGM-USED NOT LESS THAN 500
               MOVE ZERO TO CERTTIA-CUR-PGM-SUB
           ELSE
               PERFORM ADD-PROGRAM-ENTRY.

       ADD-PROGRAM-ENTRY.
           ADD 1 TO CERTTIA-PGM-USED.
           MOVE CERTTIA-PGM-USED TO CERTTIA-CUR-PGM-SUB.
           MOVE CERTTIA-SEEK-PGM TO CERTTIA-PGM-ID
               (CERTTIA-CUR-PGM-SUB).
           COMPUTE CERTTIA-PGM-FIRST (CERTTIA-CUR-PGM-SUB) =
               CERTTIA-DEP-USED + 1.
           MOVE CERTTIA-DEP-USED TO CERTTIA-PGM-LAST
               (CERTTIA-CUR-PGM-SUB).
           MOVE SPACE TO CERTTIA-PGM-REASON (CERTTIA-CUR-PGM-SUB).

      * A dependency already listed for the program is not listed
      * again; anything before the first PROGRAM-ID is ignored.
       ADD-DEPENDENCY.
           IF CERTTIA-CUR-PGM-SUB NOT EQUAL TO ZERO
             AND CERTTIA-NEW-MEMBER NOT EQUAL TO SPACES
               MOVE 'NO' TO CERTTIA-FOUND-SW
               COMPUTE CERTTIA-DEP-SUB =
                   CERTTIA-PGM-FIRST (CERTTIA-CUR-PGM-SUB) - 1
               PERFORM LOCATE-DEPENDENCY-SCAN
                   UNTIL CERTTIA-ENTRY-FOUND
                      OR CERTTIA-DEP-SUB NOT LESS THAN
                         CERTTIA-PGM-LAST (CERTTIA-CUR-PGM-SUB)
               IF NOT CERTTIA-ENTRY-FOUND
                 AND CERTTIA-DEP-USED IS LESS THAN 8000
                   ADD 1 TO CERTTIA-DEP-USED
                   MOVE CERTTIA-DEP-USED TO CERTTIA-PGM-LAST
                       (CERTTIA-CUR-PGM-SUB)
                   MOVE CERTTIA-NEW-TYPE TO CERTTIA-DEP-TYPE
                       (CERTTIA-DEP-USED)
                   MOVE CERTTIA-NEW-MEMBER TO CERTTIA-DEP-MEMBER
                       (CERTTIA-DEP-USED)
                   MOVE SPACE TO CERTTIA-DEP-MATCH
                       (CERTTIA-DEP-USED)
               END-IF
           END-IF.

       LOCATE-DEPENDENCY-SCAN.
           ADD 1 TO CERTTIA-DEP-SUB.
           IF CERTTIA-DEP-TYPE (CERTTIA-DEP-SUB) EQUAL TO
                   CERTTIA-NEW-TYPE
             AND CERTTIA-DEP-MEMBER (CERTTIA-DEP-SUB) EQUAL TO
                   CERTTIA-NEW-MEMBER
               SET CERTTIA-ENTRY-FOUND TO TRUE.

      * The XXXXXnnn placeholders, found the way CERTXRS finds
      * them for substitution.
       SCAN-SOURCE-PLACEHOLDERS.
           MOVE 1 TO CERTTIA-SCAN-POS.
           PERFORM SCAN-FOR-PLACEHOLDER
               UNTIL CERTTIA-SCAN-POS IS GREATER THAN 58.

       SCAN-FOR-PLACEHOLDER.
           IF SRC-TEXT (CERTTIA-SCAN-POS:5) EQUAL TO 'XXXXX'
             AND SRC-TEXT (CERTTIA-SCAN-POS + 5:3) IS NUMERIC
               MOVE SPACES TO CERTTIA-NEW-MEMBER
               MOVE SRC-TEXT (CERTTIA-SCAN-POS + 5:3)
                   TO CERTTIA-NEW-MEMBER
               MOVE 'XCRD' TO CERTTIA-NEW-TYPE
               PERFORM ADD-DEPENDENCY
               ADD 8 TO CERTTIA-SCAN-POS
           ELSE
               ADD 1 TO CERTTIA-SCAN-POS.

       WRITE-NEW-CROSS-REFERENCE.
           OPEN OUTPUT XREF-OUT.
           MOVE ZERO TO CERTTIA-PGM-SUB.
           PERFORM WRITE-PROGRAM-XREF
               UNTIL CERTTIA-PGM-SUB NOT LESS THAN CERTTIA-PGM-USED.
           CLOSE XREF-OUT.

       WRITE-PROGRAM-XREF.
           ADD 1 TO CERTTIA-PGM-SUB.
           MOVE SPACES TO XREF-OUT-REC.
           MOVE CERTTIA-PGM-ID (CERTTIA-PGM-SUB) TO XRO-PROGRAM.
           MOVE 'PGM ' TO XRO-TYPE.
           WRITE XREF-OUT-REC.
           COMPUTE CERTTIA-DEP-SUB =
               CERTTIA-PGM-FIRST (CERTTIA-PGM-SUB) - 1.
           PERFORM WRITE-DEPENDENCY-XREF
               UNTIL CERTTIA-DEP-SUB NOT LESS THAN
                     CERTTIA-PGM-LAST (CERTTIA-PGM-SUB).

       WRITE-DEPENDENCY-XREF.
           ADD 1 TO CERTTIA-DEP-SUB.
           MOVE SPACES TO XREF-OUT-REC.
           MOVE CERTTIA-PGM-ID (CERTTIA-PGM-SUB) TO XRO-PROGRAM.
           MOVE CERTTIA-DEP-TYPE (CERTTIA-DEP-SUB) TO XRO-TYPE.
           MOVE CERTTIA-DEP-MEMBER (CERTTIA-DEP-SUB) TO XRO-MEMBER.
           WRITE XREF-OUT-REC.

       LOAD-KEPT-CROSS-REFERENCE.
           OPEN INPUT XREF-IN.
           IF CERTTIA-XRI-STATUS EQUAL TO '00'
               PERFORM LOAD-ONE-XREF-REC UNTIL CERTTIA-AT-EOF
               CLOSE XREF-IN
               MOVE 'NO' TO CERTTIA-EOF-SW.

       LOAD-ONE-XREF-REC.
           READ XREF-IN
               AT END SET CERTTIA-AT-EOF TO TRUE
               NOT AT END
                   MOVE XRI-MEMBER TO CERTTIA-NEW-MEMBER
                   MOVE XRI-TYPE TO CERTTIA-NEW-TYPE
                   IF XRI-TYPE EQUAL TO 'PGM '
                       MOVE XRI-PROGRAM TO CERTTIA-NEW-MEMBER
                       PERFORM ADD-SCANNED-PROGRAM
                   ELSE
                       PERFORM ADD-DEPENDENCY
                   END-IF.

      * Looks CERTTIA-SEEK-PGM up in the program table;
      * CERTTIA-PGM-SUB is left on the entry when it is found.
       LOCATE-PROGRAM.
           MOVE 'NO' TO CERTTIA-FOUND-SW.
           MOVE ZERO TO CERTTIA-PGM-SUB.
           PERFORM LOCATE-PROGRAM-SCAN
               UNTIL CERTTIA-ENTRY-FOUND
                  OR CERTTIA-PGM-SUB NOT LESS THAN CERTTIA-PGM-USED.

       LOCATE-PROGRAM-SCAN.
           ADD 1 TO CERTTIA-PGM-SUB.
           IF CERTTIA-PGM-ID (CERTTIA-PGM-SUB) EQUAL TO
                   CERTTIA-SEEK-PGM
               SET CERTTIA-ENTRY-FOUND TO TRUE.

      * A program is directly affected when its own source changed
      * or one of its dependencies is a changed item.
       MARK-DIRECT-IMPACT.
           MOVE ZERO TO CERTTIA-PGM-SUB.
           PERFORM MARK-ONE-PROGRAM-DIRECT
               UNTIL CERTTIA-PGM-SUB NOT LESS THAN CERTTIA-PGM-USED.

       MARK-ONE-PROGRAM-DIRECT.
           ADD 1 TO CERTTIA-PGM-SUB.
           MOVE 'MEMB' TO CERTTIA-NEW-TYPE.
           MOVE CERTTIA-PGM-ID (CERTTIA-PGM-SUB)
               TO CERTTIA-NEW-MEMBER.
           PERFORM LOCATE-CHANGE.
           IF CERTTIA-ENTRY-FOUND
               MOVE 'S' TO CERTTIA-PGM-REASON (CERTTIA-PGM-SUB)
               ADD 1 TO CERTTIA-CHG-HITS (CERTTIA-CHG-SUB).
           COMPUTE CERTTIA-DEP-SUB =
               CERTTIA-PGM-FIRST (CERTTIA-PGM-SUB) - 1.
           PERFORM MARK-ONE-DEPENDENCY-DIRECT
               UNTIL CERTTIA-DEP-SUB NOT LESS THAN
                     CERTTIA-PGM-LAST (CERTTIA-PGM-SUB).

       MARK-ONE-DEPENDENCY-DIRECT.
           ADD 1 TO CERTTIA-DEP-SUB.
           IF CERTTIA-DEP-TYPE (CERTTIA-DEP-SUB) EQUAL TO 'XCRD'
               MOVE 'XCRD' TO CERTTIA-NEW-TYPE
           ELSE
               MOVE 'MEMB' TO CERTTIA-NEW-TYPE.
           MOVE CERTTIA-DEP-MEMBER (CERTTIA-DEP-SUB)
               TO CERTTIA-NEW-MEMBER.
           PERFORM LOCATE-CHANGE.
           IF CERTTIA-ENTRY-FOUND
               MOVE 'D' TO CERTTIA-DEP-MATCH (CERTTIA-DEP-SUB)
               ADD 1 TO CERTTIA-CHG-HITS (CERTTIA-CHG-SUB)
               IF CERTTIA-PGM-UNAFFECTED (CERTTIA-PGM-SUB)
                   MOVE 'D' TO CERTTIA-PGM-REASON (CERTTIA-PGM-SUB)
               END-IF
           END-IF.

      * Looks CERTTIA-NEW-TYPE/CERTTIA-NEW-MEMBER up among the
      * changed items; CERTTIA-CHG-SUB is left on the entry when it
      * is found.
       LOCATE-CHANGE.
           MOVE 'NO' TO CERTTIA-FOUND-SW.
           MOVE ZERO TO CERTTIA-CHG-SUB.
           PERFORM LOCATE-CHANGE-SCAN
               UNTIL CERTTIA-ENTRY-FOUND
                  OR CERTTIA-CHG-SUB NOT LESS THAN CERTTIA-CHG-USED.

       LOCATE-CHANGE-SCAN.
           ADD 1 TO CERTTIA-CHG-SUB.
           IF CERTTIA-CHG-TYPE (CERTTIA-CHG-SUB) EQUAL TO
                   CERTTIA-NEW-TYPE
             AND CERTTIA-CHG-NAME (CERTTIA-CHG-SUB) EQUAL TO
                   CERTTIA-NEW-MEMBER
               SET CERTTIA-ENTRY-FOUND TO TRUE.

      * One pass marks every CALL of an affected module; passes
      * repeat until one marks nothing new, so a chain of calls of
      * any length is followed.
       PROPAGATE-THROUGH-CALLS.
           ADD 1 TO CERTTIA-PASS-CNT.
           MOVE 'NO' TO CERTTIA-MARKED-SW.
           MOVE ZERO TO CERTTIA-CUR-PGM-SUB.
           PERFORM PROPAGATE-ONE-PROGRAM
               UNTIL CERTTIA-CUR-PGM-SUB NOT LESS THAN
                     CERTTIA-PGM-USED.

       PROPAGATE-ONE-PROGRAM.
           ADD 1 TO CERTTIA-CUR-PGM-SUB.
           COMPUTE CERTTIA-DEP-SUB =
               CERTTIA-PGM-FIRST (CERTTIA-CUR-PGM-SUB) - 1.
           PERFORM PROPAGATE-ONE-DEPENDENCY
               UNTIL CERTTIA-DEP-SUB NOT LESS THAN
                     CERTTIA-PGM-LAST (CERTTIA-CUR-PGM-SUB).

       PROPAGATE-ONE-DEPENDENCY.
           ADD 1 TO CERTTIA-DEP-SUB.
           IF CERTTIA-DEP-TYPE (CERTTIA-DEP-SUB) EQUAL TO 'CALL'
             AND CERTTIA-DEP-MATCH (CERTTIA-DEP-SUB) EQUAL TO SPACE
               MOVE CERTTIA-DEP-MEMBER (CERTTIA-DEP-SUB)
                   TO CERTTIA-SEEK-PGM
               PERFORM LOCATE-PROGRAM
               IF CERTTIA-ENTRY-FOUND
                 AND NOT CERTTIA-PGM-UNAFFECTED (CERTTIA-PGM-SUB)
                   MOVE 'C' TO CERTTIA-DEP-MATCH (CERTTIA-DEP-SUB)
                   SET CERTTIA-NEW-MARKS TO TRUE
                   IF CERTTIA-PGM-UNAFFECTED (CERTTIA-CUR-PGM-SUB)
                       MOVE 'C' TO CERTTIA-PGM-REASON
                           (CERTTIA-CUR-PGM-SUB)
                   END-IF
               END-IF
           END-IF.

       WRITE-CHANGE-SUMMARY.
           MOVE SPACES TO IMPACT-REPORT-REC.
           WRITE IMPACT-REPORT-REC.
           MOVE 'CHANGED ITEMS' TO IMPACT-REPORT-REC.
           WRITE IMPACT-REPORT-REC.
           MOVE ZERO TO CERTTIA-CHG-SUB.
           PERFORM WRITE-ONE-CHANGE-LINE
               UNTIL CERTTIA-CHG-SUB NOT LESS THAN CERTTIA-CHG-USED.

      * HITS counts the program's own source and each dependency on
      * the item, so a program copying a member twice counts once
      * (dependencies are listed once per program).
       WRITE-ONE-CHANGE-LINE.
           ADD 1 TO CERTTIA-CHG-SUB.
           MOVE SPACES TO CERTTIA-REPORT-LINE.
           IF CERTTIA-CHG-TYPE (CERTTIA-CHG-SUB) EQUAL TO 'XCRD'
               STRING '   X-CARD ' CERTTIA-CHG-NAME (CERTTIA-CHG-SUB)
                   (1:3) '  (XXXXX'
                   CERTTIA-CHG-NAME (CERTTIA-CHG-SUB) (1:3) ')'
                   DELIMITED BY SIZE INTO CERTTIA-REPORT-LINE
           ELSE
               STRING '   MEMBER ' CERTTIA-CHG-NAME (CERTTIA-CHG-SUB)
                   DELIMITED BY SIZE INTO CERTTIA-REPORT-LINE.
           IF CERTTIA-CHG-HITS (CERTTIA-CHG-SUB) EQUAL TO ZERO
               ADD 1 TO CERTTIA-UNUSED-CNT
               MOVE '*** NOT REFERRED TO BY ANY PROGRAM SCANNED'
                   TO CERTTIA-REPORT-LINE (45:42)
           ELSE
               STRING 'REFERRED TO ' CERTTIA-CHG-HITS
                   (CERTTIA-CHG-SUB) ' TIME(S)'
                   DELIMITED BY SIZE
                   INTO CERTTIA-REPORT-LINE (45:30).
           MOVE CERTTIA-REPORT-LINE TO IMPACT-REPORT-REC.
           WRITE IMPACT-REPORT-REC.

      * Each affected program is written to the profile and listed
      * with every reason it is there.
       WRITE-AFFECTED-PROGRAMS.
           MOVE SPACES TO IMPACT-REPORT-REC.
           WRITE IMPACT-REPORT-REC.
           MOVE SPACES TO CERTTIA-REPORT-LINE.
           STRING 'AFFECTED PROGRAMS - PROFILE '
               CERTTIA-PROFILE-NAME
               DELIMITED BY SIZE INTO CERTTIA-REPORT-LINE.
           MOVE CERTTIA-REPORT-LINE TO IMPACT-REPORT-REC.
           WRITE IMPACT-REPORT-REC.
           MOVE SPACES TO PROFILE-OUT-REC.
           STRING '* ' CERTTIA-PROFILE-NAME
               ' WRITTEN BY TEST-IMPACT ANALYSIS'
               DELIMITED BY SIZE INTO PROFILE-OUT-REC.
           WRITE PROFILE-OUT-REC.
           MOVE ZERO TO CERTTIA-PGM-SUB.
           PERFORM WRITE-ONE-AFFECTED-PROGRAM
               UNTIL CERTTIA-PGM-SUB NOT LESS THAN CERTTIA-PGM-USED.
           IF CERTTIA-AFFECTED-CNT EQUAL TO ZERO
               MOVE '   NONE - NOTHING SCANNED DEPENDS ON THE CHANGES'
                   TO IMPACT-REPORT-REC
               WRITE IMPACT-REPORT-REC.

       WRITE-ONE-AFFECTED-PROGRAM.
           ADD 1 TO CERTTIA-PGM-SUB.
           IF NOT CERTTIA-PGM-UNAFFECTED (CERTTIA-PGM-SUB)
               ADD 1 TO CERTTIA-AFFECTED-CNT
               MOVE SPACES TO PROFILE-OUT-REC
               MOVE CERTTIA-PROFILE-NAME TO PRO-NAME
               MOVE CERTTIA-PGM-ID (CERTTIA-PGM-SUB) TO PRO-MEMBER
               WRITE PROFILE-OUT-REC
               MOVE SPACES TO CERTTIA-REPORT-LINE
               MOVE CERTTIA-PGM-ID (CERTTIA-PGM-SUB)
                   TO CERTTIA-REPORT-LINE (4:30)
               MOVE CERTTIA-REPORT-LINE TO IMPACT-REPORT-REC
               WRITE IMPACT-REPORT-REC
               IF CERTTIA-PGM-SELF-CHANGED (CERTTIA-PGM-SUB)
                   MOVE SPACES TO CERTTIA-REPORT-LINE
                   MOVE 'ITS OWN SOURCE CHANGED'
                       TO CERTTIA-REPORT-LINE (8:22)
                   MOVE CERTTIA-REPORT-LINE TO IMPACT-REPORT-REC
                   WRITE IMPACT-REPORT-REC
               END-IF
               COMPUTE CERTTIA-DEP-SUB =
                   CERTTIA-PGM-FIRST (CERTTIA-PGM-SUB) - 1
               PERFORM WRITE-ONE-REASON
                   UNTIL CERTTIA-DEP-SUB NOT LESS THAN
                         CERTTIA-PGM-LAST (CERTTIA-PGM-SUB).

       WRITE-ONE-REASON.
           ADD 1 TO CERTTIA-DEP-SUB.
           MOVE SPACES TO CERTTIA-REPORT-LINE.
           IF CERTTIA-DEP-MATCH (CERTTIA-DEP-SUB) EQUAL TO 'C'
               STRING 'CALLS ' DELIMITED BY SIZE
                   CERTTIA-DEP-MEMBER (CERTTIA-DEP-SUB)
                   DELIMITED BY SPACE
                   ', WHICH IS ITSELF AFFECTED'
                   DELIMITED BY SIZE
                   INTO CERTTIA-REPORT-LINE (8:)
           ELSE IF CERTTIA-DEP-MATCH (CERTTIA-DEP-SUB) EQUAL TO 'D'
             AND CERTTIA-DEP-TYPE (CERTTIA-DEP-SUB) EQUAL TO 'XCRD'
               STRING 'CARRIES PLACEHOLDER XXXXX'
                   CERTTIA-DEP-MEMBER (CERTTIA-DEP-SUB) (1:3)
                   ' OF CHANGED X-CARD '
                   CERTTIA-DEP-MEMBER (CERTTIA-DEP-SUB) (1:3)
                   DELIMITED BY SIZE
                   INTO CERTTIA-REPORT-LINE (8:)
           ELSE IF CERTTIA-DEP-MATCH (CERTTIA-DEP-SUB) EQUAL TO 'D'
             AND CERTTIA-DEP-TYPE (CERTTIA-DEP-SUB) EQUAL TO 'CALL'
               STRING 'CALLS CHANGED MODULE '
                   CERTTIA-DEP-MEMBER (CERTTIA-DEP-SUB)
                   DELIMITED BY SIZE
                   INTO CERTTIA-REPORT-LINE (8:)
           ELSE IF CERTTIA-DEP-MATCH (CERTTIA-DEP-SUB) EQUAL TO 'D'
               STRING 'COPIES CHANGED MEMBER '
                   CERTTIA-DEP-MEMBER (CERTTIA-DEP-SUB)
                   DELIMITED BY SIZE
                   INTO CERTTIA-REPORT-LINE (8:)
           END-IF
           END-IF
           END-IF
           END-IF.
           IF CERTTIA-REPORT-LINE NOT EQUAL TO SPACES
               MOVE CERTTIA-REPORT-LINE TO IMPACT-REPORT-REC
               WRITE IMPACT-REPORT-REC.

       WRITE-SCAN-TOTALS.
           MOVE SPACES TO IMPACT-REPORT-REC.
           WRITE IMPACT-REPORT-REC.
           MOVE SPACES TO CERTTIA-REPORT-LINE.
           IF CERTTIA-FROM-SOURCE
               STRING 'SOURCE LINES SCANNED = ' CERTTIA-LINE-CNT
                   DELIMITED BY SIZE INTO CERTTIA-REPORT-LINE
           ELSE
               MOVE 'NO SOURCE DECK - KEPT CROSS-REFERENCE USED'
                   TO CERTTIA-REPORT-LINE.
           MOVE CERTTIA-REPORT-LINE TO IMPACT-REPORT-REC.
           WRITE IMPACT-REPORT-REC.
           MOVE SPACES TO CERTTIA-REPORT-LINE.
           STRING 'PROGRAMS = ' CERTTIA-PGM-USED
               '  DEPENDENCIES = ' CERTTIA-DEP-USED
               '  AFFECTED = ' CERTTIA-AFFECTED-CNT
               '  CALL PASSES = ' CERTTIA-PASS-CNT
               DELIMITED BY SIZE INTO CERTTIA-REPORT-LINE.
           MOVE CERTTIA-REPORT-LINE TO IMPACT-REPORT-REC.
           WRITE IMPACT-REPORT-REC.

       WRITE-CROSS-REFERENCE.
           MOVE SPACES TO IMPACT-REPORT-REC.
           WRITE IMPACT-REPORT-REC.
           MOVE 'PROGRAM-TO-DEPENDENCY CROSS-REFERENCE'
               TO IMPACT-REPORT-REC.
           WRITE IMPACT-REPORT-REC.
           MOVE ZERO TO CERTTIA-PGM-SUB.
           PERFORM LIST-PROGRAM-XREF
               UNTIL CERTTIA-PGM-SUB NOT LESS THAN CERTTIA-PGM-USED.

       LIST-PROGRAM-XREF.
           ADD 1 TO CERTTIA-PGM-SUB.
           MOVE SPACES TO CERTTIA-REPORT-LINE.
           MOVE CERTTIA-PGM-ID (CERTTIA-PGM-SUB)
               TO CERTTIA-REPORT-LINE (4:30).
           MOVE CERTTIA-REPORT-LINE TO IMPACT-REPORT-REC.
           WRITE IMPACT-REPORT-REC.
           COMPUTE CERTTIA-DEP-SUB =
               CERTTIA-PGM-FIRST (CERTTIA-PGM-SUB) - 1.
           PERFORM LIST-DEPENDENCY-XREF
               UNTIL CERTTIA-DEP-SUB NOT LESS THAN
                     CERTTIA-PGM-LAST (CERTTIA-PGM-SUB).

       LIST-DEPENDENCY-XREF.
           ADD 1 TO CERTTIA-DEP-SUB.
           MOVE SPACES TO CERTTIA-REPORT-LINE.
           STRING CERTTIA-DEP-TYPE (CERTTIA-DEP-SUB) ' '
               CERTTIA-DEP-MEMBER (CERTTIA-DEP-SUB)
               DELIMITED BY SIZE INTO CERTTIA-REPORT-LINE (8:).
           MOVE CERTTIA-REPORT-LINE TO IMPACT-REPORT-REC.
           WRITE IMPACT-REPORT-REC.
