000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           CERTDECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JCL-FILE ASSIGN TO JCLIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTDECK-JCL-STATUS.
           SELECT DECK-FILE ASSIGN TO DECKIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTDECK-DECK-STATUS.
           SELECT DECK-REPORT ASSIGN TO DECKRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      * The night's job members, concatenated.  Every EXEC PGM= of
      * a card-driven utility (and the RUN PROGRAM() a TSO batch
      * step names) is followed to its card DD: an instream deck
      * is checked where it stands; a deck on a dataset is listed
      * as not examined unless it also comes in on DECKIN.
       FD  JCL-FILE
           LABEL RECORDS ARE STANDARD.
       01  JCL-REC                 PIC X(80).

      * Decks kept on datasets, each preceded by a header card:
      *   ./ DECK  program  ddname   step
      * ./ DECK in 1-7, the program that reads the deck in 9-16,
      * its card DD in 18-25 and the step in 27-34 (blank for a
      * deck the night reads in more than one step).  A header
      * card on its own ahead of each dataset of a concatenation
      * is enough.
       FD  DECK-FILE
           LABEL RECORDS ARE STANDARD.
       01  DECK-REC                PIC X(80).
       01  DECK-HEADER-REC.
           02 HDR-TAG              PIC X(7).
           02 FILLER               PIC X(1).
           02 HDR-PROGRAM          PIC X(8).
           02 FILLER               PIC X(1).
           02 HDR-DD-NAME          PIC X(8).
           02 FILLER               PIC X(1).
           02 HDR-STEP             PIC X(8).
           02 FILLER               PIC X(46).

       FD  DECK-REPORT
           LABEL RECORDS ARE STANDARD.
       01  DECK-REPORT-REC         PIC X(120).

       WORKING-STORAGE SECTION.
       01  CERTDECK-JCL-STATUS     PIC XX  VALUE '00'.
       01  CERTDECK-DECK-STATUS    PIC XX  VALUE '00'.
       01  CERTDECK-EOF-SW         PIC X(3) VALUE 'NO'.
           88 CERTDECK-AT-EOF            VALUE 'YES'.
       01  CERTDECK-INSTREAM-SW    PIC X(3) VALUE 'NO'.
           88 CERTDECK-IN-INSTREAM       VALUE 'YES'.
       01  CERTDECK-IN-DECK-SW     PIC X(3) VALUE 'NO'.
           88 CERTDECK-IN-DECK           VALUE 'YES'.
       01  CERTDECK-ORPHAN-SW      PIC X(3) VALUE 'NO'.
           88 CERTDECK-ORPHAN-SEEN       VALUE 'YES'.
       01  CERTDECK-FOUND-SW       PIC X(3) VALUE 'NO'.
           88 CERTDECK-ENTRY-FOUND       VALUE 'YES'.
       01  CERTDECK-TODAY          PIC 9(8) VALUE ZERO.
       01  CERTDECK-JCL-CNT        PIC 9(7) VALUE ZERO.
       01  CERTDECK-DECKIN-CNT     PIC 9(7) VALUE ZERO.
       01  CERTDECK-JOB-CNT        PIC 9(5) VALUE ZERO.
       01  CERTDECK-STEP-CNT       PIC 9(5) VALUE ZERO.
       01  CERTDECK-DECK-CNT       PIC 9(5) VALUE ZERO.
       01  CERTDECK-CARD-CNT       PIC 9(7) VALUE ZERO.
       01  CERTDECK-ERROR-CNT      PIC 9(5) VALUE ZERO.
       01  CERTDECK-WARN-CNT       PIC 9(5) VALUE ZERO.
       01  CERTDECK-BAD-DECK-CNT   PIC 9(5) VALUE ZERO.

      * Where the JCL scan stands: the job and step, the program the
      * step runs and the DD being read.
       01  CERTDECK-JOB            PIC X(8) VALUE SPACE.
       01  CERTDECK-STEP           PIC X(8) VALUE SPACE.
       01  CERTDECK-PROGRAM        PIC X(8) VALUE SPACE.
       01  CERTDECK-DD-NAME        PIC X(8) VALUE SPACE.
       01  CERTDECK-STMT-NAME      PIC X(8) VALUE SPACE.
       01  CERTDECK-STMT-OP        PIC X(8) VALUE SPACE.
       01  CERTDECK-STMT-OPERAND   PIC X(70) VALUE SPACE.
       01  CERTDECK-DSN            PIC X(44) VALUE SPACE.
       01  CERTDECK-SCAN-BEFORE    PIC X(80) VALUE SPACE.
       01  CERTDECK-SCAN-AFTER     PIC X(80) VALUE SPACE.
       01  CERTDECK-SCAN-CNT       PIC 9(2) VALUE ZERO.

      * The card layouts this program knows: the program that reads
      * the deck, its card DD, the layout the cards follow (a deck
      * of CERTGEN cards is read by more than one program), whether
      * comment cards starting with an asterisk are allowed, whether
      * at least one card must be present, and how many cards the
      * program reads at most (000 for no limit).  *ANY stands for
      * every program: the debugging declaratives read WATCHCRD in
      * whatever program is run under /DEBUG.
       01  CERTDECK-LAYOUT-VALUES.
           02 FILLER PIC X(29) VALUE 'CERTCAL CALCRD  CERTCAL YN000'.
           02 FILLER PIC X(29) VALUE 'CERTCAL GENBASE CERTGEN NY000'.
           02 FILLER PIC X(29) VALUE 'CERTCAT CATCRD  CERTCAT YN000'.
           02 FILLER PIC X(29) VALUE 'CERTCKPTCKPTCRD CERTCKPTNY001'.
           02 FILLER PIC X(29) VALUE 'CERTCPA PLANCRD CERTCPA YN000'.
           02 FILLER PIC X(29) VALUE 'CERTDBS DBSCRD  CERTDBS YY001'.
           02 FILLER PIC X(29) VALUE 'CERTDIAGDIAGCRD CERTDIAGNN001'.
           02 FILLER PIC X(29) VALUE 'CERTGATEGATECRD CERTGATENY001'.
           02 FILLER PIC X(29) VALUE 'CERTGEN GENCRD  CERTGEN NY001'.
           02 FILLER PIC X(29) VALUE 'CERTLOK LOKCRD  CERTLOK NY001'.
           02 FILLER PIC X(29) VALUE 'CERTPROFPROFCRD CERTPROFNY001'.
           02 FILLER PIC X(29) VALUE 'CERTRID RUNCRD  CERTRID NY001'.
           02 FILLER PIC X(29) VALUE 'CERTSPC GENCRDS CERTGEN NY000'.
           02 FILLER PIC X(29) VALUE 'CERTTIA IMPCRD  CERTTIA YY000'.
           02 FILLER PIC X(29) VALUE 'CMDEAD  DLQCRD  CMDEAD  NY000'.
           02 FILLER PIC X(29) VALUE 'CMMNT   MMNCRD  CMMNT   NN001'.
           02 FILLER PIC X(29) VALUE 'CMPWSET PWCARDS CMPWSET YY000'.
           02 FILLER PIC X(29) VALUE 'CMRETRY RTYCRD  CMRETRY NN001'.
           02 FILLER PIC X(29) VALUE 'CMROUTE RTRULES CMROUTE YY030'.
           02 FILLER PIC X(29) VALUE 'CMROUTE SECCRD  CMRSEC  NN001'.
           02 FILLER PIC X(29) VALUE '*ANY    WATCHCRDDBGWATCHNN050'.
           02 FILLER PIC X(29) VALUE 'IXEXTR  EXTCRD  IXEXTR  YN020'.
           02 FILLER PIC X(29) VALUE 'IXHIST  HSTCRD  IXHIST  NN001'.
           02 FILLER PIC X(29) VALUE 'IXINQ   INQCRD  IXINQ   NY000'.
           02 FILLER PIC X(29) VALUE 'IXKEYGENKEYCRD  IXKEYGENYY000'.
           02 FILLER PIC X(29) VALUE 'IXLOAD  LODCRD  IXLOAD  YY000'.
           02 FILLER PIC X(29) VALUE 'IXMAINT MNTCRD  IXMAINT NY001'.
           02 FILLER PIC X(29) VALUE 'IXPURGE PRGCRD  IXPURGE YY021'.
           02 FILLER PIC X(29) VALUE 'IXRECERTRCTCRD  IXRECERTNN001'.
           02 FILLER PIC X(29) VALUE 'IXREST  RSTCRD  IXREST  NY001'.
           02 FILLER PIC X(29) VALUE 'IXSHIP  SHPCRD  IXSHIP  NY001'.
           02 FILLER PIC X(29) VALUE 'LK201A  LKCRD   LK201A  NN001'.
           02 FILLER PIC X(29) VALUE 'LK201B  LKCRD   LK201B  NN001'.
           02 FILLER PIC X(29) VALUE 'PRTCOMP PCMCRD  PRTCOMP NY000'.
           02 FILLER PIC X(29) VALUE 'PRTCOMP PCMMASK PRTMASK YN100'.
           02 FILLER PIC X(29) VALUE 'PRTFETCHFCHCRD  PRTFETCHNY000'.
           02 FILLER PIC X(29) VALUE 'RLARCH  ARCCRD  RLARCH  NY001'.
           02 FILLER PIC X(29) VALUE 'RLBENCH BENCRD  RLBENCH NN001'.
           02 FILLER PIC X(29) VALUE 'RLBRIDGEBRGCRD  RLBRIDGENY001'.
           02 FILLER PIC X(29) VALUE 'RLHLOAD HSHCRD  RLHLOAD NY001'.
           02 FILLER PIC X(29) VALUE 'RLMIGR  MIGCRD  RLMIGR  NY001'.
           02 FILLER PIC X(29) VALUE 'RLSLOT  SLOTCRD RLSLOT  NY001'.
           02 FILLER PIC X(29) VALUE 'RLUPDT  UPDCRD  RLUPDT  YY000'.
           02 FILLER PIC X(29) VALUE 'SQBUFF  BUFCRD  SQBUFF  NN001'.
           02 FILLER PIC X(29) VALUE 'SQMATCH MCHCRD  SQMATCH NY001'.
           02 FILLER PIC X(29) VALUE 'SQREFCK REFCRD  SQREFCK YY000'.
           02 FILLER PIC X(29) VALUE 'SQSPLIT SPLCRD  SQSPLIT YY000'.
           02 FILLER PIC X(29) VALUE 'STMULTI MLTCRD  STMULTI YN000'.
           02 FILLER PIC X(29) VALUE 'STSEQCK SEQCRD  STSEQCK NN001'.
           02 FILLER PIC X(29) VALUE 'STSUM   SUMCRD  STSUM   YN000'.
       01  CERTDECK-LAYOUT-TABLE REDEFINES CERTDECK-LAYOUT-VALUES.
           02 CERTDECK-LAYOUT-ENTRY OCCURS 50 TIMES.
              03 CERTDECK-LAY-PROGRAM   PIC X(8).
              03 CERTDECK-LAY-DD-NAME   PIC X(8).
              03 CERTDECK-LAY-CODE      PIC X(8).
              03 CERTDECK-LAY-COMMENTS  PIC X(1).
              03 CERTDECK-LAY-REQUIRED  PIC X(1).
              03 CERTDECK-LAY-MAX-CARDS PIC 9(3).
       01  CERTDECK-LAYOUT-USED    PIC 9(3) VALUE 50.
       01  CERTDECK-LAYOUT-SUB     PIC 9(3) VALUE ZERO.
       01  CERTDECK-LAYOUT-HIT     PIC 9(3) VALUE ZERO.

      * The deck being checked.
       01  CERTDECK-SOURCE         PIC X(8) VALUE SPACE.
       01  CERTDECK-DECK-JOB       PIC X(8) VALUE SPACE.
       01  CERTDECK-DECK-STEP      PIC X(8) VALUE SPACE.
       01  CERTDECK-DECK-PROGRAM   PIC X(8) VALUE SPACE.
       01  CERTDECK-DECK-DD-NAME   PIC X(8) VALUE SPACE.
       01  CERTDECK-CODE           PIC X(8) VALUE SPACE.
       01  CERTDECK-COMMENTS-OK    PIC X(1) VALUE SPACE.
       01  CERTDECK-CARD-REQUIRED  PIC X(1) VALUE SPACE.
       01  CERTDECK-MAX-CARDS      PIC 9(3) VALUE ZERO.
       01  CERTDECK-CARD           PIC X(80) VALUE SPACE.
       01  CERTDECK-CARD-NO        PIC 9(4) VALUE ZERO.
       01  CERTDECK-LIVE-CNT       PIC 9(4) VALUE ZERO.
       01  CERTDECK-DECK-ERR-CNT   PIC 9(4) VALUE ZERO.
       01  CERTDECK-TYPE-1-CNT     PIC 9(4) VALUE ZERO.
       01  CERTDECK-TYPE-2-CNT     PIC 9(4) VALUE ZERO.
       01  CERTDECK-TYPE-3-CNT     PIC 9(4) VALUE ZERO.
       01  CERTDECK-DECK-MODE      PIC X(8) VALUE SPACE.
       01  CERTDECK-PRIOR-KEY      PIC X(20) VALUE SPACE.
       01  CERTDECK-PARENT-LENGTH  PIC 9(3) VALUE ZERO.
       01  CERTDECK-KEY-TOTAL      PIC 9(4) VALUE ZERO.
       01  CERTDECK-LOW-VALUE      PIC 9(10) VALUE ZERO.

      * The field being checked: its columns, its name for the
      * message, the range a number must fall in, and what the
      * check found.
       01  CERTDECK-POS            PIC 9(3) VALUE ZERO.
       01  CERTDECK-LEN            PIC 9(3) VALUE ZERO.
       01  CERTDECK-FIELD-NAME     PIC X(20) VALUE SPACE.
       01  CERTDECK-LOW            PIC 9(10) VALUE ZERO.
       01  CERTDECK-HIGH           PIC 9(10) VALUE ZERO.
       01  CERTDECK-VALUE          PIC 9(10) VALUE ZERO.
       01  CERTDECK-FIELD-SW       PIC X(3) VALUE 'NO'.
           88 CERTDECK-FIELD-OK          VALUE 'YES'.
       01  CERTDECK-NUM-TEXT       PIC X(10) VALUE SPACE.
       01  CERTDECK-NUM-VALUE REDEFINES CERTDECK-NUM-TEXT
                                   PIC 9(10).
       01  CERTDECK-MSG            PIC X(88) VALUE SPACE.
       01  CERTDECK-MSG-PTR        PIC 9(3) VALUE ZERO.

      * An offset and length pair: the columns of each on the card,
      * the longest field the program takes, and the length of the
      * record the field lies in.
       01  CERTDECK-OFF-POS        PIC 9(3) VALUE ZERO.
       01  CERTDECK-LEN-POS        PIC 9(3) VALUE ZERO.
       01  CERTDECK-MAX-LEN        PIC 9(3) VALUE ZERO.
       01  CERTDECK-REC-LEN        PIC 9(3) VALUE ZERO.
       01  CERTDECK-OFFSET         PIC 9(4) VALUE ZERO.
       01  CERTDECK-LENGTH         PIC 9(3) VALUE ZERO.
       01  CERTDECK-FIELD-END      PIC 9(5) VALUE ZERO.
       01  CERTDECK-PAIR-SW        PIC X(3) VALUE 'NO'.
           88 CERTDECK-PAIR-OK           VALUE 'YES'.

      * The words a field may hold, eight characters each.
       01  CERTDECK-LIST           PIC X(64) VALUE SPACE.
       01  CERTDECK-LIST-TABLE REDEFINES CERTDECK-LIST.
           02 CERTDECK-LIST-WORD OCCURS 8 TIMES PIC X(8).
       01  CERTDECK-LIST-SUB       PIC 9(1) VALUE ZERO.

       01  CERTDECK-DATE-WORK      PIC 9(8) VALUE ZERO.
       01  CERTDECK-DATE-PARTS REDEFINES CERTDECK-DATE-WORK.
           02 CERTDECK-DATE-YYYY   PIC 9(4).
           02 CERTDECK-DATE-MM     PIC 9(2).
           02 CERTDECK-DATE-DD     PIC 9(2).
       01  CERTDECK-TIME-WORK      PIC 9(6) VALUE ZERO.
       01  CERTDECK-TIME-PARTS REDEFINES CERTDECK-TIME-WORK.
           02 CERTDECK-TIME-HH     PIC 9(2).
           02 CERTDECK-TIME-MM     PIC 9(2).
           02 CERTDECK-TIME-SS     PIC 9(2).
       01  CERTDECK-MONTH-DAYS     PIC X(24)
               VALUE '312931303130313130313031'.
       01  CERTDECK-MONTH-TABLE REDEFINES CERTDECK-MONTH-DAYS.
           02 CERTDECK-MONTH-LAST OCCURS 12 TIMES PIC 9(2).

       01  CERTDECK-EDIT-IN        PIC 9(10) VALUE ZERO.
       01  CERTDECK-EDIT-NUM       PIC Z(9)9.
       01  CERTDECK-EDIT-LEAD      PIC 9(2) VALUE ZERO.
       01  CERTDECK-EDIT-TEXT      PIC X(10) VALUE SPACE.
       01  CERTDECK-EDIT-LOW       PIC X(10) VALUE SPACE.
       01  CERTDECK-EDIT-HIGH      PIC X(10) VALUE SPACE.

      * Decks the JCL keeps on datasets, to be matched with the
      * decks that come in on DECKIN.
       01  CERTDECK-DSD-USED       PIC 9(3) VALUE ZERO.
       01  CERTDECK-DSD-SUB        PIC 9(3) VALUE ZERO.
       01  CERTDECK-DSD-MISS-CNT   PIC 9(3) VALUE ZERO.
       01  CERTDECK-DSD-TABLE.
           02 CERTDECK-DSD-ENTRY OCCURS 300 TIMES.
              03 CERTDECK-DSD-JOB       PIC X(8).
              03 CERTDECK-DSD-STEP      PIC X(8).
              03 CERTDECK-DSD-PROGRAM   PIC X(8).
              03 CERTDECK-DSD-DD-NAME   PIC X(8).
              03 CERTDECK-DSD-DSN       PIC X(44).
              03 CERTDECK-DSD-SEEN-SW   PIC X.
                 88 CERTDECK-DSD-SEEN         VALUE 'Y'.

       01  CERTDECK-REPORT-LINE    PIC X(120) VALUE SPACE.

       PROCEDURE DIVISION.

      * Control-card deck validator.  Knows the documented card
      * layout of every card-driven utility and checks every deck
      * the night will use before the first suite step starts:
      * the instream decks of the job members on JCLIN, and the
      * dataset decks supplied on DECKIN.  Each error is reported
      * with the card image and a marker under the column at
      * fault; a deck the JCL keeps on a dataset that did not come
      * in on DECKIN, a DECKIN deck of a program with no known
      * layout and a card ahead of the first DECKIN header are
      * warnings.  RC=12 when there is nothing to check; RC=8 when
      * any card is in error; RC=4 when there are warnings only;
      * RC=0 otherwise.
       MAINLINE.
           ACCEPT CERTDECK-TODAY FROM DATE YYYYMMDD.
           OPEN OUTPUT DECK-REPORT.
           MOVE SPACES TO CERTDECK-REPORT-LINE.
           STRING 'CONTROL-CARD DECK VALIDATION - ' DELIMITED BY SIZE
                  CERTDECK-TODAY DELIMITED BY SIZE
               INTO CERTDECK-REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO CERTDECK-REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           PERFORM SCAN-JOB-MEMBERS.
           PERFORM CHECK-DATASET-DECKS.
           PERFORM REPORT-UNEXAMINED-DECKS.
           IF CERTDECK-JCL-CNT EQUAL TO ZERO
             AND CERTDECK-DECKIN-CNT EQUAL TO ZERO
               MOVE 'NO JOB MEMBERS AND NO DECKS - NOTHING CHECKED'
                   TO CERTDECK-REPORT-LINE
               PERFORM PUT-REPORT-LINE
               CLOSE DECK-REPORT
               MOVE 12 TO RETURN-CODE
               GOBACK.
           PERFORM WRITE-DECK-TOTALS.
           CLOSE DECK-REPORT.
           IF CERTDECK-ERROR-CNT GREATER THAN ZERO
               MOVE 8 TO RETURN-CODE
           ELSE IF CERTDECK-WARN-CNT GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           END-IF.
           GOBACK.

      *---------------------------------------------------------------
      * The job members.
      *---------------------------------------------------------------
       SCAN-JOB-MEMBERS.
           OPEN INPUT JCL-FILE.
           IF CERTDECK-JCL-STATUS EQUAL TO '00'
               MOVE 'NO' TO CERTDECK-EOF-SW
               PERFORM READ-ONE-JCL-RECORD UNTIL CERTDECK-AT-EOF
               CLOSE JCL-FILE
               IF CERTDECK-IN-DECK
                   PERFORM FINISH-DECK
               END-IF
           END-IF.

       READ-ONE-JCL-RECORD.
           READ JCL-FILE
               AT END SET CERTDECK-AT-EOF TO TRUE.
           IF NOT CERTDECK-AT-EOF
               ADD 1 TO CERTDECK-JCL-CNT
               PERFORM POST-ONE-JCL-RECORD
           END-IF.

      * Instream data runs to the /* delimiter or to the next JCL
      * statement, which is then read as a statement in its own
      * right.
       POST-ONE-JCL-RECORD.
           IF CERTDECK-IN-INSTREAM
               IF JCL-REC (1:2) EQUAL TO '/*'
                 OR JCL-REC (1:2) EQUAL TO '//'
                   MOVE 'NO' TO CERTDECK-INSTREAM-SW
                   IF CERTDECK-IN-DECK
                       PERFORM FINISH-DECK
                   END-IF
               ELSE
                   PERFORM POST-INSTREAM-CARD
               END-IF
           END-IF.
           IF NOT CERTDECK-IN-INSTREAM
             AND JCL-REC (1:2) EQUAL TO '//'
             AND JCL-REC (3:1) NOT EQUAL TO '*'
               PERFORM POST-JCL-STATEMENT.

       POST-INSTREAM-CARD.
           IF CERTDECK-IN-DECK
               MOVE JCL-REC TO CERTDECK-CARD
               PERFORM CHECK-ONE-CARD
           ELSE IF CERTDECK-PROGRAM EQUAL TO 'IKJEFT01'
                   AND CERTDECK-DD-NAME EQUAL TO 'SYSTSIN'
               PERFORM NOTE-TSO-RUN-PROGRAM
           END-IF
           END-IF.

      * A TSO batch step runs its program from the SYSTSIN deck:
      *   RUN PROGRAM(CERTGATE) PLAN(CERTGATE)
      * and its card DDs follow SYSTSIN in the same step.
       NOTE-TSO-RUN-PROGRAM.
           MOVE SPACES TO CERTDECK-SCAN-BEFORE CERTDECK-SCAN-AFTER.
           MOVE ZERO TO CERTDECK-SCAN-CNT.
           UNSTRING JCL-REC DELIMITED BY 'PROGRAM('
               INTO CERTDECK-SCAN-BEFORE CERTDECK-SCAN-AFTER
               TALLYING IN CERTDECK-SCAN-CNT.
           IF CERTDECK-SCAN-CNT GREATER THAN 1
               MOVE SPACES TO CERTDECK-PROGRAM
               UNSTRING CERTDECK-SCAN-AFTER DELIMITED BY ')'
                   INTO CERTDECK-PROGRAM.

       POST-JCL-STATEMENT.
           MOVE SPACES TO CERTDECK-STMT-NAME CERTDECK-STMT-OP
                          CERTDECK-STMT-OPERAND.
           UNSTRING JCL-REC (3:70) DELIMITED BY ALL SPACE
               INTO CERTDECK-STMT-NAME CERTDECK-STMT-OP
                    CERTDECK-STMT-OPERAND.
           IF CERTDECK-STMT-OP EQUAL TO 'JOB'
               ADD 1 TO CERTDECK-JOB-CNT
               MOVE CERTDECK-STMT-NAME TO CERTDECK-JOB
               MOVE SPACES TO CERTDECK-STEP CERTDECK-PROGRAM
                              CERTDECK-DD-NAME
           ELSE IF CERTDECK-STMT-OP EQUAL TO 'EXEC'
               ADD 1 TO CERTDECK-STEP-CNT
               MOVE CERTDECK-STMT-NAME TO CERTDECK-STEP
               MOVE SPACES TO CERTDECK-PROGRAM CERTDECK-DD-NAME
               IF CERTDECK-STMT-OPERAND (1:4) EQUAL TO 'PGM='
                   UNSTRING CERTDECK-STMT-OPERAND (5:66)
                       DELIMITED BY ',' OR SPACE
                       INTO CERTDECK-PROGRAM
               END-IF
           ELSE IF CERTDECK-STMT-OP EQUAL TO 'DD'
               PERFORM POST-DD-STATEMENT
           END-IF
           END-IF
           END-IF.

      * An unnamed DD continues the concatenation of the DD before
      * it.  DD * and DD DATA open an instream deck; a DSN= on a
      * known card DD is a dataset deck; DUMMY supplies no cards.
       POST-DD-STATEMENT.
           IF CERTDECK-STMT-NAME NOT EQUAL TO SPACES
               MOVE CERTDECK-STMT-NAME TO CERTDECK-DD-NAME.
           IF CERTDECK-STMT-OPERAND (1:1) EQUAL TO '*'
             OR CERTDECK-STMT-OPERAND (1:4) EQUAL TO 'DATA'
               SET CERTDECK-IN-INSTREAM TO TRUE
               MOVE CERTDECK-PROGRAM TO CERTDECK-DECK-PROGRAM
               MOVE CERTDECK-DD-NAME TO CERTDECK-DECK-DD-NAME
               PERFORM FIND-DECK-LAYOUT
               IF CERTDECK-ENTRY-FOUND
                   MOVE 'INSTREAM' TO CERTDECK-SOURCE
                   MOVE CERTDECK-JOB TO CERTDECK-DECK-JOB
                   MOVE CERTDECK-STEP TO CERTDECK-DECK-STEP
                   PERFORM START-DECK
               END-IF
           ELSE IF CERTDECK-STMT-OPERAND (1:4) EQUAL TO 'DSN='
               MOVE CERTDECK-PROGRAM TO CERTDECK-DECK-PROGRAM
               MOVE CERTDECK-DD-NAME TO CERTDECK-DECK-DD-NAME
               PERFORM FIND-DECK-LAYOUT
               IF CERTDECK-ENTRY-FOUND
                   PERFORM NOTE-DATASET-DECK
               END-IF
           END-IF
           END-IF.

       NOTE-DATASET-DECK.
           MOVE SPACES TO CERTDECK-DSN.
           UNSTRING CERTDECK-STMT-OPERAND (5:66)
               DELIMITED BY ',' OR SPACE
               INTO CERTDECK-DSN.
           IF CERTDECK-DSD-USED LESS THAN 300
               ADD 1 TO CERTDECK-DSD-USED
               MOVE CERTDECK-JOB TO CERTDECK-DSD-JOB (CERTDECK-DSD-USED)
               MOVE CERTDECK-STEP
                   TO CERTDECK-DSD-STEP (CERTDECK-DSD-USED)
               MOVE CERTDECK-PROGRAM
                   TO CERTDECK-DSD-PROGRAM (CERTDECK-DSD-USED)
               MOVE CERTDECK-DD-NAME
                   TO CERTDECK-DSD-DD-NAME (CERTDECK-DSD-USED)
               MOVE CERTDECK-DSN TO CERTDECK-DSD-DSN (CERTDECK-DSD-USED)
               MOVE 'N' TO CERTDECK-DSD-SEEN-SW (CERTDECK-DSD-USED).

      * The layout for the deck's program and DD, a program-
      * specific entry before an *ANY one.
       FIND-DECK-LAYOUT.
           MOVE 'NO' TO CERTDECK-FOUND-SW.
           MOVE ZERO TO CERTDECK-LAYOUT-HIT.
           MOVE ZERO TO CERTDECK-LAYOUT-SUB.
           PERFORM MATCH-ONE-LAYOUT
               UNTIL CERTDECK-LAYOUT-SUB NOT LESS THAN
                     CERTDECK-LAYOUT-USED
                  OR CERTDECK-ENTRY-FOUND.
           IF NOT CERTDECK-ENTRY-FOUND
             AND CERTDECK-LAYOUT-HIT GREATER THAN ZERO
               SET CERTDECK-ENTRY-FOUND TO TRUE
               MOVE CERTDECK-LAYOUT-HIT TO CERTDECK-LAYOUT-SUB.

       MATCH-ONE-LAYOUT.
           ADD 1 TO CERTDECK-LAYOUT-SUB.
           IF CERTDECK-LAY-DD-NAME (CERTDECK-LAYOUT-SUB) EQUAL TO
                   CERTDECK-DECK-DD-NAME
               IF CERTDECK-LAY-PROGRAM (CERTDECK-LAYOUT-SUB)
                       EQUAL TO CERTDECK-DECK-PROGRAM
                   SET CERTDECK-ENTRY-FOUND TO TRUE
               ELSE IF CERTDECK-LAY-PROGRAM (CERTDECK-LAYOUT-SUB)
                       EQUAL TO '*ANY'
                   MOVE CERTDECK-LAYOUT-SUB TO CERTDECK-LAYOUT-HIT
               END-IF
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * The dataset decks.
      *---------------------------------------------------------------
       CHECK-DATASET-DECKS.
           OPEN INPUT DECK-FILE.
           IF CERTDECK-DECK-STATUS EQUAL TO '00'
               MOVE 'NO' TO CERTDECK-EOF-SW
               MOVE 'NO' TO CERTDECK-IN-DECK-SW
               PERFORM READ-ONE-DECKIN-RECORD UNTIL CERTDECK-AT-EOF
               CLOSE DECK-FILE
               IF CERTDECK-IN-DECK
                   PERFORM FINISH-DECK
               END-IF
           END-IF.

       READ-ONE-DECKIN-RECORD.
           READ DECK-FILE
               AT END SET CERTDECK-AT-EOF TO TRUE.
           IF NOT CERTDECK-AT-EOF
               ADD 1 TO CERTDECK-DECKIN-CNT
               IF HDR-TAG EQUAL TO './ DECK'
                   PERFORM START-DECKIN-DECK
               ELSE IF CERTDECK-IN-DECK
                   MOVE DECK-REC TO CERTDECK-CARD
                   PERFORM CHECK-ONE-CARD
               ELSE IF CERTDECK-DECKIN-CNT EQUAL TO 1
                   MOVE SPACES TO CERTDECK-REPORT-LINE
                   STRING 'WARNING  DECKIN DOES NOT START WITH A '
                              DELIMITED BY SIZE
                          './ DECK HEADER - CARDS SKIPPED TO THE FIRST '
                              DELIMITED BY SIZE
                          'HEADER' DELIMITED BY SIZE
                       INTO CERTDECK-REPORT-LINE
                   PERFORM PUT-REPORT-LINE
                   ADD 1 TO CERTDECK-WARN-CNT
               END-IF
               END-IF
               END-IF
           END-IF.

      * A header ends the deck before it.  A deck of a program
      * with no known layout is skipped with a warning.
       START-DECKIN-DECK.
           IF CERTDECK-IN-DECK
               PERFORM FINISH-DECK.
           MOVE HDR-PROGRAM TO CERTDECK-DECK-PROGRAM.
           MOVE HDR-DD-NAME TO CERTDECK-DECK-DD-NAME.
           PERFORM FIND-DECK-LAYOUT.
           IF CERTDECK-ENTRY-FOUND
               MOVE 'DECKIN' TO CERTDECK-SOURCE
               MOVE SPACES TO CERTDECK-DECK-JOB
               MOVE HDR-STEP TO CERTDECK-DECK-STEP
               PERFORM START-DECK
               MOVE ZERO TO CERTDECK-DSD-SUB
               PERFORM MARK-ONE-DATASET-DECK
                   UNTIL CERTDECK-DSD-SUB NOT LESS THAN
                         CERTDECK-DSD-USED
           ELSE
               MOVE SPACES TO CERTDECK-REPORT-LINE
               STRING 'WARNING  ' DELIMITED BY SIZE
                      HDR-PROGRAM DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      HDR-DD-NAME DELIMITED BY SIZE
                      ' - NO CARD LAYOUT KNOWN FOR THIS PROGRAM AND DD,'
                          DELIMITED BY SIZE
                      ' DECK NOT CHECKED' DELIMITED BY SIZE
                   INTO CERTDECK-REPORT-LINE
               PERFORM PUT-REPORT-LINE
               ADD 1 TO CERTDECK-WARN-CNT.

       MARK-ONE-DATASET-DECK.
           ADD 1 TO CERTDECK-DSD-SUB.
           IF CERTDECK-DSD-PROGRAM (CERTDECK-DSD-SUB) EQUAL TO
                   HDR-PROGRAM
             AND CERTDECK-DSD-DD-NAME (CERTDECK-DSD-SUB) EQUAL TO
                   HDR-DD-NAME
             AND (HDR-STEP EQUAL TO SPACES
               OR CERTDECK-DSD-STEP (CERTDECK-DSD-SUB) EQUAL TO
                   HDR-STEP)
               MOVE 'Y' TO CERTDECK-DSD-SEEN-SW (CERTDECK-DSD-SUB).

       REPORT-UNEXAMINED-DECKS.
           MOVE ZERO TO CERTDECK-DSD-SUB.
           PERFORM REPORT-ONE-UNEXAMINED
               UNTIL CERTDECK-DSD-SUB NOT LESS THAN CERTDECK-DSD-USED.

       REPORT-ONE-UNEXAMINED.
           ADD 1 TO CERTDECK-DSD-SUB.
           IF NOT CERTDECK-DSD-SEEN (CERTDECK-DSD-SUB)
               ADD 1 TO CERTDECK-WARN-CNT CERTDECK-DSD-MISS-CNT
               MOVE SPACES TO CERTDECK-REPORT-LINE
               STRING 'WARNING  ' DELIMITED BY SIZE
                      CERTDECK-DSD-JOB (CERTDECK-DSD-SUB)
                          DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CERTDECK-DSD-STEP (CERTDECK-DSD-SUB)
                          DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CERTDECK-DSD-PROGRAM (CERTDECK-DSD-SUB)
                          DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CERTDECK-DSD-DD-NAME (CERTDECK-DSD-SUB)
                          DELIMITED BY SIZE
                      ' NOT EXAMINED, NOT ON DECKIN: ' DELIMITED BY SIZE
                      CERTDECK-DSD-DSN (CERTDECK-DSD-SUB)
                          DELIMITED BY SPACE
                   INTO CERTDECK-REPORT-LINE
               PERFORM PUT-REPORT-LINE.

      *---------------------------------------------------------------
      * One deck: start, each card, finish.
      *---------------------------------------------------------------
       START-DECK.
           SET CERTDECK-IN-DECK TO TRUE.
           ADD 1 TO CERTDECK-DECK-CNT.
           MOVE CERTDECK-LAY-CODE (CERTDECK-LAYOUT-SUB)
               TO CERTDECK-CODE.
           MOVE CERTDECK-LAY-COMMENTS (CERTDECK-LAYOUT-SUB)
               TO CERTDECK-COMMENTS-OK.
           MOVE CERTDECK-LAY-REQUIRED (CERTDECK-LAYOUT-SUB)
               TO CERTDECK-CARD-REQUIRED.
           MOVE CERTDECK-LAY-MAX-CARDS (CERTDECK-LAYOUT-SUB)
               TO CERTDECK-MAX-CARDS.
           MOVE ZERO TO CERTDECK-CARD-NO CERTDECK-LIVE-CNT
                        CERTDECK-DECK-ERR-CNT CERTDECK-TYPE-1-CNT
                        CERTDECK-TYPE-2-CNT CERTDECK-TYPE-3-CNT
                        CERTDECK-PARENT-LENGTH CERTDECK-KEY-TOTAL.
           MOVE SPACES TO CERTDECK-DECK-MODE CERTDECK-PRIOR-KEY.

       CHECK-ONE-CARD.
           ADD 1 TO CERTDECK-CARD-NO.
           ADD 1 TO CERTDECK-CARD-CNT.
           IF CERTDECK-COMMENTS-OK EQUAL TO 'Y'
             AND CERTDECK-CARD (1:1) EQUAL TO '*'
               NEXT SENTENCE
           ELSE
               ADD 1 TO CERTDECK-LIVE-CNT
               IF CERTDECK-MAX-CARDS GREATER THAN ZERO
                 AND CERTDECK-LIVE-CNT GREATER THAN CERTDECK-MAX-CARDS
                   MOVE CERTDECK-MAX-CARDS TO CERTDECK-EDIT-IN
                   PERFORM EDIT-NUMBER
                   MOVE SPACES TO CERTDECK-MSG
                   STRING 'EXTRA CARD - ' DELIMITED BY SIZE
                          CERTDECK-DECK-PROGRAM DELIMITED BY SPACE
                          ' READS ' DELIMITED BY SIZE
                          CERTDECK-EDIT-TEXT DELIMITED BY SPACE
                          ' CARD(S) AND IGNORES THE REST'
                              DELIMITED BY SIZE
                       INTO CERTDECK-MSG
                   MOVE 1 TO CERTDECK-POS
                   PERFORM REPORT-CARD-ERROR
               ELSE
                   PERFORM CHECK-DECK-CARD
               END-IF
           END-IF.

      * Cross-card rules, then the deck's line on the report.
       FINISH-DECK.
           MOVE 'NO' TO CERTDECK-IN-DECK-SW.
           IF CERTDECK-LIVE-CNT EQUAL TO ZERO
             AND CERTDECK-CARD-REQUIRED EQUAL TO 'Y'
               MOVE SPACES TO CERTDECK-MSG
               STRING 'NO CARDS - ' DELIMITED BY SIZE
                      CERTDECK-DECK-PROGRAM DELIMITED BY SPACE
                      ' NEEDS AT LEAST ONE' DELIMITED BY SIZE
                   INTO CERTDECK-MSG
               PERFORM REPORT-DECK-ERROR
           ELSE
               PERFORM FINISH-DECK-RULES.
           MOVE SPACES TO CERTDECK-REPORT-LINE.
           IF CERTDECK-DECK-ERR-CNT EQUAL TO ZERO
               MOVE 'OK' TO CERTDECK-REPORT-LINE (1:8)
               PERFORM FORMAT-DECK-NAME
               STRING CERTDECK-CARD-NO DELIMITED BY SIZE
                      ' CARD(S)' DELIMITED BY SIZE
                   INTO CERTDECK-REPORT-LINE (58:20)
           ELSE
               ADD 1 TO CERTDECK-BAD-DECK-CNT
               STRING '         ' DELIMITED BY SIZE
                      CERTDECK-DECK-ERR-CNT DELIMITED BY SIZE
                      ' ERROR(S) IN ' DELIMITED BY SIZE
                      CERTDECK-CARD-NO DELIMITED BY SIZE
                      ' CARD(S)' DELIMITED BY SIZE
                   INTO CERTDECK-REPORT-LINE.
           PERFORM PUT-REPORT-LINE.

      * Job, step, program, DD and where the deck came from.
       FORMAT-DECK-NAME.
           MOVE CERTDECK-DECK-JOB TO CERTDECK-REPORT-LINE (9:8).
           MOVE CERTDECK-DECK-STEP TO CERTDECK-REPORT-LINE (18:8).
           MOVE CERTDECK-DECK-PROGRAM TO CERTDECK-REPORT-LINE (27:8).
           MOVE CERTDECK-DECK-DD-NAME TO CERTDECK-REPORT-LINE (36:8).
           MOVE CERTDECK-SOURCE TO CERTDECK-REPORT-LINE (45:8).

      *---------------------------------------------------------------
      * Error lines.
      *---------------------------------------------------------------
      * The first error of a deck heads it with the deck's name.
      * Each error gives the card number, the column and the
      * message, then the card image with a marker under the
      * column.  A password never goes on the report.
       REPORT-CARD-ERROR.
           PERFORM COUNT-DECK-ERROR.
           MOVE SPACES TO CERTDECK-REPORT-LINE.
           STRING '         CARD ' DELIMITED BY SIZE
                  CERTDECK-CARD-NO DELIMITED BY SIZE
                  ' COLUMN ' DELIMITED BY SIZE
                  CERTDECK-POS (2:2) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  CERTDECK-MSG DELIMITED BY SIZE
               INTO CERTDECK-REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO CERTDECK-REPORT-LINE.
           MOVE CERTDECK-CARD TO CERTDECK-REPORT-LINE (11:80).
           IF CERTDECK-CODE EQUAL TO 'CMPWSET'
             AND CERTDECK-CARD (14:16) NOT EQUAL TO SPACES
               MOVE ALL '*' TO CERTDECK-REPORT-LINE (24:16).
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO CERTDECK-REPORT-LINE.
           MOVE '^' TO CERTDECK-REPORT-LINE (10 + CERTDECK-POS:1).
           PERFORM PUT-REPORT-LINE.

       REPORT-DECK-ERROR.
           PERFORM COUNT-DECK-ERROR.
           MOVE SPACES TO CERTDECK-REPORT-LINE.
           STRING '         END OF DECK  ' DELIMITED BY SIZE
                  CERTDECK-MSG DELIMITED BY SIZE
               INTO CERTDECK-REPORT-LINE.
           PERFORM PUT-REPORT-LINE.

       COUNT-DECK-ERROR.
           ADD 1 TO CERTDECK-ERROR-CNT.
           ADD 1 TO CERTDECK-DECK-ERR-CNT.
           IF CERTDECK-DECK-ERR-CNT EQUAL TO 1
               MOVE SPACES TO CERTDECK-REPORT-LINE
               MOVE 'ERRORS' TO CERTDECK-REPORT-LINE (1:8)
               PERFORM FORMAT-DECK-NAME
               PERFORM PUT-REPORT-LINE.

      *---------------------------------------------------------------
      * Field checks.  Each takes the field's columns in
      * CERTDECK-POS and CERTDECK-LEN and its name in
      * CERTDECK-FIELD-NAME.
      *---------------------------------------------------------------
       CHECK-REQUIRED.
           IF CERTDECK-CARD (CERTDECK-POS:CERTDECK-LEN) EQUAL TO SPACES
               MOVE SPACES TO CERTDECK-MSG
               STRING CERTDECK-FIELD-NAME DELIMITED BY '  '
                      ' IS REQUIRED' DELIMITED BY SIZE
                   INTO CERTDECK-MSG
               PERFORM REPORT-CARD-ERROR.

       CHECK-BLANK.
           IF CERTDECK-CARD (CERTDECK-POS:CERTDECK-LEN)
                   NOT EQUAL TO SPACES
               MOVE SPACES TO CERTDECK-MSG
               STRING CERTDECK-FIELD-NAME DELIMITED BY '  '
                      ' MUST BE BLANK' DELIMITED BY SIZE
                   INTO CERTDECK-MSG
               PERFORM REPORT-CARD-ERROR.

      * A number within CERTDECK-LOW to CERTDECK-HIGH; the value is
      * left in CERTDECK-VALUE and CERTDECK-FIELD-OK says whether
      * it passed.
       CHECK-NUMBER.
           MOVE 'NO' TO CERTDECK-FIELD-SW.
           MOVE ZERO TO CERTDECK-VALUE.
           IF CERTDECK-CARD (CERTDECK-POS:CERTDECK-LEN) IS NOT NUMERIC
               MOVE SPACES TO CERTDECK-MSG
               STRING CERTDECK-FIELD-NAME DELIMITED BY '  '
                      ' IS NOT NUMERIC' DELIMITED BY SIZE
                   INTO CERTDECK-MSG
               PERFORM REPORT-CARD-ERROR
           ELSE
               MOVE ZERO TO CERTDECK-NUM-VALUE
               MOVE CERTDECK-CARD (CERTDECK-POS:CERTDECK-LEN)
                   TO CERTDECK-NUM-TEXT (11 - CERTDECK-LEN:
                                         CERTDECK-LEN)
               MOVE CERTDECK-NUM-VALUE TO CERTDECK-VALUE
               IF CERTDECK-VALUE LESS THAN CERTDECK-LOW
                 OR CERTDECK-VALUE GREATER THAN CERTDECK-HIGH
                   PERFORM REPORT-RANGE-ERROR
               ELSE
                   SET CERTDECK-FIELD-OK TO TRUE
               END-IF
           END-IF.

      * A blank field takes the program's default.
       CHECK-OPTIONAL-NUMBER.
           IF CERTDECK-CARD (CERTDECK-POS:CERTDECK-LEN) EQUAL TO SPACES
               MOVE ZERO TO CERTDECK-VALUE
               SET CERTDECK-FIELD-OK TO TRUE
           ELSE
               PERFORM CHECK-NUMBER.

       REPORT-RANGE-ERROR.
           MOVE CERTDECK-LOW TO CERTDECK-EDIT-IN.
           PERFORM EDIT-NUMBER.
           MOVE CERTDECK-EDIT-TEXT TO CERTDECK-EDIT-LOW.
           MOVE CERTDECK-HIGH TO CERTDECK-EDIT-IN.
           PERFORM EDIT-NUMBER.
           MOVE CERTDECK-EDIT-TEXT TO CERTDECK-EDIT-HIGH.
           MOVE CERTDECK-VALUE TO CERTDECK-EDIT-IN.
           PERFORM EDIT-NUMBER.
           MOVE SPACES TO CERTDECK-MSG.
           STRING CERTDECK-FIELD-NAME DELIMITED BY '  '
                  ' MUST BE ' DELIMITED BY SIZE
                  CERTDECK-EDIT-LOW DELIMITED BY SPACE
                  ' TO ' DELIMITED BY SIZE
                  CERTDECK-EDIT-HIGH DELIMITED BY SPACE
                  ', NOT ' DELIMITED BY SIZE
                  CERTDECK-EDIT-TEXT DELIMITED BY SPACE
               INTO CERTDECK-MSG.
           PERFORM REPORT-CARD-ERROR.

       EDIT-NUMBER.
           MOVE CERTDECK-EDIT-IN TO CERTDECK-EDIT-NUM.
           MOVE ZERO TO CERTDECK-EDIT-LEAD.
           INSPECT CERTDECK-EDIT-NUM TALLYING CERTDECK-EDIT-LEAD
               FOR LEADING SPACE.
           MOVE SPACES TO CERTDECK-EDIT-TEXT.
           MOVE CERTDECK-EDIT-NUM (CERTDECK-EDIT-LEAD + 1:)
               TO CERTDECK-EDIT-TEXT.

      * One of the words in CERTDECK-LIST.
       CHECK-IN-LIST.
           MOVE 'NO' TO CERTDECK-FOUND-SW.
           MOVE ZERO TO CERTDECK-LIST-SUB.
           PERFORM MATCH-ONE-LIST-WORD
               UNTIL CERTDECK-LIST-SUB NOT LESS THAN 8
                  OR CERTDECK-ENTRY-FOUND.
           IF CERTDECK-ENTRY-FOUND
               SET CERTDECK-FIELD-OK TO TRUE
           ELSE
               MOVE 'NO' TO CERTDECK-FIELD-SW
               MOVE SPACES TO CERTDECK-MSG
               MOVE 1 TO CERTDECK-MSG-PTR
               STRING CERTDECK-FIELD-NAME DELIMITED BY '  '
                      ' MUST BE ONE OF' DELIMITED BY SIZE
                   INTO CERTDECK-MSG WITH POINTER CERTDECK-MSG-PTR
               MOVE ZERO TO CERTDECK-LIST-SUB
               PERFORM LIST-ONE-WORD
                   UNTIL CERTDECK-LIST-SUB NOT LESS THAN 8
               PERFORM REPORT-CARD-ERROR.

       MATCH-ONE-LIST-WORD.
           ADD 1 TO CERTDECK-LIST-SUB.
           IF CERTDECK-LIST-WORD (CERTDECK-LIST-SUB) NOT EQUAL TO SPACES
             AND CERTDECK-CARD (CERTDECK-POS:CERTDECK-LEN) EQUAL TO
                 CERTDECK-LIST-WORD (CERTDECK-LIST-SUB)
                     (1:CERTDECK-LEN)
               SET CERTDECK-ENTRY-FOUND TO TRUE.

       LIST-ONE-WORD.
           ADD 1 TO CERTDECK-LIST-SUB.
           IF CERTDECK-LIST-WORD (CERTDECK-LIST-SUB) NOT EQUAL TO SPACES
               STRING ' ' DELIMITED BY SIZE
                      CERTDECK-LIST-WORD (CERTDECK-LIST-SUB)
                          DELIMITED BY SPACE
                   INTO CERTDECK-MSG WITH POINTER CERTDECK-MSG-PTR.

       CHECK-COMPARISON.
           MOVE 2 TO CERTDECK-LEN.
           MOVE 'COMPARISON' TO CERTDECK-FIELD-NAME.
           MOVE 'EQ      NE      GT      LT      GE      LE'
               TO CERTDECK-LIST.
           PERFORM CHECK-IN-LIST.

       CHECK-CHECK-MODE.
           MOVE 5 TO CERTDECK-LEN.
           MOVE 'CHECK-DIGIT MODE' TO CERTDECK-FIELD-NAME.
           MOVE 'MOD10   MOD11' TO CERTDECK-LIST.
           PERFORM CHECK-IN-LIST.

      * An 8-digit date, yyyymmdd.
       CHECK-DATE.
           MOVE 8 TO CERTDECK-LEN.
           MOVE 'NO' TO CERTDECK-FIELD-SW.
           IF CERTDECK-CARD (CERTDECK-POS:8) IS NOT NUMERIC
               MOVE SPACES TO CERTDECK-MSG
               STRING CERTDECK-FIELD-NAME DELIMITED BY '  '
                      ' IS NOT A YYYYMMDD DATE' DELIMITED BY SIZE
                   INTO CERTDECK-MSG
               PERFORM REPORT-CARD-ERROR
           ELSE
               MOVE CERTDECK-CARD (CERTDECK-POS:8) TO CERTDECK-DATE-WORK
               IF CERTDECK-DATE-MM LESS THAN 1
                 OR CERTDECK-DATE-MM GREATER THAN 12
                 OR CERTDECK-DATE-DD LESS THAN 1
                 OR CERTDECK-DATE-DD GREATER THAN
                       CERTDECK-MONTH-LAST (CERTDECK-DATE-MM)
                   MOVE SPACES TO CERTDECK-MSG
                   STRING CERTDECK-FIELD-NAME DELIMITED BY '  '
                          ' IS NOT A VALID DATE' DELIMITED BY SIZE
                       INTO CERTDECK-MSG
                   PERFORM REPORT-CARD-ERROR
               ELSE
                   SET CERTDECK-FIELD-OK TO TRUE
               END-IF
           END-IF.

       CHECK-OPTIONAL-DATE.
           IF CERTDECK-CARD (CERTDECK-POS:8) NOT EQUAL TO SPACES
               PERFORM CHECK-DATE.

      * A 6-digit time of day, hhmmss.
       CHECK-TIME.
           MOVE 6 TO CERTDECK-LEN.
           IF CERTDECK-CARD (CERTDECK-POS:6) IS NOT NUMERIC
               MOVE SPACES TO CERTDECK-MSG
               STRING CERTDECK-FIELD-NAME DELIMITED BY '  '
                      ' IS NOT AN HHMMSS TIME' DELIMITED BY SIZE
                   INTO CERTDECK-MSG
               PERFORM REPORT-CARD-ERROR
           ELSE
               MOVE CERTDECK-CARD (CERTDECK-POS:6) TO CERTDECK-TIME-WORK
               IF CERTDECK-TIME-HH GREATER THAN 23
                 OR CERTDECK-TIME-MM GREATER THAN 59
                 OR CERTDECK-TIME-SS GREATER THAN 59
                   MOVE SPACES TO CERTDECK-MSG
                   STRING CERTDECK-FIELD-NAME DELIMITED BY '  '
                          ' IS NOT A VALID TIME' DELIMITED BY SIZE
                       INTO CERTDECK-MSG
                   PERFORM REPORT-CARD-ERROR
               END-IF
           END-IF.

      * An offset (4 columns at CERTDECK-OFF-POS) and a length (3
      * columns at CERTDECK-LEN-POS) of a field that must lie
      * inside a record of CERTDECK-REC-LEN bytes.
       CHECK-OFFSET-LENGTH.
           MOVE 'NO' TO CERTDECK-PAIR-SW.
           MOVE CERTDECK-OFF-POS TO CERTDECK-POS.
           MOVE 4 TO CERTDECK-LEN.
           MOVE 'OFFSET' TO CERTDECK-FIELD-NAME.
           MOVE 1 TO CERTDECK-LOW.
           MOVE CERTDECK-REC-LEN TO CERTDECK-HIGH.
           PERFORM CHECK-NUMBER.
           MOVE CERTDECK-VALUE TO CERTDECK-OFFSET.
           IF CERTDECK-FIELD-OK
               MOVE 'YES' TO CERTDECK-PAIR-SW.
           MOVE CERTDECK-LEN-POS TO CERTDECK-POS.
           MOVE 3 TO CERTDECK-LEN.
           MOVE 'LENGTH' TO CERTDECK-FIELD-NAME.
           MOVE CERTDECK-MAX-LEN TO CERTDECK-HIGH.
           PERFORM CHECK-NUMBER.
           MOVE CERTDECK-VALUE TO CERTDECK-LENGTH.
           IF NOT CERTDECK-FIELD-OK
               MOVE 'NO' TO CERTDECK-PAIR-SW.
           IF CERTDECK-PAIR-OK
               PERFORM CHECK-FIELD-END.

      * CERTDECK-OFFSET for CERTDECK-LENGTH must end inside the
      * record; the error is put on the column in CERTDECK-POS.
       CHECK-FIELD-END.
           COMPUTE CERTDECK-FIELD-END =
               CERTDECK-OFFSET + CERTDECK-LENGTH - 1.
           IF CERTDECK-FIELD-END GREATER THAN CERTDECK-REC-LEN
               MOVE 'NO' TO CERTDECK-PAIR-SW
               MOVE CERTDECK-FIELD-END TO CERTDECK-EDIT-IN
               PERFORM EDIT-NUMBER
               MOVE CERTDECK-EDIT-TEXT TO CERTDECK-EDIT-LOW
               MOVE CERTDECK-REC-LEN TO CERTDECK-EDIT-IN
               PERFORM EDIT-NUMBER
               MOVE SPACES TO CERTDECK-MSG
               STRING 'FIELD ENDS IN COLUMN ' DELIMITED BY SIZE
                      CERTDECK-EDIT-LOW DELIMITED BY SPACE
                      ', PAST THE END OF THE ' DELIMITED BY SIZE
                      CERTDECK-EDIT-TEXT DELIMITED BY SPACE
                      '-BYTE RECORD' DELIMITED BY SIZE
                   INTO CERTDECK-MSG
               PERFORM REPORT-CARD-ERROR.

       REPORT-CARD-TYPE-LIMIT.
           MOVE SPACES TO CERTDECK-MSG.
           STRING 'TOO MANY ' DELIMITED BY SIZE
                  CERTDECK-FIELD-NAME DELIMITED BY '  '
                  ' CARDS - ONLY ' DELIMITED BY SIZE
                  CERTDECK-EDIT-TEXT DELIMITED BY SPACE
                  ' ARE TAKEN' DELIMITED BY SIZE
               INTO CERTDECK-MSG.
           MOVE 1 TO CERTDECK-POS.
           PERFORM REPORT-CARD-ERROR.

      *---------------------------------------------------------------
      * The layouts, one paragraph per utility, dispatched by the
      * layout code in families.
      *---------------------------------------------------------------
       CHECK-DECK-CARD.
           IF CERTDECK-CODE (1:4) EQUAL TO 'CERT'
               PERFORM CHECK-CERT-CARD
           ELSE IF CERTDECK-CODE (1:2) EQUAL TO 'CM'
               PERFORM CHECK-CM-CARD
           ELSE IF CERTDECK-CODE (1:2) EQUAL TO 'IX'
               PERFORM CHECK-IX-CARD
           ELSE IF CERTDECK-CODE (1:2) EQUAL TO 'RL'
               PERFORM CHECK-RL-CARD
           ELSE IF CERTDECK-CODE (1:2) EQUAL TO 'SQ'
               PERFORM CHECK-SQ-CARD
           ELSE
               PERFORM CHECK-OTHER-CARD
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       CHECK-CERT-CARD.
           IF CERTDECK-CODE EQUAL TO 'CERTCAL'
               PERFORM CHECK-CERTCAL-CARD
           ELSE IF CERTDECK-CODE EQUAL TO 'CERTCAT'
               PERFORM CHECK-CERTCAT-CARD
           ELSE IF CERTDECK-CODE EQUAL TO 'CERTCKPT'
               PERFORM CHECK-CERTCKPT-CARD
           ELSE IF CERTDECK-CODE EQUAL TO 'CERTCPA'
               PERFORM CHECK-CERTCPA-CARD
           ELSE IF CERTDECK-CODE EQUAL TO 'CERTDBS'
               PERFORM CHECK-CERTDBS-CARD
           ELSE IF CERTDECK-CODE EQUAL TO 'CERTDIAG'
               PERFORM CHECK-CERTDIAG-CARD
           ELSE IF CERTDECK-CODE EQUAL TO 'CERTGATE'
               PERFORM CHECK-CERTGATE-CARD
           ELSE IF CERTDECK-CODE EQUAL TO 'CERTGEN'
               PERFORM CHECK-CERTGEN-CARD
           ELSE IF CERTDECK-CODE EQUAL TO 'CERTLOK'
               PERFORM CHECK-CERTLOK-CARD
           ELSE IF CERTDECK-CODE EQUAL TO 'CERTPROF'
               PERFORM CHECK-CERTPROF-CARD
           ELSE IF CERTDECK-CODE EQUAL TO 'CERTRID'
               PERFORM CHECK-CERTRID-CARD
           ELSE IF CERTDECK-CODE EQUAL TO 'CERTTIA'
               PERFORM CHECK-CERTTIA-CARD
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       CHECK-CM-CARD.
           IF CERTDECK-CODE EQUAL TO 'CMDEAD'
               PERFORM CHECK-CMDEAD-CARD
           ELSE IF CERTDECK-CODE EQUAL TO 'CMMNT'
               PERFORM CHECK-CMMNT-CARD
           ELSE IF CERTDECK-CODE EQUAL TO 'CMPWSET'
               PERFORM CHECK-CMPWSET-CARD
           ELSE IF CERTDECK-CODE EQUAL TO 'CMRETRY'
               PERFORM CHECK-CMRETRY-CARD
           ELSE IF CERTDECK-CODE EQUAL TO 'CMROUTE'
               PERFORM CHECK-CMROUTE-CARD
           ELSE IF CERTDECK-CODE EQUAL TO 'CMRSEC'
               PERFORM CHECK-CMRSEC-CARD
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       CHECK-IX-CARD.
           IF CERTDECK-CODE EQUAL TO 'IXEXTR'
               PERFORM CHECK-SELECTION-CARD
           ELSE IF CERTDECK-CODE EQUAL TO 'IXHIST'
               PERFORM CHECK-IXHIST-CARD
           ELSE IF CERTDECK-CODE EQUAL TO 'IXINQ'
               PERFORM CHECK-IXINQ-CARD
           ELSE IF CERTDECK-CODE EQUAL TO 'IXKEYGEN'
               PERFORM CHECK-IXKEYGEN-CARD
           ELSE IF CERTDECK-CODE EQUAL TO 'IXLOAD'
               PERFORM CHECK-IXLOAD-CARD
           ELSE IF CERTDECK-CODE EQUAL TO 'IXMAINT'
               PERFORM CHECK-IXMAINT-CARD
           ELSE IF CERTDECK-CODE EQUAL TO 'IXPURGE'
               PERFORM CHECK-IXPURGE-CARD
           ELSE IF CERTDECK-CODE EQUAL TO 'IXRECERT'
               PERFORM CHECK-IXRECERT-CARD
           ELSE IF CERTDECK-CODE EQUAL TO 'IXREST'
               PERFORM CHECK-IXREST-CARD
           ELSE IF CERTDECK-CODE EQUAL TO 'IXSHIP'
               PERFORM CHECK-IXSHIP-CARD
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       CHECK-RL-CARD.
           IF CERTDECK-CODE EQUAL TO 'RLARCH'
               PERFORM CHECK-RLARCH-CARD
           ELSE IF CERTDECK-CODE EQUAL TO 'RLBENCH'
               PERFORM CHECK-RLBENCH-CARD
           ELSE IF CERTDECK-CODE EQUAL TO 'RLBRIDGE'
               PERFORM CHECK-RLBRIDGE-CARD
           ELSE IF CERTDECK-CODE EQUAL TO 'RLHLOAD'
               PERFORM CHECK-RLHLOAD-CARD
           ELSE IF CERTDECK-CODE EQUAL TO 'RLMIGR'
               PERFORM CHECK-RLMIGR-CARD
           ELSE IF CERTDECK-CODE EQUAL TO 'RLSLOT'
               PERFORM CHECK-RLSLOT-CARD
           ELSE IF CERTDECK-CODE EQUAL TO 'RLUPDT'
               PERFORM CHECK-RLUPDT-CARD
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       CHECK-SQ-CARD.
           IF CERTDECK-CODE EQUAL TO 'SQBUFF'
               PERFORM CHECK-SQBUFF-CARD
           ELSE IF CERTDECK-CODE EQUAL TO 'SQMATCH'
               PERFORM CHECK-SQMATCH-CARD
           ELSE IF CERTDECK-CODE EQUAL TO 'SQREFCK'
               PERFORM CHECK-SQREFCK-CARD
           ELSE IF CERTDECK-CODE EQUAL TO 'SQSPLIT'
               PERFORM CHECK-SQSPLIT-CARD
           END-IF
           END-IF
           END-IF
           END-IF.

       CHECK-OTHER-CARD.
           IF CERTDECK-CODE EQUAL TO 'DBGWATCH'
               PERFORM CHECK-DBGWATCH-CARD
           ELSE IF CERTDECK-CODE EQUAL TO 'LK201A'
               PERFORM CHECK-LK201A-CARD
           ELSE IF CERTDECK-CODE EQUAL TO 'LK201B'
               PERFORM CHECK-LK201B-CARD
           ELSE IF CERTDECK-CODE EQUAL TO 'PRTCOMP'
               PERFORM CHECK-PRTCOMP-CARD
           ELSE IF CERTDECK-CODE EQUAL TO 'PRTMASK'
               PERFORM CHECK-PRTMASK-CARD
           ELSE IF CERTDECK-CODE EQUAL TO 'PRTFETCH'
               PERFORM CHECK-PRTFETCH-CARD
           ELSE IF CERTDECK-CODE EQUAL TO 'STMULTI'
               PERFORM CHECK-STMULTI-CARD
           ELSE IF CERTDECK-CODE EQUAL TO 'STSEQCK'
               PERFORM CHECK-STSEQCK-CARD
           ELSE IF CERTDECK-CODE EQUAL TO 'STSUM'
               PERFORM CHECK-STSUM-CARD
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      * Rules that need the whole deck.
       FINISH-DECK-RULES.
           IF CERTDECK-CODE EQUAL TO 'RLUPDT'
             AND CERTDECK-TYPE-2-CNT EQUAL TO ZERO
               MOVE 'NO SET CARD - RLUPDT HAS NOTHING TO CHANGE'
                   TO CERTDECK-MSG
               PERFORM REPORT-DECK-ERROR
           ELSE IF CERTDECK-CODE EQUAL TO 'IXLOAD'
             AND CERTDECK-TYPE-1-CNT EQUAL TO ZERO
               MOVE 'NO KEY CARD - IXLOAD HAS NO PRIMARY KEY'
                   TO CERTDECK-MSG
               PERFORM REPORT-DECK-ERROR
           ELSE IF CERTDECK-CODE EQUAL TO 'SQREFCK'
             AND (CERTDECK-TYPE-1-CNT EQUAL TO ZERO
               OR CERTDECK-TYPE-2-CNT EQUAL TO ZERO)
               MOVE 'SQREFCK NEEDS A PARENT CARD AND AT LEAST ONE CHILD'
                   TO CERTDECK-MSG
               PERFORM REPORT-DECK-ERROR
           ELSE IF CERTDECK-CODE EQUAL TO 'SQSPLIT'
             AND CERTDECK-TYPE-2-CNT EQUAL TO ZERO
               MOVE 'NO SLICE CARD - SQSPLIT HAS NO OUTPUT TO FILL'
                   TO CERTDECK-MSG
               PERFORM REPORT-DECK-ERROR
           ELSE IF CERTDECK-CODE EQUAL TO 'IXPURGE'
             AND CERTDECK-DECK-MODE EQUAL TO 'PURGE'
             AND CERTDECK-TYPE-1-CNT EQUAL TO ZERO
               MOVE 'PURGE WITH NO SELECTION CARDS'
                   TO CERTDECK-MSG
               PERFORM REPORT-DECK-ERROR
           ELSE IF CERTDECK-CODE EQUAL TO 'CMDEAD'
             AND CERTDECK-DECK-MODE EQUAL TO 'RESUBMIT'
             AND CERTDECK-TYPE-1-CNT EQUAL TO ZERO
               MOVE 'RESUBMIT WITH NO RESEND OR DISCARD CARDS'
                   TO CERTDECK-MSG
               PERFORM REPORT-DECK-ERROR
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *---------------------------------------------------------------
      * The CERT run-control programs.
      *---------------------------------------------------------------
      * CALCRD: DATE yyyymmdd or PROFILE name, operand from 10.
       CHECK-CERTCAL-CARD.
           MOVE 1 TO CERTDECK-POS.
           MOVE 8 TO CERTDECK-LEN.
           MOVE 'FUNCTION' TO CERTDECK-FIELD-NAME.
           MOVE 'DATE    PROFILE' TO CERTDECK-LIST.
           PERFORM CHECK-IN-LIST.
           MOVE 10 TO CERTDECK-POS.
           IF CERTDECK-CARD (1:8) EQUAL TO 'DATE'
               MOVE 'DATE' TO CERTDECK-FIELD-NAME
               PERFORM CHECK-DATE
           ELSE IF CERTDECK-CARD (1:8) EQUAL TO 'PROFILE'
               MOVE 8 TO CERTDECK-LEN
               MOVE 'PROFILE NAME' TO CERTDECK-FIELD-NAME
               PERFORM CHECK-REQUIRED
           END-IF
           END-IF.

      * CATCRD: function 1-8, program 10-18, paragraph 20-41,
      * operand 43-80.
       CHECK-CERTCAT-CARD.
           MOVE 1 TO CERTDECK-POS.
           MOVE 8 TO CERTDECK-LEN.
           MOVE 'FUNCTION' TO CERTDECK-FIELD-NAME.
           MOVE 'RETIRE  RESTORE OWNER   RENAME  LIST' TO CERTDECK-LIST.
           PERFORM CHECK-IN-LIST.
           IF CERTDECK-FIELD-OK
             AND CERTDECK-CARD (1:8) NOT EQUAL TO 'LIST'
               MOVE 10 TO CERTDECK-POS
               MOVE 9 TO CERTDECK-LEN
               MOVE 'PROGRAM' TO CERTDECK-FIELD-NAME
               PERFORM CHECK-REQUIRED
               MOVE 43 TO CERTDECK-POS
               MOVE 38 TO CERTDECK-LEN
               IF CERTDECK-CARD (1:8) EQUAL TO 'RETIRE'
                   MOVE 'REASON' TO CERTDECK-FIELD-NAME
                   PERFORM CHECK-REQUIRED
               ELSE IF CERTDECK-CARD (1:8) EQUAL TO 'OWNER'
                   MOVE 8 TO CERTDECK-LEN
                   MOVE 'OWNER' TO CERTDECK-FIELD-NAME
                   PERFORM CHECK-REQUIRED
               ELSE IF CERTDECK-CARD (1:8) EQUAL TO 'RENAME'
                   MOVE 22 TO CERTDECK-LEN
                   MOVE 'NEW PARAGRAPH' TO CERTDECK-FIELD-NAME
                   PERFORM CHECK-REQUIRED
               END-IF
               END-IF
               END-IF
               IF CERTDECK-CARD (1:8) NOT EQUAL TO 'OWNER'
                   MOVE 20 TO CERTDECK-POS
                   MOVE 22 TO CERTDECK-LEN
                   MOVE 'PARAGRAPH' TO CERTDECK-FIELD-NAME
                   PERFORM CHECK-REQUIRED
               END-IF
           END-IF.

      * CKPTCRD: function 1-8, step 10-17, program 19-27, step RC
      * 29-30 (RECORD), restart flag 32-34 (INIT), group 36-43.
       CHECK-CERTCKPT-CARD.
           MOVE 1 TO CERTDECK-POS.
           MOVE 8 TO CERTDECK-LEN.
           MOVE 'FUNCTION' TO CERTDECK-FIELD-NAME.
           MOVE 'INIT    QUERY   RECORD  REPORT' TO CERTDECK-LIST.
           PERFORM CHECK-IN-LIST.
           IF CERTDECK-CARD (1:8) EQUAL TO 'QUERY'
             OR CERTDECK-CARD (1:8) EQUAL TO 'RECORD'
               MOVE 10 TO CERTDECK-POS
               MOVE 8 TO CERTDECK-LEN
               MOVE 'STEP NAME' TO CERTDECK-FIELD-NAME
               PERFORM CHECK-REQUIRED
               MOVE 19 TO CERTDECK-POS
               MOVE 9 TO CERTDECK-LEN
               MOVE 'PROGRAM' TO CERTDECK-FIELD-NAME
               PERFORM CHECK-REQUIRED.
           IF CERTDECK-CARD (1:8) EQUAL TO 'RECORD'
               MOVE 29 TO CERTDECK-POS
               MOVE 2 TO CERTDECK-LEN
               MOVE 'STEP RC' TO CERTDECK-FIELD-NAME
               MOVE 0 TO CERTDECK-LOW
               MOVE 99 TO CERTDECK-HIGH
               PERFORM CHECK-NUMBER.
           IF CERTDECK-CARD (1:8) EQUAL TO 'INIT'
               MOVE 32 TO CERTDECK-POS
               MOVE 3 TO CERTDECK-LEN
               MOVE 'RESTART FLAG' TO CERTDECK-FIELD-NAME
               MOVE 'YES     NO' TO CERTDECK-LIST
               PERFORM CHECK-IN-LIST.

      * PLANCRD: MOVE step stream, VOLUME ppp series..., DROP
      * series.
       CHECK-CERTCPA-CARD.
           MOVE 1 TO CERTDECK-POS.
           MOVE 8 TO CERTDECK-LEN.
           MOVE 'FUNCTION' TO CERTDECK-FIELD-NAME.
           MOVE 'MOVE    VOLUME  DROP' TO CERTDECK-LIST.
           PERFORM CHECK-IN-LIST.
           IF CERTDECK-CARD (1:8) EQUAL TO 'MOVE'
               MOVE 10 TO CERTDECK-POS
               MOVE 8 TO CERTDECK-LEN
               MOVE 'STEP NAME' TO CERTDECK-FIELD-NAME
               PERFORM CHECK-REQUIRED
               MOVE 19 TO CERTDECK-POS
               MOVE 1 TO CERTDECK-LEN
               MOVE 'STREAM' TO CERTDECK-FIELD-NAME
               MOVE 'A       B       C       D' TO CERTDECK-LIST
               PERFORM CHECK-IN-LIST
           ELSE IF CERTDECK-CARD (1:8) EQUAL TO 'VOLUME'
               MOVE 10 TO CERTDECK-POS
               MOVE 3 TO CERTDECK-LEN
               MOVE 'PERCENT' TO CERTDECK-FIELD-NAME
               MOVE 1 TO CERTDECK-LOW
               MOVE 999 TO CERTDECK-HIGH
               PERFORM CHECK-NUMBER
           ELSE IF CERTDECK-CARD (1:8) EQUAL TO 'DROP'
               MOVE 10 TO CERTDECK-POS
               MOVE 8 TO CERTDECK-LEN
               MOVE 'SERIES' TO CERTDECK-FIELD-NAME
               PERFORM CHECK-REQUIRED
           END-IF
           END-IF
           END-IF.

      * DBSCRD: STATS 1-8, creator 10-17, horizon 19-21, stale
      * days 23-25, months 27-28, extent limit 30-32.
       CHECK-CERTDBS-CARD.
           MOVE 1 TO CERTDECK-POS.
           MOVE 8 TO CERTDECK-LEN.
           MOVE 'FUNCTION' TO CERTDECK-FIELD-NAME.
           MOVE 'STATS' TO CERTDECK-LIST.
           PERFORM CHECK-IN-LIST.
           MOVE 10 TO CERTDECK-POS.
           MOVE 8 TO CERTDECK-LEN.
           MOVE 'CREATOR' TO CERTDECK-FIELD-NAME.
           PERFORM CHECK-REQUIRED.
           MOVE 19 TO CERTDECK-POS.
           MOVE 3 TO CERTDECK-LEN.
           MOVE 'HORIZON' TO CERTDECK-FIELD-NAME.
           MOVE 1 TO CERTDECK-LOW.
           MOVE 999 TO CERTDECK-HIGH.
           PERFORM CHECK-OPTIONAL-NUMBER.
           MOVE 23 TO CERTDECK-POS.
           MOVE 'STALE DAYS' TO CERTDECK-FIELD-NAME.
           PERFORM CHECK-OPTIONAL-NUMBER.
           MOVE 27 TO CERTDECK-POS.
           MOVE 2 TO CERTDECK-LEN.
           MOVE 'MONTHS' TO CERTDECK-FIELD-NAME.
           MOVE 99 TO CERTDECK-HIGH.
           PERFORM CHECK-OPTIONAL-NUMBER.
           MOVE 30 TO CERTDECK-POS.
           MOVE 3 TO CERTDECK-LEN.
           MOVE 'EXTENT LIMIT' TO CERTDECK-FIELD-NAME.
           MOVE 255 TO CERTDECK-HIGH.
           PERFORM CHECK-OPTIONAL-NUMBER.

      * DIAGCRD: COMPARE with both build ids or neither.
       CHECK-CERTDIAG-CARD.
           MOVE 1 TO CERTDECK-POS.
           MOVE 8 TO CERTDECK-LEN.
           MOVE 'FUNCTION' TO CERTDECK-FIELD-NAME.
           MOVE 'COMPARE' TO CERTDECK-LIST.
           PERFORM CHECK-IN-LIST.
           IF CERTDECK-CARD (10:16) EQUAL TO SPACES
             AND CERTDECK-CARD (27:16) NOT EQUAL TO SPACES
               MOVE 10 TO CERTDECK-POS
               MOVE 'BUILD A IS BLANK - GIVE BOTH BUILDS OR NEITHER'
                   TO CERTDECK-MSG
               PERFORM REPORT-CARD-ERROR
           ELSE IF CERTDECK-CARD (10:16) NOT EQUAL TO SPACES
             AND CERTDECK-CARD (27:16) EQUAL TO SPACES
               MOVE 27 TO CERTDECK-POS
               MOVE 'BUILD B IS BLANK - GIVE BOTH BUILDS OR NEITHER'
                   TO CERTDECK-MSG
               PERFORM REPORT-CARD-ERROR
           END-IF
           END-IF.

      * GATECRD: GATE 1-8, build 10-25, runs 27-28, oldest waiver
      * 30-32, production build 34-49, signer 51-58, programs in
      * a complete run 60-63.
       CHECK-CERTGATE-CARD.
           MOVE 1 TO CERTDECK-POS.
           MOVE 8 TO CERTDECK-LEN.
           MOVE 'FUNCTION' TO CERTDECK-FIELD-NAME.
           MOVE 'GATE' TO CERTDECK-LIST.
           PERFORM CHECK-IN-LIST.
           MOVE 27 TO CERTDECK-POS.
           MOVE 2 TO CERTDECK-LEN.
           MOVE 'RUNS' TO CERTDECK-FIELD-NAME.
           MOVE 1 TO CERTDECK-LOW.
           MOVE 99 TO CERTDECK-HIGH.
           PERFORM CHECK-OPTIONAL-NUMBER.
           MOVE 30 TO CERTDECK-POS.
           MOVE 3 TO CERTDECK-LEN.
           MOVE 'WAIVER AGE' TO CERTDECK-FIELD-NAME.
           MOVE 999 TO CERTDECK-HIGH.
           PERFORM CHECK-OPTIONAL-NUMBER.
           MOVE 51 TO CERTDECK-POS.
           MOVE 8 TO CERTDECK-LEN.
           MOVE 'SIGNER' TO CERTDECK-FIELD-NAME.
           PERFORM CHECK-REQUIRED.
           MOVE 60 TO CERTDECK-POS.
           MOVE 4 TO CERTDECK-LEN.
           MOVE 'PROGRAM COUNT' TO CERTDECK-FIELD-NAME.
           MOVE 9999 TO CERTDECK-HIGH.
           PERFORM CHECK-OPTIONAL-NUMBER.

      * GENCRD: tag 1-8, record length 10-12, count 14-20, key
      * offset 22-25 and length 27-29, key start 31-40, increment
      * 42-46, record-number offset 48-50 and length 52-54.  An
      * offset of zero leaves that field out.
       CHECK-CERTGEN-CARD.
           MOVE 10 TO CERTDECK-POS.
           MOVE 3 TO CERTDECK-LEN.
           MOVE 'RECORD LENGTH' TO CERTDECK-FIELD-NAME.
           MOVE 1 TO CERTDECK-LOW.
           MOVE 250 TO CERTDECK-HIGH.
           PERFORM CHECK-NUMBER.
           MOVE CERTDECK-VALUE TO CERTDECK-REC-LEN.
           MOVE 14 TO CERTDECK-POS.
           MOVE 7 TO CERTDECK-LEN.
           MOVE 'RECORD COUNT' TO CERTDECK-FIELD-NAME.
           MOVE 9999999 TO CERTDECK-HIGH.
           PERFORM CHECK-NUMBER.
           MOVE 22 TO CERTDECK-POS.
           MOVE 4 TO CERTDECK-LEN.
           MOVE 'KEY OFFSET' TO CERTDECK-FIELD-NAME.
           MOVE 0 TO CERTDECK-LOW.
           MOVE 250 TO CERTDECK-HIGH.
           PERFORM CHECK-NUMBER.
           MOVE CERTDECK-VALUE TO CERTDECK-OFFSET.
           IF CERTDECK-OFFSET GREATER THAN ZERO
               MOVE 27 TO CERTDECK-POS
               MOVE 3 TO CERTDECK-LEN
               MOVE 'KEY LENGTH' TO CERTDECK-FIELD-NAME
               MOVE 1 TO CERTDECK-LOW
               MOVE 10 TO CERTDECK-HIGH
               PERFORM CHECK-NUMBER
               MOVE CERTDECK-VALUE TO CERTDECK-LENGTH
               IF CERTDECK-FIELD-OK
                 AND CERTDECK-REC-LEN GREATER THAN ZERO
                   PERFORM CHECK-FIELD-END
               END-IF
               MOVE 31 TO CERTDECK-POS
               MOVE 10 TO CERTDECK-LEN
               MOVE 'KEY START' TO CERTDECK-FIELD-NAME
               MOVE 0 TO CERTDECK-LOW
               MOVE 9999999999 TO CERTDECK-HIGH
               PERFORM CHECK-NUMBER
               MOVE 42 TO CERTDECK-POS
               MOVE 5 TO CERTDECK-LEN
               MOVE 'KEY INCREMENT' TO CERTDECK-FIELD-NAME
               PERFORM CHECK-NUMBER
           END-IF.
           MOVE 48 TO CERTDECK-POS.
           MOVE 3 TO CERTDECK-LEN.
           MOVE 'RECORD-NUMBER OFFSET' TO CERTDECK-FIELD-NAME.
           MOVE 0 TO CERTDECK-LOW.
           MOVE 250 TO CERTDECK-HIGH.
           PERFORM CHECK-NUMBER.
           MOVE CERTDECK-VALUE TO CERTDECK-OFFSET.
           IF CERTDECK-OFFSET GREATER THAN ZERO
               MOVE 52 TO CERTDECK-POS
               MOVE 3 TO CERTDECK-LEN
               MOVE 'RECORD-NUMBER LENGTH' TO CERTDECK-FIELD-NAME
               MOVE 1 TO CERTDECK-LOW
               MOVE 7 TO CERTDECK-HIGH
               PERFORM CHECK-NUMBER
               MOVE CERTDECK-VALUE TO CERTDECK-LENGTH
               IF CERTDECK-FIELD-OK
                 AND CERTDECK-REC-LEN GREATER THAN ZERO
                   PERFORM CHECK-FIELD-END
               END-IF
           END-IF.

      * LOKCRD: ACQUIRE, RELEASE or OVERRIDE, run id 10-21,
      * submitter 23-30.
       CHECK-CERTLOK-CARD.
           MOVE 1 TO CERTDECK-POS.
           MOVE 8 TO CERTDECK-LEN.
           MOVE 'FUNCTION' TO CERTDECK-FIELD-NAME.
           MOVE 'ACQUIRE RELEASE OVERRIDE' TO CERTDECK-LIST.
           PERFORM CHECK-IN-LIST.
           MOVE 10 TO CERTDECK-POS.
           MOVE 12 TO CERTDECK-LEN.
           MOVE 'RUN ID' TO CERTDECK-FIELD-NAME.
           PERFORM CHECK-REQUIRED.
           MOVE 23 TO CERTDECK-POS.
           MOVE 8 TO CERTDECK-LEN.
           MOVE 'SUBMITTER' TO CERTDECK-FIELD-NAME.
           PERFORM CHECK-REQUIRED.

      * PROFCRD: the profile name in 1-8.
       CHECK-CERTPROF-CARD.
           MOVE 1 TO CERTDECK-POS.
           MOVE 8 TO CERTDECK-LEN.
           MOVE 'PROFILE NAME' TO CERTDECK-FIELD-NAME.
           PERFORM CHECK-REQUIRED.

      * RUNCRD: SET run id 7-18 and build 20-35, or STAMP with the
      * artifact tag in 37-44.
       CHECK-CERTRID-CARD.
           MOVE 1 TO CERTDECK-POS.
           MOVE 5 TO CERTDECK-LEN.
           MOVE 'FUNCTION' TO CERTDECK-FIELD-NAME.
           MOVE 'SET     STAMP' TO CERTDECK-LIST.
           PERFORM CHECK-IN-LIST.
           IF CERTDECK-CARD (1:5) EQUAL TO 'SET'
               MOVE 7 TO CERTDECK-POS
               MOVE 12 TO CERTDECK-LEN
               MOVE 'RUN ID' TO CERTDECK-FIELD-NAME
               PERFORM CHECK-REQUIRED
               MOVE 20 TO CERTDECK-POS
               MOVE 16 TO CERTDECK-LEN
               MOVE 'BUILD ID' TO CERTDECK-FIELD-NAME
               PERFORM CHECK-REQUIRED
           ELSE IF CERTDECK-CARD (1:5) EQUAL TO 'STAMP'
               MOVE 37 TO CERTDECK-POS
               MOVE 8 TO CERTDECK-LEN
               MOVE 'ARTIFACT TAG' TO CERTDECK-FIELD-NAME
               PERFORM CHECK-REQUIRED
           END-IF
           END-IF.

      * IMPCRD: CHANGED member, XCARD nnn, PROFILE name, XREF;
      * operand from 10.
       CHECK-CERTTIA-CARD.
           MOVE 1 TO CERTDECK-POS.
           MOVE 8 TO CERTDECK-LEN.
           MOVE 'FUNCTION' TO CERTDECK-FIELD-NAME.
           MOVE 'CHANGED XCARD   PROFILE XREF' TO CERTDECK-LIST.
           PERFORM CHECK-IN-LIST.
           MOVE 10 TO CERTDECK-POS.
           IF CERTDECK-CARD (1:8) EQUAL TO 'CHANGED'
               MOVE 30 TO CERTDECK-LEN
               MOVE 'MEMBER' TO CERTDECK-FIELD-NAME
               PERFORM CHECK-REQUIRED
           ELSE IF CERTDECK-CARD (1:8) EQUAL TO 'XCARD'
               MOVE 3 TO CERTDECK-LEN
               MOVE 'X-CARD NUMBER' TO CERTDECK-FIELD-NAME
               MOVE 1 TO CERTDECK-LOW
               MOVE 999 TO CERTDECK-HIGH
               PERFORM CHECK-NUMBER
           ELSE IF CERTDECK-CARD (1:8) EQUAL TO 'PROFILE'
               MOVE 8 TO CERTDECK-LEN
               MOVE 'PROFILE NAME' TO CERTDECK-FIELD-NAME
               PERFORM CHECK-REQUIRED
           END-IF
           END-IF
           END-IF.

      *---------------------------------------------------------------
      * The communications utilities.
      *---------------------------------------------------------------
      * DLQCRD: REPORT (date 10-17 optional) or RESUBMIT, then for
      * RESUBMIT one RESEND or DISCARD card per dead letter: date
      * 9-16, time 18-23, number 25-28 - or ALL in 9-16 with a
      * reason in 18-25.
       CHECK-CMDEAD-CARD.
           IF CERTDECK-LIVE-CNT EQUAL TO 1
               MOVE CERTDECK-CARD (1:8) TO CERTDECK-DECK-MODE
               MOVE 1 TO CERTDECK-POS
               MOVE 8 TO CERTDECK-LEN
               MOVE 'FUNCTION' TO CERTDECK-FIELD-NAME
               MOVE 'REPORT  RESUBMIT' TO CERTDECK-LIST
               PERFORM CHECK-IN-LIST
               IF CERTDECK-DECK-MODE EQUAL TO 'REPORT'
                   MOVE 10 TO CERTDECK-POS
                   MOVE 'REPORT DATE' TO CERTDECK-FIELD-NAME
                   PERFORM CHECK-OPTIONAL-DATE
               END-IF
           ELSE IF CERTDECK-DECK-MODE NOT EQUAL TO 'RESUBMIT'
               MOVE 1 TO CERTDECK-POS
               MOVE 'ONLY RESUBMIT TAKES CARDS AFTER THE FIRST'
                   TO CERTDECK-MSG
               PERFORM REPORT-CARD-ERROR
           ELSE
               ADD 1 TO CERTDECK-TYPE-1-CNT
               MOVE 1 TO CERTDECK-POS
               MOVE 7 TO CERTDECK-LEN
               MOVE 'ACTION' TO CERTDECK-FIELD-NAME
               MOVE 'RESEND  DISCARD' TO CERTDECK-LIST
               PERFORM CHECK-IN-LIST
               IF CERTDECK-CARD (9:8) NOT EQUAL TO 'ALL'
                   MOVE 9 TO CERTDECK-POS
                   MOVE 'DEAD-LETTER DATE' TO CERTDECK-FIELD-NAME
                   PERFORM CHECK-DATE
                   MOVE 18 TO CERTDECK-POS
                   MOVE 'DEAD-LETTER TIME' TO CERTDECK-FIELD-NAME
                   PERFORM CHECK-TIME
                   MOVE 25 TO CERTDECK-POS
                   MOVE 4 TO CERTDECK-LEN
                   MOVE 'DEAD-LETTER NUMBER' TO CERTDECK-FIELD-NAME
                   MOVE 1 TO CERTDECK-LOW
                   MOVE 9999 TO CERTDECK-HIGH
                   PERFORM CHECK-NUMBER
               END-IF
               IF CERTDECK-CARD (1:7) EQUAL TO 'DISCARD'
                   MOVE 30 TO CERTDECK-POS
                   MOVE 50 TO CERTDECK-LEN
                   MOVE 'TEXT ON A DISCARD' TO CERTDECK-FIELD-NAME
                   PERFORM CHECK-BLANK
               END-IF
           END-IF
           END-IF.

      * MMNCRD: check-digit mode 1-5 (MOD10, MOD11 or blank),
      * waiting days 7-9.
       CHECK-CMMNT-CARD.
           MOVE 1 TO CERTDECK-POS.
           IF CERTDECK-CARD (1:5) NOT EQUAL TO SPACES
               PERFORM CHECK-CHECK-MODE.
           MOVE 7 TO CERTDECK-POS.
           MOVE 3 TO CERTDECK-LEN.
           MOVE 'WAITING DAYS' TO CERTDECK-FIELD-NAME.
           MOVE 1 TO CERTDECK-LOW.
           MOVE 999 TO CERTDECK-HIGH.
           PERFORM CHECK-OPTIONAL-NUMBER.

      * PWCARDS: SET or DEL 1-3, user 5-12, password 14-29 (SET).
       CHECK-CMPWSET-CARD.
           MOVE 1 TO CERTDECK-POS.
           MOVE 3 TO CERTDECK-LEN.
           MOVE 'ACTION' TO CERTDECK-FIELD-NAME.
           MOVE 'SET     DEL' TO CERTDECK-LIST.
           PERFORM CHECK-IN-LIST.
           MOVE 5 TO CERTDECK-POS.
           MOVE 8 TO CERTDECK-LEN.
           MOVE 'USER ID' TO CERTDECK-FIELD-NAME.
           PERFORM CHECK-REQUIRED.
           IF CERTDECK-CARD (1:3) EQUAL TO 'SET'
               MOVE 14 TO CERTDECK-POS
               MOVE 16 TO CERTDECK-LEN
               MOVE 'PASSWORD' TO CERTDECK-FIELD-NAME
               PERFORM CHECK-REQUIRED.

      * RTYCRD: attempt limit 1-2.
       CHECK-CMRETRY-CARD.
           MOVE 1 TO CERTDECK-POS.
           MOVE 2 TO CERTDECK-LEN.
           MOVE 'ATTEMPT LIMIT' TO CERTDECK-FIELD-NAME.
           MOVE 1 TO CERTDECK-LOW.
           MOVE 99 TO CERTDECK-HIGH.
           PERFORM CHECK-OPTIONAL-NUMBER.

      * RTRULES: message prefix 1-10, route 12 (1 through 7).
       CHECK-CMROUTE-CARD.
           MOVE 1 TO CERTDECK-POS.
           MOVE 10 TO CERTDECK-LEN.
           MOVE 'MESSAGE PREFIX' TO CERTDECK-FIELD-NAME.
           PERFORM CHECK-REQUIRED.
           MOVE 12 TO CERTDECK-POS.
           MOVE 1 TO CERTDECK-LEN.
           MOVE 'ROUTE' TO CERTDECK-FIELD-NAME.
           MOVE 1 TO CERTDECK-LOW.
           MOVE 7 TO CERTDECK-HIGH.
           PERFORM CHECK-NUMBER.

      * SECCRD: idle minutes 1-3, failure limit 5-6, lockout
      * minutes 8-11.
       CHECK-CMRSEC-CARD.
           MOVE 1 TO CERTDECK-POS.
           MOVE 3 TO CERTDECK-LEN.
           MOVE 'IDLE MINUTES' TO CERTDECK-FIELD-NAME.
           MOVE 1 TO CERTDECK-LOW.
           MOVE 999 TO CERTDECK-HIGH.
           PERFORM CHECK-OPTIONAL-NUMBER.
           MOVE 5 TO CERTDECK-POS.
           MOVE 2 TO CERTDECK-LEN.
           MOVE 'FAILURE LIMIT' TO CERTDECK-FIELD-NAME.
           MOVE 99 TO CERTDECK-HIGH.
           PERFORM CHECK-OPTIONAL-NUMBER.
           MOVE 8 TO CERTDECK-POS.
           MOVE 4 TO CERTDECK-LEN.
           MOVE 'LOCKOUT MINUTES' TO CERTDECK-FIELD-NAME.
           MOVE 9999 TO CERTDECK-HIGH.
           PERFORM CHECK-OPTIONAL-NUMBER.

      *---------------------------------------------------------------
      * The indexed-file utilities.
      *---------------------------------------------------------------
      * IXEXTR selection cards (and IXPURGE's after its mode card):
      * connector 1-3, offset 5-8, length 10-12 (max 30) over the
      * 240-byte IX206A record, comparison 14-15.
       CHECK-SELECTION-CARD.
           MOVE 1 TO CERTDECK-POS.
           MOVE 3 TO CERTDECK-LEN.
           MOVE 'CONNECTOR' TO CERTDECK-FIELD-NAME.
           IF CERTDECK-TYPE-1-CNT EQUAL TO ZERO
               IF CERTDECK-CARD (1:3) NOT EQUAL TO SPACES
                   MOVE 'THE FIRST SELECTION CARD TAKES NO CONNECTOR'
                       TO CERTDECK-MSG
                   PERFORM REPORT-CARD-ERROR
               END-IF
           ELSE
               MOVE 'AND     OR' TO CERTDECK-LIST
               PERFORM CHECK-IN-LIST
           END-IF.
           ADD 1 TO CERTDECK-TYPE-1-CNT.
           MOVE 5 TO CERTDECK-OFF-POS.
           MOVE 10 TO CERTDECK-LEN-POS.
           MOVE 30 TO CERTDECK-MAX-LEN.
           MOVE 240 TO CERTDECK-REC-LEN.
           PERFORM CHECK-OFFSET-LENGTH.
           MOVE 14 TO CERTDECK-POS.
           PERFORM CHECK-COMPARISON.

      * HSTCRD: key 1-10 to high key 12-21, user 23-30, from date
      * 32-39 to date 41-48; every part optional.
       CHECK-IXHIST-CARD.
           IF CERTDECK-CARD (12:10) NOT EQUAL TO SPACES
             AND CERTDECK-CARD (12:10) LESS THAN CERTDECK-CARD (1:10)
               MOVE 12 TO CERTDECK-POS
               MOVE 'HIGH KEY IS BELOW THE LOW KEY' TO CERTDECK-MSG
               PERFORM REPORT-CARD-ERROR.
           MOVE 32 TO CERTDECK-POS.
           MOVE 'FROM DATE' TO CERTDECK-FIELD-NAME.
           PERFORM CHECK-OPTIONAL-DATE.
           MOVE 41 TO CERTDECK-POS.
           MOVE 'TO DATE' TO CERTDECK-FIELD-NAME.
           PERFORM CHECK-OPTIONAL-DATE.
           IF CERTDECK-CARD (32:8) IS NUMERIC
             AND CERTDECK-CARD (41:8) IS NUMERIC
             AND CERTDECK-CARD (41:8) LESS THAN CERTDECK-CARD (32:8)
               MOVE 41 TO CERTDECK-POS
               MOVE 'TO DATE IS BEFORE THE FROM DATE' TO CERTDECK-MSG
               PERFORM REPORT-CARD-ERROR.

      * INQCRD: READ, BROWSE or ALTKEY 1-6, key 8-17, limit 19-21.
       CHECK-IXINQ-CARD.
           MOVE 1 TO CERTDECK-POS.
           MOVE 6 TO CERTDECK-LEN.
           MOVE 'FUNCTION' TO CERTDECK-FIELD-NAME.
           MOVE 'READ    BROWSE  ALTKEY' TO CERTDECK-LIST.
           PERFORM CHECK-IN-LIST.
           MOVE 8 TO CERTDECK-POS.
           MOVE 10 TO CERTDECK-LEN.
           MOVE 'KEY' TO CERTDECK-FIELD-NAME.
           PERFORM CHECK-REQUIRED.
           MOVE 19 TO CERTDECK-POS.
           MOVE 3 TO CERTDECK-LEN.
           MOVE 'RECORD LIMIT' TO CERTDECK-FIELD-NAME.
           MOVE 1 TO CERTDECK-LOW.
           MOVE 999 TO CERTDECK-HIGH.
           PERFORM CHECK-OPTIONAL-NUMBER.

      * KEYCRD: ASSIGN mode 8-12, low body 14-22, high body 24-32,
      * user 34-41, count 43-45; EXPIRE days 8-10.
       CHECK-IXKEYGEN-CARD.
           MOVE 1 TO CERTDECK-POS.
           MOVE 6 TO CERTDECK-LEN.
           MOVE 'FUNCTION' TO CERTDECK-FIELD-NAME.
           MOVE 'ASSIGN  EXPIRE' TO CERTDECK-LIST.
           PERFORM CHECK-IN-LIST.
           IF CERTDECK-CARD (1:6) EQUAL TO 'ASSIGN'
               MOVE 8 TO CERTDECK-POS
               PERFORM CHECK-CHECK-MODE
               MOVE 14 TO CERTDECK-POS
               MOVE 9 TO CERTDECK-LEN
               MOVE 'LOW KEY BODY' TO CERTDECK-FIELD-NAME
               MOVE 0 TO CERTDECK-LOW
               MOVE 999999999 TO CERTDECK-HIGH
               PERFORM CHECK-NUMBER
               MOVE CERTDECK-VALUE TO CERTDECK-LOW-VALUE
               MOVE 24 TO CERTDECK-POS
               MOVE 'HIGH KEY BODY' TO CERTDECK-FIELD-NAME
               MOVE CERTDECK-LOW-VALUE TO CERTDECK-LOW
               PERFORM CHECK-NUMBER
               MOVE 34 TO CERTDECK-POS
               MOVE 8 TO CERTDECK-LEN
               MOVE 'USER ID' TO CERTDECK-FIELD-NAME
               PERFORM CHECK-REQUIRED
               MOVE 43 TO CERTDECK-POS
               MOVE 3 TO CERTDECK-LEN
               MOVE 'KEY COUNT' TO CERTDECK-FIELD-NAME
               MOVE 1 TO CERTDECK-LOW
               MOVE 999 TO CERTDECK-HIGH
               PERFORM CHECK-OPTIONAL-NUMBER
           ELSE IF CERTDECK-CARD (1:6) EQUAL TO 'EXPIRE'
               MOVE 8 TO CERTDECK-POS
               MOVE 3 TO CERTDECK-LEN
               MOVE 'EXPIRY DAYS' TO CERTDECK-FIELD-NAME
               MOVE 1 TO CERTDECK-LOW
               MOVE 999 TO CERTDECK-HIGH
               PERFORM CHECK-OPTIONAL-NUMBER
           END-IF
           END-IF.

      * LODCRD: KEY and ALTKEY offset 8-11, length 13-15 (max 10)
      * in an input record of up to 132, N or blank in 17 on KEY;
      * FROM and TO dataset names 8-37.
       CHECK-IXLOAD-CARD.
           MOVE 1 TO CERTDECK-POS.
           MOVE 6 TO CERTDECK-LEN.
           MOVE 'CARD TYPE' TO CERTDECK-FIELD-NAME.
           MOVE 'KEY     ALTKEY  FROM    TO' TO CERTDECK-LIST.
           PERFORM CHECK-IN-LIST.
           IF CERTDECK-CARD (1:6) EQUAL TO 'KEY'
             OR CERTDECK-CARD (1:6) EQUAL TO 'ALTKEY'
               MOVE 8 TO CERTDECK-OFF-POS
               MOVE 13 TO CERTDECK-LEN-POS
               MOVE 10 TO CERTDECK-MAX-LEN
               MOVE 132 TO CERTDECK-REC-LEN
               PERFORM CHECK-OFFSET-LENGTH
           ELSE IF CERTDECK-FIELD-OK
               MOVE 8 TO CERTDECK-POS
               MOVE 30 TO CERTDECK-LEN
               MOVE 'DATASET NAME' TO CERTDECK-FIELD-NAME
               PERFORM CHECK-REQUIRED
           END-IF
           END-IF.
           IF CERTDECK-CARD (1:6) EQUAL TO 'KEY'
               ADD 1 TO CERTDECK-TYPE-1-CNT
               IF CERTDECK-CARD (17:1) NOT EQUAL TO SPACE
                 AND CERTDECK-CARD (17:1) NOT EQUAL TO 'N'
                   MOVE 17 TO CERTDECK-POS
                   MOVE 'KEY CLASS MUST BE N OR BLANK' TO CERTDECK-MSG
                   PERFORM REPORT-CARD-ERROR.

      * MNTCRD: function 1-7, journal point 9-14 (BACKOUT), check
      * mode 16-20 (MOD10, MOD11 or blank), RESTART's run date
      * 22-29 and time 31-36.
       CHECK-IXMAINT-CARD.
           MOVE 1 TO CERTDECK-POS.
           MOVE 7 TO CERTDECK-LEN.
           MOVE 'FUNCTION' TO CERTDECK-FIELD-NAME.
           MOVE 'APPLY   BACKOUT APPROVE PENDING RESTART'
               TO CERTDECK-LIST.
           PERFORM CHECK-IN-LIST.
           IF CERTDECK-CARD (1:7) EQUAL TO 'BACKOUT'
               MOVE 9 TO CERTDECK-POS
               MOVE 6 TO CERTDECK-LEN
               MOVE 'JOURNAL POINT' TO CERTDECK-FIELD-NAME
               MOVE 0 TO CERTDECK-LOW
               MOVE 999999 TO CERTDECK-HIGH
               PERFORM CHECK-NUMBER.
           MOVE 16 TO CERTDECK-POS.
           IF CERTDECK-CARD (16:5) NOT EQUAL TO SPACES
               PERFORM CHECK-CHECK-MODE.
           IF CERTDECK-CARD (1:7) EQUAL TO 'RESTART'
               MOVE 22 TO CERTDECK-POS
               MOVE 'RUN DATE' TO CERTDECK-FIELD-NAME
               PERFORM CHECK-DATE
               MOVE 31 TO CERTDECK-POS
               MOVE 'RUN TIME' TO CERTDECK-FIELD-NAME
               PERFORM CHECK-TIME.

      * PRGCRD: PREVIEW or PURGE 1-7 with the user 9-16 (required
      * for PURGE), then IXEXTR selection cards.
       CHECK-IXPURGE-CARD.
           IF CERTDECK-LIVE-CNT EQUAL TO 1
               MOVE CERTDECK-CARD (1:7) TO CERTDECK-DECK-MODE
               MOVE 1 TO CERTDECK-POS
               MOVE 7 TO CERTDECK-LEN
               MOVE 'MODE' TO CERTDECK-FIELD-NAME
               MOVE 'PREVIEW PURGE' TO CERTDECK-LIST
               PERFORM CHECK-IN-LIST
               IF CERTDECK-DECK-MODE EQUAL TO 'PURGE'
                   MOVE 9 TO CERTDECK-POS
                   MOVE 8 TO CERTDECK-LEN
                   MOVE 'USER ID' TO CERTDECK-FIELD-NAME
                   PERFORM CHECK-REQUIRED
               END-IF
           ELSE
               PERFORM CHECK-SELECTION-CARD
           END-IF.

      * RCTCRD: unused days 1-3, as-of date 5-12.
       CHECK-IXRECERT-CARD.
           MOVE 1 TO CERTDECK-POS.
           MOVE 3 TO CERTDECK-LEN.
           MOVE 'UNUSED DAYS' TO CERTDECK-FIELD-NAME.
           MOVE 1 TO CERTDECK-LOW.
           MOVE 999 TO CERTDECK-HIGH.
           PERFORM CHECK-OPTIONAL-NUMBER.
           MOVE 5 TO CERTDECK-POS.
           MOVE 'AS-OF DATE' TO CERTDECK-FIELD-NAME.
           PERFORM CHECK-OPTIONAL-DATE.

      * RSTCRD: SNAP or RESTORE 1-7; RESTORE's stopping point is
      * the sequence 9-14, else date 16-23 and time 25-30.
       CHECK-IXREST-CARD.
           MOVE 1 TO CERTDECK-POS.
           MOVE 7 TO CERTDECK-LEN.
           MOVE 'FUNCTION' TO CERTDECK-FIELD-NAME.
           MOVE 'SNAP    RESTORE' TO CERTDECK-LIST.
           PERFORM CHECK-IN-LIST.
           IF CERTDECK-CARD (1:7) EQUAL TO 'RESTORE'
               MOVE 9 TO CERTDECK-POS
               MOVE 6 TO CERTDECK-LEN
               MOVE 'JOURNAL SEQUENCE' TO CERTDECK-FIELD-NAME
               MOVE 0 TO CERTDECK-LOW
               MOVE 999999 TO CERTDECK-HIGH
               PERFORM CHECK-OPTIONAL-NUMBER
               IF CERTDECK-CARD (16:8) NOT EQUAL TO SPACES
                 AND CERTDECK-CARD (16:8) NOT EQUAL TO '00000000'
                   MOVE 16 TO CERTDECK-POS
                   MOVE 'STOP DATE' TO CERTDECK-FIELD-NAME
                   PERFORM CHECK-DATE
               END-IF
               IF CERTDECK-CARD (25:6) NOT EQUAL TO SPACES
                   MOVE 25 TO CERTDECK-POS
                   MOVE 'STOP TIME' TO CERTDECK-FIELD-NAME
                   PERFORM CHECK-TIME
               END-IF
           END-IF.

      * SHPCRD: SHIP, APPLY, BASE or LAG 1-5, home site 7-10, DR
      * site 12-15, re-ship sequence 17-22, lag days 24-26.
       CHECK-IXSHIP-CARD.
           MOVE 1 TO CERTDECK-POS.
           MOVE 5 TO CERTDECK-LEN.
           MOVE 'FUNCTION' TO CERTDECK-FIELD-NAME.
           MOVE 'SHIP    APPLY   BASE    LAG' TO CERTDECK-LIST.
           PERFORM CHECK-IN-LIST.
           MOVE 7 TO CERTDECK-POS.
           MOVE 4 TO CERTDECK-LEN.
           MOVE 'HOME SITE' TO CERTDECK-FIELD-NAME.
           PERFORM CHECK-REQUIRED.
           MOVE 12 TO CERTDECK-POS.
           MOVE 'DR SITE' TO CERTDECK-FIELD-NAME.
           PERFORM CHECK-REQUIRED.
           MOVE 17 TO CERTDECK-POS.
           MOVE 6 TO CERTDECK-LEN.
           MOVE 'RE-SHIP SEQUENCE' TO CERTDECK-FIELD-NAME.
           MOVE 0 TO CERTDECK-LOW.
           MOVE 999999 TO CERTDECK-HIGH.
           PERFORM CHECK-OPTIONAL-NUMBER.
           MOVE 24 TO CERTDECK-POS.
           MOVE 3 TO CERTDECK-LEN.
           MOVE 'LAG DAYS' TO CERTDECK-FIELD-NAME.
           MOVE 999 TO CERTDECK-HIGH.
           PERFORM CHECK-OPTIONAL-NUMBER.

      *---------------------------------------------------------------
      * The relative-file utilities.
      *---------------------------------------------------------------
       CHECK-RLARCH-CARD.
           MOVE 1 TO CERTDECK-POS.
           MOVE 6 TO CERTDECK-LEN.
           MOVE 'FUNCTION' TO CERTDECK-FIELD-NAME.
           MOVE 'UNLOAD  RELOAD' TO CERTDECK-LIST.
           PERFORM CHECK-IN-LIST.

      * BENCRD: random reads 1-6, skip interval 8-10.
       CHECK-RLBENCH-CARD.
           MOVE 1 TO CERTDECK-POS.
           MOVE 6 TO CERTDECK-LEN.
           MOVE 'RANDOM READS' TO CERTDECK-FIELD-NAME.
           MOVE 1 TO CERTDECK-LOW.
           MOVE 999999 TO CERTDECK-HIGH.
           PERFORM CHECK-OPTIONAL-NUMBER.
           MOVE 8 TO CERTDECK-POS.
           MOVE 3 TO CERTDECK-LEN.
           MOVE 'SKIP INTERVAL' TO CERTDECK-FIELD-NAME.
           MOVE 999 TO CERTDECK-HIGH.
           PERFORM CHECK-OPTIONAL-NUMBER.

       CHECK-RLBRIDGE-CARD.
           MOVE 1 TO CERTDECK-POS.
           MOVE 7 TO CERTDECK-LEN.
           MOVE 'FUNCTION' TO CERTDECK-FIELD-NAME.
           MOVE 'BRIDGE  DIVERGE' TO CERTDECK-LIST.
           PERFORM CHECK-IN-LIST.

      * HSHCRD: LOAD, REHASH or REPORT 1-7, home slots 9-16, key
      * offset 18-21 and length 23-25 (LOAD), load factor 27-29,
      * chain limit 31-32.
       CHECK-RLHLOAD-CARD.
           MOVE 1 TO CERTDECK-POS.
           MOVE 7 TO CERTDECK-LEN.
           MOVE 'FUNCTION' TO CERTDECK-FIELD-NAME.
           MOVE 'LOAD    REHASH  REPORT' TO CERTDECK-LIST.
           PERFORM CHECK-IN-LIST.
           IF CERTDECK-CARD (1:7) EQUAL TO 'LOAD'
             OR CERTDECK-CARD (1:7) EQUAL TO 'REHASH'
               MOVE 9 TO CERTDECK-POS
               MOVE 8 TO CERTDECK-LEN
               MOVE 'HOME SLOTS' TO CERTDECK-FIELD-NAME
               MOVE 1 TO CERTDECK-LOW
               MOVE 99999999 TO CERTDECK-HIGH
               PERFORM CHECK-NUMBER.
           IF CERTDECK-CARD (1:7) EQUAL TO 'LOAD'
               MOVE 18 TO CERTDECK-OFF-POS
               MOVE 23 TO CERTDECK-LEN-POS
               MOVE 10 TO CERTDECK-MAX-LEN
               MOVE 120 TO CERTDECK-REC-LEN
               PERFORM CHECK-OFFSET-LENGTH.
           MOVE 27 TO CERTDECK-POS.
           MOVE 3 TO CERTDECK-LEN.
           MOVE 'LOAD FACTOR' TO CERTDECK-FIELD-NAME.
           MOVE 1 TO CERTDECK-LOW.
           MOVE 100 TO CERTDECK-HIGH.
           PERFORM CHECK-OPTIONAL-NUMBER.
           MOVE 31 TO CERTDECK-POS.
           MOVE 2 TO CERTDECK-LEN.
           MOVE 'CHAIN LIMIT' TO CERTDECK-FIELD-NAME.
           MOVE 99 TO CERTDECK-HIGH.
           PERFORM CHECK-OPTIONAL-NUMBER.

      * MIGCRD: key offset 1-4 and length 6-8, alternate-key field
      * offset 11-14 and length 16-18, both max 10 in the
      * 120-byte relative record.
       CHECK-RLMIGR-CARD.
           MOVE 1 TO CERTDECK-OFF-POS.
           MOVE 6 TO CERTDECK-LEN-POS.
           MOVE 10 TO CERTDECK-MAX-LEN.
           MOVE 120 TO CERTDECK-REC-LEN.
           PERFORM CHECK-OFFSET-LENGTH.
           MOVE 11 TO CERTDECK-OFF-POS.
           MOVE 16 TO CERTDECK-LEN-POS.
           PERFORM CHECK-OFFSET-LENGTH.

      * SLOTCRD: REBUILD, INSERT or DELETE 1-7, the slot count
      * 9-16 for REBUILD.
       CHECK-RLSLOT-CARD.
           MOVE 1 TO CERTDECK-POS.
           MOVE 7 TO CERTDECK-LEN.
           MOVE 'FUNCTION' TO CERTDECK-FIELD-NAME.
           MOVE 'REBUILD INSERT  DELETE' TO CERTDECK-LIST.
           PERFORM CHECK-IN-LIST.
           IF CERTDECK-CARD (1:7) EQUAL TO 'REBUILD'
               MOVE 9 TO CERTDECK-POS
               MOVE 8 TO CERTDECK-LEN
               MOVE 'SLOT COUNT' TO CERTDECK-FIELD-NAME
               MOVE 1 TO CERTDECK-LOW
               MOVE 99999999 TO CERTDECK-HIGH
               PERFORM CHECK-NUMBER.

      * UPDCRD: SELECT offset 8-11, length 13-15 (max 30),
      * comparison 17-18, value 20-49; SET the same less the
      * comparison; TARGET name 8-25; USER 8-15.  Ten SELECTs and
      * ten SETs at most, over the 120-byte record.
       CHECK-RLUPDT-CARD.
           MOVE 1 TO CERTDECK-POS.
           MOVE 6 TO CERTDECK-LEN.
           MOVE 'CARD TYPE' TO CERTDECK-FIELD-NAME.
           MOVE 'SELECT  SET     TARGET  USER' TO CERTDECK-LIST.
           PERFORM CHECK-IN-LIST.
           IF CERTDECK-CARD (1:6) EQUAL TO 'SELECT'
             OR CERTDECK-CARD (1:6) EQUAL TO 'SET'
               MOVE 8 TO CERTDECK-OFF-POS
               MOVE 13 TO CERTDECK-LEN-POS
               MOVE 30 TO CERTDECK-MAX-LEN
               MOVE 120 TO CERTDECK-REC-LEN
               PERFORM CHECK-OFFSET-LENGTH.
           IF CERTDECK-CARD (1:6) EQUAL TO 'SELECT'
               ADD 1 TO CERTDECK-TYPE-1-CNT
               MOVE 17 TO CERTDECK-POS
               PERFORM CHECK-COMPARISON
               IF CERTDECK-TYPE-1-CNT EQUAL TO 11
                   MOVE 'SELECT' TO CERTDECK-FIELD-NAME
                   MOVE '10' TO CERTDECK-EDIT-TEXT
                   PERFORM REPORT-CARD-TYPE-LIMIT
               END-IF
           ELSE IF CERTDECK-CARD (1:6) EQUAL TO 'SET'
               ADD 1 TO CERTDECK-TYPE-2-CNT
               IF CERTDECK-TYPE-2-CNT EQUAL TO 11
                   MOVE 'SET' TO CERTDECK-FIELD-NAME
                   MOVE '10' TO CERTDECK-EDIT-TEXT
                   PERFORM REPORT-CARD-TYPE-LIMIT
               END-IF
           ELSE IF CERTDECK-CARD (1:6) EQUAL TO 'TARGET'
               MOVE 8 TO CERTDECK-POS
               MOVE 18 TO CERTDECK-LEN
               MOVE 'TARGET NAME' TO CERTDECK-FIELD-NAME
               PERFORM CHECK-REQUIRED
           ELSE IF CERTDECK-CARD (1:6) EQUAL TO 'USER'
               MOVE 8 TO CERTDECK-POS
               MOVE 8 TO CERTDECK-LEN
               MOVE 'USER ID' TO CERTDECK-FIELD-NAME
               PERFORM CHECK-REQUIRED
           END-IF
           END-IF
           END-IF
           END-IF.

      *---------------------------------------------------------------
      * The sequential-file utilities.
      *---------------------------------------------------------------
      * BUFCRD: record count 1-7.
       CHECK-SQBUFF-CARD.
           MOVE 1 TO CERTDECK-POS.
           MOVE 7 TO CERTDECK-LEN.
           MOVE 'RECORD COUNT' TO CERTDECK-FIELD-NAME.
           MOVE 1 TO CERTDECK-LOW.
           MOVE 9999999 TO CERTDECK-HIGH.
           PERFORM CHECK-OPTIONAL-NUMBER.

      * MCHCRD: key offset 1-4 and length 6-8 (max 20) in the
      * 120-byte body, master name 10-27, user 29-36.
       CHECK-SQMATCH-CARD.
           MOVE 1 TO CERTDECK-OFF-POS.
           MOVE 6 TO CERTDECK-LEN-POS.
           MOVE 20 TO CERTDECK-MAX-LEN.
           MOVE 120 TO CERTDECK-REC-LEN.
           PERFORM CHECK-OFFSET-LENGTH.
           MOVE 10 TO CERTDECK-POS.
           MOVE 18 TO CERTDECK-LEN.
           MOVE 'MASTER NAME' TO CERTDECK-FIELD-NAME.
           PERFORM CHECK-REQUIRED.
           MOVE 29 TO CERTDECK-POS.
           MOVE 8 TO CERTDECK-LEN.
           MOVE 'USER ID' TO CERTDECK-FIELD-NAME.
           PERFORM CHECK-REQUIRED.

      * REFCRD: PARENT and CHILD offset 8-11, length 13-15 (max
      * 50) in a record of up to 250, name 17-46, a child's length
      * the parent's; five CHILDs at most; LIMIT 8-15.
       CHECK-SQREFCK-CARD.
           MOVE 1 TO CERTDECK-POS.
           MOVE 6 TO CERTDECK-LEN.
           MOVE 'CARD TYPE' TO CERTDECK-FIELD-NAME.
           MOVE 'PARENT  CHILD   LIMIT' TO CERTDECK-LIST.
           PERFORM CHECK-IN-LIST.
           IF CERTDECK-CARD (1:6) EQUAL TO 'PARENT'
             OR CERTDECK-CARD (1:6) EQUAL TO 'CHILD'
               MOVE 8 TO CERTDECK-OFF-POS
               MOVE 13 TO CERTDECK-LEN-POS
               MOVE 50 TO CERTDECK-MAX-LEN
               MOVE 250 TO CERTDECK-REC-LEN
               PERFORM CHECK-OFFSET-LENGTH
               MOVE 17 TO CERTDECK-POS
               MOVE 30 TO CERTDECK-LEN
               MOVE 'DATASET NAME' TO CERTDECK-FIELD-NAME
               PERFORM CHECK-REQUIRED.
           IF CERTDECK-CARD (1:6) EQUAL TO 'PARENT'
               ADD 1 TO CERTDECK-TYPE-1-CNT
               MOVE CERTDECK-LENGTH TO CERTDECK-PARENT-LENGTH
               IF CERTDECK-TYPE-1-CNT GREATER THAN 1
                   MOVE 1 TO CERTDECK-POS
                   MOVE 'SECOND PARENT CARD - THERE IS ONE PARENT'
                       TO CERTDECK-MSG
                   PERFORM REPORT-CARD-ERROR
               END-IF
           ELSE IF CERTDECK-CARD (1:6) EQUAL TO 'CHILD'
               ADD 1 TO CERTDECK-TYPE-2-CNT
               IF CERTDECK-TYPE-1-CNT EQUAL TO ZERO
                   MOVE 1 TO CERTDECK-POS
                   MOVE 'CHILD CARD AHEAD OF THE PARENT CARD'
                       TO CERTDECK-MSG
                   PERFORM REPORT-CARD-ERROR
               ELSE IF CERTDECK-LENGTH NOT EQUAL TO
                       CERTDECK-PARENT-LENGTH
                 AND CERTDECK-PAIR-OK
                   MOVE 13 TO CERTDECK-POS
                   MOVE 'CHILD KEY LENGTH DIFFERS FROM THE PARENT KEY'
                       TO CERTDECK-MSG
                   PERFORM REPORT-CARD-ERROR
               END-IF
               END-IF
               IF CERTDECK-TYPE-2-CNT EQUAL TO 6
                   MOVE 'CHILD' TO CERTDECK-FIELD-NAME
                   MOVE '5' TO CERTDECK-EDIT-TEXT
                   PERFORM REPORT-CARD-TYPE-LIMIT
               END-IF
           ELSE IF CERTDECK-CARD (1:6) EQUAL TO 'LIMIT'
               MOVE 8 TO CERTDECK-POS
               MOVE 8 TO CERTDECK-LEN
               MOVE 'ORPHAN LIMIT' TO CERTDECK-FIELD-NAME
               MOVE 0 TO CERTDECK-LOW
               MOVE 99999999 TO CERTDECK-HIGH
               PERFORM CHECK-NUMBER
           END-IF
           END-IF
           END-IF.

      * SPLCRD: KEY offset 8-11, length 13-15 (max 20) in the
      * 120-byte record; SLICE high key 8-27, ascending, eight at
      * most.
       CHECK-SQSPLIT-CARD.
           MOVE 1 TO CERTDECK-POS.
           MOVE 6 TO CERTDECK-LEN.
           MOVE 'CARD TYPE' TO CERTDECK-FIELD-NAME.
           MOVE 'KEY     SLICE' TO CERTDECK-LIST.
           PERFORM CHECK-IN-LIST.
           IF CERTDECK-CARD (1:6) EQUAL TO 'KEY'
               ADD 1 TO CERTDECK-TYPE-1-CNT
               MOVE 8 TO CERTDECK-OFF-POS
               MOVE 13 TO CERTDECK-LEN-POS
               MOVE 20 TO CERTDECK-MAX-LEN
               MOVE 120 TO CERTDECK-REC-LEN
               PERFORM CHECK-OFFSET-LENGTH
           ELSE IF CERTDECK-CARD (1:6) EQUAL TO 'SLICE'
               ADD 1 TO CERTDECK-TYPE-2-CNT
               MOVE 8 TO CERTDECK-POS
               MOVE 20 TO CERTDECK-LEN
               MOVE 'SLICE HIGH KEY' TO CERTDECK-FIELD-NAME
               PERFORM CHECK-REQUIRED
               IF CERTDECK-TYPE-2-CNT GREATER THAN 1
                 AND CERTDECK-CARD (8:20) NOT GREATER THAN
                     CERTDECK-PRIOR-KEY
                   MOVE 'SLICE OUT OF ORDER - NOT ABOVE THE SLICE '
                       TO CERTDECK-MSG
                   MOVE 'BEFORE IT' TO CERTDECK-MSG (42:9)
                   PERFORM REPORT-CARD-ERROR
               END-IF
               MOVE CERTDECK-CARD (8:20) TO CERTDECK-PRIOR-KEY
               IF CERTDECK-TYPE-2-CNT EQUAL TO 9
                   MOVE 'SLICE' TO CERTDECK-FIELD-NAME
                   MOVE '8' TO CERTDECK-EDIT-TEXT
                   PERFORM REPORT-CARD-TYPE-LIMIT
               END-IF
           END-IF
           END-IF.

      *---------------------------------------------------------------
      * The remaining utilities.
      *---------------------------------------------------------------
      * WATCHCRD: WATCH 1-8, program 10-17 (blank for any), data
      * name 19-48.
       CHECK-DBGWATCH-CARD.
           MOVE 1 TO CERTDECK-POS.
           MOVE 8 TO CERTDECK-LEN.
           MOVE 'VERB' TO CERTDECK-FIELD-NAME.
           MOVE 'WATCH' TO CERTDECK-LIST.
           PERFORM CHECK-IN-LIST.
           MOVE 19 TO CERTDECK-POS.
           MOVE 30 TO CERTDECK-LEN.
           MOVE 'DATA NAME' TO CERTDECK-FIELD-NAME.
           PERFORM CHECK-REQUIRED.

      * LKCRD (LK201A): hold count 1-8.
       CHECK-LK201A-CARD.
           MOVE 1 TO CERTDECK-POS.
           MOVE 8 TO CERTDECK-LEN.
           MOVE 'HOLD COUNT' TO CERTDECK-FIELD-NAME.
           MOVE 1 TO CERTDECK-LOW.
           MOVE 99999999 TO CERTDECK-HIGH.
           PERFORM CHECK-OPTIONAL-NUMBER.

      * LKCRD (LK201B): wait count 1-8, retry limit 10-12.
       CHECK-LK201B-CARD.
           MOVE 1 TO CERTDECK-POS.
           MOVE 8 TO CERTDECK-LEN.
           MOVE 'WAIT COUNT' TO CERTDECK-FIELD-NAME.
           MOVE 1 TO CERTDECK-LOW.
           MOVE 99999999 TO CERTDECK-HIGH.
           PERFORM CHECK-OPTIONAL-NUMBER.
           MOVE 10 TO CERTDECK-POS.
           MOVE 3 TO CERTDECK-LEN.
           MOVE 'RETRY LIMIT' TO CERTDECK-FIELD-NAME.
           MOVE 999 TO CERTDECK-HIGH.
           PERFORM CHECK-OPTIONAL-NUMBER.

      * PCMCRD: earlier run 1-12, later run 14-25, program 27-35.
       CHECK-PRTCOMP-CARD.
           MOVE 1 TO CERTDECK-POS.
           MOVE 12 TO CERTDECK-LEN.
           MOVE 'EARLIER RUN ID' TO CERTDECK-FIELD-NAME.
           PERFORM CHECK-REQUIRED.
           MOVE 14 TO CERTDECK-POS.
           MOVE 'LATER RUN ID' TO CERTDECK-FIELD-NAME.
           PERFORM CHECK-REQUIRED.
           MOVE 27 TO CERTDECK-POS.
           MOVE 9 TO CERTDECK-LEN.
           MOVE 'PROGRAM' TO CERTDECK-FIELD-NAME.
           PERFORM CHECK-REQUIRED.

      * PCMMASK: COLUMNS start 20-22 for length 24-26 on a 120-
      * column line; AFTER length 24-26 after the text in 28-57.
       CHECK-PRTMASK-CARD.
           MOVE 1 TO CERTDECK-POS.
           MOVE 8 TO CERTDECK-LEN.
           MOVE 'ACTION' TO CERTDECK-FIELD-NAME.
           MOVE 'COLUMNS AFTER' TO CERTDECK-LIST.
           PERFORM CHECK-IN-LIST.
           MOVE 24 TO CERTDECK-POS.
           MOVE 3 TO CERTDECK-LEN.
           MOVE 'MASK LENGTH' TO CERTDECK-FIELD-NAME.
           MOVE 1 TO CERTDECK-LOW.
           MOVE 120 TO CERTDECK-HIGH.
           PERFORM CHECK-NUMBER.
           MOVE CERTDECK-VALUE TO CERTDECK-LENGTH.
           IF CERTDECK-CARD (1:8) EQUAL TO 'COLUMNS'
               MOVE 'NO' TO CERTDECK-PAIR-SW
               IF CERTDECK-FIELD-OK
                   MOVE 'YES' TO CERTDECK-PAIR-SW
               END-IF
               MOVE 20 TO CERTDECK-POS
               MOVE 'START COLUMN' TO CERTDECK-FIELD-NAME
               PERFORM CHECK-NUMBER
               MOVE CERTDECK-VALUE TO CERTDECK-OFFSET
               IF CERTDECK-FIELD-OK
                 AND CERTDECK-PAIR-OK
                   MOVE 120 TO CERTDECK-REC-LEN
                   MOVE 24 TO CERTDECK-POS
                   PERFORM CHECK-FIELD-END
               END-IF
           ELSE IF CERTDECK-CARD (1:8) EQUAL TO 'AFTER'
               MOVE 28 TO CERTDECK-POS
               MOVE 30 TO CERTDECK-LEN
               MOVE 'MARKER TEXT' TO CERTDECK-FIELD-NAME
               PERFORM CHECK-REQUIRED
           END-IF
           END-IF.

      * FCHCRD: run id 1-12, program 14-22, page 24-27.
       CHECK-PRTFETCH-CARD.
           MOVE 1 TO CERTDECK-POS.
           MOVE 12 TO CERTDECK-LEN.
           MOVE 'RUN ID' TO CERTDECK-FIELD-NAME.
           PERFORM CHECK-REQUIRED.
           MOVE 14 TO CERTDECK-POS.
           MOVE 9 TO CERTDECK-LEN.
           MOVE 'PROGRAM' TO CERTDECK-FIELD-NAME.
           PERFORM CHECK-REQUIRED.
           MOVE 24 TO CERTDECK-POS.
           MOVE 4 TO CERTDECK-LEN.
           MOVE 'PAGE' TO CERTDECK-FIELD-NAME.
           MOVE 0 TO CERTDECK-LOW.
           MOVE 9999 TO CERTDECK-HIGH.
           PERFORM CHECK-OPTIONAL-NUMBER.

      * MLTCRD: KEY offset 8-11, length 13-15 (max 20); SELECT
      * output 8 (1-3), offset 10-13, length 15-17 (max 30),
      * comparison 19-20; MOVE output 8, from 10-13, length 15-17,
      * to 19-22.  Twenty SELECTs and twenty MOVEs at most; every
      * field inside the 120-byte record.
       CHECK-STMULTI-CARD.
           MOVE 1 TO CERTDECK-POS.
           MOVE 6 TO CERTDECK-LEN.
           MOVE 'CARD TYPE' TO CERTDECK-FIELD-NAME.
           MOVE 'KEY     SELECT  MOVE' TO CERTDECK-LIST.
           PERFORM CHECK-IN-LIST.
           MOVE 120 TO CERTDECK-REC-LEN.
           IF CERTDECK-CARD (1:6) EQUAL TO 'KEY'
               MOVE 8 TO CERTDECK-OFF-POS
               MOVE 13 TO CERTDECK-LEN-POS
               MOVE 20 TO CERTDECK-MAX-LEN
               PERFORM CHECK-OFFSET-LENGTH
           ELSE IF CERTDECK-CARD (1:6) EQUAL TO 'SELECT'
             OR CERTDECK-CARD (1:6) EQUAL TO 'MOVE'
               MOVE 8 TO CERTDECK-POS
               MOVE 1 TO CERTDECK-LEN
               MOVE 'OUTPUT NUMBER' TO CERTDECK-FIELD-NAME
               MOVE 1 TO CERTDECK-LOW
               MOVE 3 TO CERTDECK-HIGH
               PERFORM CHECK-NUMBER
               MOVE 10 TO CERTDECK-OFF-POS
               MOVE 15 TO CERTDECK-LEN-POS
               MOVE 30 TO CERTDECK-MAX-LEN
               IF CERTDECK-CARD (1:6) EQUAL TO 'MOVE'
                   MOVE 120 TO CERTDECK-MAX-LEN
               END-IF
               PERFORM CHECK-OFFSET-LENGTH
           END-IF
           END-IF.
           IF CERTDECK-CARD (1:6) EQUAL TO 'SELECT'
               ADD 1 TO CERTDECK-TYPE-1-CNT
               MOVE 19 TO CERTDECK-POS
               PERFORM CHECK-COMPARISON
               IF CERTDECK-TYPE-1-CNT EQUAL TO 21
                   MOVE 'SELECT' TO CERTDECK-FIELD-NAME
                   MOVE '20' TO CERTDECK-EDIT-TEXT
                   PERFORM REPORT-CARD-TYPE-LIMIT
               END-IF
           ELSE IF CERTDECK-CARD (1:6) EQUAL TO 'MOVE'
               ADD 1 TO CERTDECK-TYPE-2-CNT
               PERFORM CHECK-STMULTI-MOVE-TO
               IF CERTDECK-TYPE-2-CNT EQUAL TO 21
                   MOVE 'MOVE' TO CERTDECK-FIELD-NAME
                   MOVE '20' TO CERTDECK-EDIT-TEXT
                   PERFORM REPORT-CARD-TYPE-LIMIT
               END-IF
           END-IF
           END-IF.

      * The MOVE's target must hold the moved length too.
       CHECK-STMULTI-MOVE-TO.
           MOVE 'YES' TO CERTDECK-FIELD-SW.
           IF CERTDECK-CARD (15:3) IS NUMERIC
               MOVE CERTDECK-CARD (15:3) TO CERTDECK-LENGTH.
           MOVE 19 TO CERTDECK-POS.
           MOVE 4 TO CERTDECK-LEN.
           MOVE 'TO-OFFSET' TO CERTDECK-FIELD-NAME.
           MOVE 1 TO CERTDECK-LOW.
           MOVE 120 TO CERTDECK-HIGH.
           PERFORM CHECK-NUMBER.
           MOVE CERTDECK-VALUE TO CERTDECK-OFFSET.
           IF CERTDECK-FIELD-OK
             AND CERTDECK-CARD (15:3) IS NUMERIC
               MOVE 19 TO CERTDECK-POS
               PERFORM CHECK-FIELD-END.

      * SEQCRD: key offset 1-4, length 6-8 (max 20) in the
      * 120-byte record.
       CHECK-STSEQCK-CARD.
           MOVE 1 TO CERTDECK-OFF-POS.
           MOVE 6 TO CERTDECK-LEN-POS.
           MOVE 20 TO CERTDECK-MAX-LEN.
           MOVE 120 TO CERTDECK-REC-LEN.
           PERFORM CHECK-OFFSET-LENGTH.

      * SUMCRD: KEY offset 8-11 and length 13-15, five at most and
      * 50 bytes in all; SUM offset and length with format 17-18
      * (ZD and UZ up to 18, PD up to 10, BI 2, 4 or 8), ten at
      * most; every field inside the 250-byte record.
       CHECK-STSUM-CARD.
           MOVE 1 TO CERTDECK-POS.
           MOVE 6 TO CERTDECK-LEN.
           MOVE 'CARD TYPE' TO CERTDECK-FIELD-NAME.
           MOVE 'KEY     SUM' TO CERTDECK-LIST.
           PERFORM CHECK-IN-LIST.
           MOVE 8 TO CERTDECK-OFF-POS.
           MOVE 13 TO CERTDECK-LEN-POS.
           MOVE 250 TO CERTDECK-REC-LEN.
           IF CERTDECK-CARD (1:6) EQUAL TO 'KEY'
               ADD 1 TO CERTDECK-TYPE-1-CNT
               MOVE 50 TO CERTDECK-MAX-LEN
               PERFORM CHECK-OFFSET-LENGTH
               ADD CERTDECK-LENGTH TO CERTDECK-KEY-TOTAL
               IF CERTDECK-KEY-TOTAL GREATER THAN 50
                   MOVE 13 TO CERTDECK-POS
                   MOVE 'KEY FIELDS COME TO MORE THAN 50 BYTES IN ALL'
                       TO CERTDECK-MSG
                   PERFORM REPORT-CARD-ERROR
               END-IF
               IF CERTDECK-TYPE-1-CNT EQUAL TO 6
                   MOVE 'KEY' TO CERTDECK-FIELD-NAME
                   MOVE '5' TO CERTDECK-EDIT-TEXT
                   PERFORM REPORT-CARD-TYPE-LIMIT
               END-IF
           ELSE IF CERTDECK-CARD (1:6) EQUAL TO 'SUM'
               ADD 1 TO CERTDECK-TYPE-2-CNT
               MOVE 18 TO CERTDECK-MAX-LEN
               PERFORM CHECK-OFFSET-LENGTH
               PERFORM CHECK-STSUM-FORMAT
               IF CERTDECK-TYPE-2-CNT EQUAL TO 11
                   MOVE 'SUM' TO CERTDECK-FIELD-NAME
                   MOVE '10' TO CERTDECK-EDIT-TEXT
                   PERFORM REPORT-CARD-TYPE-LIMIT
               END-IF
           END-IF
           END-IF.

       CHECK-STSUM-FORMAT.
           MOVE 17 TO CERTDECK-POS.
           MOVE 2 TO CERTDECK-LEN.
           MOVE 'FORMAT' TO CERTDECK-FIELD-NAME.
           MOVE 'ZD      UZ      PD      BI' TO CERTDECK-LIST.
           PERFORM CHECK-IN-LIST.
           IF CERTDECK-PAIR-OK
               IF CERTDECK-CARD (17:2) EQUAL TO 'PD'
                 AND CERTDECK-LENGTH GREATER THAN 10
                   MOVE 13 TO CERTDECK-POS
                   MOVE 'A PD FIELD IS AT MOST 10 BYTES'
                       TO CERTDECK-MSG
                   PERFORM REPORT-CARD-ERROR
               ELSE IF CERTDECK-CARD (17:2) EQUAL TO 'BI'
                 AND CERTDECK-LENGTH NOT EQUAL TO 2
                 AND CERTDECK-LENGTH NOT EQUAL TO 4
                 AND CERTDECK-LENGTH NOT EQUAL TO 8
                   MOVE 13 TO CERTDECK-POS
                   MOVE 'A BI FIELD IS 2, 4 OR 8 BYTES'
                       TO CERTDECK-MSG
                   PERFORM REPORT-CARD-ERROR
               END-IF
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Totals.
      *---------------------------------------------------------------
       WRITE-DECK-TOTALS.
           MOVE SPACES TO CERTDECK-REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           STRING CERTDECK-JOB-CNT DELIMITED BY SIZE
                  ' JOB(S), ' DELIMITED BY SIZE
                  CERTDECK-STEP-CNT DELIMITED BY SIZE
                  ' STEP(S), ' DELIMITED BY SIZE
                  CERTDECK-DECK-CNT DELIMITED BY SIZE
                  ' DECK(S) OF ' DELIMITED BY SIZE
                  CERTDECK-CARD-CNT DELIMITED BY SIZE
                  ' CARD(S) CHECKED' DELIMITED BY SIZE
               INTO CERTDECK-REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO CERTDECK-REPORT-LINE.
           STRING CERTDECK-ERROR-CNT DELIMITED BY SIZE
                  ' ERROR(S) IN ' DELIMITED BY SIZE
                  CERTDECK-BAD-DECK-CNT DELIMITED BY SIZE
                  ' DECK(S), ' DELIMITED BY SIZE
                  CERTDECK-WARN-CNT DELIMITED BY SIZE
                  ' WARNING(S), ' DELIMITED BY SIZE
                  CERTDECK-DSD-MISS-CNT DELIMITED BY SIZE
                  ' DATASET DECK(S) NOT EXAMINED' DELIMITED BY SIZE
               INTO CERTDECK-REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO CERTDECK-REPORT-LINE.
           IF CERTDECK-ERROR-CNT GREATER THAN ZERO
               MOVE 'CARD ERRORS FOUND - THE RUN DOES NOT START'
                   TO CERTDECK-REPORT-LINE
           ELSE
               MOVE 'NO CARD ERRORS' TO CERTDECK-REPORT-LINE.
           PERFORM PUT-REPORT-LINE.

       PUT-REPORT-LINE.
           MOVE CERTDECK-REPORT-LINE TO DECK-REPORT-REC.
           WRITE DECK-REPORT-REC.
           MOVE SPACES TO CERTDECK-REPORT-LINE.
