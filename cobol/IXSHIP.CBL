000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           IXSHIP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIP-CARD-FILE ASSIGN TO SHPCRD
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUNID-FILE ASSIGN TO RUNIDDS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IXSHIP-RUNID-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO MNTJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IXSHIP-JRNL-STATUS.
           SELECT SHIP-CTL-FILE ASSIGN TO SHPCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IXSHIP-SCTL-STATUS.
           SELECT DR-CTL-FILE ASSIGN TO DRACTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IXSHIP-DCTL-STATUS.
           SELECT PACKAGE-FILE ASSIGN TO SHPPKG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IXSHIP-PKG-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO IXSNAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IXSHIP-SNAP-STATUS.
           SELECT IX-FD1 ASSIGN TO IXFD1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IX-FD1-KEY
               ALTERNATE RECORD KEY IS IX-FD1-ALTKEY1
                   WITH DUPLICATES
               FILE STATUS IS IXSHIP-FILE-STATUS.
           SELECT SHIP-REPORT ASSIGN TO SHPRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      * Run control:
      *   SHIP  - at the home site: package every journal entry
      *           past the last one shipped.  A sequence in 17-22
      *           re-ships from that sequence instead, for a
      *           package lost on the way.
      *   APPLY - at the DR site: verify the package and apply its
      *           after images to the DR copy of IX-FD1.
      *   BASE  - at the DR site, once IX-FD1 there has been
      *           rebuilt from an IXREST snapshot: record how far
      *           along the journal that copy stands.
      *   LAG   - at the home site: the last sequence at each site
      *           and how much maintenance the DR site is missing;
      *           allowance in days in 24-26, default one day.
      * Home site code in 7-10 and DR site code in 12-15, by the
      * CERTSITE convention.
       FD  SHIP-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  SHIP-CARD.
           02 CARD-FUNCTION        PIC X(5).
           02 FILLER               PIC X(1).
           02 CARD-HOME-SITE       PIC X(4).
           02 FILLER               PIC X(1).
           02 CARD-DR-SITE         PIC X(4).
           02 FILLER               PIC X(1).
           02 CARD-FROM-SEQ        PIC 9(6).
           02 FILLER               PIC X(1).
           02 CARD-LAG-DAYS        PIC 9(3).
           02 FILLER               PIC X(54).

       FD  RUNID-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUNID-REC.
           02 RID-RUN-ID           PIC X(12).
           02 FILLER               PIC X(68).

      * The home site's journal for SHIP and LAG; the DR site's own
      * journal for APPLY and BASE, which the applied entries are
      * appended to under their home-site sequence numbers.
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MNT_JRNL.

       FD  SHIP-CTL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SHP_CTL.

       FD  DR-CTL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SHP_CTL REPLACING ==SHIP-CTL-REC== BY ==DR-CTL-REC==
                                  LEADING ==SCTL-== BY ==DCTL-==.

      * The package is wrapped the CERTHND way in records of the
      * journal's own 561 bytes: the *HND* header carries run id
      * 8-19, producing program 21-29, date 31-38, and here also
      * the home site 40-43 and the first and last sequence
      * shipped, 45-50 and 52-57; the *TRL* trailer carries record
      * count 8-15 and hash total 17-28; between them the journal
      * records as they stand on MNTJRNL.
       FD  PACKAGE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 561 CHARACTERS.
       01  PACKAGE-REC             PIC X(561).
       01  PACKAGE-HEADER-VIEW.
           02 PKGH-TAG             PIC X(6).
           02 FILLER               PIC X(1).
           02 PKGH-RUN-ID          PIC X(12).
           02 FILLER               PIC X(1).
           02 PKGH-PROGRAM         PIC X(9).
           02 FILLER               PIC X(1).
           02 PKGH-RUN-DATE        PIC X(8).
           02 FILLER               PIC X(1).
           02 PKGH-SITE            PIC X(4).
           02 FILLER               PIC X(518).
       01  PACKAGE-DATA-VIEW.
           02 PKGD-SEQ             PIC X(6).
           02 PKGD-SEQ-N REDEFINES PKGD-SEQ
                                   PIC 9(6).
           02 FILLER               PIC X(555).

      * The IXREST snapshot; only its *SNAP* header is read here.
       FD  SNAPSHOT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SNAPSHOT-HEADER-REC.
           02 SNAP-HDR-TAG         PIC X(6).
           02 FILLER               PIC X(1).
           02 SNAP-HDR-JRNL-SEQ    PIC 9(6).
           02 FILLER               PIC X(227).

      * IX-FD1 exactly as IX206A builds it.
       FD  IX-FD1
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 240 CHARACTERS.
       01  IX-FD1R1-F-G-240.
           05 IX-FD1-REC-120       PIC X(120).
           05 IX-FD1-REC-120-240.
              10 FILLER            PIC X(8).
              10 IX-FD1-REC-KEY.
                 15 FILLER         PIC X(19).
                 15 IX-FD1-KEY     PIC X(10).
              10 FILLER            PIC X(9).
              10 IX-FD1-ALT1-KEY.
                 15 FILLER         PIC X(19).
                 15 IX-FD1-ALTKEY1 PIC X(10).
              10 FILLER            PIC X(45).

       FD  SHIP-REPORT
           LABEL RECORDS ARE STANDARD.
       01  SHIP-REPORT-REC         PIC X(120).

       WORKING-STORAGE SECTION.
       01  IXSHIP-RUNID-STATUS     PIC XX VALUE '00'.
       01  IXSHIP-JRNL-STATUS      PIC XX VALUE '00'.
       01  IXSHIP-SCTL-STATUS      PIC XX VALUE '00'.
       01  IXSHIP-DCTL-STATUS      PIC XX VALUE '00'.
       01  IXSHIP-PKG-STATUS       PIC XX VALUE '00'.
       01  IXSHIP-SNAP-STATUS      PIC XX VALUE '00'.
       01  IXSHIP-FILE-STATUS      PIC XX VALUE '00'.
       01  IXSHIP-EOF-SW           PIC X(3) VALUE 'NO'.
           88 IXSHIP-AT-EOF              VALUE 'YES'.
       01  IXSHIP-JRNL-SW          PIC X(3) VALUE 'NO'.
           88 IXSHIP-JRNL-PRESENT        VALUE 'YES'.
       01  IXSHIP-SCTL-SW          PIC X(3) VALUE 'NO'.
           88 IXSHIP-SCTL-FOUND          VALUE 'YES'.
       01  IXSHIP-DCTL-SW          PIC X(3) VALUE 'NO'.
           88 IXSHIP-DCTL-FOUND          VALUE 'YES'.
       01  IXSHIP-HDR-SEEN-SW      PIC X(3) VALUE 'NO'.
           88 IXSHIP-HDR-SEEN            VALUE 'YES'.
       01  IXSHIP-TRL-SEEN-SW      PIC X(3) VALUE 'NO'.
           88 IXSHIP-TRL-SEEN            VALUE 'YES'.
       01  IXSHIP-GAP-SW           PIC X(3) VALUE 'NO'.
           88 IXSHIP-GAP-SEEN            VALUE 'YES'.
       01  IXSHIP-OLDEST-SW        PIC X(3) VALUE 'NO'.
           88 IXSHIP-OLDEST-SEEN         VALUE 'YES'.
       01  IXSHIP-SEVERE-SW        PIC X(3) VALUE 'NO'.
           88 IXSHIP-SEVERE              VALUE 'YES'.
       01  IXSHIP-WARN-SW          PIC X(3) VALUE 'NO'.
           88 IXSHIP-WARNED              VALUE 'YES'.
       01  IXSHIP-FUNCTION         PIC X(5) VALUE SPACE.
       01  IXSHIP-HOME-SITE        PIC X(4) VALUE 'HOME'.
       01  IXSHIP-DR-SITE          PIC X(4) VALUE 'DRST'.
       01  IXSHIP-RESHIP-SEQ       PIC 9(6) VALUE ZERO.
       01  IXSHIP-LAG-DAYS         PIC 9(3) VALUE 1.
       01  IXSHIP-RUN-ID           PIC X(12) VALUE SPACE.
       01  IXSHIP-RUN-DATE         PIC 9(8) VALUE ZERO.
       01  IXSHIP-RUN-TIME         PIC 9(6) VALUE ZERO.
       01  IXSHIP-TIME-FULL.
           02 IXSHIP-TIME-HHMMSS  PIC 9(6).
           02 FILLER               PIC 99.

      * The floor is the last sequence already at the far end: the
      * last shipped for SHIP, the last applied for APPLY.
       01  IXSHIP-FLOOR-SEQ        PIC 9(6) VALUE ZERO.
       01  IXSHIP-FIRST-SEQ        PIC 9(6) VALUE ZERO.
       01  IXSHIP-LAST-SEQ         PIC 9(6) VALUE ZERO.
       01  IXSHIP-LAST-DATE        PIC 9(8) VALUE ZERO.
       01  IXSHIP-LAST-TIME        PIC 9(6) VALUE ZERO.
       01  IXSHIP-EXPECT-SEQ       PIC 9(6) VALUE ZERO.
       01  IXSHIP-GAP-FOUND        PIC X(6) VALUE SPACE.
       01  IXSHIP-SNAP-SEQ         PIC 9(6) VALUE ZERO.
       01  IXSHIP-PKG-RUN-ID       PIC X(12) VALUE SPACE.
       01  IXSHIP-PKG-SITE         PIC X(4) VALUE SPACE.
       01  IXSHIP-SET-BY           PIC X(4) VALUE SPACE.

       01  IXSHIP-SHIPPED-SEQ      PIC 9(6) VALUE ZERO.
       01  IXSHIP-SHIPPED-DATE     PIC 9(8) VALUE ZERO.
       01  IXSHIP-SHIPPED-TIME     PIC 9(6) VALUE ZERO.
       01  IXSHIP-SHIPPED-RUN-ID   PIC X(12) VALUE SPACE.
       01  IXSHIP-DR-SEQ           PIC 9(6) VALUE ZERO.
       01  IXSHIP-DR-DATE          PIC 9(8) VALUE ZERO.
       01  IXSHIP-DR-TIME          PIC 9(6) VALUE ZERO.
       01  IXSHIP-DR-RUN-DATE      PIC 9(8) VALUE ZERO.
       01  IXSHIP-DR-RUN-TIME      PIC 9(6) VALUE ZERO.
       01  IXSHIP-DR-RUN-ID        PIC X(12) VALUE SPACE.
       01  IXSHIP-HIGH-SEQ         PIC 9(6) VALUE ZERO.
       01  IXSHIP-HIGH-DATE        PIC 9(8) VALUE ZERO.
       01  IXSHIP-HIGH-TIME        PIC 9(6) VALUE ZERO.
       01  IXSHIP-OLDEST-DATE      PIC 9(8) VALUE ZERO.
       01  IXSHIP-AGE-DAYS         PIC 9(5) VALUE ZERO.

       01  IXSHIP-RECORD-CNT       PIC 9(8) VALUE ZERO.
       01  IXSHIP-HASH-TOTAL       PIC 9(12) VALUE ZERO.
       01  IXSHIP-TO-APPLY-CNT     PIC 9(8) VALUE ZERO.
       01  IXSHIP-ALREADY-CNT      PIC 9(8) VALUE ZERO.
       01  IXSHIP-APPLIED-CNT      PIC 9(8) VALUE ZERO.
       01  IXSHIP-TROUBLE-CNT      PIC 9(8) VALUE ZERO.
       01  IXSHIP-BEHIND-CNT       PIC 9(8) VALUE ZERO.
       01  IXSHIP-UNSHIPPED-CNT    PIC 9(8) VALUE ZERO.
       01  IXSHIP-REFUSE-CNT       PIC 9(3) VALUE ZERO.
       01  IXSHIP-CHAR-SUB         PIC 9(3) VALUE ZERO.
       01  IXSHIP-CHAR-ORD         PIC 9(3) VALUE ZERO.
       01  IXSHIP-WORK-SUM         PIC 9(9) COMP VALUE ZERO.
       01  IXSHIP-HOLD-REC         PIC X(561) VALUE SPACE.
       01  IXSHIP-REPORT-LINE      PIC X(120) VALUE SPACE.

       01  IXSHIP-HEADER-REC.
           02 FILLER               PIC X(6)  VALUE '*HND* '.
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 HND-RUN-ID           PIC X(12).
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 HND-PROGRAM          PIC X(9)  VALUE 'IXSHIP'.
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 HND-RUN-DATE         PIC 9(8).
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 HND-SITE             PIC X(4).
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 HND-FIRST-SEQ        PIC 9(6).
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 HND-LAST-SEQ         PIC 9(6).
           02 FILLER               PIC X(504) VALUE SPACE.
       01  IXSHIP-TRAILER-REC.
           02 FILLER               PIC X(6)  VALUE '*TRL* '.
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 TRL-RECORD-CNT       PIC 9(8).
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 TRL-HASH-TOTAL       PIC 9(12).
           02 FILLER               PIC X(533) VALUE SPACE.
       01  IXSHIP-TRAILER-VIEW.
           02 FILLER               PIC X(7).
           02 TRLV-RECORD-CNT      PIC X(8).
           02 TRLV-RECORD-CNT-N REDEFINES TRLV-RECORD-CNT
                                   PIC 9(8).
           02 FILLER               PIC X(1).
           02 TRLV-HASH-TOTAL      PIC X(12).
           02 TRLV-HASH-TOTAL-N REDEFINES TRLV-HASH-TOTAL
                                   PIC 9(12).
           02 FILLER               PIC X(533).

      * A refused package is logged to the structured exception log
      * so the morning sees why the DR site did not move.
       01  EXCP-CALL-PROGRAM       PIC X(24) VALUE 'IXSHIP'.
       01  EXCP-CALL-STMT-TYPE     PIC X(8)  VALUE 'VERIFY  '.
       01  EXCP-CALL-CODE          PIC S9(9) VALUE ZERO.
       01  EXCP-CALL-MESSAGE       PIC X(70) VALUE SPACE.

       PROCEDURE DIVISION.

      * Journal shipping to the DR site.  The DR copy of IX-FD1 was
      * only as fresh as the last IXREST snapshot carried over, so
      * losing the home site lost a quarter's maintenance.  Now the
      * day's MNTJRNL entries travel in a CERTHND-style package;
      * the DR site verifies it, refuses it whole on a bad count,
      * a bad hash or any gap in journal sequence, and otherwise
      * applies the after images in sequence the way IXREST rolls
      * forward.  Each site keeps a control record of the last
      * sequence it shipped or applied, and the lag report sets
      * them against the home journal - losing the home site now
      * loses at most a day.
      * RC=4 on a warning (LAG: the DR site is further behind than
      * the allowance), RC=8 when a package is refused or an after
      * image would not apply, RC=16 when the run could not start.
       MAINLINE.
           OPEN INPUT SHIP-CARD-FILE.
           READ SHIP-CARD-FILE
               AT END MOVE SPACES TO SHIP-CARD.
           MOVE CARD-FUNCTION TO IXSHIP-FUNCTION.
           IF CARD-HOME-SITE NOT EQUAL TO SPACE
               MOVE CARD-HOME-SITE TO IXSHIP-HOME-SITE.
           IF CARD-DR-SITE NOT EQUAL TO SPACE
               MOVE CARD-DR-SITE TO IXSHIP-DR-SITE.
           IF CARD-FROM-SEQ IS NUMERIC
               MOVE CARD-FROM-SEQ TO IXSHIP-RESHIP-SEQ.
           IF CARD-LAG-DAYS IS NUMERIC
             AND CARD-LAG-DAYS NOT EQUAL TO ZERO
               MOVE CARD-LAG-DAYS TO IXSHIP-LAG-DAYS.
           CLOSE SHIP-CARD-FILE.
           ACCEPT IXSHIP-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT IXSHIP-TIME-FULL FROM TIME.
           MOVE IXSHIP-TIME-HHMMSS TO IXSHIP-RUN-TIME.
           PERFORM READ-RUN-IDENTIFICATION.
           OPEN OUTPUT SHIP-REPORT.
           IF IXSHIP-FUNCTION EQUAL TO 'SHIP '
               PERFORM SHIP-FUNCTION
           ELSE IF IXSHIP-FUNCTION EQUAL TO 'APPLY'
               PERFORM APPLY-FUNCTION
                   THRU APPLY-FUNCTION-EX
           ELSE IF IXSHIP-FUNCTION EQUAL TO 'BASE '
               PERFORM BASE-FUNCTION
                   THRU BASE-FUNCTION-EX
           ELSE IF IXSHIP-FUNCTION EQUAL TO 'LAG  '
               PERFORM LAG-FUNCTION
           ELSE
               MOVE 'UNKNOWN FUNCTION ON CONTROL CARD'
                   TO SHIP-REPORT-REC
               WRITE SHIP-REPORT-REC
               CLOSE SHIP-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           END-IF
           END-IF
           END-IF.
           CLOSE SHIP-REPORT.
           IF IXSHIP-SEVERE
               MOVE 16 TO RETURN-CODE
           ELSE IF IXSHIP-REFUSE-CNT NOT EQUAL TO ZERO
             OR IXSHIP-TROUBLE-CNT NOT EQUAL TO ZERO
               MOVE 8 TO RETURN-CODE
           ELSE IF IXSHIP-WARNED
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           END-IF
           END-IF.
           GOBACK.

       READ-RUN-IDENTIFICATION.
           OPEN INPUT RUNID-FILE.
           IF IXSHIP-RUNID-STATUS NOT EQUAL TO '00'
               MOVE 'RUN-UNKNOWN ' TO IXSHIP-RUN-ID
           ELSE
               READ RUNID-FILE
                   AT END MOVE 'RUN-UNKNOWN ' TO RID-RUN-ID
               END-READ
               MOVE RID-RUN-ID TO IXSHIP-RUN-ID
               CLOSE RUNID-FILE.

      * Both control records are optional to read: a site that
      * has never shipped or been baselined simply has none yet.
       READ-SHIP-CONTROL.
           OPEN INPUT SHIP-CTL-FILE.
           IF IXSHIP-SCTL-STATUS EQUAL TO '00'
               READ SHIP-CTL-FILE
                   AT END MOVE SPACES TO SHIP-CTL-REC
               END-READ
               IF SCTL-LAST-SEQ IS NUMERIC
                   SET IXSHIP-SCTL-FOUND TO TRUE
                   MOVE SCTL-LAST-SEQ TO IXSHIP-SHIPPED-SEQ
                   MOVE SCTL-LAST-DATE TO IXSHIP-LAST-DATE
                   MOVE SCTL-LAST-TIME TO IXSHIP-LAST-TIME
                   MOVE SCTL-RUN-DATE TO IXSHIP-SHIPPED-DATE
                   MOVE SCTL-RUN-TIME TO IXSHIP-SHIPPED-TIME
                   MOVE SCTL-RUN-ID TO IXSHIP-SHIPPED-RUN-ID
               END-IF
               CLOSE SHIP-CTL-FILE.

       READ-DR-CONTROL.
           OPEN INPUT DR-CTL-FILE.
           IF IXSHIP-DCTL-STATUS EQUAL TO '00'
               READ DR-CTL-FILE
                   AT END MOVE SPACES TO DR-CTL-REC
               END-READ
               IF DCTL-LAST-SEQ IS NUMERIC
                   SET IXSHIP-DCTL-FOUND TO TRUE
                   MOVE DCTL-LAST-SEQ TO IXSHIP-DR-SEQ
                   MOVE DCTL-LAST-DATE TO IXSHIP-DR-DATE
                   MOVE DCTL-LAST-TIME TO IXSHIP-DR-TIME
                   MOVE DCTL-RUN-DATE TO IXSHIP-DR-RUN-DATE
                   MOVE DCTL-RUN-TIME TO IXSHIP-DR-RUN-TIME
                   MOVE DCTL-RUN-ID TO IXSHIP-DR-RUN-ID
               END-IF
               CLOSE DR-CTL-FILE.

      * SHIP reads the journal twice: once to learn the range the
      * header declares, once to wrap the entries past the floor.
      * A quiet day still ships an empty package, so the DR site
      * and the lag report both see that nothing was missed.
       SHIP-FUNCTION.
           PERFORM READ-SHIP-CONTROL.
           IF NOT IXSHIP-SCTL-FOUND
               MOVE 'NO SHIP CONTROL RECORD - WHOLE JOURNAL SHIPPED'
                   TO SHIP-REPORT-REC
               WRITE SHIP-REPORT-REC.
           MOVE IXSHIP-SHIPPED-SEQ TO IXSHIP-FLOOR-SEQ.
           MOVE IXSHIP-SHIPPED-SEQ TO IXSHIP-LAST-SEQ.
           IF IXSHIP-RESHIP-SEQ NOT EQUAL TO ZERO
               COMPUTE IXSHIP-FLOOR-SEQ = IXSHIP-RESHIP-SEQ - 1
               MOVE SPACES TO IXSHIP-REPORT-LINE
               STRING 'RE-SHIPPING FROM SEQUENCE ' IXSHIP-RESHIP-SEQ
                   ' AS THE CONTROL CARD ASKS'
                   DELIMITED BY SIZE INTO IXSHIP-REPORT-LINE
               MOVE IXSHIP-REPORT-LINE TO SHIP-REPORT-REC
               WRITE SHIP-REPORT-REC.
           PERFORM MEASURE-THE-SHIPMENT.
           OPEN OUTPUT PACKAGE-FILE.
           MOVE IXSHIP-RUN-ID TO HND-RUN-ID.
           MOVE IXSHIP-RUN-DATE TO HND-RUN-DATE.
           MOVE IXSHIP-HOME-SITE TO HND-SITE.
           MOVE IXSHIP-FIRST-SEQ TO HND-FIRST-SEQ.
           MOVE IXSHIP-LAST-SEQ TO HND-LAST-SEQ.
           MOVE IXSHIP-HEADER-REC TO PACKAGE-REC.
           WRITE PACKAGE-REC.
           IF IXSHIP-JRNL-PRESENT
               MOVE 'NO' TO IXSHIP-EOF-SW
               OPEN INPUT JOURNAL-FILE
               PERFORM SHIP-ONE-JOURNAL-REC UNTIL IXSHIP-AT-EOF
               CLOSE JOURNAL-FILE.
           MOVE IXSHIP-RECORD-CNT TO TRL-RECORD-CNT.
           MOVE IXSHIP-HASH-TOTAL TO TRL-HASH-TOTAL.
           MOVE IXSHIP-TRAILER-REC TO PACKAGE-REC.
           WRITE PACKAGE-REC.
           CLOSE PACKAGE-FILE.
           MOVE 'SHIP' TO IXSHIP-SET-BY.
           MOVE IXSHIP-RUN-ID TO IXSHIP-PKG-RUN-ID.
           PERFORM WRITE-SHIP-CONTROL.
           MOVE SPACES TO IXSHIP-REPORT-LINE.
           IF IXSHIP-RECORD-CNT EQUAL TO ZERO
               STRING 'NOTHING PAST SEQUENCE ' IXSHIP-FLOOR-SEQ
                   ' TO SHIP - EMPTY PACKAGE SENT UNDER RUN '
                   IXSHIP-RUN-ID
                   DELIMITED BY SIZE INTO IXSHIP-REPORT-LINE
           ELSE
               STRING 'SHIPPED ' IXSHIP-RECORD-CNT
                   ' JOURNAL ENTRIES, SEQUENCE ' IXSHIP-FIRST-SEQ
                   ' THRU ' IXSHIP-LAST-SEQ
                   ' UNDER RUN ' IXSHIP-RUN-ID
                   DELIMITED BY SIZE INTO IXSHIP-REPORT-LINE.
           MOVE IXSHIP-REPORT-LINE TO SHIP-REPORT-REC.
           WRITE SHIP-REPORT-REC.

       MEASURE-THE-SHIPMENT.
           MOVE 'NO' TO IXSHIP-EOF-SW.
           OPEN INPUT JOURNAL-FILE.
           IF IXSHIP-JRNL-STATUS NOT EQUAL TO '00'
               MOVE 'NO JOURNAL PRESENT - EMPTY PACKAGE SHIPPED'
                   TO SHIP-REPORT-REC
               WRITE SHIP-REPORT-REC
               SET IXSHIP-WARNED TO TRUE
           ELSE
               SET IXSHIP-JRNL-PRESENT TO TRUE
               PERFORM MEASURE-ONE-JOURNAL-REC UNTIL IXSHIP-AT-EOF
               CLOSE JOURNAL-FILE.

       MEASURE-ONE-JOURNAL-REC.
           READ JOURNAL-FILE
               AT END SET IXSHIP-AT-EOF TO TRUE
               NOT AT END
                   IF JRNL-SEQ IS GREATER THAN IXSHIP-FLOOR-SEQ
                       IF IXSHIP-FIRST-SEQ EQUAL TO ZERO
                           MOVE JRNL-SEQ TO IXSHIP-FIRST-SEQ
                       END-IF
                       MOVE JRNL-SEQ TO IXSHIP-LAST-SEQ
                       MOVE JRNL-DATE TO IXSHIP-LAST-DATE
                       MOVE JRNL-TIME TO IXSHIP-LAST-TIME
                   END-IF.

       SHIP-ONE-JOURNAL-REC.
           READ JOURNAL-FILE
               AT END SET IXSHIP-AT-EOF TO TRUE
               NOT AT END
                   IF JRNL-SEQ IS GREATER THAN IXSHIP-FLOOR-SEQ
                       ADD 1 TO IXSHIP-RECORD-CNT
                       MOVE JOURNAL-REC TO IXSHIP-HOLD-REC
                       PERFORM FOLD-RECORD-HASH
                       ADD IXSHIP-WORK-SUM TO IXSHIP-HASH-TOTAL
                       MOVE JOURNAL-REC TO PACKAGE-REC
                       WRITE PACKAGE-REC
                   END-IF.

      * The CERTHND hash: every byte's ordinal times its position.
       FOLD-RECORD-HASH.
           MOVE ZERO TO IXSHIP-WORK-SUM.
           MOVE ZERO TO IXSHIP-CHAR-SUB.
           PERFORM SUM-ONE-HASH-BYTE
               UNTIL IXSHIP-CHAR-SUB NOT LESS THAN 561.

       SUM-ONE-HASH-BYTE.
           ADD 1 TO IXSHIP-CHAR-SUB.
           COMPUTE IXSHIP-CHAR-ORD = FUNCTION ORD
               (IXSHIP-HOLD-REC (IXSHIP-CHAR-SUB:1)).
           COMPUTE IXSHIP-WORK-SUM = IXSHIP-WORK-SUM
               + IXSHIP-CHAR-ORD * IXSHIP-CHAR-SUB.

       WRITE-SHIP-CONTROL.
           OPEN OUTPUT SHIP-CTL-FILE.
           MOVE SPACES TO SHIP-CTL-REC.
           MOVE IXSHIP-HOME-SITE TO SCTL-SITE.
           MOVE IXSHIP-LAST-SEQ TO SCTL-LAST-SEQ.
           MOVE IXSHIP-LAST-DATE TO SCTL-LAST-DATE.
           MOVE IXSHIP-LAST-TIME TO SCTL-LAST-TIME.
           MOVE IXSHIP-RUN-DATE TO SCTL-RUN-DATE.
           MOVE IXSHIP-RUN-TIME TO SCTL-RUN-TIME.
           MOVE IXSHIP-PKG-RUN-ID TO SCTL-RUN-ID.
           MOVE IXSHIP-SET-BY TO SCTL-SET-BY.
           WRITE SHIP-CTL-REC.
           CLOSE SHIP-CTL-FILE.

      * APPLY verifies the whole package before it touches IX-FD1,
      * so a refused package leaves the DR site exactly where it
      * was.  Entries at or below the last applied sequence are
      * passed over, which makes a re-shipped overlap harmless;
      * the rest must follow on one by one from it.
       APPLY-FUNCTION.
           PERFORM READ-DR-CONTROL.
           IF NOT IXSHIP-DCTL-FOUND
               MOVE 'DR SITE NOT BASELINED - RUN BASE FIRST'
                   TO SHIP-REPORT-REC
               WRITE SHIP-REPORT-REC
               SET IXSHIP-SEVERE TO TRUE
               GO TO APPLY-FUNCTION-EX.
           MOVE IXSHIP-DR-SEQ TO IXSHIP-FLOOR-SEQ.
           MOVE IXSHIP-DR-SEQ TO IXSHIP-LAST-SEQ.
           MOVE IXSHIP-DR-DATE TO IXSHIP-LAST-DATE.
           MOVE IXSHIP-DR-TIME TO IXSHIP-LAST-TIME.
           PERFORM VERIFY-THE-PACKAGE
               THRU VERIFY-THE-PACKAGE-EX.
           IF IXSHIP-REFUSE-CNT NOT EQUAL TO ZERO
               MOVE SPACES TO IXSHIP-REPORT-LINE
               STRING 'PACKAGE REFUSED - NOTHING APPLIED, SITE '
                   IXSHIP-DR-SITE ' STAYS AT SEQUENCE '
                   IXSHIP-DR-SEQ
                   DELIMITED BY SIZE INTO IXSHIP-REPORT-LINE
               MOVE IXSHIP-REPORT-LINE TO SHIP-REPORT-REC
               WRITE SHIP-REPORT-REC
               GO TO APPLY-FUNCTION-EX.
           OPEN I-O IX-FD1.
           IF IXSHIP-FILE-STATUS NOT EQUAL TO '00'
               MOVE SPACES TO IXSHIP-REPORT-LINE
               STRING 'IX-FD1 WOULD NOT OPEN, STATUS '
                   IXSHIP-FILE-STATUS ' - NOTHING APPLIED'
                   DELIMITED BY SIZE INTO IXSHIP-REPORT-LINE
               MOVE IXSHIP-REPORT-LINE TO SHIP-REPORT-REC
               WRITE SHIP-REPORT-REC
               SET IXSHIP-SEVERE TO TRUE
               GO TO APPLY-FUNCTION-EX.
           OPEN EXTEND JOURNAL-FILE.
           IF IXSHIP-JRNL-STATUS NOT EQUAL TO '00'
               OPEN OUTPUT JOURNAL-FILE.
           MOVE 'NO' TO IXSHIP-EOF-SW.
           OPEN INPUT PACKAGE-FILE.
           PERFORM APPLY-ONE-PACKAGE-REC UNTIL IXSHIP-AT-EOF.
           CLOSE PACKAGE-FILE IX-FD1 JOURNAL-FILE.
           MOVE 'APPL' TO IXSHIP-SET-BY.
           PERFORM WRITE-DR-CONTROL.
           MOVE SPACES TO IXSHIP-REPORT-LINE.
           STRING 'APPLIED = ' IXSHIP-APPLIED-CNT
               '  ALREADY APPLIED = ' IXSHIP-ALREADY-CNT
               '  TROUBLE = ' IXSHIP-TROUBLE-CNT
               DELIMITED BY SIZE INTO IXSHIP-REPORT-LINE.
           MOVE IXSHIP-REPORT-LINE TO SHIP-REPORT-REC.
           WRITE SHIP-REPORT-REC.
           MOVE SPACES TO IXSHIP-REPORT-LINE.
           STRING 'SITE ' IXSHIP-DR-SITE
               ' NOW AT SEQUENCE ' IXSHIP-LAST-SEQ
               ' OF ' IXSHIP-LAST-DATE ' ' IXSHIP-LAST-TIME
               ' FROM RUN ' IXSHIP-PKG-RUN-ID
               DELIMITED BY SIZE INTO IXSHIP-REPORT-LINE.
           MOVE IXSHIP-REPORT-LINE TO SHIP-REPORT-REC.
           WRITE SHIP-REPORT-REC.
       APPLY-FUNCTION-EX.
           EXIT.

       VERIFY-THE-PACKAGE.
           MOVE 'NO' TO IXSHIP-EOF-SW.
           OPEN INPUT PACKAGE-FILE.
           IF IXSHIP-PKG-STATUS NOT EQUAL TO '00'
               PERFORM REFUSE-THE-PACKAGE
               MOVE 'SHIPPING PACKAGE COULD NOT BE OPENED'
                   TO SHIP-REPORT-REC
               WRITE SHIP-REPORT-REC
               GO TO VERIFY-THE-PACKAGE-EX.
           COMPUTE IXSHIP-EXPECT-SEQ = IXSHIP-FLOOR-SEQ + 1.
           PERFORM VERIFY-ONE-PACKAGE-REC UNTIL IXSHIP-AT-EOF.
           CLOSE PACKAGE-FILE.
           PERFORM JUDGE-THE-PACKAGE
               THRU JUDGE-THE-PACKAGE-EX.
       VERIFY-THE-PACKAGE-EX.
           EXIT.

       VERIFY-ONE-PACKAGE-REC.
           READ PACKAGE-FILE
               AT END SET IXSHIP-AT-EOF TO TRUE
               NOT AT END PERFORM CLASSIFY-PACKAGE-REC.

       CLASSIFY-PACKAGE-REC.
           IF PKGH-TAG EQUAL TO '*HND* '
               SET IXSHIP-HDR-SEEN TO TRUE
               MOVE PKGH-RUN-ID TO IXSHIP-PKG-RUN-ID
               MOVE PKGH-SITE TO IXSHIP-PKG-SITE
           ELSE IF PKGH-TAG EQUAL TO '*TRL* '
               SET IXSHIP-TRL-SEEN TO TRUE
               MOVE PACKAGE-REC TO IXSHIP-TRAILER-VIEW
           ELSE
               ADD 1 TO IXSHIP-RECORD-CNT
               MOVE PACKAGE-REC TO IXSHIP-HOLD-REC
               PERFORM FOLD-RECORD-HASH
               ADD IXSHIP-WORK-SUM TO IXSHIP-HASH-TOTAL
               PERFORM CHECK-PACKAGE-SEQUENCE
           END-IF
           END-IF.

      * Only the first break in the run of sequences is kept; it
      * names the entry the DR site is missing.
       CHECK-PACKAGE-SEQUENCE.
           IF PKGD-SEQ IS NOT NUMERIC
               IF NOT IXSHIP-GAP-SEEN
                   SET IXSHIP-GAP-SEEN TO TRUE
                   MOVE PKGD-SEQ TO IXSHIP-GAP-FOUND
               END-IF
           ELSE IF PKGD-SEQ-N IS NOT GREATER THAN IXSHIP-FLOOR-SEQ
               ADD 1 TO IXSHIP-ALREADY-CNT
           ELSE IF PKGD-SEQ-N EQUAL TO IXSHIP-EXPECT-SEQ
             AND NOT IXSHIP-GAP-SEEN
               ADD 1 TO IXSHIP-EXPECT-SEQ
               ADD 1 TO IXSHIP-TO-APPLY-CNT
           ELSE IF NOT IXSHIP-GAP-SEEN
               SET IXSHIP-GAP-SEEN TO TRUE
               MOVE PKGD-SEQ TO IXSHIP-GAP-FOUND
           END-IF
           END-IF
           END-IF
           END-IF.

       JUDGE-THE-PACKAGE.
           IF NOT IXSHIP-HDR-SEEN
               PERFORM REFUSE-THE-PACKAGE
               MOVE 'NO HEADER RECORD - PACKAGE REFUSED'
                   TO SHIP-REPORT-REC
               WRITE SHIP-REPORT-REC.
           IF NOT IXSHIP-TRL-SEEN
               PERFORM REFUSE-THE-PACKAGE
               MOVE 'NO TRAILER RECORD - PACKAGE REFUSED'
                   TO SHIP-REPORT-REC
               WRITE SHIP-REPORT-REC
               GO TO JUDGE-THE-PACKAGE-EX.
           IF TRLV-RECORD-CNT IS NOT NUMERIC
             OR TRLV-RECORD-CNT-N NOT EQUAL TO IXSHIP-RECORD-CNT
               PERFORM REFUSE-THE-PACKAGE
               MOVE SPACES TO IXSHIP-REPORT-LINE
               STRING 'RECORD COUNT ' IXSHIP-RECORD-CNT
                   ' DOES NOT MATCH TRAILER ' TRLV-RECORD-CNT
                   ' - PACKAGE REFUSED'
                   DELIMITED BY SIZE INTO IXSHIP-REPORT-LINE
               MOVE IXSHIP-REPORT-LINE TO SHIP-REPORT-REC
               WRITE SHIP-REPORT-REC.
           IF TRLV-HASH-TOTAL IS NOT NUMERIC
             OR TRLV-HASH-TOTAL-N NOT EQUAL TO IXSHIP-HASH-TOTAL
               PERFORM REFUSE-THE-PACKAGE
               MOVE 'HASH TOTAL DOES NOT MATCH TRAILER - REFUSED'
                   TO SHIP-REPORT-REC
               WRITE SHIP-REPORT-REC.
           IF IXSHIP-GAP-SEEN
               PERFORM REFUSE-THE-PACKAGE
               MOVE SPACES TO IXSHIP-REPORT-LINE
               STRING 'SEQUENCE GAP: EXPECTED ' IXSHIP-EXPECT-SEQ
                   ' BUT FOUND ' IXSHIP-GAP-FOUND
                   ' - PACKAGE REFUSED'
                   DELIMITED BY SIZE INTO IXSHIP-REPORT-LINE
               MOVE IXSHIP-REPORT-LINE TO SHIP-REPORT-REC
               WRITE SHIP-REPORT-REC
               MOVE SPACES TO IXSHIP-REPORT-LINE
               STRING 'RE-SHIP FROM SEQUENCE ' IXSHIP-EXPECT-SEQ
                   ' AT SITE ' IXSHIP-PKG-SITE
                   ' (SHIP CARD COLUMNS 17-22)'
                   DELIMITED BY SIZE INTO IXSHIP-REPORT-LINE
               MOVE IXSHIP-REPORT-LINE TO SHIP-REPORT-REC
               WRITE SHIP-REPORT-REC.
           IF IXSHIP-REFUSE-CNT EQUAL TO ZERO
               MOVE SPACES TO IXSHIP-REPORT-LINE
               STRING 'PACKAGE GOOD: ' IXSHIP-RECORD-CNT
                   ' RECORD(S) FROM ' IXSHIP-PKG-SITE
                   ' RUN ' IXSHIP-PKG-RUN-ID
                   ', ' IXSHIP-TO-APPLY-CNT ' TO APPLY'
                   DELIMITED BY SIZE INTO IXSHIP-REPORT-LINE
               MOVE IXSHIP-REPORT-LINE TO SHIP-REPORT-REC
               WRITE SHIP-REPORT-REC.
       JUDGE-THE-PACKAGE-EX.
           EXIT.

       REFUSE-THE-PACKAGE.
           ADD 1 TO IXSHIP-REFUSE-CNT.
           IF IXSHIP-REFUSE-CNT EQUAL TO 1
               MOVE SPACES TO EXCP-CALL-MESSAGE
               STRING 'JOURNAL PACKAGE REFUSED AT SITE '
                   IXSHIP-DR-SITE
                   ' - NOTHING APPLIED'
                   DELIMITED BY SIZE INTO EXCP-CALL-MESSAGE
               MOVE 8 TO EXCP-CALL-CODE
               CALL 'EXCPLOG' USING EXCP-CALL-PROGRAM
                   EXCP-CALL-STMT-TYPE EXCP-CALL-CODE
                   EXCP-CALL-MESSAGE.

      * Each applied entry is also appended to the DR site's own
      * journal, so if the DR site has to take over, IXMAINT
      * numbers on from the home site's sequence and BACKOUT and
      * IXREST work there as they did at home.
       APPLY-ONE-PACKAGE-REC.
           READ PACKAGE-FILE
               AT END SET IXSHIP-AT-EOF TO TRUE
               NOT AT END PERFORM APPLY-PAST-THE-FLOOR
                   THRU APPLY-PAST-THE-FLOOR-EX.

       APPLY-PAST-THE-FLOOR.
           IF PKGH-TAG EQUAL TO '*HND* '
             OR PKGH-TAG EQUAL TO '*TRL* '
               GO TO APPLY-PAST-THE-FLOOR-EX.
           IF PKGD-SEQ-N IS NOT GREATER THAN IXSHIP-FLOOR-SEQ
               GO TO APPLY-PAST-THE-FLOOR-EX.
           MOVE PACKAGE-REC TO JOURNAL-REC.
           PERFORM APPLY-ONE-AFTER-IMAGE.
           WRITE JOURNAL-REC.
           MOVE JRNL-SEQ TO IXSHIP-LAST-SEQ.
           MOVE JRNL-DATE TO IXSHIP-LAST-DATE.
           MOVE JRNL-TIME TO IXSHIP-LAST-TIME.
       APPLY-PAST-THE-FLOOR-EX.
           EXIT.

      * After images go on exactly as IXREST rolls them forward.
       APPLY-ONE-AFTER-IMAGE.
           ADD 1 TO IXSHIP-APPLIED-CNT.
           IF JRNL-VERB EQUAL TO 'DEL'
               MOVE JRNL-KEY TO IX-FD1-KEY
               DELETE IX-FD1
                   INVALID KEY ADD 1 TO IXSHIP-TROUBLE-CNT
               END-DELETE
           ELSE IF JRNL-VERB EQUAL TO 'ADD'
               MOVE JRNL-AFTER-IMAGE TO IX-FD1R1-F-G-240
               WRITE IX-FD1R1-F-G-240
                   INVALID KEY ADD 1 TO IXSHIP-TROUBLE-CNT
               END-WRITE
           ELSE IF JRNL-VERB EQUAL TO 'UPD'
               MOVE JRNL-KEY TO IX-FD1-KEY
               READ IX-FD1
                   INVALID KEY ADD 1 TO IXSHIP-TROUBLE-CNT
                   NOT INVALID KEY
                       MOVE JRNL-AFTER-IMAGE TO IX-FD1R1-F-G-240
                       REWRITE IX-FD1R1-F-G-240
                           INVALID KEY ADD 1 TO IXSHIP-TROUBLE-CNT
                       END-REWRITE
               END-READ
           ELSE IF JRNL-VERB EQUAL TO 'RKY'
               PERFORM APPLY-ONE-REKEY
           ELSE
               ADD 1 TO IXSHIP-TROUBLE-CNT
           END-IF
           END-IF
           END-IF
           END-IF.

       APPLY-ONE-REKEY.
           MOVE JRNL-KEY TO IX-FD1-KEY.
           DELETE IX-FD1
               INVALID KEY ADD 1 TO IXSHIP-TROUBLE-CNT
           END-DELETE.
           MOVE JRNL-AFTER-IMAGE TO IX-FD1R1-F-G-240.
           WRITE IX-FD1R1-F-G-240
               INVALID KEY ADD 1 TO IXSHIP-TROUBLE-CNT
           END-WRITE.

       WRITE-DR-CONTROL.
           OPEN OUTPUT DR-CTL-FILE.
           MOVE SPACES TO DR-CTL-REC.
           MOVE IXSHIP-DR-SITE TO DCTL-SITE.
           MOVE IXSHIP-LAST-SEQ TO DCTL-LAST-SEQ.
           MOVE IXSHIP-LAST-DATE TO DCTL-LAST-DATE.
           MOVE IXSHIP-LAST-TIME TO DCTL-LAST-TIME.
           MOVE IXSHIP-RUN-DATE TO DCTL-RUN-DATE.
           MOVE IXSHIP-RUN-TIME TO DCTL-RUN-TIME.
           MOVE IXSHIP-PKG-RUN-ID TO DCTL-RUN-ID.
           MOVE IXSHIP-SET-BY TO DCTL-SET-BY.
           WRITE DR-CTL-REC.
           CLOSE DR-CTL-FILE.

      * BASE starts the DR site's control record.  The DR copy of
      * IX-FD1 is rebuilt by IXREST RESTORE from the snapshot, which
      * also rolls forward whatever the DR journal holds past the
      * snapshot, so the copy stands at the later of the two.
       BASE-FUNCTION.
           OPEN INPUT SNAPSHOT-FILE.
           IF IXSHIP-SNAP-STATUS NOT EQUAL TO '00'
               MOVE 'NO SNAPSHOT DATASET - DR SITE NOT BASELINED'
                   TO SHIP-REPORT-REC
               WRITE SHIP-REPORT-REC
               SET IXSHIP-SEVERE TO TRUE
               GO TO BASE-FUNCTION-EX.
           READ SNAPSHOT-FILE
               AT END MOVE SPACES TO SNAPSHOT-HEADER-REC.
           CLOSE SNAPSHOT-FILE.
           IF SNAP-HDR-TAG NOT EQUAL TO '*SNAP*'
             OR SNAP-HDR-JRNL-SEQ IS NOT NUMERIC
               MOVE 'SNAPSHOT HAS NO *SNAP* HEADER - NOT BASELINED'
                   TO SHIP-REPORT-REC
               WRITE SHIP-REPORT-REC
               SET IXSHIP-SEVERE TO TRUE
               GO TO BASE-FUNCTION-EX.
           MOVE SNAP-HDR-JRNL-SEQ TO IXSHIP-SNAP-SEQ.
           MOVE SNAP-HDR-JRNL-SEQ TO IXSHIP-LAST-SEQ.
           MOVE 'NO' TO IXSHIP-EOF-SW.
           OPEN INPUT JOURNAL-FILE.
           IF IXSHIP-JRNL-STATUS EQUAL TO '00'
               PERFORM SCAN-DR-JOURNAL-REC UNTIL IXSHIP-AT-EOF
               CLOSE JOURNAL-FILE.
           MOVE 'BASE' TO IXSHIP-SET-BY.
           MOVE IXSHIP-RUN-ID TO IXSHIP-PKG-RUN-ID.
           PERFORM WRITE-DR-CONTROL.
           MOVE SPACES TO IXSHIP-REPORT-LINE.
           STRING 'SITE ' IXSHIP-DR-SITE
               ' BASELINED AT SEQUENCE ' IXSHIP-LAST-SEQ
               '  (SNAPSHOT ' IXSHIP-SNAP-SEQ
               ', DR JOURNAL ' IXSHIP-HIGH-SEQ ')'
               DELIMITED BY SIZE INTO IXSHIP-REPORT-LINE.
           MOVE IXSHIP-REPORT-LINE TO SHIP-REPORT-REC.
           WRITE SHIP-REPORT-REC.
       BASE-FUNCTION-EX.
           EXIT.

       SCAN-DR-JOURNAL-REC.
           READ JOURNAL-FILE
               AT END SET IXSHIP-AT-EOF TO TRUE
               NOT AT END
                   IF JRNL-SEQ IS GREATER THAN IXSHIP-HIGH-SEQ
                       MOVE JRNL-SEQ TO IXSHIP-HIGH-SEQ
                   END-IF
                   IF JRNL-SEQ IS GREATER THAN IXSHIP-LAST-SEQ
                       MOVE JRNL-SEQ TO IXSHIP-LAST-SEQ
                       MOVE JRNL-DATE TO IXSHIP-LAST-DATE
                       MOVE JRNL-TIME TO IXSHIP-LAST-TIME
                   END-IF.

      * LAG runs at the home site with the DR site's control record
      * sent back after each APPLY.  The age of the oldest change
      * the DR site does not have is what losing the home site
      * right now would cost.
       LAG-FUNCTION.
           PERFORM READ-SHIP-CONTROL.
           PERFORM READ-DR-CONTROL.
           PERFORM SCAN-HOME-JOURNAL.
           MOVE SPACES TO IXSHIP-REPORT-LINE.
           STRING 'IX-FD1 JOURNAL SHIPPING LAG REPORT  '
               IXSHIP-RUN-DATE ' ' IXSHIP-RUN-TIME
               '  RUN ' IXSHIP-RUN-ID
               DELIMITED BY SIZE INTO IXSHIP-REPORT-LINE.
           MOVE IXSHIP-REPORT-LINE TO SHIP-REPORT-REC.
           WRITE SHIP-REPORT-REC.
           MOVE SPACES TO SHIP-REPORT-REC.
           WRITE SHIP-REPORT-REC.
           PERFORM WRITE-SITE-LAG-LINES.
           MOVE SPACES TO SHIP-REPORT-REC.
           WRITE SHIP-REPORT-REC.
           PERFORM JUDGE-THE-LAG.

       SCAN-HOME-JOURNAL.
           MOVE 'NO' TO IXSHIP-EOF-SW.
           OPEN INPUT JOURNAL-FILE.
           IF IXSHIP-JRNL-STATUS EQUAL TO '00'
               SET IXSHIP-JRNL-PRESENT TO TRUE
               PERFORM SCAN-ONE-HOME-JOURNAL-REC UNTIL IXSHIP-AT-EOF
               CLOSE JOURNAL-FILE.

       SCAN-ONE-HOME-JOURNAL-REC.
           READ JOURNAL-FILE
               AT END SET IXSHIP-AT-EOF TO TRUE
               NOT AT END PERFORM MEASURE-ONE-LAG-ENTRY.

       MEASURE-ONE-LAG-ENTRY.
           IF JRNL-SEQ IS GREATER THAN IXSHIP-HIGH-SEQ
               MOVE JRNL-SEQ TO IXSHIP-HIGH-SEQ
               MOVE JRNL-DATE TO IXSHIP-HIGH-DATE
               MOVE JRNL-TIME TO IXSHIP-HIGH-TIME.
           IF JRNL-SEQ IS GREATER THAN IXSHIP-SHIPPED-SEQ
               ADD 1 TO IXSHIP-UNSHIPPED-CNT.
           IF JRNL-SEQ IS GREATER THAN IXSHIP-DR-SEQ
               ADD 1 TO IXSHIP-BEHIND-CNT
               IF NOT IXSHIP-OLDEST-SEEN
                   SET IXSHIP-OLDEST-SEEN TO TRUE
                   MOVE JRNL-DATE TO IXSHIP-OLDEST-DATE
               END-IF.

       WRITE-SITE-LAG-LINES.
           IF NOT IXSHIP-JRNL-PRESENT
               MOVE SPACES TO IXSHIP-REPORT-LINE
               STRING 'SITE ' IXSHIP-HOME-SITE
                   '  NO JOURNAL PRESENT'
                   DELIMITED BY SIZE INTO IXSHIP-REPORT-LINE
               SET IXSHIP-WARNED TO TRUE
           ELSE
               MOVE SPACES TO IXSHIP-REPORT-LINE
               STRING 'SITE ' IXSHIP-HOME-SITE
                   '  JOURNAL HIGH-WATER  ' IXSHIP-HIGH-SEQ
                   '  LAST CHANGE ' IXSHIP-HIGH-DATE
                   ' ' IXSHIP-HIGH-TIME
                   DELIMITED BY SIZE INTO IXSHIP-REPORT-LINE.
           MOVE IXSHIP-REPORT-LINE TO SHIP-REPORT-REC.
           WRITE SHIP-REPORT-REC.
           MOVE SPACES TO IXSHIP-REPORT-LINE.
           IF NOT IXSHIP-SCTL-FOUND
               STRING 'SITE ' IXSHIP-HOME-SITE
                   '  NOTHING SHIPPED YET - NO SHIP CONTROL RECORD'
                   DELIMITED BY SIZE INTO IXSHIP-REPORT-LINE
               SET IXSHIP-WARNED TO TRUE
           ELSE
               STRING 'SITE ' IXSHIP-HOME-SITE
                   '  LAST SHIPPED        ' IXSHIP-SHIPPED-SEQ
                   '  SHIPPED     ' IXSHIP-SHIPPED-DATE
                   ' ' IXSHIP-SHIPPED-TIME
                   '  RUN ' IXSHIP-SHIPPED-RUN-ID
                   DELIMITED BY SIZE INTO IXSHIP-REPORT-LINE.
           MOVE IXSHIP-REPORT-LINE TO SHIP-REPORT-REC.
           WRITE SHIP-REPORT-REC.
           MOVE SPACES TO IXSHIP-REPORT-LINE.
           IF NOT IXSHIP-DCTL-FOUND
               STRING 'SITE ' IXSHIP-DR-SITE
                   '  NOT BASELINED - NO DR CONTROL RECORD'
                   DELIMITED BY SIZE INTO IXSHIP-REPORT-LINE
               ADD 1 TO IXSHIP-TROUBLE-CNT
           ELSE
               STRING 'SITE ' IXSHIP-DR-SITE
                   '  LAST APPLIED        ' IXSHIP-DR-SEQ
                   '  APPLIED     ' IXSHIP-DR-RUN-DATE
                   ' ' IXSHIP-DR-RUN-TIME
                   '  RUN ' IXSHIP-DR-RUN-ID
                   DELIMITED BY SIZE INTO IXSHIP-REPORT-LINE.
           MOVE IXSHIP-REPORT-LINE TO SHIP-REPORT-REC.
           WRITE SHIP-REPORT-REC.

       JUDGE-THE-LAG.
           MOVE SPACES TO IXSHIP-REPORT-LINE.
           IF IXSHIP-BEHIND-CNT EQUAL TO ZERO
               STRING 'SITE ' IXSHIP-DR-SITE
                   ' IS CURRENT WITH SITE ' IXSHIP-HOME-SITE
                   ' - NO MAINTENANCE WOULD BE LOST'
                   DELIMITED BY SIZE INTO IXSHIP-REPORT-LINE
               MOVE IXSHIP-REPORT-LINE TO SHIP-REPORT-REC
               WRITE SHIP-REPORT-REC
           ELSE
               STRING 'SITE ' IXSHIP-DR-SITE ' IS '
                   IXSHIP-BEHIND-CNT ' ENTRIES BEHIND, '
                   IXSHIP-UNSHIPPED-CNT ' OF THEM NOT YET SHIPPED'
                   DELIMITED BY SIZE INTO IXSHIP-REPORT-LINE
               MOVE IXSHIP-REPORT-LINE TO SHIP-REPORT-REC
               WRITE SHIP-REPORT-REC
               PERFORM JUDGE-THE-OLDEST-CHANGE.

       JUDGE-THE-OLDEST-CHANGE.
           MOVE ZERO TO IXSHIP-AGE-DAYS.
           IF IXSHIP-OLDEST-DATE IS NOT LESS THAN 16010101
             AND IXSHIP-OLDEST-DATE IS LESS THAN IXSHIP-RUN-DATE
               COMPUTE IXSHIP-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE (IXSHIP-RUN-DATE) -
                   FUNCTION INTEGER-OF-DATE (IXSHIP-OLDEST-DATE).
           MOVE SPACES TO IXSHIP-REPORT-LINE.
           STRING 'OLDEST CHANGE NOT AT ' IXSHIP-DR-SITE
               ': ' IXSHIP-OLDEST-DATE ', ' IXSHIP-AGE-DAYS
               ' DAY(S) OLD - ALLOWANCE ' IXSHIP-LAG-DAYS
               ' DAY(S)'
               DELIMITED BY SIZE INTO IXSHIP-REPORT-LINE.
           MOVE IXSHIP-REPORT-LINE TO SHIP-REPORT-REC.
           WRITE SHIP-REPORT-REC.
           IF IXSHIP-AGE-DAYS IS GREATER THAN IXSHIP-LAG-DAYS
               SET IXSHIP-WARNED TO TRUE
               MOVE SPACES TO IXSHIP-REPORT-LINE
               STRING 'LOSING SITE ' IXSHIP-HOME-SITE
                   ' NOW WOULD LOSE MORE THAN THE ALLOWANCE'
                   DELIMITED BY SIZE INTO IXSHIP-REPORT-LINE
               MOVE IXSHIP-REPORT-LINE TO SHIP-REPORT-REC
               WRITE SHIP-REPORT-REC.
