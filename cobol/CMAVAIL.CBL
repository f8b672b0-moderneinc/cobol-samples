               ORGANIZATION IS SEQUENTIAL.
           SELECT AVAIL-REPORT ASSIGN TO AVLRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO AUDITOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CMAVAIL-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.

           02 FILLER               PIC X(50).

      * Tonight's outbound messages in the send-deck shape:
      * destination 1-12, text from 14.  M in 74 marks a note
      * CMMSG relayed from another terminal, whose text names the
      * sending terminal in 6-17.
       FD  OUTBOUND-IN
           LABEL RECORDS ARE STANDARD.
       01  OUTBOUND-IN-REC.
           02 OUT-DESTINATION      PIC X(12).
           02 FILLER               PIC X(1).
           02 OUT-MESSAGE          PIC X(60).
           02 OUT-KIND             PIC X(1).
           02 FILLER               PIC X(6).

      * Messages parked by earlier cycles: queued date 1-8, then
      * the send-deck record from column 10.
           02 HLDI-DESTINATION     PIC X(12).
           02 FILLER               PIC X(1).
           02 HLDI-MESSAGE         PIC X(60).
           02 HLDI-KIND            PIC X(1).
           02 FILLER               PIC X(6).

       FD  RELEASE-OUT
           LABEL RECORDS ARE STANDARD.
           02 REL-DESTINATION      PIC X(12).
           02 FILLER               PIC X(1).
           02 REL-MESSAGE          PIC X(60).
           02 REL-KIND             PIC X(1).
           02 FILLER               PIC X(6).

       FD  HELD-OUT
           LABEL RECORDS ARE STANDARD.
           02 HLDO-DESTINATION     PIC X(12).
           02 FILLER               PIC X(1).
           02 HLDO-MESSAGE         PIC X(60).
           02 HLDO-KIND            PIC X(1).
           02 FILLER               PIC X(6).

       FD  AVAIL-REPORT
           LABEL RECORDS ARE STANDARD.
       01  AVAIL-REPORT-REC        PIC X(120).

      * The comm step's audit file, extended with each relayed
      * note delivered, in the shape WRITE-AUDIT-RECORD gives every
      * other entry.
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-FILE-REC          PIC X(80).

       WORKING-STORAGE SECTION.
       01  CMAVAIL-WIN-STATUS      PIC XX  VALUE '00'.
       01  CMAVAIL-OUT-STATUS      PIC XX  VALUE '00'.
       01  CMAVAIL-HELDIN-STATUS   PIC XX  VALUE '00'.
       01  CMAVAIL-AUDIT-STATUS    PIC XX  VALUE '00'.
       01  CMAVAIL-EOF-SW          PIC X(3) VALUE 'NO'.
           88 CMAVAIL-AT-EOF             VALUE 'YES'.
       01  CMAVAIL-RUN-DATE        PIC 9(8) VALUE ZERO.
       01  CMAVAIL-WORK-DEST       PIC X(12) VALUE SPACE.
       01  CMAVAIL-WORK-TEXT       PIC X(60) VALUE SPACE.
       01  CMAVAIL-WORK-QDATE      PIC 9(8) VALUE ZERO.
       01  CMAVAIL-WORK-KIND       PIC X(1) VALUE SPACE.
           88 CMAVAIL-RELAYED-NOTE       VALUE 'M'.
       01  CMAVAIL-REPORT-LINE     PIC X(120) VALUE SPACE.
       01  CMAVAIL-RECEIPT-SW      PIC X(3) VALUE 'NO'.
           88 CMAVAIL-RECEIPT-DUE        VALUE 'YES'.
       01  CMAVAIL-RECEIPT-DEST    PIC X(12) VALUE SPACE.
       01  CMAVAIL-RECEIPT-TEXT    PIC X(60) VALUE SPACE.
       01  CMAVAIL-DELIVERED-CNT   PIC 9(5) VALUE ZERO.

      * A relayed note's text as CMMSG lays it out.
       01  CMAVAIL-NOTE-TEXT.
           02 FILLER               PIC X(5).
           02 CMAVAIL-NOTE-SOURCE  PIC X(12).
           02 FILLER               PIC X(11).
           02 CMAVAIL-NOTE-BODY    PIC X(32).

      * One comm audit entry, laid out as WRITE-AUDIT-RECORD lays
      * out its own, with the sender after the stamp.
       01  AUDIT-REC.
           02 AUDIT-TERMINAL       PIC X(12).
           02 AUDIT-OPERATION      PIC X(8).
           02 AUDIT-STATUS-KEY     PIC XX.
           02 AUDIT-MSG-COUNT      PIC 9(6).
           02 AUDIT-TIMESTAMP      PIC 9(8).
           02 AUDIT-PARTNER        PIC X(12).

       01  CMAVAIL-WIN-TABLE.
           02 CMAVAIL-WIN-ENTRY OCCURS 40 TIMES.
      * closed destination's is parked in the holding queue for the
      * next cycle, and the report counts both per terminal.
      * Night-shift notices to a day-shift desk wait for the desk.
      * A note CMMSG relayed from another terminal is audited as
      * MSGDLVR under its destination, with FROM= the sender, when
      * it is released, and the sender is sent a DELIVERED receipt
      * - itself held if the sender's own desk has closed since.
       MAINLINE.
           ACCEPT CMAVAIL-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT CMAVAIL-TIME-FULL FROM TIME.
           PERFORM SET-TODAYS-DAY-TYPE.
           PERFORM LOAD-AVAILABILITY-WINDOWS.
           OPEN OUTPUT RELEASE-OUT HELD-OUT AVAIL-REPORT.
           OPEN EXTEND AUDIT-FILE.
           IF CMAVAIL-AUDIT-STATUS NOT EQUAL TO '00'
               OPEN OUTPUT AUDIT-FILE.
           PERFORM PROCESS-HELD-MESSAGES.
           PERFORM PROCESS-NEW-MESSAGES.
           PERFORM WRITE-AVAILABILITY-REPORT.
           CLOSE RELEASE-OUT HELD-OUT AVAIL-REPORT AUDIT-FILE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

                   MOVE HLDI-DESTINATION TO CMAVAIL-WORK-DEST
                   MOVE HLDI-MESSAGE TO CMAVAIL-WORK-TEXT
                   MOVE HLDI-QUEUED-DATE TO CMAVAIL-WORK-QDATE
                   MOVE HLDI-KIND TO CMAVAIL-WORK-KIND
                   PERFORM ROUTE-ONE-MESSAGE
                   IF CMAVAIL-RECEIPT-DUE
                       PERFORM ROUTE-DELIVERY-RECEIPT
                   END-IF.

       PROCESS-NEW-MESSAGES.
           MOVE 'NO' TO CMAVAIL-EOF-SW.
                   MOVE OUT-DESTINATION TO CMAVAIL-WORK-DEST
                   MOVE OUT-MESSAGE TO CMAVAIL-WORK-TEXT
                   MOVE CMAVAIL-RUN-DATE TO CMAVAIL-WORK-QDATE
                   MOVE OUT-KIND TO CMAVAIL-WORK-KIND
                   PERFORM ROUTE-ONE-MESSAGE
                   IF CMAVAIL-RECEIPT-DUE
                       PERFORM ROUTE-DELIVERY-RECEIPT
                   END-IF.

       ROUTE-ONE-MESSAGE.
           PERFORM CHECK-WINDOW-OPEN.
               MOVE SPACES TO RELEASE-OUT-REC
               MOVE CMAVAIL-WORK-DEST TO REL-DESTINATION
               MOVE CMAVAIL-WORK-TEXT TO REL-MESSAGE
               MOVE CMAVAIL-WORK-KIND TO REL-KIND
               WRITE RELEASE-OUT-REC
               IF CMAVAIL-TERM-SUB NOT EQUAL TO ZERO
                   ADD 1 TO CMAVAIL-TERM-RELEASED
                       (CMAVAIL-TERM-SUB)
               END-IF
               IF CMAVAIL-RELAYED-NOTE
                   PERFORM NOTE-ONE-DELIVERY
               END-IF
           ELSE
               MOVE SPACES TO HELD-OUT-REC
               MOVE CMAVAIL-WORK-QDATE TO HLDO-QUEUED-DATE
               MOVE CMAVAIL-WORK-DEST TO HLDO-DESTINATION
               MOVE CMAVAIL-WORK-TEXT TO HLDO-MESSAGE
               MOVE CMAVAIL-WORK-KIND TO HLDO-KIND
               WRITE HELD-OUT-REC
               IF CMAVAIL-TERM-SUB NOT EQUAL TO ZERO
                   ADD 1 TO CMAVAIL-TERM-HELD (CMAVAIL-TERM-SUB)
               END-IF.

      * The receipt goes back to the sending terminal naming the
      * destination and the start of the note.
       NOTE-ONE-DELIVERY.
           ADD 1 TO CMAVAIL-DELIVERED-CNT.
           MOVE CMAVAIL-WORK-TEXT TO CMAVAIL-NOTE-TEXT.
           MOVE CMAVAIL-WORK-DEST TO AUDIT-TERMINAL.
           MOVE 'MSGDLVR' TO AUDIT-OPERATION.
           MOVE '00' TO AUDIT-STATUS-KEY.
           MOVE CMAVAIL-DELIVERED-CNT TO AUDIT-MSG-COUNT.
           MOVE CMAVAIL-NOTE-SOURCE TO AUDIT-PARTNER.
           PERFORM WRITE-AUDIT-ENTRY.
           MOVE CMAVAIL-NOTE-SOURCE TO CMAVAIL-RECEIPT-DEST.
           MOVE SPACES TO CMAVAIL-RECEIPT-TEXT.
           STRING 'DELIVERED TO ' DELIMITED BY SIZE
               CMAVAIL-WORK-DEST DELIMITED BY SPACE
               ': ' CMAVAIL-NOTE-BODY DELIMITED BY SIZE
               INTO CMAVAIL-RECEIPT-TEXT.
           SET CMAVAIL-RECEIPT-DUE TO TRUE.

       ROUTE-DELIVERY-RECEIPT.
           MOVE 'NO' TO CMAVAIL-RECEIPT-SW.
           MOVE CMAVAIL-RECEIPT-DEST TO CMAVAIL-WORK-DEST.
           MOVE CMAVAIL-RECEIPT-TEXT TO CMAVAIL-WORK-TEXT.
           MOVE CMAVAIL-RUN-DATE TO CMAVAIL-WORK-QDATE.
           MOVE SPACE TO CMAVAIL-WORK-KIND.
           PERFORM ROUTE-ONE-MESSAGE.

       WRITE-AUDIT-ENTRY.
           ACCEPT AUDIT-TIMESTAMP FROM TIME.
           MOVE SPACES TO AUDIT-FILE-REC.
           STRING AUDIT-TERMINAL     DELIMITED BY SIZE
                 ' '                 DELIMITED BY SIZE
                 AUDIT-OPERATION     DELIMITED BY SIZE
                 ' STATUS='          DELIMITED BY SIZE
                 AUDIT-STATUS-KEY    DELIMITED BY SIZE
                 ' MSGCNT='          DELIMITED BY SIZE
                 AUDIT-MSG-COUNT     DELIMITED BY SIZE
                 ' AT '              DELIMITED BY SIZE
                 AUDIT-TIMESTAMP     DELIMITED BY SIZE
                 ' FROM='            DELIMITED BY SIZE
                 AUDIT-PARTNER       DELIMITED BY SIZE
               INTO AUDIT-FILE-REC.
           WRITE AUDIT-FILE-REC.

      * No window record at all means always staffed; a record for
      * the terminal but none matching today's day type means
      * closed today.
               MOVE '   (NO OUTBOUND TRAFFIC THIS CYCLE)'
                   TO AVAIL-REPORT-REC
               WRITE AVAIL-REPORT-REC.
           MOVE SPACES TO CMAVAIL-REPORT-LINE.
           STRING 'RELAYED NOTES DELIVERED = ' CMAVAIL-DELIVERED-CNT
               DELIMITED BY SIZE INTO CMAVAIL-REPORT-LINE.
           MOVE CMAVAIL-REPORT-LINE TO AVAIL-REPORT-REC.
           WRITE AVAIL-REPORT-REC.

       WRITE-ONE-TERMINAL-TOTALS.
           ADD 1 TO CMAVAIL-TERM-SUB.
