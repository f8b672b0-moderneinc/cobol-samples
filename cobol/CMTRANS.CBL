      * The comm step's audit file exactly as WRITE-AUDIT-RECORD
      * strings it: terminal 1-12, operation 14-21, " STATUS=" then
      * the status key in 30-31, " MSGCNT=" then the count in
      * 40-45, " AT " then the hhmmsscc stamp in 50-57.  From 58
      * some entries say more: USER= on a session event, TO= on a
      * note CMMSG queued and FROM= on one CMAVAIL delivered.
       FD  AUDIT-IN
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-IN-REC.
           02 AUD-MSG-COUNT        PIC X(6).
           02 FILLER               PIC X(4).
           02 AUD-TIMESTAMP        PIC X(8).
           02 AUD-DETAIL           PIC X(23).

      * Inbound traffic in the queue-simulation script shape:
      * source terminal 1-12, end key 14, length 16-19, text 21-70.
               STRING '   ' AUD-OPERATION
                   ' AT ' AUD-TIMESTAMP
                   ' STATUS=' AUD-STATUS-KEY
                   AUD-DETAIL
                   DELIMITED BY SIZE INTO CMTRANS-REPORT-LINE
           END-IF
           END-IF.
