           02 SNAP-HDR-JRNL-SEQ    PIC 9(6).
           02 FILLER               PIC X(227).

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MNT_JRNL.

       FD  RESTORE-REPORT
           LABEL RECORDS ARE STANDARD.
                       MOVE JRNL-AFTER-IMAGE TO IX-FD1R1-F-G-240
                       REWRITE IX-FD1R1-F-G-240
               END-READ
           ELSE IF JRNL-VERB EQUAL TO 'RKY'
               PERFORM REPLAY-ONE-REKEY
           ELSE
               ADD 1 TO IXREST-TROUBLE-CNT
           END-IF
           END-IF
           END-IF
           END-IF.

      * A re-key leaves the old key and arrives under the new one,
      * which the after image carries.
       REPLAY-ONE-REKEY.
           MOVE JRNL-KEY TO IX-FD1-KEY.
           DELETE IX-FD1
               INVALID KEY ADD 1 TO IXREST-TROUBLE-CNT
           END-DELETE.
           MOVE JRNL-AFTER-IMAGE TO IX-FD1R1-F-G-240.
           WRITE IX-FD1R1-F-G-240
               INVALID KEY ADD 1 TO IXREST-TROUBLE-CNT
           END-WRITE.

       WRITE-RESTORE-TOTALS.
           MOVE SPACES TO RESTORE-REPORT-REC.
           WRITE RESTORE-REPORT-REC.
