           02 FILLER               PIC X(60).

      * The night's concatenated PRINT-FILE output, split at the
      * program header lines the extract programs already key on,
      * and any CERTHND-wrapped files concatenated behind it.
       FD  PRINT-IN
           LABEL RECORDS ARE STANDARD.
       01  PRINT-IN-REC            PIC X(120).
      * opens the next program's: the recipient is picked by the
      * longest matching pattern, CERTROL-style, and the first
      * section into a bundle writes that bundle's banner page.
      * A CERTHND-wrapped file in the stream (the warehouse feed)
      * counts as a section of the program its header names.
       ROUTE-ONE-LINE.
           IF PRINT-IN-REC(1:15) EQUAL TO 'TEST RESULT OF '
               MOVE PRINT-IN-REC(16:9) TO CERTDST-CUR-PROGRAM
                   'TEST RESULTS SET- '
               MOVE PRINT-IN-REC(72:9) TO CERTDST-CUR-PROGRAM
               PERFORM PICK-RECIPIENT-BUNDLE
           ELSE IF PRINT-IN-REC(1:6) EQUAL TO '*HND* '
               MOVE PRINT-IN-REC(21:9) TO CERTDST-CUR-PROGRAM
               PERFORM PICK-RECIPIENT-BUNDLE
           END-IF
           END-IF
           END-IF.
           IF CERTDST-CUR-BUNDLE EQUAL TO ZERO
