000000* Coverage trace declarative, copied in as the last section
      * of a certification program's DECLARATIVES.  The program is
      * compiled WITH DEBUGGING MODE, so the section costs nothing
      * until the run-time debugging switch is set; when it is,
      * every procedure entered is handed to DBGTRACE with the
      * program's CCVS-PGM-ID and goes to the DBGTRACE stream.
       DBG-COVERAGE SECTION.
           USE FOR DEBUGGING ON ALL PROCEDURES.
       DBG-COVERAGE-HIT.
           CALL 'DBGTRACE' USING CCVS-PGM-ID DEBUG-ITEM.
