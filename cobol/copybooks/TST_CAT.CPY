000000* The test-case catalog: one record for every test the suite
      * has ever printed a TEST-RESULTS line for, keyed by program
      * and the full 22-character paragraph name (the key CERTWVR
      * waives by, PARDOT-X/DOTVALUE sub-test numbering included).
      *   feature        as the test last printed it
      *   area           the language area, the program's series
      *                  (NC nucleus, SQ sequential, IX indexed, ...)
      *   first/last     the run ids of the first and latest runs
      *                  that printed the test
      *   owner          who answers for the test
      *   status         A active, R retired on purpose
      *   retired run    the run id current when it was retired
      *   note           why it was retired, or what it was renamed
      *                  to or from
       01 TST-CAT-REC.
           02 CAT-KEY.
              03 CAT-PROGRAM       PIC X(9).
              03 CAT-PAR-NAME      PIC X(22).
           02 CAT-FEATURE          PIC X(18).
           02 CAT-AREA             PIC X(2).
           02 CAT-FIRST-RUN        PIC X(12).
           02 CAT-LAST-RUN         PIC X(12).
           02 CAT-OWNER            PIC X(8).
           02 CAT-STATUS           PIC X(1).
              88 CAT-ACTIVE              VALUE 'A'.
              88 CAT-RETIRED             VALUE 'R'.
           02 CAT-RETIRED-RUN      PIC X(12).
           02 CAT-NOTE             PIC X(36).
           02 FILLER               PIC X(8).
