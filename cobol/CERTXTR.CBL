      *   paragraph first (SQ123A, SQ137A, SQ140A)
      *     PAR-NAME 2-18, FEATURE 20-43, P-OR-F 45-49, RE-MARK 59-
      *   CCVS74/communication and the newer certification programs
      *   (CM202M, CM202S, DB207A, IC201A, IX207A, LK201A, LK201B,
      *   NC241A-NC243A, NC246A-NC248A, RW201A, SQ243A)
      *     FEATURE 2-19, P-OR-F 21-25, PAR-NAME 27-46, COMPUTED
      *     48-67, CORRECT 69-88, RE-MARK 90-119
      * The owning program comes from the header lines ("TEST RESULT
           IF CERTXTR-CUR-PROGRAM EQUAL TO 'CM202M   '
             OR CERTXTR-CUR-PROGRAM EQUAL TO 'CM202S   '
             OR CERTXTR-CUR-PROGRAM EQUAL TO 'DB207A   '
             OR CERTXTR-CUR-PROGRAM EQUAL TO 'IC201A   '
             OR CERTXTR-CUR-PROGRAM EQUAL TO 'IX207A   '
             OR CERTXTR-CUR-PROGRAM EQUAL TO 'LK201A   '
             OR CERTXTR-CUR-PROGRAM EQUAL TO 'LK201B   '
             OR CERTXTR-CUR-PROGRAM EQUAL TO 'NC241A   '
             OR CERTXTR-CUR-PROGRAM EQUAL TO 'NC242A   '
             OR CERTXTR-CUR-PROGRAM EQUAL TO 'NC243A   '
             OR CERTXTR-CUR-PROGRAM EQUAL TO 'NC246A   '
             OR CERTXTR-CUR-PROGRAM EQUAL TO 'NC247A   '
             OR CERTXTR-CUR-PROGRAM EQUAL TO 'NC248A   '
             OR CERTXTR-CUR-PROGRAM EQUAL TO 'RW201A   '
             OR CERTXTR-CUR-PROGRAM EQUAL TO 'SQ243A   '
               MOVE 'Y' TO CERTXTR-CM-LAYOUT-SW
               MOVE 21 TO CERTXTR-POF-COL
