000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           CMPWHSH.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  CMPWHSH-TEXT            PIC X(24) VALUE SPACE.
       01  CMPWHSH-SUB             PIC 9(2) VALUE ZERO.
       01  CMPWHSH-PASS            PIC 9(1) VALUE ZERO.
       01  CMPWHSH-CHAR-ORD        PIC 9(3) VALUE ZERO.
       01  CMPWHSH-CHAIN           PIC 9(9) VALUE ZERO.
       01  CMPWHSH-WORK            PIC 9(18) COMP VALUE ZERO.

       LINKAGE SECTION.

      * The caller's interface:
      *   PWH-USER-ID   the 8-character user id
      *   PWH-PASSWORD  the 16-character password as keyed
      *   PWH-HASH      the nine-digit hash returned
       01  PWH-USER-ID             PIC X(8).
       01  PWH-PASSWORD            PIC X(16).
       01  PWH-HASH                PIC 9(9).

       PROCEDURE DIVISION USING PWH-USER-ID PWH-PASSWORD PWH-HASH.

      * One-way hash for the terminal sign-on passwords, shared by
      * CMPWSET, which stores it, and CMROUTE, which compares it,
      * so the password itself is kept nowhere.  The user id is
      * folded in ahead of the password, so two users with the
      * same password carry different hashes; each byte is
      * weighted by its position and chained through the prime
      * CERTSEAL uses, over three passes so a change in the last
      * byte reaches every digit of the result.
       MAINLINE.
           MOVE SPACES TO CMPWHSH-TEXT.
           STRING PWH-USER-ID PWH-PASSWORD
               DELIMITED BY SIZE INTO CMPWHSH-TEXT.
           MOVE 7 TO CMPWHSH-CHAIN.
           MOVE ZERO TO CMPWHSH-PASS.
           PERFORM HASH-ONE-PASS UNTIL CMPWHSH-PASS EQUAL TO 3.
           MOVE CMPWHSH-CHAIN TO PWH-HASH.
           GOBACK.

       HASH-ONE-PASS.
           ADD 1 TO CMPWHSH-PASS.
           MOVE ZERO TO CMPWHSH-SUB.
           PERFORM HASH-ONE-BYTE UNTIL CMPWHSH-SUB EQUAL TO 24.

       HASH-ONE-BYTE.
           ADD 1 TO CMPWHSH-SUB.
           COMPUTE CMPWHSH-CHAR-ORD = FUNCTION ORD
               (CMPWHSH-TEXT (CMPWHSH-SUB:1)).
           COMPUTE CMPWHSH-WORK =
               CMPWHSH-CHAIN * 31
               + CMPWHSH-CHAR-ORD * (CMPWHSH-SUB + CMPWHSH-PASS)
               + CMPWHSH-PASS.
           COMPUTE CMPWHSH-CHAIN =
               FUNCTION MOD (CMPWHSH-WORK, 999999989).
