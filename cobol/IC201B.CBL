000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           IC201B.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * The call counter carries VALUE ZERO and is never reset here,
      * so it only returns to zero when the caller CANCELs this
      * program and the next CALL gets a fresh copy in its initial
      * state.
       01  IC201B-CALL-CNT         PIC 9(4) VALUE ZERO.

      * Shared with IC201A by EXTERNAL, never passed on the CALL.
       01  IC201-SHARED-AREA EXTERNAL.
           02 IC201-SHARED-TEXT    PIC X(20).
           02 IC201-SHARED-CNT     PIC 9(4).

       LINKAGE SECTION.

      * The caller's interface:
      *   IC201B-FUNC  ALTR  overwrite IC201B-PARM
      *                CONT  count this call, return the count in
      *                      the first four bytes of IC201B-PARM
      *                EXTN  update the EXTERNAL shared area
      *                RTCD  end with RETURN-CODE 4
      *   IC201B-PARM  20-byte work parameter
       01  IC201B-FUNC             PIC X(4).
       01  IC201B-PARM             PIC X(20).

       PROCEDURE DIVISION USING IC201B-FUNC IC201B-PARM.

      * Called subprogram for the inter-program communication
      * certification.  Each function exercises one linkage
      * behaviour IC201A checks from the calling side: whether the
      * parameter change is seen (BY REFERENCE) or not (BY
      * CONTENT), whether working storage survives between calls
      * and is restored by CANCEL, whether an EXTERNAL item is the
      * same storage in both modules, and whether RETURN-CODE set
      * here reaches the caller.
       MAINLINE.
           MOVE ZERO TO RETURN-CODE.
           IF IC201B-FUNC EQUAL TO 'ALTR'
               MOVE 'CHANGED BY IC201B' TO IC201B-PARM
           ELSE IF IC201B-FUNC EQUAL TO 'CONT'
               ADD 1 TO IC201B-CALL-CNT
               MOVE IC201B-CALL-CNT TO IC201B-PARM (1:4)
           ELSE IF IC201B-FUNC EQUAL TO 'EXTN'
               MOVE 'SET BY IC201B' TO IC201-SHARED-TEXT
               ADD 1 TO IC201-SHARED-CNT
           ELSE IF IC201B-FUNC EQUAL TO 'RTCD'
               MOVE 4 TO RETURN-CODE
           END-IF
           END-IF
           END-IF
           END-IF.
           GOBACK.
