000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           IC201C.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       LINKAGE SECTION.

      * The caller's interface:
      *   IC201C-IN   native fullword passed BY VALUE - this
      *               program changes its own copy only
      *   IC201C-OUT  native fullword passed BY REFERENCE; receives
      *               IC201C-IN plus 100
       01  IC201C-IN               PIC S9(9) COMP-5.
       01  IC201C-OUT              PIC S9(9) COMP-5.

       PROCEDURE DIVISION USING BY VALUE IC201C-IN
                                BY REFERENCE IC201C-OUT.

      * BY VALUE half of the inter-program communication
      * certification.  The incoming value is altered in place
      * before it is handed back through IC201C-OUT; IC201A checks
      * the result arrived and that its own sending item still
      * holds the original value.
       MAINLINE.
           ADD 100 TO IC201C-IN.
           MOVE IC201C-IN TO IC201C-OUT.
           GOBACK.
