000000* Declare the DB2 mirror of IX-FD1: one row per IX-FD1 record,
      * kept current from the MNTJRNL change feed so the reporting
      * teams can query the file with SQL.  The keys and the
      * 120-character body are broken out for the queries; the
      * whole 240-character record rides along in REC_IMAGE so any
      * other field is a SUBSTR away and the weekly reconciliation
      * can hash exactly what IX-FD1 holds.  JRNL_SEQ is the journal
      * entry that last set the row (zero for a seeded row).
       EXEC SQL DECLARE IX_FD1_TBL TABLE
       ( REC_KEY                CHAR(10)  NOT NULL,
         ALT_KEY_1              CHAR(10)  NOT NULL,
         REC_BODY               CHAR(120) NOT NULL,
         REC_IMAGE              CHAR(240) NOT NULL,
         JRNL_SEQ               INTEGER   NOT NULL,
         CHANGE_DATE            CHAR(8)   NOT NULL
       ) END-EXEC.

      * Declare local variables in copied source.
       01 DCL_IX_FD1_TBL_REC_KEY     PIC X(10).
       01 DCL_IX_FD1_TBL_ALT_KEY_1   PIC X(10).
       01 DCL_IX_FD1_TBL_REC_BODY    PIC X(120).
       01 DCL_IX_FD1_TBL_REC_IMAGE   PIC X(240).
       01 DCL_IX_FD1_TBL_JRNL_SEQ    PIC S9(9) COMP.
       01 DCL_IX_FD1_TBL_CHANGE_DATE PIC X(8).
