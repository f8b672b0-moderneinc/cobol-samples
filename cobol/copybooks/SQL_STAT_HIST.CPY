000000* Declare SQL statistics-history table: one row per suite table
      * or index per reading of the DB2 catalog, so growth is
      * measured against what the catalog said before instead of
      * only what it says tonight.  OBJ_TYPE is T for a table (its
      * table space's space figures) or I for an index (its index
      * space's); OBJ_NAME is the index name, or the table name
      * again for a table.  STATS_DATE is 00000000 when RUNSTATS
      * has never run; the KB figures are the used pages, the space
      * allocated at the last STOSPACE, and the most the object can
      * be allocated.
       EXEC SQL DECLARE SQL_STAT_HIST TABLE
       ( READ_DATE              CHAR(8)  NOT NULL,
         TB_CREATOR             CHAR(8)  NOT NULL,
         TB_NAME                CHAR(18) NOT NULL,
         OBJ_TYPE               CHAR(1)  NOT NULL,
         OBJ_NAME               CHAR(18) NOT NULL,
         ROW_CNT                DECIMAL(15,0) NOT NULL,
         PAGE_CNT               INTEGER  NOT NULL,
         STATS_DATE             CHAR(8)  NOT NULL,
         EXTENT_CNT             INTEGER  NOT NULL,
         USED_KB                INTEGER  NOT NULL,
         ALLOC_KB               INTEGER  NOT NULL,
         LIMIT_KB               INTEGER  NOT NULL
       ) END-EXEC.

      * Declare local variables in copied source.
       01 DCL_SQL_STAT_HIST_READ_DATE  PIC X(8).
       01 DCL_SQL_STAT_HIST_TB_CREATOR PIC X(8).
       01 DCL_SQL_STAT_HIST_TB_NAME    PIC X(18).
       01 DCL_SQL_STAT_HIST_OBJ_TYPE   PIC X(1).
       01 DCL_SQL_STAT_HIST_OBJ_NAME   PIC X(18).
       01 DCL_SQL_STAT_HIST_ROW_CNT    PIC S9(15) COMP-3.
       01 DCL_SQL_STAT_HIST_PAGE_CNT   PIC S9(9) COMP.
       01 DCL_SQL_STAT_HIST_STATS_DATE PIC X(8).
       01 DCL_SQL_STAT_HIST_EXTENT_CNT PIC S9(9) COMP.
       01 DCL_SQL_STAT_HIST_USED_KB    PIC S9(9) COMP.
       01 DCL_SQL_STAT_HIST_ALLOC_KB   PIC S9(9) COMP.
       01 DCL_SQL_STAT_HIST_LIMIT_KB   PIC S9(9) COMP.
