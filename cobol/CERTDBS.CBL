000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           CERTDBS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DBS-CARD-FILE ASSIGN TO DBSCRD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTDBS-CRD-STATUS.
           SELECT DBS-REPORT ASSIGN TO DBSRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      * The statistics card:
      *   1-8   STATS
      *   10-17 the creator (schema) that owns the suite's tables
      *   19-21 forecast horizon in days (default 090)
      *   23-25 statistics older than this many days are stale
      *         (default 030)
      *   27-28 months of growth to show (default 12)
      *   30-32 extents a data set may take (default 123, the
      *         most one volume holds)
       FD  DBS-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  DBS-CARD.
           02 CARD-FUNCTION        PIC X(8).
           02 FILLER               PIC X(1).
           02 CARD-CREATOR         PIC X(8).
           02 FILLER               PIC X(1).
           02 CARD-HORIZON         PIC X(3).
           02 CARD-HORIZON-N REDEFINES CARD-HORIZON
                                   PIC 9(3).
           02 FILLER               PIC X(1).
           02 CARD-STALE-DAYS      PIC X(3).
           02 CARD-STALE-DAYS-N REDEFINES CARD-STALE-DAYS
                                   PIC 9(3).
           02 FILLER               PIC X(1).
           02 CARD-MONTHS          PIC X(2).
           02 CARD-MONTHS-N REDEFINES CARD-MONTHS
                                   PIC 9(2).
           02 FILLER               PIC X(1).
           02 CARD-EXTENT-LIMIT    PIC X(3).
           02 CARD-EXTENT-LIMIT-N REDEFINES CARD-EXTENT-LIMIT
                                   PIC 9(3).
           02 FILLER               PIC X(48).

       FD  DBS-REPORT
           LABEL RECORDS ARE STANDARD.
       01  DBS-REPORT-REC          PIC X(120).

       WORKING-STORAGE SECTION.
       01 FILLER PIC X(28) VALUE 'PGM WORKING-STORAGE: CERTDBS'.
       01 DCL_DBS_CREATOR       PIC X(8).
       01 DCL_DBS_TODAY         PIC X(8).
       01 DCL_DBS_CUTOFF        PIC X(8).
       01 DCL_DBS_TB_NAME       PIC X(18).
       01 DCL_DBS_OBJ_NAME      PIC X(18).
       01 DCL_DBS_ROWS          PIC S9(15) COMP-3.
       01 DCL_DBS_PAGES         PIC S9(9) COMP.
       01 DCL_DBS_STATS_TIME    PIC X(10).
       01 DCL_DBS_PGSIZE        PIC S9(4) COMP.
       01 DCL_DBS_CEILING       PIC S9(9) COMP.
       01 DCL_DBS_EXTENTS       PIC S9(9) COMP.
       01 DCL_DBS_MAX_EXTENTS   PIC S9(9) COMP.
       01 DCL_DBS_SPACE_KB      PIC S9(15) COMP-3.
       01 DCL_DBS_MAX_SPACE_KB  PIC S9(15) COMP-3.
       01 DCL_DBS_PQTY          PIC S9(9) COMP.
       01 DCL_DBS_SQTY          PIC S9(9) COMP.

       01  CERTDBS-CRD-STATUS      PIC XX  VALUE '00'.
       01  CERTDBS-EOF-SW          PIC X(3) VALUE 'NO'.
           88 CERTDBS-AT-EOF             VALUE 'YES'.
       01  CERTDBS-CARD-SEEN-SW    PIC X(3) VALUE 'NO'.
           88 CERTDBS-CARD-SEEN          VALUE 'YES'.
       01  CERTDBS-RC              PIC 9(2) VALUE ZERO.
       01  CERTDBS-REASON          PIC X(40) VALUE SPACE.
       01  CERTDBS-CARD-HOLD       PIC X(80) VALUE SPACE.
       01  CERTDBS-TODAY           PIC 9(8) VALUE ZERO.
       01  CERTDBS-TODAY-PARTS REDEFINES CERTDBS-TODAY.
           02 CERTDBS-TODAY-YYYY   PIC 9(4).
           02 CERTDBS-TODAY-MM     PIC 9(2).
           02 CERTDBS-TODAY-DD     PIC 9(2).
       01  CERTDBS-TODAY-INT       PIC 9(7) VALUE ZERO.
       01  CERTDBS-CREATOR         PIC X(8) VALUE SPACE.
       01  CERTDBS-HORIZON         PIC 9(3) VALUE 90.
       01  CERTDBS-STALE-DAYS      PIC 9(3) VALUE 30.
       01  CERTDBS-MONTHS          PIC 9(2) VALUE 12.
       01  CERTDBS-EXTENT-LIMIT    PIC 9(3) VALUE 123.
       01  CERTDBS-REPORT-LINE     PIC X(120) VALUE SPACE.

      * The window the growth section covers: from the first day of
      * the month the given number of months back.
       01  CERTDBS-MONTH-COUNT     PIC 9(6) VALUE ZERO.
       01  CERTDBS-CUTOFF-DATE     PIC 9(8) VALUE ZERO.
       01  CERTDBS-CUTOFF-PARTS REDEFINES CERTDBS-CUTOFF-DATE.
           02 CERTDBS-CUTOFF-YYYY  PIC 9(4).
           02 CERTDBS-CUTOFF-MM    PIC 9(2).
           02 CERTDBS-CUTOFF-DD    PIC 9(2).

      * One catalog reading, worked out before it is kept.
       01  CERTDBS-OBJ-TYPE        PIC X(1) VALUE SPACE.
       01  CERTDBS-STATS-DATE      PIC 9(8) VALUE ZERO.
       01  CERTDBS-USED-KB         PIC 9(11) VALUE ZERO.
       01  CERTDBS-ALLOC-KB        PIC 9(11) VALUE ZERO.
       01  CERTDBS-LIMIT-KB        PIC 9(11) VALUE ZERO.
       01  CERTDBS-GROW-KB         PIC 9(11) VALUE ZERO.
       01  CERTDBS-PAGE-KB         PIC 9(2) VALUE ZERO.
       01  CERTDBS-PCT-USED        PIC 9(3) VALUE ZERO.
       01  CERTDBS-PART-SHARE      PIC 9V9(6) VALUE ZERO.
       01  CERTDBS-PART-KB         PIC 9(11) VALUE ZERO.

      * Every table and index read tonight, with the first reading
      * of each inside the growth window for the forecast.
       01  CERTDBS-OBJ-USED        PIC 9(3) VALUE ZERO.
       01  CERTDBS-OBJ-SUB         PIC 9(3) VALUE ZERO.
       01  CERTDBS-OBJ-HIT         PIC 9(3) VALUE ZERO.
       01  CERTDBS-OBJ-OVER-CNT    PIC 9(5) VALUE ZERO.
       01  CERTDBS-OBJ-TABLE.
           02 CERTDBS-OBJ-ENTRY OCCURS 400 TIMES.
              03 CERTDBS-OBJ-TB-NAME    PIC X(18).
              03 CERTDBS-OBJ-NAME       PIC X(18).
              03 CERTDBS-OBJ-KIND       PIC X(1).
              03 CERTDBS-OBJ-PAGES      PIC S9(9).
              03 CERTDBS-OBJ-STATS-DATE PIC 9(8).
              03 CERTDBS-OBJ-EXTENTS    PIC 9(5).
              03 CERTDBS-OBJ-USED-KB    PIC 9(11).
              03 CERTDBS-OBJ-PART-SHARE PIC 9V9(6).
              03 CERTDBS-OBJ-PART-KB    PIC 9(11).
              03 CERTDBS-OBJ-LIMIT-KB   PIC 9(11).
              03 CERTDBS-OBJ-FIRST-DATE PIC 9(8).
              03 CERTDBS-OBJ-FIRST-KB   PIC 9(11).

      * The growth section's control break: the object and month
      * being gathered, and the month shown before it.
       01  CERTDBS-HST-KEY.
           02 CERTDBS-HST-TB-NAME  PIC X(18).
           02 CERTDBS-HST-KIND     PIC X(1).
           02 CERTDBS-HST-NAME     PIC X(18).
       01  CERTDBS-ROW-KEY.
           02 CERTDBS-ROW-TB-NAME  PIC X(18).
           02 CERTDBS-ROW-KIND     PIC X(1).
           02 CERTDBS-ROW-NAME     PIC X(18).
       01  CERTDBS-HST-MONTH       PIC X(6) VALUE SPACE.
       01  CERTDBS-HST-ROWS        PIC S9(15) VALUE ZERO.
       01  CERTDBS-HST-PAGES       PIC S9(9) VALUE ZERO.
       01  CERTDBS-HST-USED-KB     PIC S9(11) VALUE ZERO.
       01  CERTDBS-PRV-SW          PIC X(3) VALUE 'NO'.
           88 CERTDBS-PRV-SHOWN          VALUE 'YES'.
       01  CERTDBS-PRV-ROWS        PIC S9(15) VALUE ZERO.
       01  CERTDBS-PRV-PAGES       PIC S9(9) VALUE ZERO.
       01  CERTDBS-DIFF-ROWS       PIC S9(15) VALUE ZERO.
       01  CERTDBS-DIFF-PAGES      PIC S9(9) VALUE ZERO.
       01  CERTDBS-HST-CNT         PIC 9(7) VALUE ZERO.

      * Stale statistics and the allocation forecast.
       01  CERTDBS-AGE-DAYS        PIC 9(7) VALUE ZERO.
       01  CERTDBS-STALE-CNT       PIC 9(5) VALUE ZERO.
       01  CERTDBS-RISK-CNT        PIC 9(5) VALUE ZERO.
       01  CERTDBS-ELAPSED-DAYS    PIC 9(7) VALUE ZERO.
       01  CERTDBS-DAILY-KB        PIC 9(9)V9(4) VALUE ZERO.
       01  CERTDBS-DAYS-LEFT       PIC 9(7) VALUE ZERO.
       01  CERTDBS-FULL-DATE       PIC 9(8) VALUE ZERO.
       01  CERTDBS-VERDICT         PIC X(14) VALUE SPACE.
       01  CERTDBS-TABLE-CNT       PIC 9(5) VALUE ZERO.
       01  CERTDBS-INDEX-CNT       PIC 9(5) VALUE ZERO.

       01  CERTDBS-ROWS-DISP       PIC -(14)9.
       01  CERTDBS-PAGES-DISP      PIC -(9)9.
       01  CERTDBS-KB-DISP         PIC Z(10)9.
       01  CERTDBS-EXT-DISP        PIC ZZZZ9.
       01  CERTDBS-PCT-DISP        PIC ZZ9.
       01  CERTDBS-DROWS-DISP      PIC +(14)9.
       01  CERTDBS-DPAGES-DISP     PIC +(9)9.
       01  CERTDBS-DAYS-DISP       PIC ZZZZZZ9.
       01  CERTDBS-RATE-DISP       PIC Z(8)9.9.

       01 EXCP-CALL-PROGRAM     PIC X(24) VALUE 'CERTDBS'.
       01 EXCP-CALL-STMT-TYPE   PIC X(8)  VALUE 'SELECT  '.
       01 EXCP-CALL-CODE        PIC S9(9) VALUE ZERO.
       01 EXCP-CALL-MESSAGE     PIC X(70) VALUE SPACE.

      * Include SQLCA so SQLCODE is available for error checking.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Include SQL statistics-history table from the copybook
      * family.
       EXEC SQL INCLUDE SQL_STAT_HIST END-EXEC.

      * Each suite table with its table space: rows and pages as of
      * the last RUNSTATS, the space and extents as of the last
      * STOSPACE summed over the partitions and for the largest
      * one, the allocation quantities of one partition (4K blocks,
      * -1 for user-defined data sets), the page size and the data
      * set size ceiling.  The extent limit and the ceiling apply
      * to each partition's data set, so the sums are kept for the
      * history and the largest partition is what is judged.
       EXEC SQL
           DECLARE DBS_TABLE_CURSOR CURSOR FOR
           SELECT T.NAME,
                  DECIMAL(T.CARDF, 15, 0),
                  T.NPAGES,
                  CHAR(DATE(T.STATSTIME), ISO),
                  S.PGSIZE,
                  S.DSSIZE,
                  SUM(P.EXTENTS),
                  MAX(P.EXTENTS),
                  DECIMAL(SUM(P.SPACEF), 15, 0),
                  DECIMAL(MAX(P.SPACEF), 15, 0),
                  MAX(P.PQTY),
                  MAX(P.SQTY)
           FROM SYSIBM.SYSTABLES T,
                SYSIBM.SYSTABLESPACE S,
                SYSIBM.SYSTABLEPART P
           WHERE T.CREATOR = :DCL_DBS_CREATOR
             AND T.TYPE = 'T'
             AND S.DBNAME = T.DBNAME
             AND S.NAME = T.TSNAME
             AND P.DBNAME = T.DBNAME
             AND P.TSNAME = T.TSNAME
           GROUP BY T.NAME, T.CARDF, T.NPAGES, T.STATSTIME,
                    S.PGSIZE, S.DSSIZE
           ORDER BY T.NAME
           FOR FETCH ONLY
       END-EXEC.

      * Each index on a suite table, the same figures for its index
      * space: distinct full keys for rows, leaf pages for pages,
      * and the piece size for the ceiling.
       EXEC SQL
           DECLARE DBS_INDEX_CURSOR CURSOR FOR
           SELECT I.TBNAME,
                  I.NAME,
                  DECIMAL(I.FULLKEYCARDF, 15, 0),
                  I.NLEAF,
                  CHAR(DATE(I.STATSTIME), ISO),
                  I.PGSIZE,
                  I.PIECESIZE,
                  SUM(P.EXTENTS),
                  MAX(P.EXTENTS),
                  DECIMAL(SUM(P.SPACEF), 15, 0),
                  DECIMAL(MAX(P.SPACEF), 15, 0),
                  MAX(P.PQTY),
                  MAX(P.SQTY)
           FROM SYSIBM.SYSINDEXES I,
                SYSIBM.SYSINDEXPART P
           WHERE I.TBCREATOR = :DCL_DBS_CREATOR
             AND P.IXCREATOR = I.CREATOR
             AND P.IXNAME = I.NAME
           GROUP BY I.TBNAME, I.NAME, I.FULLKEYCARDF, I.NLEAF,
                    I.STATSTIME, I.PGSIZE, I.PIECESIZE
           ORDER BY I.TBNAME, I.NAME
           FOR FETCH ONLY
       END-EXEC.

      * The kept readings inside the growth window, each table ahead
      * of its indexes, oldest reading first.
       EXEC SQL
           DECLARE DBS_HISTORY_CURSOR CURSOR FOR
           SELECT TB_NAME,
                  OBJ_TYPE,
                  OBJ_NAME,
                  READ_DATE,
                  ROW_CNT,
                  PAGE_CNT,
                  USED_KB
           FROM SQL_STAT_HIST
           WHERE TB_CREATOR = :DCL_DBS_CREATOR
             AND READ_DATE >= :DCL_DBS_CUTOFF
           ORDER BY TB_NAME, OBJ_TYPE DESC, OBJ_NAME, READ_DATE
           FOR FETCH ONLY
       END-EXEC.

       PROCEDURE DIVISION.

      * DB2 catalog statistics and growth for the suite's tables.
      * CERTSPC forecasts the flat datasets; this does the same for
      * the DB2 side.  Every table the suite's creator owns, and
      * every index on them, is read from the catalog - rows,
      * pages, the last RUNSTATS date, extents and space - and the
      * reading is kept in SQL_STAT_HIST (a rerun on the same day
      * replaces that day's readings).  The report shows tonight's
      * readings, growth month by month from the kept readings,
      * objects whose statistics are stale or were never gathered,
      * and the objects whose growth since the start of the window
      * reaches their allocation inside the horizon.  The space
      * figures are only as fresh as the last STOSPACE.
      * RC=0 nothing to report; RC=4 stale statistics only; RC=8 an
      * object will reach its allocation within the horizon or has
      * run out of extents; RC=12 the card was rejected; RC=16 SQL
      * error.
       MAINLINE.

      * A non-zero SQLCODE on any statement below branches to
      * SQL-ERROR-PARA instead of falling through as if it succeeded.
           EXEC SQL
               WHENEVER SQLERROR GO TO SQL-ERROR-PARA
           END-EXEC.

           ACCEPT CERTDBS-TODAY FROM DATE YYYYMMDD.
           COMPUTE CERTDBS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (CERTDBS-TODAY).
           OPEN OUTPUT DBS-REPORT.
           PERFORM READ-DBS-CARD.
           IF CERTDBS-RC NOT EQUAL TO ZERO
               GO TO MAINLINE-FINISH.
           MOVE SPACES TO CERTDBS-REPORT-LINE.
           STRING 'DB2 CATALOG STATISTICS AND GROWTH - CREATOR '
               CERTDBS-CREATOR '   ON ' CERTDBS-TODAY
               DELIMITED BY SIZE INTO CERTDBS-REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE CERTDBS-CREATOR TO DCL_DBS_CREATOR.
           MOVE CERTDBS-TODAY TO DCL_DBS_TODAY.
           PERFORM READ-CATALOG.
           PERFORM REPORT-MONTHLY-GROWTH.
           PERFORM REPORT-STALE-STATISTICS.
           PERFORM REPORT-ALLOCATION-FORECAST.
           PERFORM WRITE-DBS-TOTALS.
           IF CERTDBS-RISK-CNT GREATER THAN ZERO
               MOVE 8 TO CERTDBS-RC
           ELSE IF CERTDBS-STALE-CNT GREATER THAN ZERO
               MOVE 4 TO CERTDBS-RC
           END-IF
           END-IF.
       MAINLINE-FINISH.
           CLOSE DBS-REPORT.
           MOVE CERTDBS-RC TO RETURN-CODE.
           GOBACK.

       SQL-ERROR-PARA.
           DISPLAY 'CERTDBS: SQL ERROR, SQLCODE=' SQLCODE.
           MOVE SQLCODE TO EXCP-CALL-CODE.
           MOVE SQLERRMC TO EXCP-CALL-MESSAGE.
           CALL 'EXCPLOG' USING EXCP-CALL-PROGRAM
               EXCP-CALL-STMT-TYPE EXCP-CALL-CODE
               EXCP-CALL-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       READ-DBS-CARD.
           OPEN INPUT DBS-CARD-FILE.
           IF CERTDBS-CRD-STATUS EQUAL TO '00'
               MOVE 'NO' TO CERTDBS-EOF-SW
               PERFORM READ-ONE-DBS-CARD
                   UNTIL CERTDBS-AT-EOF
                      OR CERTDBS-RC NOT EQUAL TO ZERO
               CLOSE DBS-CARD-FILE.
           IF CERTDBS-RC EQUAL TO ZERO
             AND NOT CERTDBS-CARD-SEEN
               MOVE 'NO STATS CARD' TO CERTDBS-REASON
               PERFORM REJECT-DBS-CARD.

       READ-ONE-DBS-CARD.
           READ DBS-CARD-FILE
               AT END SET CERTDBS-AT-EOF TO TRUE.
           IF NOT CERTDBS-AT-EOF
               IF DBS-CARD (1:1) NOT EQUAL TO '*'
                   MOVE DBS-CARD TO CERTDBS-CARD-HOLD
                   PERFORM EDIT-DBS-CARD.

       EDIT-DBS-CARD.
           IF CERTDBS-CARD-SEEN
               MOVE 'ONLY ONE STATS CARD IS ALLOWED'
                   TO CERTDBS-REASON
               PERFORM REJECT-DBS-CARD
           ELSE IF CARD-FUNCTION NOT EQUAL TO 'STATS   '
               MOVE 'UNKNOWN FUNCTION' TO CERTDBS-REASON
               PERFORM REJECT-DBS-CARD
           ELSE IF CARD-CREATOR EQUAL TO SPACE
               MOVE 'THE CREATOR IS REQUIRED' TO CERTDBS-REASON
               PERFORM REJECT-DBS-CARD
           ELSE IF CARD-HORIZON NOT EQUAL TO SPACE
             AND (CARD-HORIZON IS NOT NUMERIC
                  OR CARD-HORIZON-N EQUAL TO ZERO)
               MOVE 'HORIZON MUST BE 001-999 DAYS' TO CERTDBS-REASON
               PERFORM REJECT-DBS-CARD
           ELSE IF CARD-STALE-DAYS NOT EQUAL TO SPACE
             AND (CARD-STALE-DAYS IS NOT NUMERIC
                  OR CARD-STALE-DAYS-N EQUAL TO ZERO)
               MOVE 'STALE AGE MUST BE 001-999 DAYS'
                   TO CERTDBS-REASON
               PERFORM REJECT-DBS-CARD
           ELSE IF CARD-MONTHS NOT EQUAL TO SPACE
             AND (CARD-MONTHS IS NOT NUMERIC
                  OR CARD-MONTHS-N EQUAL TO ZERO)
               MOVE 'MONTHS MUST BE 01-99' TO CERTDBS-REASON
               PERFORM REJECT-DBS-CARD
           ELSE IF CARD-EXTENT-LIMIT NOT EQUAL TO SPACE
             AND (CARD-EXTENT-LIMIT IS NOT NUMERIC
                  OR CARD-EXTENT-LIMIT-N EQUAL TO ZERO
                  OR CARD-EXTENT-LIMIT-N GREATER THAN 255)
               MOVE 'EXTENT LIMIT MUST BE 001-255' TO CERTDBS-REASON
               PERFORM REJECT-DBS-CARD
           ELSE
               SET CERTDBS-CARD-SEEN TO TRUE
               MOVE CARD-CREATOR TO CERTDBS-CREATOR
               IF CARD-HORIZON NOT EQUAL TO SPACE
                   MOVE CARD-HORIZON-N TO CERTDBS-HORIZON
               END-IF
               IF CARD-STALE-DAYS NOT EQUAL TO SPACE
                   MOVE CARD-STALE-DAYS-N TO CERTDBS-STALE-DAYS
               END-IF
               IF CARD-MONTHS NOT EQUAL TO SPACE
                   MOVE CARD-MONTHS-N TO CERTDBS-MONTHS
               END-IF
               IF CARD-EXTENT-LIMIT NOT EQUAL TO SPACE
                   MOVE CARD-EXTENT-LIMIT-N TO CERTDBS-EXTENT-LIMIT
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       REJECT-DBS-CARD.
           MOVE SPACES TO CERTDBS-REPORT-LINE.
           STRING 'CARD REJECTED - ' CERTDBS-REASON
               DELIMITED BY SIZE INTO CERTDBS-REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE CERTDBS-CARD-HOLD TO CERTDBS-REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE 12 TO CERTDBS-RC.

      *---------------------------------------------------------------
      * Tonight's readings.
      *---------------------------------------------------------------
      * Today's earlier readings go first, so a rerun replaces them;
      * the new ones are committed together.
       READ-CATALOG.
           MOVE 'TONIGHT''S READINGS' TO CERTDBS-REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE 'TYPE  TABLE              INDEX' TO CERTDBS-REPORT-LINE.
           MOVE 'ROWS/KEYS' TO CERTDBS-REPORT-LINE (51:9).
           MOVE 'PAGES' TO CERTDBS-REPORT-LINE (66:5).
           MOVE 'RUNSTATS' TO CERTDBS-REPORT-LINE (72:8).
           MOVE 'EXTS' TO CERTDBS-REPORT-LINE (82:4).
           MOVE 'USED KB' TO CERTDBS-REPORT-LINE (91:7).
           MOVE 'LIMIT KB' TO CERTDBS-REPORT-LINE (102:8).
           MOVE 'USED' TO CERTDBS-REPORT-LINE (111:4).
           PERFORM PUT-REPORT-LINE.
           MOVE 'DELETE  ' TO EXCP-CALL-STMT-TYPE.
           EXEC SQL
               DELETE FROM SQL_STAT_HIST
               WHERE TB_CREATOR = :DCL_DBS_CREATOR
                 AND READ_DATE = :DCL_DBS_TODAY
           END-EXEC.
           MOVE 'SELECT  ' TO EXCP-CALL-STMT-TYPE.
           MOVE 'T' TO CERTDBS-OBJ-TYPE.
           MOVE 'NO' TO CERTDBS-EOF-SW.
           EXEC SQL
               OPEN DBS_TABLE_CURSOR
           END-EXEC.
           PERFORM FETCH-TABLE-ROW
               THRU FETCH-TABLE-ROW-EX
               UNTIL CERTDBS-AT-EOF.
           EXEC SQL
               CLOSE DBS_TABLE_CURSOR
           END-EXEC.
           MOVE 'I' TO CERTDBS-OBJ-TYPE.
           MOVE 'NO' TO CERTDBS-EOF-SW.
           EXEC SQL
               OPEN DBS_INDEX_CURSOR
           END-EXEC.
           PERFORM FETCH-INDEX-ROW
               THRU FETCH-INDEX-ROW-EX
               UNTIL CERTDBS-AT-EOF.
           EXEC SQL
               CLOSE DBS_INDEX_CURSOR
           END-EXEC.
           MOVE 'COMMIT  ' TO EXCP-CALL-STMT-TYPE.
           EXEC SQL
               COMMIT
           END-EXEC.
           MOVE 'SELECT  ' TO EXCP-CALL-STMT-TYPE.
           IF CERTDBS-TABLE-CNT EQUAL TO ZERO
               MOVE '   NO TABLES IN THE CATALOG FOR THIS CREATOR'
                   TO CERTDBS-REPORT-LINE
               PERFORM PUT-REPORT-LINE.
           IF CERTDBS-OBJ-OVER-CNT GREATER THAN ZERO
               MOVE SPACES TO CERTDBS-REPORT-LINE
               STRING '   ' CERTDBS-OBJ-OVER-CNT
                   ' OBJECT(S) PAST THE FIRST 400 KEPT BUT NOT'
                   ' FORECAST'
                   DELIMITED BY SIZE INTO CERTDBS-REPORT-LINE
               PERFORM PUT-REPORT-LINE.
           PERFORM PUT-REPORT-LINE.

       FETCH-TABLE-ROW.
           EXEC SQL
               FETCH DBS_TABLE_CURSOR
               INTO :DCL_DBS_TB_NAME,
                    :DCL_DBS_ROWS,
                    :DCL_DBS_PAGES,
                    :DCL_DBS_STATS_TIME,
                    :DCL_DBS_PGSIZE,
                    :DCL_DBS_CEILING,
                    :DCL_DBS_EXTENTS,
                    :DCL_DBS_MAX_EXTENTS,
                    :DCL_DBS_SPACE_KB,
                    :DCL_DBS_MAX_SPACE_KB,
                    :DCL_DBS_PQTY,
                    :DCL_DBS_SQTY
           END-EXEC.
           IF SQLCODE EQUAL TO 100
               SET CERTDBS-AT-EOF TO TRUE
               GO TO FETCH-TABLE-ROW-EX.
           ADD 1 TO CERTDBS-TABLE-CNT.
           MOVE DCL_DBS_TB_NAME TO DCL_DBS_OBJ_NAME.
           PERFORM POST-CATALOG-ROW.
       FETCH-TABLE-ROW-EX.
           EXIT.

       FETCH-INDEX-ROW.
           EXEC SQL
               FETCH DBS_INDEX_CURSOR
               INTO :DCL_DBS_TB_NAME,
                    :DCL_DBS_OBJ_NAME,
                    :DCL_DBS_ROWS,
                    :DCL_DBS_PAGES,
                    :DCL_DBS_STATS_TIME,
                    :DCL_DBS_PGSIZE,
                    :DCL_DBS_CEILING,
                    :DCL_DBS_EXTENTS,
                    :DCL_DBS_MAX_EXTENTS,
                    :DCL_DBS_SPACE_KB,
                    :DCL_DBS_MAX_SPACE_KB,
                    :DCL_DBS_PQTY,
                    :DCL_DBS_SQTY
           END-EXEC.
           IF SQLCODE EQUAL TO 100
               SET CERTDBS-AT-EOF TO TRUE
               GO TO FETCH-INDEX-ROW-EX.
           ADD 1 TO CERTDBS-INDEX-CNT.
           PERFORM POST-CATALOG-ROW.
       FETCH-INDEX-ROW-EX.
           EXIT.

      * Used space is the pages at the page size.  The limit is
      * what one data set's allocation quantities reach at the
      * extent limit, held to the data set size ceiling (2 GB when
      * the catalog gives none); a user-defined data set, or one
      * with no secondary quantity, is held to the ceiling alone.
      * Against that limit stands the largest partition's part of
      * the used space, in proportion to its share of the space
      * allocated - the whole of it for an object of one data set.
      * A RUNSTATS never run shows as date zero and pages -1.
       POST-CATALOG-ROW.
           MOVE ZERO TO CERTDBS-STATS-DATE.
           IF DCL_DBS_STATS_TIME (1:4) NOT EQUAL TO '0001'
               MOVE DCL_DBS_STATS_TIME (1:4)
                   TO CERTDBS-STATS-DATE (1:4)
               MOVE DCL_DBS_STATS_TIME (6:2)
                   TO CERTDBS-STATS-DATE (5:2)
               MOVE DCL_DBS_STATS_TIME (9:2)
                   TO CERTDBS-STATS-DATE (7:2).
           MOVE 4 TO CERTDBS-PAGE-KB.
           IF DCL_DBS_PGSIZE GREATER THAN ZERO
               MOVE DCL_DBS_PGSIZE TO CERTDBS-PAGE-KB.
           MOVE ZERO TO CERTDBS-USED-KB.
           IF DCL_DBS_PAGES GREATER THAN ZERO
               COMPUTE CERTDBS-USED-KB =
                   DCL_DBS_PAGES * CERTDBS-PAGE-KB.
           MOVE ZERO TO CERTDBS-ALLOC-KB.
           IF DCL_DBS_SPACE_KB GREATER THAN ZERO
               MOVE DCL_DBS_SPACE_KB TO CERTDBS-ALLOC-KB.
           IF DCL_DBS_EXTENTS LESS THAN ZERO
               MOVE ZERO TO DCL_DBS_EXTENTS.
           IF DCL_DBS_MAX_EXTENTS LESS THAN ZERO
               MOVE ZERO TO DCL_DBS_MAX_EXTENTS.
           MOVE 1 TO CERTDBS-PART-SHARE.
           IF DCL_DBS_SPACE_KB GREATER THAN ZERO
             AND DCL_DBS_MAX_SPACE_KB GREATER THAN ZERO
               COMPUTE CERTDBS-PART-SHARE ROUNDED =
                   DCL_DBS_MAX_SPACE_KB / DCL_DBS_SPACE_KB.
           COMPUTE CERTDBS-PART-KB ROUNDED =
               CERTDBS-USED-KB * CERTDBS-PART-SHARE.
           MOVE 2097152 TO CERTDBS-LIMIT-KB.
           IF DCL_DBS_CEILING GREATER THAN ZERO
               MOVE DCL_DBS_CEILING TO CERTDBS-LIMIT-KB.
           IF DCL_DBS_PQTY GREATER THAN ZERO
             AND DCL_DBS_SQTY GREATER THAN ZERO
               COMPUTE CERTDBS-GROW-KB =
                   (DCL_DBS_PQTY + DCL_DBS_SQTY
                      * (CERTDBS-EXTENT-LIMIT - 1)) * 4
               IF CERTDBS-GROW-KB LESS THAN CERTDBS-LIMIT-KB
                   MOVE CERTDBS-GROW-KB TO CERTDBS-LIMIT-KB
               END-IF
           END-IF.
           PERFORM KEEP-READING.
           PERFORM WRITE-READING-LINE.
           IF CERTDBS-OBJ-USED LESS THAN 400
               ADD 1 TO CERTDBS-OBJ-USED
               MOVE DCL_DBS_TB_NAME
                   TO CERTDBS-OBJ-TB-NAME (CERTDBS-OBJ-USED)
               MOVE DCL_DBS_OBJ_NAME
                   TO CERTDBS-OBJ-NAME (CERTDBS-OBJ-USED)
               MOVE CERTDBS-OBJ-TYPE
                   TO CERTDBS-OBJ-KIND (CERTDBS-OBJ-USED)
               MOVE DCL_DBS_PAGES
                   TO CERTDBS-OBJ-PAGES (CERTDBS-OBJ-USED)
               MOVE CERTDBS-STATS-DATE
                   TO CERTDBS-OBJ-STATS-DATE (CERTDBS-OBJ-USED)
               MOVE DCL_DBS_MAX_EXTENTS
                   TO CERTDBS-OBJ-EXTENTS (CERTDBS-OBJ-USED)
               MOVE CERTDBS-USED-KB
                   TO CERTDBS-OBJ-USED-KB (CERTDBS-OBJ-USED)
               MOVE CERTDBS-PART-SHARE
                   TO CERTDBS-OBJ-PART-SHARE (CERTDBS-OBJ-USED)
               MOVE CERTDBS-PART-KB
                   TO CERTDBS-OBJ-PART-KB (CERTDBS-OBJ-USED)
               MOVE CERTDBS-LIMIT-KB
                   TO CERTDBS-OBJ-LIMIT-KB (CERTDBS-OBJ-USED)
               MOVE ZERO TO CERTDBS-OBJ-FIRST-DATE (CERTDBS-OBJ-USED)
                            CERTDBS-OBJ-FIRST-KB (CERTDBS-OBJ-USED)
           ELSE
               ADD 1 TO CERTDBS-OBJ-OVER-CNT.

       KEEP-READING.
           MOVE DCL_DBS_TODAY TO DCL_SQL_STAT_HIST_READ_DATE.
           MOVE DCL_DBS_CREATOR TO DCL_SQL_STAT_HIST_TB_CREATOR.
           MOVE DCL_DBS_TB_NAME TO DCL_SQL_STAT_HIST_TB_NAME.
           MOVE CERTDBS-OBJ-TYPE TO DCL_SQL_STAT_HIST_OBJ_TYPE.
           MOVE DCL_DBS_OBJ_NAME TO DCL_SQL_STAT_HIST_OBJ_NAME.
           MOVE DCL_DBS_ROWS TO DCL_SQL_STAT_HIST_ROW_CNT.
           MOVE DCL_DBS_PAGES TO DCL_SQL_STAT_HIST_PAGE_CNT.
           MOVE CERTDBS-STATS-DATE TO DCL_SQL_STAT_HIST_STATS_DATE.
           MOVE DCL_DBS_EXTENTS TO DCL_SQL_STAT_HIST_EXTENT_CNT.
           MOVE CERTDBS-USED-KB TO DCL_SQL_STAT_HIST_USED_KB.
           MOVE CERTDBS-ALLOC-KB TO DCL_SQL_STAT_HIST_ALLOC_KB.
           MOVE CERTDBS-LIMIT-KB TO DCL_SQL_STAT_HIST_LIMIT_KB.
           MOVE 'INSERT  ' TO EXCP-CALL-STMT-TYPE.
           EXEC SQL
               INSERT INTO SQL_STAT_HIST
                   (READ_DATE, TB_CREATOR, TB_NAME, OBJ_TYPE,
                    OBJ_NAME, ROW_CNT, PAGE_CNT, STATS_DATE,
                    EXTENT_CNT, USED_KB, ALLOC_KB, LIMIT_KB)
               VALUES
                   (:DCL_SQL_STAT_HIST_READ_DATE,
                    :DCL_SQL_STAT_HIST_TB_CREATOR,
                    :DCL_SQL_STAT_HIST_TB_NAME,
                    :DCL_SQL_STAT_HIST_OBJ_TYPE,
                    :DCL_SQL_STAT_HIST_OBJ_NAME,
                    :DCL_SQL_STAT_HIST_ROW_CNT,
                    :DCL_SQL_STAT_HIST_PAGE_CNT,
                    :DCL_SQL_STAT_HIST_STATS_DATE,
                    :DCL_SQL_STAT_HIST_EXTENT_CNT,
                    :DCL_SQL_STAT_HIST_USED_KB,
                    :DCL_SQL_STAT_HIST_ALLOC_KB,
                    :DCL_SQL_STAT_HIST_LIMIT_KB)
           END-EXEC.
           MOVE 'SELECT  ' TO EXCP-CALL-STMT-TYPE.

       WRITE-READING-LINE.
           MOVE SPACES TO CERTDBS-REPORT-LINE.
           IF CERTDBS-OBJ-TYPE EQUAL TO 'T'
               MOVE 'TABLE' TO CERTDBS-REPORT-LINE (1:5)
           ELSE
               MOVE 'INDEX' TO CERTDBS-REPORT-LINE (1:5)
               MOVE DCL_DBS_OBJ_NAME TO CERTDBS-REPORT-LINE (26:18).
           MOVE DCL_DBS_TB_NAME TO CERTDBS-REPORT-LINE (7:18).
           MOVE DCL_DBS_ROWS TO CERTDBS-ROWS-DISP.
           MOVE CERTDBS-ROWS-DISP TO CERTDBS-REPORT-LINE (45:15).
           MOVE DCL_DBS_PAGES TO CERTDBS-PAGES-DISP.
           MOVE CERTDBS-PAGES-DISP TO CERTDBS-REPORT-LINE (61:10).
           IF CERTDBS-STATS-DATE EQUAL TO ZERO
               MOVE 'NEVER' TO CERTDBS-REPORT-LINE (72:8)
           ELSE
               MOVE CERTDBS-STATS-DATE TO CERTDBS-REPORT-LINE (72:8).
           MOVE DCL_DBS_MAX_EXTENTS TO CERTDBS-EXT-DISP.
           MOVE CERTDBS-EXT-DISP TO CERTDBS-REPORT-LINE (81:5).
           MOVE CERTDBS-USED-KB TO CERTDBS-KB-DISP.
           MOVE CERTDBS-KB-DISP TO CERTDBS-REPORT-LINE (87:11).
           MOVE CERTDBS-LIMIT-KB TO CERTDBS-KB-DISP.
           MOVE CERTDBS-KB-DISP TO CERTDBS-REPORT-LINE (99:11).
           COMPUTE CERTDBS-PCT-USED ROUNDED =
               (CERTDBS-PART-KB * 100) / CERTDBS-LIMIT-KB
               ON SIZE ERROR MOVE 999 TO CERTDBS-PCT-USED.
           MOVE CERTDBS-PCT-USED TO CERTDBS-PCT-DISP.
           MOVE CERTDBS-PCT-DISP TO CERTDBS-REPORT-LINE (111:3).
           MOVE '%' TO CERTDBS-REPORT-LINE (114:1).
           PERFORM PUT-REPORT-LINE.

      *---------------------------------------------------------------
      * Growth per month.
      *---------------------------------------------------------------
      * The last reading of each month stands for the month; each
      * month after the first shows its change on the one before.
      * The first reading in the window is noted on the object for
      * the forecast.
       REPORT-MONTHLY-GROWTH.
           COMPUTE CERTDBS-MONTH-COUNT =
               CERTDBS-TODAY-YYYY * 12 + CERTDBS-TODAY-MM - 1
               - (CERTDBS-MONTHS - 1).
           DIVIDE CERTDBS-MONTH-COUNT BY 12
               GIVING CERTDBS-CUTOFF-YYYY
               REMAINDER CERTDBS-CUTOFF-MM.
           ADD 1 TO CERTDBS-CUTOFF-MM.
           MOVE 1 TO CERTDBS-CUTOFF-DD.
           MOVE CERTDBS-CUTOFF-DATE TO DCL_DBS_CUTOFF.
           MOVE SPACES TO CERTDBS-REPORT-LINE.
           STRING 'GROWTH PER MONTH SINCE ' CERTDBS-CUTOFF-DATE
               ' (LAST READING OF EACH MONTH)'
               DELIMITED BY SIZE INTO CERTDBS-REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE 'MONTH' TO CERTDBS-REPORT-LINE (4:5).
           MOVE 'ROWS/KEYS' TO CERTDBS-REPORT-LINE (21:9).
           MOVE 'PAGES' TO CERTDBS-REPORT-LINE (36:5).
           MOVE 'USED KB' TO CERTDBS-REPORT-LINE (46:7).
           MOVE 'ROWS CHANGE' TO CERTDBS-REPORT-LINE (58:11).
           MOVE 'PAGES CHANGE' TO CERTDBS-REPORT-LINE (71:12).
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO CERTDBS-HST-KEY CERTDBS-HST-MONTH.
           MOVE 'NO' TO CERTDBS-EOF-SW.
           EXEC SQL
               OPEN DBS_HISTORY_CURSOR
           END-EXEC.
           PERFORM FETCH-HISTORY-ROW
               THRU FETCH-HISTORY-ROW-EX
               UNTIL CERTDBS-AT-EOF.
           EXEC SQL
               CLOSE DBS_HISTORY_CURSOR
           END-EXEC.
           PERFORM PUT-REPORT-LINE.

       FETCH-HISTORY-ROW.
           EXEC SQL
               FETCH DBS_HISTORY_CURSOR
               INTO :DCL_SQL_STAT_HIST_TB_NAME,
                    :DCL_SQL_STAT_HIST_OBJ_TYPE,
                    :DCL_SQL_STAT_HIST_OBJ_NAME,
                    :DCL_SQL_STAT_HIST_READ_DATE,
                    :DCL_SQL_STAT_HIST_ROW_CNT,
                    :DCL_SQL_STAT_HIST_PAGE_CNT,
                    :DCL_SQL_STAT_HIST_USED_KB
           END-EXEC.
           IF SQLCODE EQUAL TO 100
               SET CERTDBS-AT-EOF TO TRUE
               PERFORM SHOW-GROWTH-MONTH
               GO TO FETCH-HISTORY-ROW-EX.
           ADD 1 TO CERTDBS-HST-CNT.
           MOVE DCL_SQL_STAT_HIST_TB_NAME TO CERTDBS-ROW-TB-NAME.
           MOVE DCL_SQL_STAT_HIST_OBJ_TYPE TO CERTDBS-ROW-KIND.
           MOVE DCL_SQL_STAT_HIST_OBJ_NAME TO CERTDBS-ROW-NAME.
           IF CERTDBS-ROW-KEY NOT EQUAL TO CERTDBS-HST-KEY
               PERFORM SHOW-GROWTH-MONTH
               MOVE CERTDBS-ROW-KEY TO CERTDBS-HST-KEY
               PERFORM START-GROWTH-OBJECT
           ELSE IF DCL_SQL_STAT_HIST_READ_DATE (1:6) NOT EQUAL TO
                   CERTDBS-HST-MONTH
               PERFORM SHOW-GROWTH-MONTH
           END-IF
           END-IF.
           MOVE DCL_SQL_STAT_HIST_READ_DATE (1:6) TO CERTDBS-HST-MONTH.
           MOVE DCL_SQL_STAT_HIST_ROW_CNT TO CERTDBS-HST-ROWS.
           MOVE DCL_SQL_STAT_HIST_PAGE_CNT TO CERTDBS-HST-PAGES.
           MOVE DCL_SQL_STAT_HIST_USED_KB TO CERTDBS-HST-USED-KB.
       FETCH-HISTORY-ROW-EX.
           EXIT.

       START-GROWTH-OBJECT.
           MOVE 'NO' TO CERTDBS-PRV-SW.
           MOVE SPACES TO CERTDBS-REPORT-LINE.
           IF CERTDBS-HST-KIND EQUAL TO 'T'
               STRING 'TABLE ' CERTDBS-HST-TB-NAME
                   DELIMITED BY SIZE INTO CERTDBS-REPORT-LINE
           ELSE
               STRING 'INDEX ' CERTDBS-HST-NAME
                   ' ON ' CERTDBS-HST-TB-NAME
                   DELIMITED BY SIZE INTO CERTDBS-REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           PERFORM FIND-OBJECT.
           IF CERTDBS-OBJ-HIT GREATER THAN ZERO
               MOVE DCL_SQL_STAT_HIST_READ_DATE
                   TO CERTDBS-OBJ-FIRST-DATE (CERTDBS-OBJ-HIT)
               MOVE DCL_SQL_STAT_HIST_USED_KB
                   TO CERTDBS-OBJ-FIRST-KB (CERTDBS-OBJ-HIT).

       FIND-OBJECT.
           MOVE ZERO TO CERTDBS-OBJ-HIT.
           MOVE ZERO TO CERTDBS-OBJ-SUB.
           PERFORM MATCH-ONE-OBJECT
               UNTIL CERTDBS-OBJ-SUB NOT LESS THAN CERTDBS-OBJ-USED
                  OR CERTDBS-OBJ-HIT GREATER THAN ZERO.

       MATCH-ONE-OBJECT.
           ADD 1 TO CERTDBS-OBJ-SUB.
           IF CERTDBS-OBJ-TB-NAME (CERTDBS-OBJ-SUB) EQUAL TO
                   CERTDBS-HST-TB-NAME
             AND CERTDBS-OBJ-KIND (CERTDBS-OBJ-SUB) EQUAL TO
                   CERTDBS-HST-KIND
             AND CERTDBS-OBJ-NAME (CERTDBS-OBJ-SUB) EQUAL TO
                   CERTDBS-HST-NAME
               MOVE CERTDBS-OBJ-SUB TO CERTDBS-OBJ-HIT.

       SHOW-GROWTH-MONTH.
           IF CERTDBS-HST-MONTH NOT EQUAL TO SPACE
               MOVE SPACES TO CERTDBS-REPORT-LINE
               MOVE CERTDBS-HST-MONTH (1:4)
                   TO CERTDBS-REPORT-LINE (4:4)
               MOVE '-' TO CERTDBS-REPORT-LINE (8:1)
               MOVE CERTDBS-HST-MONTH (5:2)
                   TO CERTDBS-REPORT-LINE (9:2)
               MOVE CERTDBS-HST-ROWS TO CERTDBS-ROWS-DISP
               MOVE CERTDBS-ROWS-DISP TO CERTDBS-REPORT-LINE (15:15)
               MOVE CERTDBS-HST-PAGES TO CERTDBS-PAGES-DISP
               MOVE CERTDBS-PAGES-DISP TO CERTDBS-REPORT-LINE (31:10)
               MOVE CERTDBS-HST-USED-KB TO CERTDBS-KB-DISP
               MOVE CERTDBS-KB-DISP TO CERTDBS-REPORT-LINE (42:11)
               IF CERTDBS-PRV-SHOWN
                   COMPUTE CERTDBS-DIFF-ROWS =
                       CERTDBS-HST-ROWS - CERTDBS-PRV-ROWS
                   COMPUTE CERTDBS-DIFF-PAGES =
                       CERTDBS-HST-PAGES - CERTDBS-PRV-PAGES
                   MOVE CERTDBS-DIFF-ROWS TO CERTDBS-DROWS-DISP
                   MOVE CERTDBS-DROWS-DISP
                       TO CERTDBS-REPORT-LINE (54:15)
                   MOVE CERTDBS-DIFF-PAGES TO CERTDBS-DPAGES-DISP
                   MOVE CERTDBS-DPAGES-DISP
                       TO CERTDBS-REPORT-LINE (73:10)
               END-IF
               PERFORM PUT-REPORT-LINE
               SET CERTDBS-PRV-SHOWN TO TRUE
               MOVE CERTDBS-HST-ROWS TO CERTDBS-PRV-ROWS
               MOVE CERTDBS-HST-PAGES TO CERTDBS-PRV-PAGES
               MOVE SPACES TO CERTDBS-HST-MONTH.

      *---------------------------------------------------------------
      * Stale statistics.
      *---------------------------------------------------------------
       REPORT-STALE-STATISTICS.
           MOVE SPACES TO CERTDBS-REPORT-LINE.
           STRING 'STATISTICS OLDER THAN ' CERTDBS-STALE-DAYS
               ' DAYS OR NEVER GATHERED'
               DELIMITED BY SIZE INTO CERTDBS-REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE ZERO TO CERTDBS-OBJ-SUB.
           PERFORM CHECK-ONE-STALE
               UNTIL CERTDBS-OBJ-SUB NOT LESS THAN CERTDBS-OBJ-USED.
           IF CERTDBS-STALE-CNT EQUAL TO ZERO
               MOVE '   NONE' TO CERTDBS-REPORT-LINE
               PERFORM PUT-REPORT-LINE.
           PERFORM PUT-REPORT-LINE.

       CHECK-ONE-STALE.
           ADD 1 TO CERTDBS-OBJ-SUB.
           MOVE ZERO TO CERTDBS-AGE-DAYS.
           IF CERTDBS-OBJ-STATS-DATE (CERTDBS-OBJ-SUB)
                   GREATER THAN ZERO
               COMPUTE CERTDBS-AGE-DAYS = CERTDBS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE
                       (CERTDBS-OBJ-STATS-DATE (CERTDBS-OBJ-SUB))
                   ON SIZE ERROR MOVE ZERO TO CERTDBS-AGE-DAYS
               END-COMPUTE.
           IF CERTDBS-OBJ-STATS-DATE (CERTDBS-OBJ-SUB) EQUAL TO ZERO
             OR CERTDBS-AGE-DAYS GREATER THAN CERTDBS-STALE-DAYS
               ADD 1 TO CERTDBS-STALE-CNT
               PERFORM FORMAT-OBJECT-NAME
               IF CERTDBS-OBJ-STATS-DATE (CERTDBS-OBJ-SUB)
                       EQUAL TO ZERO
                   MOVE 'RUNSTATS NEVER RUN'
                       TO CERTDBS-REPORT-LINE (46:18)
               ELSE
                   MOVE CERTDBS-AGE-DAYS TO CERTDBS-DAYS-DISP
                   STRING 'LAST RUNSTATS '
                       CERTDBS-OBJ-STATS-DATE (CERTDBS-OBJ-SUB)
                       ', ' CERTDBS-DAYS-DISP ' DAYS AGO'
                       DELIMITED BY SIZE
                       INTO CERTDBS-REPORT-LINE (46:50)
               END-IF
               PERFORM PUT-REPORT-LINE.

      * TABLE name, or INDEX name ON table, from column 4.
       FORMAT-OBJECT-NAME.
           MOVE SPACES TO CERTDBS-REPORT-LINE.
           IF CERTDBS-OBJ-KIND (CERTDBS-OBJ-SUB) EQUAL TO 'T'
               STRING '   TABLE ' CERTDBS-OBJ-TB-NAME (CERTDBS-OBJ-SUB)
                   DELIMITED BY SIZE INTO CERTDBS-REPORT-LINE
           ELSE
               STRING '   INDEX ' CERTDBS-OBJ-NAME (CERTDBS-OBJ-SUB)
                   ' ON ' CERTDBS-OBJ-TB-NAME (CERTDBS-OBJ-SUB)
                   DELIMITED BY SIZE INTO CERTDBS-REPORT-LINE.

      *---------------------------------------------------------------
      * Allocation forecast.
      *---------------------------------------------------------------
      * The growth rate is the used space gained per day since the
      * first reading in the window; the object is AT RISK when at
      * that rate it reaches its limit inside the horizon, or when
      * its data sets already hold the most extents allowed.
       REPORT-ALLOCATION-FORECAST.
           MOVE SPACES TO CERTDBS-REPORT-LINE.
           STRING 'ALLOCATION FORECAST - HORIZON ' CERTDBS-HORIZON
               ' DAYS, EXTENT LIMIT ' CERTDBS-EXTENT-LIMIT
               DELIMITED BY SIZE INTO CERTDBS-REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE 'KB/DAY' TO CERTDBS-REPORT-LINE (53:6).
           MOVE 'DAYS LEFT' TO CERTDBS-REPORT-LINE (62:9).
           MOVE 'FULL ON' TO CERTDBS-REPORT-LINE (72:7).
           PERFORM PUT-REPORT-LINE.
           MOVE ZERO TO CERTDBS-OBJ-SUB.
           PERFORM FORECAST-ONE-OBJECT
               UNTIL CERTDBS-OBJ-SUB NOT LESS THAN CERTDBS-OBJ-USED.
           PERFORM PUT-REPORT-LINE.

       FORECAST-ONE-OBJECT.
           ADD 1 TO CERTDBS-OBJ-SUB.
           MOVE ZERO TO CERTDBS-DAILY-KB CERTDBS-DAYS-LEFT
                        CERTDBS-FULL-DATE.
           IF CERTDBS-OBJ-FIRST-DATE (CERTDBS-OBJ-SUB)
                   GREATER THAN ZERO
               COMPUTE CERTDBS-ELAPSED-DAYS = CERTDBS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE
                       (CERTDBS-OBJ-FIRST-DATE (CERTDBS-OBJ-SUB))
                   ON SIZE ERROR MOVE ZERO TO CERTDBS-ELAPSED-DAYS
               END-COMPUTE
           ELSE
               MOVE ZERO TO CERTDBS-ELAPSED-DAYS.
           IF CERTDBS-OBJ-EXTENTS (CERTDBS-OBJ-SUB) NOT LESS THAN
                   CERTDBS-EXTENT-LIMIT
               MOVE 'AT RISK - EXTS' TO CERTDBS-VERDICT
           ELSE IF CERTDBS-OBJ-PART-KB (CERTDBS-OBJ-SUB) NOT LESS THAN
                   CERTDBS-OBJ-LIMIT-KB (CERTDBS-OBJ-SUB)
               MOVE 'AT RISK - FULL' TO CERTDBS-VERDICT
           ELSE IF CERTDBS-OBJ-PAGES (CERTDBS-OBJ-SUB) LESS THAN ZERO
               MOVE 'NO STATISTICS' TO CERTDBS-VERDICT
           ELSE IF CERTDBS-ELAPSED-DAYS EQUAL TO ZERO
               MOVE 'NO HISTORY YET' TO CERTDBS-VERDICT
           ELSE IF CERTDBS-OBJ-USED-KB (CERTDBS-OBJ-SUB) NOT GREATER
                   THAN CERTDBS-OBJ-FIRST-KB (CERTDBS-OBJ-SUB)
               MOVE 'NOT GROWING' TO CERTDBS-VERDICT
           ELSE
               PERFORM PROJECT-FULL-DATE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           IF CERTDBS-VERDICT (1:7) EQUAL TO 'AT RISK'
               ADD 1 TO CERTDBS-RISK-CNT.
           PERFORM FORMAT-OBJECT-NAME.
           MOVE CERTDBS-VERDICT TO CERTDBS-REPORT-LINE (82:14).
           IF CERTDBS-DAILY-KB GREATER THAN ZERO
               MOVE CERTDBS-DAILY-KB TO CERTDBS-RATE-DISP
               MOVE CERTDBS-RATE-DISP TO CERTDBS-REPORT-LINE (48:11)
               MOVE CERTDBS-DAYS-LEFT TO CERTDBS-DAYS-DISP
               MOVE CERTDBS-DAYS-DISP TO CERTDBS-REPORT-LINE (64:7)
               IF CERTDBS-FULL-DATE GREATER THAN ZERO
                   MOVE CERTDBS-FULL-DATE
                       TO CERTDBS-REPORT-LINE (72:8)
               END-IF
           END-IF.
           PERFORM PUT-REPORT-LINE.

      * The object's growth, at the largest partition's share of
      * it, against what is left of that partition's limit.
       PROJECT-FULL-DATE.
           COMPUTE CERTDBS-DAILY-KB ROUNDED =
               (CERTDBS-OBJ-USED-KB (CERTDBS-OBJ-SUB)
                 - CERTDBS-OBJ-FIRST-KB (CERTDBS-OBJ-SUB))
               * CERTDBS-OBJ-PART-SHARE (CERTDBS-OBJ-SUB)
               / CERTDBS-ELAPSED-DAYS.
           IF CERTDBS-DAILY-KB EQUAL TO ZERO
               MOVE 'NOT GROWING' TO CERTDBS-VERDICT
           ELSE
               COMPUTE CERTDBS-DAYS-LEFT =
                   (CERTDBS-OBJ-LIMIT-KB (CERTDBS-OBJ-SUB)
                     - CERTDBS-OBJ-PART-KB (CERTDBS-OBJ-SUB))
                   / CERTDBS-DAILY-KB
                   ON SIZE ERROR MOVE 9999999 TO CERTDBS-DAYS-LEFT
               END-COMPUTE
               IF CERTDBS-DAYS-LEFT LESS THAN 99999
                   COMPUTE CERTDBS-FULL-DATE = FUNCTION DATE-OF-INTEGER
                       (CERTDBS-TODAY-INT + CERTDBS-DAYS-LEFT)
               END-IF
               IF CERTDBS-DAYS-LEFT NOT GREATER THAN CERTDBS-HORIZON
                   MOVE 'AT RISK' TO CERTDBS-VERDICT
               ELSE
                   MOVE 'OK' TO CERTDBS-VERDICT
               END-IF
           END-IF.

       WRITE-DBS-TOTALS.
           MOVE SPACES TO CERTDBS-REPORT-LINE.
           STRING CERTDBS-TABLE-CNT ' TABLE(S), '
               CERTDBS-INDEX-CNT ' INDEX(ES) READ; '
               CERTDBS-HST-CNT ' KEPT READING(S) IN THE WINDOW'
               DELIMITED BY SIZE INTO CERTDBS-REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO CERTDBS-REPORT-LINE.
           STRING CERTDBS-STALE-CNT ' WITH STALE STATISTICS, '
               CERTDBS-RISK-CNT ' AT RISK OF THEIR ALLOCATION'
               DELIMITED BY SIZE INTO CERTDBS-REPORT-LINE.
           PERFORM PUT-REPORT-LINE.

       PUT-REPORT-LINE.
           MOVE CERTDBS-REPORT-LINE TO DBS-REPORT-REC.
           WRITE DBS-REPORT-REC.
           MOVE SPACES TO CERTDBS-REPORT-LINE.
