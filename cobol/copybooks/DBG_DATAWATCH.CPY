000000* Data-item watch declaratives, copied in as the last
      * sections of a certification program's DECLARATIVES with the
      * items to be watched named in the REPLACING phrase:
      *     COPY DBG_DATAWATCH REPLACING ==:WATCHED:==
      *         BY ==CCVS-PGM-ID ERROR-COUNTER==.
      * The program is compiled WITH DEBUGGING MODE, so both
      * sections cost nothing until the run-time debugging switch
      * is set.  Every procedure entered tells DBGWATCH where the
      * program is (and is passed on to the DBGTRACE stream, so
      * this takes the place of DBG_COVERAGE); every statement that
      * changes a named item hands its DEBUG-ITEM to DBGWATCH,
      * which logs the change when a WATCHCRD card asks for it.
       DBG-WATCH-PROCS SECTION.
           USE FOR DEBUGGING ON ALL PROCEDURES.
       DBG-WATCH-PROC-HIT.
           CALL 'DBGWATCH' USING CCVS-PGM-ID BY CONTENT 'P'
               BY REFERENCE DEBUG-ITEM.
       DBG-WATCH-ITEMS SECTION.
           USE FOR DEBUGGING ON :WATCHED:.
       DBG-WATCH-ITEM-HIT.
           CALL 'DBGWATCH' USING CCVS-PGM-ID BY CONTENT 'D'
               BY REFERENCE DEBUG-ITEM.
