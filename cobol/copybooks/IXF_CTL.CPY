000000* The IX-FD1 change feed's control record: the highest MNTJRNL
      * sequence whose change is committed to IX_FD1_TBL, rewritten
      * at every commit point, so the next run - or the rerun after
      * a failure - starts with the first entry past it.  80 bytes:
      *   1-6   high-water journal sequence
      *   8-15  date and 17-22 time of the run that last moved it
      *   24-31 journal entries that run applied
      *   33-36 SEED when the high-water mark was set by a seed of
      *         the whole file rather than by applying the journal
       01 FEED-CTL-REC.
           02 CTL-HIGH-WATER-SEQ   PIC 9(6).
           02 FILLER               PIC X(1).
           02 CTL-RUN-DATE         PIC 9(8).
           02 FILLER               PIC X(1).
           02 CTL-RUN-TIME         PIC 9(6).
           02 FILLER               PIC X(1).
           02 CTL-APPLIED-CNT      PIC 9(8).
           02 FILLER               PIC X(1).
           02 CTL-SET-BY           PIC X(4).
           02 FILLER               PIC X(44).
