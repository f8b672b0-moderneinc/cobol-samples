000000* One slot of a relative file kept under hashed-key access by
      * RLHASH.  Slot 1 is the control record; slots 2 through the
      * home-slot count plus one are the home slots a key hashes to;
      * every slot past them is overflow, taken as collisions need
      * it.  150 bytes:
      *   1      C control, H home record, O overflow record, F an
      *          overflow slot given back by a delete
      *   3-12   the 10-character business key
      *   14-21  next slot in the key's chain (for F, the next free
      *          overflow slot), zero at the end
      *   23-142 the 120-character record itself
      * On the control record 23-142 instead carries:
      *   23-30  home-slot count         32-39 highest overflow slot
      *   41-48  first free overflow     50-57 records on file
      *          slot, zero if none
       01 HASH-SLOT-REC.
           02 HSLT-STATE           PIC X(1).
              88 HSLT-CONTROL            VALUE 'C'.
              88 HSLT-HOME               VALUE 'H'.
              88 HSLT-OVERFLOW           VALUE 'O'.
              88 HSLT-FREE               VALUE 'F'.
           02 FILLER               PIC X(1).
           02 HSLT-KEY             PIC X(10).
           02 FILLER               PIC X(1).
           02 HSLT-NEXT            PIC 9(8).
           02 FILLER               PIC X(1).
           02 HSLT-DATA            PIC X(120).
           02 HSLT-CONTROL-DATA REDEFINES HSLT-DATA.
              03 HSLT-HOME-SLOTS   PIC 9(8).
              03 FILLER            PIC X(1).
              03 HSLT-OVFL-HIGH    PIC 9(8).
              03 FILLER            PIC X(1).
              03 HSLT-FREE-HEAD    PIC 9(8).
              03 FILLER            PIC X(1).
              03 HSLT-RECORD-CNT   PIC 9(8).
              03 FILLER            PIC X(85).
           02 FILLER               PIC X(8).
