000000* The change-freeze calendar the business declares around
      * month-end and audit weeks, honored by every utility that
      * changes master data.  80 bytes, two record types:
      *   FREEZE  1-6, from date 8-15 through to date 17-24, the
      *           data frozen 26-43 (IX-FD1, a relative or
      *           sequential master's name, a DB2 table, or *ALL),
      *           reason 45-80
      *   OVERRD  1-6, user id 8-15 allowed to change frozen data
      *           in an emergency, reason 17-80
      * Comment records start with an asterisk.
       01 FRZ-CAL-REC.
           02 FRZ-REC-TYPE         PIC X(6).
           02 FILLER               PIC X(1).
           02 FRZ-FROM-DATE        PIC X(8).
           02 FILLER               PIC X(1).
           02 FRZ-TO-DATE          PIC X(8).
           02 FILLER               PIC X(1).
           02 FRZ-DATA-NAME        PIC X(18).
           02 FILLER               PIC X(1).
           02 FRZ-CAL-REASON       PIC X(36).
       01 FRZ-OVERRIDE-REC.
           02 FILLER               PIC X(7).
           02 FRZ-OVR-USER         PIC X(8).
           02 FILLER               PIC X(1).
           02 FRZ-OVR-REASON       PIC X(64).
