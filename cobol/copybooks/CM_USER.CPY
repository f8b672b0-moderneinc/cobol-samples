000000* The terminal sign-on dataset the security group maintains
      * with CMPWSET, one record per user, 80 bytes:
      *   1-8    user id
      *   10-18  password hash from CMPWHSH (the password itself
      *          is never kept)
      *   20-27  date the password was last set
       01 USER-REC.
           02 USR-USER-ID          PIC X(8).
           02 FILLER               PIC X(1).
           02 USR-PW-HASH          PIC 9(9).
           02 FILLER               PIC X(1).
           02 USR-SET-DATE         PIC 9(8).
           02 FILLER               PIC X(53).
