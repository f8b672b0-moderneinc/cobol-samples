000000* The IXMAINT journal: one record per applied change to
      * IX-FD1, carrying both images so any change can be audited,
      * undone by BACKOUT or replayed by IXREST.  561 bytes:
      *   1-6    journal sequence     23-30  date    32-37 time
      *   8-10   verb                 39-278 before image
      *   12-21  record key           280-519 after image
      *          (for an RKY re-key the old key; the new key is
      *          the one in the after image)
      *   521-528 submitting (maker) user id
      *   530-537 releasing (checker) user id, blank for a change
      *           outside the two-person rule
      *   539-546 date and 548-553 time the APPLY run started - kept
      *           through a RESTART, so every change of one run
      *           carries the same run stamp
      *   555-560 the transaction's position in that run's deck,
      *           zero for an item released from pending approval
       01 JOURNAL-REC.
           02 JRNL-SEQ             PIC 9(6).
           02 FILLER               PIC X(1).
           02 JRNL-VERB            PIC X(3).
           02 FILLER               PIC X(1).
           02 JRNL-KEY             PIC X(10).
           02 FILLER               PIC X(1).
           02 JRNL-DATE            PIC 9(8).
           02 FILLER               PIC X(1).
           02 JRNL-TIME            PIC 9(6).
           02 FILLER               PIC X(1).
           02 JRNL-BEFORE-IMAGE    PIC X(240).
           02 FILLER               PIC X(1).
           02 JRNL-AFTER-IMAGE     PIC X(240).
           02 FILLER               PIC X(1).
           02 JRNL-USER-ID         PIC X(8).
           02 FILLER               PIC X(1).
           02 JRNL-CHECKER-ID      PIC X(8).
           02 FILLER               PIC X(1).
           02 JRNL-RUN-DATE        PIC 9(8).
           02 FILLER               PIC X(1).
           02 JRNL-RUN-TIME        PIC 9(6).
           02 FILLER               PIC X(1).
           02 JRNL-DECK-NO         PIC 9(6).
           02 FILLER               PIC X(1).
