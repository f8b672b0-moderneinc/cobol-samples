000000* IX-FD1 key reservations issued by IXKEYGEN, one per key, and
      * checked by the IXMAINT ADD edit.  80 bytes:
      *   1-10   the full key, check digit in position 10
      *   12     status: R reserved, awaiting its ADD
      *                  U used, the key is on IX-FD1
      *   14-21  date reserved        23-30  requesting user id
      *   32-36  check-digit mode     38-45  date found on IX-FD1
       01 KEY-RSV-REC.
           02 RSV-KEY              PIC X(10).
           02 FILLER               PIC X(1).
           02 RSV-STATUS           PIC X(1).
           02 FILLER               PIC X(1).
           02 RSV-DATE             PIC 9(8).
           02 FILLER               PIC X(1).
           02 RSV-REQUESTER        PIC X(8).
           02 FILLER               PIC X(1).
           02 RSV-MODE             PIC X(5).
           02 FILLER               PIC X(1).
           02 RSV-USED-DATE        PIC 9(8).
           02 FILLER               PIC X(35).
