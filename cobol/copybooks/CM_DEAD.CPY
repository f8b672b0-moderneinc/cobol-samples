000000* The dead-letter dataset: one record per inbound message
      * CMROUTE could not deliver, appended cycle after cycle and
      * read by CMDEAD for the daily report and for resubmission.
      * 120 bytes:
      *   1-12   source terminal
      *   14-21  date and 23-28 time of the routing cycle that
      *          took it, 30-33 its number within that cycle -
      *          together the key a resubmit card names
      *   35-42  why it was refused:
      *            NORULE    no routing rule matches the text
      *            BADCHAIN  end key out of sequence or unknown
      *            OVERSIZE  length over 50 or unreadable
      *            NOSESSN   no session at the terminal
      *   44     end key, 46-49 length, both as received
      *   51-100 message text as received
      *   102-109 user signed on at the terminal, if any
       01 DLQ-REC.
           02 DLQ-SOURCE           PIC X(12).
           02 FILLER               PIC X(1).
           02 DLQ-DATE             PIC 9(8).
           02 FILLER               PIC X(1).
           02 DLQ-TIME             PIC 9(6).
           02 FILLER               PIC X(1).
           02 DLQ-SEQ              PIC 9(4).
           02 FILLER               PIC X(1).
           02 DLQ-REASON           PIC X(8).
              88 DLQ-NO-RULE             VALUE 'NORULE'.
              88 DLQ-BAD-CHAIN           VALUE 'BADCHAIN'.
              88 DLQ-OVERSIZE            VALUE 'OVERSIZE'.
              88 DLQ-NO-SESSION          VALUE 'NOSESSN'.
           02 FILLER               PIC X(1).
           02 DLQ-END-KEY          PIC X(1).
           02 FILLER               PIC X(1).
           02 DLQ-LENGTH           PIC X(4).
           02 FILLER               PIC X(1).
           02 DLQ-TEXT             PIC X(50).
           02 FILLER               PIC X(1).
           02 DLQ-USER-ID          PIC X(8).
           02 FILLER               PIC X(11).
