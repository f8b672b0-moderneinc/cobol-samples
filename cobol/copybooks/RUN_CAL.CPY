000000* The run calendar that says which profile CERTRUN runs each
      * night and at what CERTGEN volume.  80 bytes:
      *   pattern 1-6    DAY     value MON..SUN, or WEEKDAY for
      *                          Monday through Friday
      *                  DOM     value the day of the month, 01-31
      *                  LASTBD  the month's last business day (no
      *                          value): the last Monday-Friday not
      *                          declared a holiday by a DATE SKIP
      *                  DATE    value one date, yyyymmdd
      *   value 8-15, profile 17-24 (a CERTPROF profile, or SKIP
      *   for no run), volume tier 26-28 (the multiplier applied
      *   to every CERTGEN record count - 001 nightly, 010 and 100
      *   the stress volumes; blank means 001), description 30-80.
      * When several entries fit a night the most particular wins:
      * DATE, then LASTBD, then DOM, then a named DAY, then
      * WEEKDAY; between equals, the first in the dataset.
      * Comment records start with an asterisk.
       01 RUN-CAL-REC.
           02 CAL-PATTERN          PIC X(6).
           02 FILLER               PIC X(1).
           02 CAL-VALUE            PIC X(8).
           02 FILLER               PIC X(1).
           02 CAL-PROFILE          PIC X(8).
           02 FILLER               PIC X(1).
           02 CAL-TIER             PIC X(3).
           02 FILLER               PIC X(1).
           02 CAL-DESCRIPTION      PIC X(51).
