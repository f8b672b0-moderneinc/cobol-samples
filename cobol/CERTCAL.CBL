000000 IDENTIFICATION DIVISION.
       PROGRAM-ID.
           CERTCAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAL-CARD-FILE ASSIGN TO CALCRD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTCAL-CRD-STATUS.
           SELECT RUN-CALENDAR ASSIGN TO CALFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTCAL-CAL-STATUS.
           SELECT BASE-GENERATE-CARDS ASSIGN TO GENBASE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CERTCAL-BASE-STATUS.
           SELECT PROFILE-CARD-OUT ASSIGN TO PROFCRD
               ORGANIZATION IS SEQUENTIAL.
           SELECT TONIGHT-GENERATE-CARDS ASSIGN TO GENCRDS
               ORGANIZATION IS SEQUENTIAL.
           SELECT CALENDAR-REPORT ASSIGN TO CALRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      * Optional override cards, function in 1-8, operand from
      * column 10:
      *   DATE     yyyymmdd  resolve this date instead of today's
      *                      (a restart that runs past midnight
      *                      keeps the night it started on)
      *   PROFILE  name      run this profile tonight whatever the
      *                      calendar says; the volume tier still
      *                      comes from tonight's entry
      * Comment cards start with an asterisk.
       FD  CAL-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  CAL-CARD.
           02 CARD-FUNCTION        PIC X(8).
           02 FILLER               PIC X(1).
           02 CARD-OPERAND         PIC X(8).
           02 FILLER               PIC X(63).

       FD  RUN-CALENDAR
           LABEL RECORDS ARE STANDARD.
           COPY RUN_CAL.

      * The nightly CERTGEN parameter cards at tier 001: target
      * tag 1-8, record length 10-12, record count 14-20, the rest
      * as CERTGEN reads them.
       FD  BASE-GENERATE-CARDS
           LABEL RECORDS ARE STANDARD.
       01  BASE-GENERATE-CARD.
           02 BASE-TARGET-TAG      PIC X(8).
           02 FILLER               PIC X(1).
           02 BASE-RECORD-LENGTH   PIC X(3).
           02 FILLER               PIC X(1).
           02 BASE-RECORD-COUNT    PIC X(7).
           02 FILLER               PIC X(60).

      * The one card CERTPROF reads: tonight's profile in 1-8.
       FD  PROFILE-CARD-OUT
           LABEL RECORDS ARE STANDARD.
       01  PROFILE-CARD-REC        PIC X(80).

      * Tonight's CERTGEN cards, the base cards with every record
      * count multiplied by tonight's volume tier.
       FD  TONIGHT-GENERATE-CARDS
           LABEL RECORDS ARE STANDARD.
       01  TONIGHT-GENERATE-CARD.
           02 TGEN-TARGET-TAG      PIC X(8).
           02 FILLER               PIC X(1).
           02 TGEN-RECORD-LENGTH   PIC X(3).
           02 FILLER               PIC X(1).
           02 TGEN-RECORD-COUNT    PIC 9(7).
           02 FILLER               PIC X(60).

       FD  CALENDAR-REPORT
           LABEL RECORDS ARE STANDARD.
       01  CALENDAR-REPORT-REC     PIC X(120).

       WORKING-STORAGE SECTION.
       01  CERTCAL-CRD-STATUS      PIC XX  VALUE '00'.
       01  CERTCAL-CAL-STATUS      PIC XX  VALUE '00'.
       01  CERTCAL-BASE-STATUS     PIC XX  VALUE '00'.
       01  CERTCAL-EOF-SW          PIC X(3) VALUE 'NO'.
           88 CERTCAL-AT-EOF             VALUE 'YES'.
       01  CERTCAL-DATE-CARD-SW    PIC X(3) VALUE 'NO'.
           88 CERTCAL-DATE-GIVEN         VALUE 'YES'.
       01  CERTCAL-CARD-BAD-SW     PIC X(3) VALUE 'NO'.
           88 CERTCAL-CARD-REJECTED      VALUE 'YES'.
       01  CERTCAL-OVR-PROFILE     PIC X(8) VALUE SPACE.
       01  CERTCAL-TONIGHT         PIC 9(8) VALUE ZERO.
       01  CERTCAL-TONIGHT-INT     PIC 9(7) VALUE ZERO.
       01  CERTCAL-RUN-PROFILE     PIC X(8) VALUE SPACE.
       01  CERTCAL-RUN-TIER        PIC 9(3) VALUE 1.
       01  CERTCAL-RUN-SW          PIC X(3) VALUE 'NO'.
           88 CERTCAL-RUNS-TONIGHT       VALUE 'YES'.
       01  CERTCAL-RC              PIC 9(2) VALUE ZERO.
       01  CERTCAL-BAD-CNT         PIC 9(3) VALUE ZERO.
       01  CERTCAL-GEN-CNT         PIC 9(3) VALUE ZERO.
       01  CERTCAL-CAP-CNT         PIC 9(3) VALUE ZERO.
       01  CERTCAL-GAP-CNT         PIC 9(2) VALUE ZERO.
       01  CERTCAL-DAYS-DONE       PIC 9(2) VALUE ZERO.
       01  CERTCAL-SCALED-CNT      PIC 9(10) VALUE ZERO.
       01  CERTCAL-REASON          PIC X(40) VALUE SPACE.
       01  CERTCAL-REPORT-LINE     PIC X(120) VALUE SPACE.

       01  CERTCAL-DAY-NAMES       PIC X(21)
               VALUE 'SUNMONTUEWEDTHUFRISAT'.
       01  CERTCAL-DAY-TABLE REDEFINES CERTCAL-DAY-NAMES.
           02 CERTCAL-DAY-NAME OCCURS 7 TIMES PIC X(3).
       01  CERTCAL-DAY-SUB         PIC 9(1) VALUE ZERO.

      * The date being resolved, and the date being tried while
      * looking for a later business day in the same month.
       01  CERTCAL-RES-DATE        PIC 9(8) VALUE ZERO.
       01  CERTCAL-RES-PARTS REDEFINES CERTCAL-RES-DATE.
           02 CERTCAL-RES-YYYY     PIC 9(4).
           02 CERTCAL-RES-MM       PIC 9(2).
           02 CERTCAL-RES-DD       PIC 9(2).
       01  CERTCAL-RES-INT         PIC 9(7) VALUE ZERO.
       01  CERTCAL-RES-DAY-NO      PIC 9(1) VALUE ZERO.
       01  CERTCAL-RES-DAY         PIC X(3) VALUE SPACE.
       01  CERTCAL-LASTBD-SW       PIC X(3) VALUE 'NO'.
           88 CERTCAL-IS-LASTBD          VALUE 'YES'.
       01  CERTCAL-MONTH-DONE-SW   PIC X(3) VALUE 'NO'.
           88 CERTCAL-MONTH-DONE         VALUE 'YES'.
       01  CERTCAL-TRY-DATE        PIC 9(8) VALUE ZERO.
       01  CERTCAL-TRY-PARTS REDEFINES CERTCAL-TRY-DATE.
           02 CERTCAL-TRY-YYYY     PIC 9(4).
           02 CERTCAL-TRY-MM       PIC 9(2).
           02 CERTCAL-TRY-DD       PIC 9(2).
       01  CERTCAL-TRY-INT         PIC 9(7) VALUE ZERO.
       01  CERTCAL-TRY-DAY-NO      PIC 9(1) VALUE ZERO.
       01  CERTCAL-BUSINESS-SW     PIC X(3) VALUE 'NO'.
           88 CERTCAL-IS-BUSINESS        VALUE 'YES'.
       01  CERTCAL-CHECK-DATE      PIC X(8) VALUE SPACE.
       01  CERTCAL-CHECK-LAST      PIC 9(2) VALUE ZERO.
       01  CERTCAL-MONTH-DAYS      PIC X(24)
               VALUE '312831303130313130313031'.
       01  CERTCAL-MONTH-TABLE REDEFINES CERTCAL-MONTH-DAYS.
           02 CERTCAL-MONTH-LAST OCCURS 12 TIMES PIC 9(2).
       01  CERTCAL-FIT-SW          PIC X(3) VALUE 'NO'.
           88 CERTCAL-ENTRY-FITS         VALUE 'YES'.
       01  CERTCAL-BEST-SUB        PIC 9(3) VALUE ZERO.
       01  CERTCAL-BEST-RANK       PIC 9(1) VALUE ZERO.

      * The calendar as loaded.  Rank is how particular the
      * pattern is: 5 DATE, 4 LASTBD, 3 DOM, 2 a named DAY,
      * 1 WEEKDAY.  Day number is 0 Sunday through 6 Saturday.
       01  CERTCAL-ENT-USED        PIC 9(3) VALUE ZERO.
       01  CERTCAL-ENT-SUB         PIC 9(3) VALUE ZERO.
       01  CERTCAL-ENT-TABLE.
           02 CERTCAL-ENT-ENTRY OCCURS 200 TIMES.
              03 CERTCAL-ENT-PATTERN    PIC X(6).
              03 CERTCAL-ENT-VALUE      PIC X(8).
              03 CERTCAL-ENT-DATE       PIC 9(8).
              03 CERTCAL-ENT-DOM        PIC 9(2).
              03 CERTCAL-ENT-DAY-NO     PIC 9(1).
              03 CERTCAL-ENT-PROFILE    PIC X(8).
              03 CERTCAL-ENT-TIER       PIC 9(3).
              03 CERTCAL-ENT-DESC       PIC X(51).
              03 CERTCAL-ENT-RANK       PIC 9(1).

       PROCEDURE DIVISION.

      * Run calendar.  Resolves tonight's entry in the calendar -
      * the most particular of the DATE, LASTBD, DOM and DAY
      * patterns that fit - and hands it on: the profile as the
      * PROFCRD card CERTPROF expands, and the nightly CERTGEN
      * cards with their record counts multiplied by the entry's
      * volume tier as the GENCRDS cards CERTSPC forecasts space
      * from.  A 30-night look-ahead follows so the schedulers see
      * the month-end stress run and the holidays coming, and any
      * night the calendar does not cover.  RC=0 CERTRUN runs
      * tonight; RC=4 tonight is a no-run night (SKIP); RC=8 no
      * entry fits tonight, there is no calendar, or an override
      * card was rejected - CERTRUN must not run on any of these.
       MAINLINE.
           OPEN OUTPUT CALENDAR-REPORT
               PROFILE-CARD-OUT TONIGHT-GENERATE-CARDS.
           MOVE 'RUN CALENDAR RESOLUTION' TO CALENDAR-REPORT-REC.
           WRITE CALENDAR-REPORT-REC.
           MOVE SPACES TO CALENDAR-REPORT-REC.
           WRITE CALENDAR-REPORT-REC.
           PERFORM LOAD-CAL-CARDS.
           PERFORM LOAD-CALENDAR.
           IF CERTCAL-ENT-USED EQUAL TO ZERO
               MOVE 'NO CALENDAR ENTRIES - TONIGHT CANNOT BE RESOLVED'
                   TO CALENDAR-REPORT-REC
               WRITE CALENDAR-REPORT-REC
               CLOSE CALENDAR-REPORT
                   PROFILE-CARD-OUT TONIGHT-GENERATE-CARDS
               MOVE 8 TO RETURN-CODE
               GOBACK.
           IF NOT CERTCAL-DATE-GIVEN
               ACCEPT CERTCAL-TONIGHT FROM DATE YYYYMMDD.
           COMPUTE CERTCAL-TONIGHT-INT =
               FUNCTION INTEGER-OF-DATE (CERTCAL-TONIGHT).
           MOVE CERTCAL-TONIGHT TO CERTCAL-RES-DATE.
           PERFORM RESOLVE-DATE.
           PERFORM DECIDE-TONIGHT.
           IF CERTCAL-RUNS-TONIGHT
               MOVE SPACES TO PROFILE-CARD-REC
               MOVE CERTCAL-RUN-PROFILE TO PROFILE-CARD-REC (1:8)
               WRITE PROFILE-CARD-REC
               PERFORM WRITE-TONIGHT-GENERATE-CARDS.
           PERFORM WRITE-LOOK-AHEAD.
           CLOSE CALENDAR-REPORT
               PROFILE-CARD-OUT TONIGHT-GENERATE-CARDS.
           MOVE CERTCAL-RC TO RETURN-CODE.
           GOBACK.

       LOAD-CAL-CARDS.
           OPEN INPUT CAL-CARD-FILE.
           IF CERTCAL-CRD-STATUS EQUAL TO '00'
               MOVE 'NO' TO CERTCAL-EOF-SW
               PERFORM READ-ONE-CAL-CARD UNTIL CERTCAL-AT-EOF
               CLOSE CAL-CARD-FILE.

       READ-ONE-CAL-CARD.
           READ CAL-CARD-FILE
               AT END SET CERTCAL-AT-EOF TO TRUE.
           IF NOT CERTCAL-AT-EOF
               IF CAL-CARD (1:1) NOT EQUAL TO '*'
                   PERFORM APPLY-CAL-CARD
               END-IF
           END-IF.

       APPLY-CAL-CARD.
           IF CARD-FUNCTION EQUAL TO 'DATE'
               MOVE CARD-OPERAND TO CERTCAL-CHECK-DATE
               PERFORM VALIDATE-CHECK-DATE
               IF CERTCAL-REASON EQUAL TO SPACE
                   MOVE CERTCAL-CHECK-DATE TO CERTCAL-TONIGHT
                   SET CERTCAL-DATE-GIVEN TO TRUE
               ELSE
                   PERFORM REJECT-CAL-CARD
               END-IF
           ELSE IF CARD-FUNCTION EQUAL TO 'PROFILE'
               IF CARD-OPERAND EQUAL TO SPACE
                   MOVE 'NO PROFILE NAMED' TO CERTCAL-REASON
                   PERFORM REJECT-CAL-CARD
               ELSE
                   MOVE CARD-OPERAND TO CERTCAL-OVR-PROFILE
               END-IF
           ELSE
               MOVE 'UNKNOWN FUNCTION' TO CERTCAL-REASON
               PERFORM REJECT-CAL-CARD
           END-IF
           END-IF.

       REJECT-CAL-CARD.
           SET CERTCAL-CARD-REJECTED TO TRUE.
           MOVE SPACES TO CALENDAR-REPORT-REC.
           STRING 'CARD REJECTED - ' DELIMITED BY SIZE
                  CERTCAL-REASON DELIMITED BY '  '
                  ': ' DELIMITED BY SIZE
                  CAL-CARD (1:40) DELIMITED BY SIZE
               INTO CALENDAR-REPORT-REC.
           WRITE CALENDAR-REPORT-REC.

      * A date is good when it is numeric, its month is 01-12 and
      * its day is no later than that month's last - 20260231 is
      * not a date.
       VALIDATE-CHECK-DATE.
           MOVE SPACES TO CERTCAL-REASON.
           IF CERTCAL-CHECK-DATE NUMERIC
               MOVE CERTCAL-CHECK-DATE TO CERTCAL-TRY-DATE
           ELSE
               MOVE ZERO TO CERTCAL-TRY-DATE.
           IF CERTCAL-CHECK-DATE NOT NUMERIC
               MOVE 'DATE NOT NUMERIC' TO CERTCAL-REASON
           ELSE IF CERTCAL-TRY-YYYY LESS THAN 1601
                   OR CERTCAL-TRY-MM LESS THAN 1
                   OR CERTCAL-TRY-MM GREATER THAN 12
                   OR CERTCAL-TRY-DD LESS THAN 1
               MOVE 'NOT A CALENDAR DATE' TO CERTCAL-REASON
           ELSE
               MOVE CERTCAL-MONTH-LAST (CERTCAL-TRY-MM)
                   TO CERTCAL-CHECK-LAST
               IF CERTCAL-TRY-MM EQUAL TO 2
                       AND FUNCTION MOD (CERTCAL-TRY-YYYY, 4) EQUAL 0
                   IF FUNCTION MOD (CERTCAL-TRY-YYYY, 100) NOT EQUAL 0
                           OR FUNCTION MOD (CERTCAL-TRY-YYYY, 400)
                               EQUAL 0
                       MOVE 29 TO CERTCAL-CHECK-LAST
                   END-IF
               END-IF
               IF CERTCAL-TRY-DD GREATER THAN CERTCAL-CHECK-LAST
                   MOVE 'NOT A CALENDAR DATE' TO CERTCAL-REASON
               END-IF
           END-IF
           END-IF.

       LOAD-CALENDAR.
           OPEN INPUT RUN-CALENDAR.
           IF CERTCAL-CAL-STATUS EQUAL TO '00'
               MOVE 'NO' TO CERTCAL-EOF-SW
               PERFORM READ-ONE-CALENDAR-REC UNTIL CERTCAL-AT-EOF
               CLOSE RUN-CALENDAR
           ELSE
               MOVE 'CALENDAR DATASET COULD NOT BE OPENED'
                   TO CALENDAR-REPORT-REC
               WRITE CALENDAR-REPORT-REC.
           IF CERTCAL-BAD-CNT GREATER THAN ZERO
               MOVE SPACES TO CALENDAR-REPORT-REC
               WRITE CALENDAR-REPORT-REC.

       READ-ONE-CALENDAR-REC.
           READ RUN-CALENDAR
               AT END SET CERTCAL-AT-EOF TO TRUE.
           IF NOT CERTCAL-AT-EOF
               IF RUN-CAL-REC (1:1) NOT EQUAL TO '*'
                   PERFORM ADD-CALENDAR-ENTRY
               END-IF
           END-IF.

       ADD-CALENDAR-ENTRY.
           IF CERTCAL-ENT-USED NOT LESS THAN 200
               MOVE 'MORE THAN 200 ENTRIES' TO CERTCAL-REASON
               PERFORM IGNORE-CALENDAR-REC
           ELSE
               ADD 1 TO CERTCAL-ENT-USED
               MOVE CERTCAL-ENT-USED TO CERTCAL-ENT-SUB
               MOVE CAL-PATTERN TO CERTCAL-ENT-PATTERN (CERTCAL-ENT-SUB)
               MOVE CAL-VALUE TO CERTCAL-ENT-VALUE (CERTCAL-ENT-SUB)
               MOVE CAL-PROFILE TO CERTCAL-ENT-PROFILE (CERTCAL-ENT-SUB)
               MOVE CAL-DESCRIPTION
                   TO CERTCAL-ENT-DESC (CERTCAL-ENT-SUB)
               MOVE ZERO TO CERTCAL-ENT-DATE (CERTCAL-ENT-SUB)
                   CERTCAL-ENT-DOM (CERTCAL-ENT-SUB)
                   CERTCAL-ENT-DAY-NO (CERTCAL-ENT-SUB)
               PERFORM VALIDATE-CALENDAR-ENTRY
               IF CERTCAL-REASON NOT EQUAL TO SPACE
                   SUBTRACT 1 FROM CERTCAL-ENT-USED
                   PERFORM IGNORE-CALENDAR-REC
               END-IF
           END-IF.

       VALIDATE-CALENDAR-ENTRY.
           MOVE SPACES TO CERTCAL-REASON.
           IF CAL-PATTERN EQUAL TO 'DATE'
               MOVE 5 TO CERTCAL-ENT-RANK (CERTCAL-ENT-SUB)
               MOVE CAL-VALUE TO CERTCAL-CHECK-DATE
               PERFORM VALIDATE-CHECK-DATE
               IF CERTCAL-REASON EQUAL TO SPACE
                   MOVE CERTCAL-CHECK-DATE
                       TO CERTCAL-ENT-DATE (CERTCAL-ENT-SUB)
               END-IF
           ELSE IF CAL-PATTERN EQUAL TO 'LASTBD'
               MOVE 4 TO CERTCAL-ENT-RANK (CERTCAL-ENT-SUB)
               IF CAL-VALUE NOT EQUAL TO SPACE
                   MOVE 'LASTBD TAKES NO VALUE' TO CERTCAL-REASON
               END-IF
           ELSE IF CAL-PATTERN EQUAL TO 'DOM'
               MOVE 3 TO CERTCAL-ENT-RANK (CERTCAL-ENT-SUB)
               IF CAL-VALUE (1:2) NOT NUMERIC
                       OR CAL-VALUE (3:6) NOT EQUAL TO SPACE
                   MOVE 'DAY OF MONTH NOT 01-31' TO CERTCAL-REASON
               ELSE IF CAL-VALUE (1:2) LESS THAN '01'
                       OR CAL-VALUE (1:2) GREATER THAN '31'
                   MOVE 'DAY OF MONTH NOT 01-31' TO CERTCAL-REASON
               ELSE
                   MOVE CAL-VALUE (1:2)
                       TO CERTCAL-ENT-DOM (CERTCAL-ENT-SUB)
               END-IF
               END-IF
           ELSE IF CAL-PATTERN EQUAL TO 'DAY'
               PERFORM VALIDATE-DAY-VALUE
           ELSE
               MOVE 'UNKNOWN PATTERN' TO CERTCAL-REASON
           END-IF
           END-IF
           END-IF
           END-IF.
           IF CERTCAL-REASON EQUAL TO SPACE
               PERFORM VALIDATE-PROFILE-AND-TIER.

       VALIDATE-DAY-VALUE.
           IF CAL-VALUE EQUAL TO 'WEEKDAY'
               MOVE 1 TO CERTCAL-ENT-RANK (CERTCAL-ENT-SUB)
           ELSE
               MOVE 2 TO CERTCAL-ENT-RANK (CERTCAL-ENT-SUB)
               MOVE ZERO TO CERTCAL-DAY-SUB
               MOVE 'NO' TO CERTCAL-FIT-SW
               PERFORM FIND-DAY-NAME UNTIL CERTCAL-ENTRY-FITS
                   OR CERTCAL-DAY-SUB NOT LESS THAN 7
               IF CERTCAL-ENTRY-FITS
                       AND CAL-VALUE (4:5) EQUAL TO SPACE
                   SUBTRACT 1 FROM CERTCAL-DAY-SUB
                       GIVING CERTCAL-ENT-DAY-NO (CERTCAL-ENT-SUB)
               ELSE
                   MOVE 'DAY NOT MON-SUN OR WEEKDAY' TO CERTCAL-REASON
               END-IF
           END-IF.

       FIND-DAY-NAME.
           ADD 1 TO CERTCAL-DAY-SUB.
           IF CERTCAL-DAY-NAME (CERTCAL-DAY-SUB) EQUAL TO
                   CAL-VALUE (1:3)
               SET CERTCAL-ENTRY-FITS TO TRUE.

       VALIDATE-PROFILE-AND-TIER.
           IF CAL-PROFILE EQUAL TO SPACE
               MOVE 'NO PROFILE' TO CERTCAL-REASON
           ELSE IF CAL-TIER EQUAL TO SPACE
               MOVE 1 TO CERTCAL-ENT-TIER (CERTCAL-ENT-SUB)
           ELSE IF CAL-TIER NOT NUMERIC
               MOVE 'VOLUME TIER NOT NUMERIC' TO CERTCAL-REASON
           ELSE IF CAL-TIER EQUAL TO '000'
               MOVE 'VOLUME TIER ZERO' TO CERTCAL-REASON
           ELSE
               MOVE CAL-TIER TO CERTCAL-ENT-TIER (CERTCAL-ENT-SUB)
           END-IF
           END-IF
           END-IF
           END-IF.

       IGNORE-CALENDAR-REC.
           ADD 1 TO CERTCAL-BAD-CNT.
           MOVE SPACES TO CALENDAR-REPORT-REC.
           STRING 'CALENDAR RECORD IGNORED - ' DELIMITED BY SIZE
                  CERTCAL-REASON DELIMITED BY '  '
                  ': ' DELIMITED BY SIZE
                  RUN-CAL-REC (1:60) DELIMITED BY SIZE
               INTO CALENDAR-REPORT-REC.
           WRITE CALENDAR-REPORT-REC.

      * Resolves the date in CERTCAL-RES-DATE to the most
      * particular entry that fits it (CERTCAL-BEST-SUB, zero when
      * none does).  Day 1 of the INTEGER-OF-DATE epoch was a
      * Monday, so the day number by seven is 1 for Monday through
      * 6 for Saturday and 0 for Sunday.
       RESOLVE-DATE.
           COMPUTE CERTCAL-RES-INT =
               FUNCTION INTEGER-OF-DATE (CERTCAL-RES-DATE).
           COMPUTE CERTCAL-RES-DAY-NO =
               FUNCTION MOD (CERTCAL-RES-INT, 7).
           MOVE CERTCAL-DAY-NAME (CERTCAL-RES-DAY-NO + 1)
               TO CERTCAL-RES-DAY.
           PERFORM TEST-LAST-BUSINESS-DAY.
           MOVE ZERO TO CERTCAL-BEST-SUB CERTCAL-BEST-RANK
               CERTCAL-ENT-SUB.
           PERFORM MATCH-ONE-ENTRY
               UNTIL CERTCAL-ENT-SUB NOT LESS THAN CERTCAL-ENT-USED.

      * The date is the month's last business day when it is one
      * itself and no later day of the same month is.
       TEST-LAST-BUSINESS-DAY.
           MOVE CERTCAL-RES-INT TO CERTCAL-TRY-INT.
           MOVE CERTCAL-RES-DATE TO CERTCAL-TRY-DATE.
           PERFORM TEST-BUSINESS-DAY.
           MOVE CERTCAL-BUSINESS-SW TO CERTCAL-LASTBD-SW.
           MOVE 'NO' TO CERTCAL-MONTH-DONE-SW.
           PERFORM TRY-NEXT-DAY-OF-MONTH
               UNTIL CERTCAL-MONTH-DONE OR NOT CERTCAL-IS-LASTBD.

       TRY-NEXT-DAY-OF-MONTH.
           ADD 1 TO CERTCAL-TRY-INT.
           COMPUTE CERTCAL-TRY-DATE =
               FUNCTION DATE-OF-INTEGER (CERTCAL-TRY-INT).
           IF CERTCAL-TRY-MM NOT EQUAL TO CERTCAL-RES-MM
               SET CERTCAL-MONTH-DONE TO TRUE
           ELSE
               PERFORM TEST-BUSINESS-DAY
               IF CERTCAL-IS-BUSINESS
                   MOVE 'NO' TO CERTCAL-LASTBD-SW
               END-IF
           END-IF.

      * A business day is Monday to Friday and not a holiday - a
      * DATE entry whose profile is SKIP.
       TEST-BUSINESS-DAY.
           COMPUTE CERTCAL-TRY-DAY-NO =
               FUNCTION MOD (CERTCAL-TRY-INT, 7).
           IF CERTCAL-TRY-DAY-NO EQUAL TO 0 OR 6
               MOVE 'NO' TO CERTCAL-BUSINESS-SW
           ELSE
               SET CERTCAL-IS-BUSINESS TO TRUE
               MOVE ZERO TO CERTCAL-ENT-SUB
               PERFORM CHECK-ONE-HOLIDAY UNTIL NOT CERTCAL-IS-BUSINESS
                   OR CERTCAL-ENT-SUB NOT LESS THAN CERTCAL-ENT-USED
           END-IF.

       CHECK-ONE-HOLIDAY.
           ADD 1 TO CERTCAL-ENT-SUB.
           IF CERTCAL-ENT-RANK (CERTCAL-ENT-SUB) EQUAL TO 5
                   AND CERTCAL-ENT-DATE (CERTCAL-ENT-SUB)
                       EQUAL TO CERTCAL-TRY-DATE
                   AND CERTCAL-ENT-PROFILE (CERTCAL-ENT-SUB)
                       EQUAL TO 'SKIP'
               MOVE 'NO' TO CERTCAL-BUSINESS-SW.

       MATCH-ONE-ENTRY.
           ADD 1 TO CERTCAL-ENT-SUB.
           MOVE 'NO' TO CERTCAL-FIT-SW.
           IF CERTCAL-ENT-RANK (CERTCAL-ENT-SUB) EQUAL TO 5
               IF CERTCAL-ENT-DATE (CERTCAL-ENT-SUB)
                       EQUAL TO CERTCAL-RES-DATE
                   SET CERTCAL-ENTRY-FITS TO TRUE
               END-IF
           ELSE IF CERTCAL-ENT-RANK (CERTCAL-ENT-SUB) EQUAL TO 4
               IF CERTCAL-IS-LASTBD
                   SET CERTCAL-ENTRY-FITS TO TRUE
               END-IF
           ELSE IF CERTCAL-ENT-RANK (CERTCAL-ENT-SUB) EQUAL TO 3
               IF CERTCAL-ENT-DOM (CERTCAL-ENT-SUB)
                       EQUAL TO CERTCAL-RES-DD
                   SET CERTCAL-ENTRY-FITS TO TRUE
               END-IF
           ELSE IF CERTCAL-ENT-RANK (CERTCAL-ENT-SUB) EQUAL TO 2
               IF CERTCAL-ENT-DAY-NO (CERTCAL-ENT-SUB)
                       EQUAL TO CERTCAL-RES-DAY-NO
                   SET CERTCAL-ENTRY-FITS TO TRUE
               END-IF
           ELSE
               IF CERTCAL-RES-DAY-NO NOT EQUAL TO 0
                       AND CERTCAL-RES-DAY-NO NOT EQUAL TO 6
                   SET CERTCAL-ENTRY-FITS TO TRUE
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           IF CERTCAL-ENTRY-FITS
                   AND CERTCAL-ENT-RANK (CERTCAL-ENT-SUB)
                       GREATER THAN CERTCAL-BEST-RANK
               MOVE CERTCAL-ENT-SUB TO CERTCAL-BEST-SUB
               MOVE CERTCAL-ENT-RANK (CERTCAL-ENT-SUB)
                   TO CERTCAL-BEST-RANK.

      * Tonight's decision.  A PROFILE card overrides the profile
      * even on a SKIP night or a night with no entry (then at
      * tier 001); a rejected card stops the run whatever the
      * calendar says.
       DECIDE-TONIGHT.
           MOVE 'TONIGHT' TO CERTCAL-REPORT-LINE.
           PERFORM BUILD-NIGHT-LINE.
           MOVE CERTCAL-REPORT-LINE TO CALENDAR-REPORT-REC.
           WRITE CALENDAR-REPORT-REC.
           MOVE SPACES TO CALENDAR-REPORT-REC.
           IF CERTCAL-BEST-SUB GREATER THAN ZERO
               MOVE CERTCAL-ENT-PROFILE (CERTCAL-BEST-SUB)
                   TO CERTCAL-RUN-PROFILE
               MOVE CERTCAL-ENT-TIER (CERTCAL-BEST-SUB)
                   TO CERTCAL-RUN-TIER.
           IF CERTCAL-OVR-PROFILE NOT EQUAL TO SPACE
               STRING 'PROFILE CARD OVERRIDES THE CALENDAR: '
                          DELIMITED BY SIZE
                      CERTCAL-OVR-PROFILE DELIMITED BY SPACE
                   INTO CALENDAR-REPORT-REC
               WRITE CALENDAR-REPORT-REC
               MOVE SPACES TO CALENDAR-REPORT-REC
               MOVE CERTCAL-OVR-PROFILE TO CERTCAL-RUN-PROFILE.
           IF CERTCAL-CARD-REJECTED
               MOVE 'A CALCRD CARD WAS REJECTED - CERTRUN DOES NOT RUN'
                   TO CALENDAR-REPORT-REC
               MOVE 8 TO CERTCAL-RC
           ELSE IF CERTCAL-RUN-PROFILE EQUAL TO SPACE
               MOVE 'NO ENTRY FITS TONIGHT - CERTRUN DOES NOT RUN'
                   TO CALENDAR-REPORT-REC
               MOVE 8 TO CERTCAL-RC
           ELSE IF CERTCAL-RUN-PROFILE EQUAL TO 'SKIP'
               MOVE 'TONIGHT IS A NO-RUN NIGHT - CERTRUN DOES NOT RUN'
                   TO CALENDAR-REPORT-REC
               MOVE 4 TO CERTCAL-RC
           ELSE
               SET CERTCAL-RUNS-TONIGHT TO TRUE
               STRING 'CERTRUN RUNS PROFILE ' DELIMITED BY SIZE
                      CERTCAL-RUN-PROFILE DELIMITED BY SPACE
                      ' AT VOLUME TIER ' DELIMITED BY SIZE
                      CERTCAL-RUN-TIER DELIMITED BY SIZE
                   INTO CALENDAR-REPORT-REC
           END-IF
           END-IF
           END-IF.
           WRITE CALENDAR-REPORT-REC.

      * Builds the report line for CERTCAL-RES-DATE after it has
      * been resolved; the caller has put its label in 1-8.
       BUILD-NIGHT-LINE.
           STRING CERTCAL-RES-YYYY '-' CERTCAL-RES-MM '-'
                  CERTCAL-RES-DD ' ' CERTCAL-RES-DAY
                  DELIMITED BY SIZE
               INTO CERTCAL-REPORT-LINE (10:14).
           IF CERTCAL-BEST-SUB EQUAL TO ZERO
               MOVE '*** NO CALENDAR ENTRY - CERTRUN WILL NOT RUN'
                   TO CERTCAL-REPORT-LINE (26:)
           ELSE
               STRING CERTCAL-ENT-PROFILE (CERTCAL-BEST-SUB)
                      '  ' CERTCAL-ENT-TIER (CERTCAL-BEST-SUB)
                      '  ' CERTCAL-ENT-PATTERN (CERTCAL-BEST-SUB)
                      ' ' CERTCAL-ENT-VALUE (CERTCAL-BEST-SUB)
                      '  ' CERTCAL-ENT-DESC (CERTCAL-BEST-SUB)
                      DELIMITED BY SIZE
                   INTO CERTCAL-REPORT-LINE (26:)
           END-IF.
           IF CERTCAL-IS-LASTBD
               MOVE 'MONTH-END' TO CERTCAL-REPORT-LINE (112:).

      * Scales every base CERTGEN card by tonight's tier; a count
      * that would pass 9999999 is held there and reported.
       WRITE-TONIGHT-GENERATE-CARDS.
           OPEN INPUT BASE-GENERATE-CARDS.
           IF CERTCAL-BASE-STATUS EQUAL TO '00'
               MOVE 'NO' TO CERTCAL-EOF-SW
               PERFORM SCALE-ONE-GENERATE-CARD UNTIL CERTCAL-AT-EOF
               CLOSE BASE-GENERATE-CARDS
               MOVE SPACES TO CALENDAR-REPORT-REC
               STRING CERTCAL-GEN-CNT DELIMITED BY SIZE
                      ' CERTGEN CARDS WRITTEN FOR TONIGHT, '
                          DELIMITED BY SIZE
                      CERTCAL-CAP-CNT DELIMITED BY SIZE
                      ' HELD AT THE 9999999 RECORD LIMIT'
                          DELIMITED BY SIZE
                   INTO CALENDAR-REPORT-REC
               WRITE CALENDAR-REPORT-REC
           ELSE
               MOVE 'NO BASE CERTGEN CARDS - GENCRDS LEFT EMPTY'
                   TO CALENDAR-REPORT-REC
               WRITE CALENDAR-REPORT-REC.

       SCALE-ONE-GENERATE-CARD.
           READ BASE-GENERATE-CARDS
               AT END SET CERTCAL-AT-EOF TO TRUE.
           IF NOT CERTCAL-AT-EOF
               IF BASE-GENERATE-CARD (1:1) NOT EQUAL TO '*'
                   PERFORM WRITE-SCALED-CARD
               END-IF
           END-IF.

       WRITE-SCALED-CARD.
           MOVE BASE-GENERATE-CARD TO TONIGHT-GENERATE-CARD.
           IF BASE-RECORD-COUNT NUMERIC
               COMPUTE CERTCAL-SCALED-CNT =
                   CERTCAL-RUN-TIER * TGEN-RECORD-COUNT
               IF CERTCAL-SCALED-CNT GREATER THAN 9999999
                   MOVE 9999999 TO TGEN-RECORD-COUNT
                   ADD 1 TO CERTCAL-CAP-CNT
                   MOVE SPACES TO CALENDAR-REPORT-REC
                   STRING 'RECORD COUNT HELD AT 9999999 FOR '
                              DELIMITED BY SIZE
                          BASE-TARGET-TAG DELIMITED BY SIZE
                       INTO CALENDAR-REPORT-REC
                   WRITE CALENDAR-REPORT-REC
               ELSE
                   MOVE CERTCAL-SCALED-CNT TO TGEN-RECORD-COUNT
               END-IF
           END-IF.
           WRITE TONIGHT-GENERATE-CARD.
           ADD 1 TO CERTCAL-GEN-CNT.

      * The 30 nights from tonight, each resolved as tonight was.
       WRITE-LOOK-AHEAD.
           MOVE SPACES TO CALENDAR-REPORT-REC.
           WRITE CALENDAR-REPORT-REC.
           MOVE '30-NIGHT LOOK-AHEAD' TO CALENDAR-REPORT-REC.
           WRITE CALENDAR-REPORT-REC.
           MOVE SPACES TO CALENDAR-REPORT-REC.
           MOVE 'NIGHT' TO CALENDAR-REPORT-REC (1:5).
           MOVE 'DATE' TO CALENDAR-REPORT-REC (10:4).
           MOVE 'DAY' TO CALENDAR-REPORT-REC (21:3).
           MOVE 'PROFILE' TO CALENDAR-REPORT-REC (26:7).
           MOVE 'TIER' TO CALENDAR-REPORT-REC (36:4).
           MOVE 'RULE' TO CALENDAR-REPORT-REC (41:4).
           MOVE 'DESCRIPTION' TO CALENDAR-REPORT-REC (58:11).
           WRITE CALENDAR-REPORT-REC.
           MOVE ZERO TO CERTCAL-DAYS-DONE.
           PERFORM LOOK-AHEAD-ONE-NIGHT
               UNTIL CERTCAL-DAYS-DONE NOT LESS THAN 30.
           MOVE SPACES TO CALENDAR-REPORT-REC.
           WRITE CALENDAR-REPORT-REC.
           IF CERTCAL-GAP-CNT EQUAL TO ZERO
               MOVE 'EVERY NIGHT IN THE LOOK-AHEAD HAS AN ENTRY'
                   TO CALENDAR-REPORT-REC
           ELSE
               STRING CERTCAL-GAP-CNT DELIMITED BY SIZE
                      ' NIGHTS IN THE LOOK-AHEAD HAVE NO ENTRY - '
                          DELIMITED BY SIZE
                      'ADD THEM BEFORE THEY COME ROUND'
                          DELIMITED BY SIZE
                   INTO CALENDAR-REPORT-REC.
           WRITE CALENDAR-REPORT-REC.

       LOOK-AHEAD-ONE-NIGHT.
           COMPUTE CERTCAL-RES-DATE = FUNCTION DATE-OF-INTEGER
               (CERTCAL-TONIGHT-INT + CERTCAL-DAYS-DONE).
           PERFORM RESOLVE-DATE.
           ADD 1 TO CERTCAL-DAYS-DONE.
           MOVE SPACES TO CERTCAL-REPORT-LINE.
           MOVE CERTCAL-DAYS-DONE TO CERTCAL-REPORT-LINE (4:2).
           PERFORM BUILD-NIGHT-LINE.
           IF CERTCAL-BEST-SUB EQUAL TO ZERO
               ADD 1 TO CERTCAL-GAP-CNT.
           MOVE CERTCAL-REPORT-LINE TO CALENDAR-REPORT-REC.
           WRITE CALENDAR-REPORT-REC.
