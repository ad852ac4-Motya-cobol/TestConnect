      *****************************************************************
      * CAL_FN - the shop business calendar. One module answers
      * "is this a working day" for every program whose policy is
      * business days rather than calendar days: payroll-export
      * proration, release of matured pending transactions,
      * suspense aging, alert escalation and the SLA trend window.
      * The calendar is the BUSCAL DD, maintained by hand like the
      * other reference decks, one card per entry:
      *    H yyyy-mm-dd description   company holiday
      *    C yyyy-mm-dd description   month-end close day - a
      *                               business day, but one a
      *                               caller can ask to pass over
      *    W DDD                      a weekend day of the week
      *                               (MON TUE WED THU FRI SAT SUN),
      *                               one card each - without any W
      *                               card the weekend is SAT and SUN
      * each field followed by a blank, LRECL 43. A card with a bad
      * kind, date or day name is listed and ignored; a date entered
      * twice counts once.
      * The deck is read on the first call and held for the rest of
      * the step. Without BUSCAL every day is a business day, so a
      * caller simply gets calendar-day arithmetic - what it did
      * before there was a calendar.
      * Function requested by the caller in LN-CAL-FUNC:
      *    BD - classify LN-CAL-DATE-INT (LN-CAL-DAY-KIND)
      *    NB - first business day on or after LN-CAL-DATE-INT
      *    AD - step LN-CAL-DAYS business days from LN-CAL-DATE-INT
      *    CT - business days from LN-CAL-DATE-INT through
      *         LN-CAL-TO-INT, both ends included
      * Day numbers are FUNCTION INTEGER-OF-DATE values; day 1,
      * 1601-01-01, was a Monday, which fixes the day of the week.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAL_FN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CAL-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CAL-RECORD.
           05 CAL-KIND                  PIC X(1).
           05 FILLER                    PIC X(1).
           05 CAL-DATE                  PIC X(10).
           05 FILLER                    PIC X(1).
           05 CAL-DESC                  PIC X(30).
      *
       WORKING-STORAGE SECTION.
       01  WS-CAL-STATUS        PIC X(2) VALUE SPACES.
       01  WS-CAL-EOF-SW        PIC X(1) VALUE "N".
           88 WS-CAL-EOF             VALUE "Y".
      * first-call switch - the deck is read once per step
       01  WS-INIT-SW           PIC X(1) VALUE "N".
           88 WS-INIT-DONE           VALUE "Y".
       01  WS-LOADED-SW         PIC X(1) VALUE "N".
           88 WS-CAL-FILE-READ       VALUE "Y".
      * the weekend by day of the week, 1 Monday through 7 Sunday
       01  WS-WEEKEND-CARD-SW   PIC X(1) VALUE "N".
           88 WS-WEEKEND-CARD-SEEN   VALUE "Y".
       01  WS-WEEKEND-FLAGS     PIC X(7) VALUE "NNNNNYY".
       01  WS-WEEKEND-TABLE REDEFINES WS-WEEKEND-FLAGS.
           05 WS-WEEKEND-DAY OCCURS 7 TIMES PIC X(1).
       01  WS-WORK-DAYS-PER-WEEK PIC S9(4) COMP VALUE 5.
       01  WS-DAY-NAMES         PIC X(21)
                    VALUE "MONTUEWEDTHUFRISATSUN".
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
           05 WS-DAY-NAME OCCURS 7 TIMES PIC X(3).
      * holidays and close days, one entry per date
       01  WS-CAL-COUNT         PIC S9(4) COMP VALUE ZERO.
       01  WS-CAL-MAX           PIC S9(4) COMP VALUE 2000.
       01  WS-CAL-IX            PIC S9(4) COMP VALUE ZERO.
       01  WS-CAL-FOUND-SW      PIC X(1) VALUE "N".
           88 WS-CAL-FOUND           VALUE "Y".
       01  WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 2000 TIMES.
              10 WS-CE-INT          PIC S9(9) COMP.
              10 WS-CE-KIND         PIC X(1).
       01  WS-CARD-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-CARD-BAD-COUNT    PIC 9(7) VALUE ZERO.
      * date and day-of-week work
       01  WS-CARD-DATE-9       PIC 9(8) VALUE ZERO.
       01  WS-CARD-DATE-X REDEFINES WS-CARD-DATE-9
                                PIC X(8).
       01  WS-CARD-MM           PIC 9(2) VALUE ZERO.
       01  WS-CARD-DD           PIC 9(2) VALUE ZERO.
       01  WS-CARD-INT          PIC S9(9) COMP VALUE ZERO.
       01  WS-DOW-IX            PIC S9(4) COMP VALUE ZERO.
       01  WS-DOW-QUOT          PIC S9(9) COMP VALUE ZERO.
       01  WS-DOW-REM           PIC S9(9) COMP VALUE ZERO.
       01  WS-DAY-INT           PIC S9(9) COMP VALUE ZERO.
       01  WS-DAY-KIND          PIC X(1) VALUE SPACE.
           88 WS-DAY-IS-BUSINESS     VALUE "B" "C".
       01  WS-STEP              PIC S9(9) COMP VALUE ZERO.
       01  WS-STEPS-LEFT        PIC S9(9) COMP VALUE ZERO.
       01  WS-GUARD             PIC S9(9) COMP VALUE ZERO.
       01  WS-SPAN-DAYS         PIC S9(9) COMP VALUE ZERO.
       01  WS-SPAN-WEEKS        PIC S9(9) COMP VALUE ZERO.
       01  WS-SPAN-REM          PIC S9(9) COMP VALUE ZERO.
      *
       LOCAL-STORAGE SECTION.
      *
       LINKAGE SECTION.
       COPY "cal_fn".
      *
       PROCEDURE DIVISION USING LN-CAL.
           IF NOT WS-INIT-DONE THEN
              PERFORM LOAD-CALENDAR-RTN
           END-IF
           MOVE WS-LOADED-SW TO LN-CAL-LOADED-SW
           EVALUATE TRUE
              WHEN LN-CAL-TEST-DAY
                 MOVE LN-CAL-DATE-INT TO WS-DAY-INT
                 PERFORM CLASSIFY-DAY-RTN
                 MOVE WS-DAY-KIND TO LN-CAL-DAY-KIND
              WHEN LN-CAL-NEXT-DAY
                 PERFORM NEXT-BUSINESS-DAY-RTN
              WHEN LN-CAL-ADD-DAYS
                 PERFORM ADD-BUSINESS-DAYS-RTN
              WHEN LN-CAL-COUNT-DAYS
                 PERFORM COUNT-BUSINESS-DAYS-RTN
              WHEN OTHER
                 DISPLAY "CAL_FN - unknown function " LN-CAL-FUNC
                 MOVE ZERO TO LN-CAL-RESULT-INT
                 MOVE ZERO TO LN-CAL-DAYS
           END-EVALUATE
           GOBACK
           .
      *
       LOAD-CALENDAR-RTN SECTION.
           SET WS-INIT-DONE TO TRUE
           OPEN INPUT CAL-FILE
           IF WS-CAL-STATUS EQUAL "00" THEN
              SET WS-CAL-FILE-READ TO TRUE
              MOVE "N" TO WS-CAL-EOF-SW
              PERFORM UNTIL WS-CAL-EOF
                 READ CAL-FILE
                    AT END SET WS-CAL-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-CARD-COUNT
                       PERFORM STORE-CALENDAR-CARD-RTN
                 END-READ
              END-PERFORM
              CLOSE CAL-FILE
              MOVE ZERO TO WS-WORK-DAYS-PER-WEEK
              MOVE ZERO TO WS-DOW-IX
              PERFORM UNTIL WS-DOW-IX GREATER OR EQUAL 7
                 ADD 1 TO WS-DOW-IX
                 IF WS-WEEKEND-DAY (WS-DOW-IX) EQUAL "N" THEN
                    ADD 1 TO WS-WORK-DAYS-PER-WEEK
                 END-IF
              END-PERFORM
              DISPLAY "Business calendar loaded - Cards: "
                 WS-CARD-COUNT " Dates: " WS-CAL-COUNT
                 " Ignored: " WS-CARD-BAD-COUNT
                 " Weekend: " WS-WEEKEND-FLAGS
           ELSE
      * no calendar - no weekend either, every day counts
              MOVE "NNNNNNN" TO WS-WEEKEND-FLAGS
              MOVE 7 TO WS-WORK-DAYS-PER-WEEK
              DISPLAY "BUSCAL not allocated - business-day "
                 "arithmetic counts calendar days"
           END-IF
           .
      *
       STORE-CALENDAR-CARD-RTN SECTION.
           EVALUATE CAL-KIND
              WHEN "W"
                 MOVE "N" TO WS-CAL-FOUND-SW
                 MOVE ZERO TO WS-DOW-IX
                 PERFORM UNTIL WS-CAL-FOUND
                       OR WS-DOW-IX GREATER OR EQUAL 7
                    ADD 1 TO WS-DOW-IX
                    IF WS-DAY-NAME (WS-DOW-IX) EQUAL CAL-DATE (1:3)
                          THEN
                       SET WS-CAL-FOUND TO TRUE
                    END-IF
                 END-PERFORM
                 IF WS-CAL-FOUND THEN
      * the first W card replaces the SAT/SUN default
                    IF NOT WS-WEEKEND-CARD-SEEN THEN
                       SET WS-WEEKEND-CARD-SEEN TO TRUE
                       MOVE "NNNNNNN" TO WS-WEEKEND-FLAGS
                    END-IF
                    MOVE "Y" TO WS-WEEKEND-DAY (WS-DOW-IX)
                 ELSE
                    PERFORM REJECT-CALENDAR-CARD-RTN
                 END-IF
              WHEN "H"
              WHEN "C"
                 PERFORM CONVERT-CARD-DATE-RTN
                 IF WS-CARD-INT EQUAL ZERO THEN
                    PERFORM REJECT-CALENDAR-CARD-RTN
                 ELSE
                    PERFORM ADD-CALENDAR-DATE-RTN
                 END-IF
              WHEN OTHER
                 PERFORM REJECT-CALENDAR-CARD-RTN
           END-EVALUATE
           .
      *
       REJECT-CALENDAR-CARD-RTN SECTION.
           ADD 1 TO WS-CARD-BAD-COUNT
           DISPLAY "BUSCAL card not usable - ignored: " CAL-RECORD
           .
      *
       CONVERT-CARD-DATE-RTN SECTION.
      * CAL-DATE yyyy-mm-dd to WS-CARD-INT, zero when it is not a
      *    plausible calendar date
           MOVE ZERO TO WS-CARD-INT
           IF CAL-DATE (1:4) NUMERIC
                 AND CAL-DATE (5:1) EQUAL "-"
                 AND CAL-DATE (6:2) NUMERIC
                 AND CAL-DATE (8:1) EQUAL "-"
                 AND CAL-DATE (9:2) NUMERIC THEN
              MOVE CAL-DATE (6:2) TO WS-CARD-MM
              MOVE CAL-DATE (9:2) TO WS-CARD-DD
              IF CAL-DATE (1:4) GREATER THAN "1600"
                    AND WS-CARD-MM GREATER THAN ZERO
                    AND WS-CARD-MM LESS THAN 13
                    AND WS-CARD-DD GREATER THAN ZERO
                    AND WS-CARD-DD LESS THAN 32 THEN
                 STRING CAL-DATE (1:4) CAL-DATE (6:2) CAL-DATE (9:2)
                    DELIMITED BY SIZE INTO WS-CARD-DATE-X
                 COMPUTE WS-CARD-INT =
                    FUNCTION INTEGER-OF-DATE (WS-CARD-DATE-9)
              END-IF
           END-IF
           .
      *
       ADD-CALENDAR-DATE-RTN SECTION.
      * a date already on file keeps its first entry, except that a
      *    holiday outranks a close day entered for the same date
           MOVE "N" TO WS-CAL-FOUND-SW
           MOVE ZERO TO WS-CAL-IX
           PERFORM UNTIL WS-CAL-FOUND
                 OR WS-CAL-IX GREATER OR EQUAL WS-CAL-COUNT
              ADD 1 TO WS-CAL-IX
              IF WS-CE-INT (WS-CAL-IX) EQUAL WS-CARD-INT THEN
                 SET WS-CAL-FOUND TO TRUE
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN WS-CAL-FOUND
                 IF CAL-KIND EQUAL "H" THEN
                    MOVE "H" TO WS-CE-KIND (WS-CAL-IX)
                 END-IF
              WHEN WS-CAL-COUNT LESS THAN WS-CAL-MAX
                 ADD 1 TO WS-CAL-COUNT
                 MOVE WS-CARD-INT TO WS-CE-INT (WS-CAL-COUNT)
                 MOVE CAL-KIND    TO WS-CE-KIND (WS-CAL-COUNT)
              WHEN OTHER
                 ADD 1 TO WS-CARD-BAD-COUNT
                 DISPLAY "BUSCAL table full - card ignored: "
                    CAL-RECORD
           END-EVALUATE
           .
      *
       CLASSIFY-DAY-RTN SECTION.
      * WS-DAY-INT to WS-DAY-KIND - a holiday first, then the
      *    weekend, then a close day, else an ordinary business day
           MOVE "B" TO WS-DAY-KIND
           IF WS-CAL-FILE-READ AND WS-DAY-INT GREATER THAN ZERO THEN
              PERFORM FIND-DAY-OF-WEEK-RTN
              MOVE "N" TO WS-CAL-FOUND-SW
              MOVE ZERO TO WS-CAL-IX
              PERFORM UNTIL WS-CAL-FOUND
                    OR WS-CAL-IX GREATER OR EQUAL WS-CAL-COUNT
                 ADD 1 TO WS-CAL-IX
                 IF WS-CE-INT (WS-CAL-IX) EQUAL WS-DAY-INT THEN
                    SET WS-CAL-FOUND TO TRUE
                 END-IF
              END-PERFORM
              EVALUATE TRUE
                 WHEN WS-CAL-FOUND
                       AND WS-CE-KIND (WS-CAL-IX) EQUAL "H"
                    MOVE "H" TO WS-DAY-KIND
                 WHEN WS-WEEKEND-DAY (WS-DOW-IX) EQUAL "Y"
                    MOVE "W" TO WS-DAY-KIND
                 WHEN WS-CAL-FOUND
                    MOVE "C" TO WS-DAY-KIND
              END-EVALUATE
           END-IF
           .
      *
       FIND-DAY-OF-WEEK-RTN SECTION.
      * WS-DAY-INT to WS-DOW-IX, 1 Monday through 7 Sunday
           DIVIDE 7 INTO WS-DAY-INT
              GIVING WS-DOW-QUOT REMAINDER WS-DOW-REM
      * day 1 remainder 1 is a Monday, day 7 remainder 0 a Sunday
           IF WS-DOW-REM EQUAL ZERO THEN
              MOVE 7 TO WS-DOW-IX
           ELSE
              MOVE WS-DOW-REM TO WS-DOW-IX
           END-IF
           .
      *
       NEXT-BUSINESS-DAY-RTN SECTION.
      * walk forward from the date itself to the first day the
      *    caller may land on. A year of nothing but holidays means
      *    a broken deck - the date comes back unchanged rather
      *    than looping.
           MOVE LN-CAL-DATE-INT TO WS-DAY-INT
           MOVE ZERO TO WS-GUARD
           PERFORM CLASSIFY-DAY-RTN
           PERFORM UNTIL (WS-DAY-IS-BUSINESS
                          AND NOT (LN-CAL-SKIP-CLOSE
                                   AND WS-DAY-KIND EQUAL "C"))
                 OR WS-GUARD GREATER THAN 366
              ADD 1 TO WS-DAY-INT
              ADD 1 TO WS-GUARD
              PERFORM CLASSIFY-DAY-RTN
           END-PERFORM
           IF WS-GUARD GREATER THAN 366 THEN
              DISPLAY "CAL_FN - no business day within a year of "
                 LN-CAL-DATE-INT " - date returned unchanged"
              MOVE LN-CAL-DATE-INT TO WS-DAY-INT
           END-IF
           MOVE WS-DAY-INT TO LN-CAL-RESULT-INT
           .
      *
       ADD-BUSINESS-DAYS-RTN SECTION.
      * one calendar day at a time in the step's direction, counting
      *    only the days the caller may land on
           MOVE LN-CAL-DATE-INT TO WS-DAY-INT
           IF LN-CAL-DAYS LESS THAN ZERO THEN
              MOVE -1 TO WS-STEP
              COMPUTE WS-STEPS-LEFT = ZERO - LN-CAL-DAYS
           ELSE
              MOVE 1 TO WS-STEP
              MOVE LN-CAL-DAYS TO WS-STEPS-LEFT
           END-IF
           MOVE ZERO TO WS-GUARD
           PERFORM UNTIL WS-STEPS-LEFT EQUAL ZERO
                 OR WS-GUARD GREATER THAN 36600
              ADD WS-STEP TO WS-DAY-INT
              ADD 1 TO WS-GUARD
              PERFORM CLASSIFY-DAY-RTN
              IF WS-DAY-IS-BUSINESS
                    AND NOT (LN-CAL-SKIP-CLOSE
                             AND WS-DAY-KIND EQUAL "C") THEN
                 SUBTRACT 1 FROM WS-STEPS-LEFT
              END-IF
           END-PERFORM
           MOVE WS-DAY-INT TO LN-CAL-RESULT-INT
           .
      *
       COUNT-BUSINESS-DAYS-RTN SECTION.
      * whole weeks contribute their working days at once; the odd
      *    days left over are classified one by one; then every
      *    holiday in the range that fell on a working weekday is
      *    taken off. Close days are business days and stay in.
           MOVE ZERO TO LN-CAL-DAYS
           IF LN-CAL-TO-INT NOT LESS THAN LN-CAL-DATE-INT THEN
              COMPUTE WS-SPAN-DAYS =
                 LN-CAL-TO-INT - LN-CAL-DATE-INT + 1
              DIVIDE 7 INTO WS-SPAN-DAYS
                 GIVING WS-SPAN-WEEKS REMAINDER WS-SPAN-REM
              COMPUTE LN-CAL-DAYS =
                 WS-SPAN-WEEKS * WS-WORK-DAYS-PER-WEEK
              COMPUTE WS-DAY-INT =
                 LN-CAL-DATE-INT + WS-SPAN-WEEKS * 7
              PERFORM UNTIL WS-SPAN-REM EQUAL ZERO
                 PERFORM FIND-DAY-OF-WEEK-RTN
                 IF WS-WEEKEND-DAY (WS-DOW-IX) EQUAL "N" THEN
                    ADD 1 TO LN-CAL-DAYS
                 END-IF
                 ADD 1 TO WS-DAY-INT
                 SUBTRACT 1 FROM WS-SPAN-REM
              END-PERFORM
              MOVE ZERO TO WS-CAL-IX
              PERFORM UNTIL WS-CAL-IX GREATER OR EQUAL WS-CAL-COUNT
                 ADD 1 TO WS-CAL-IX
                 IF WS-CE-KIND (WS-CAL-IX) EQUAL "H"
                       AND WS-CE-INT (WS-CAL-IX) NOT LESS THAN
                           LN-CAL-DATE-INT
                       AND WS-CE-INT (WS-CAL-IX) NOT GREATER THAN
                           LN-CAL-TO-INT THEN
                    MOVE WS-CE-INT (WS-CAL-IX) TO WS-DAY-INT
                    PERFORM FIND-DAY-OF-WEEK-RTN
                    IF WS-WEEKEND-DAY (WS-DOW-IX) EQUAL "N" THEN
                       SUBTRACT 1 FROM LN-CAL-DAYS
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           .
       END PROGRAM CAL_FN.
