      *    - escalates open alerts whose first occurrence is older
      *      than ESCHOURS (default 8, one shift) to their own
      *      section and ends with RETURN-CODE 8 so the scheduler
      *      traps on it. The age counts business hours only - a
      *      weekend or holiday on the BUSCAL business calendar
      *      doesn't count, so Friday night's alert is not
      *      escalated on Monday morning by a clock nobody was on
      * RETURN-CODE: 0 nothing escalated, 8 escalations (or no
      * report DD).
      *****************************************************************
       01  WS-TS-HH             PIC 9(2) VALUE ZERO.
       01  WS-TS-DATE-9         PIC 9(8) VALUE ZERO.
       01  WS-AGE-HOURS         PIC S9(9) COMP VALUE ZERO.
       01  WS-NOW-BUSINESS-SW   PIC X(1) VALUE "N".
           88 WS-NOW-BUSINESS        VALUE "Y".
       COPY "cal_fn".
       01  WS-AGE-TS            PIC X(17) VALUE SPACES.
      * the consolidated state - prior entries plus this digest's
      *    occurrences, one entry per ALERT-CODE
           COMPUTE WS-NOW-INT =
              FUNCTION INTEGER-OF-DATE (WS-LOG-DATE)
           MOVE WS-NOW-TS (10:2) TO WS-NOW-HH
           SET LN-CAL-TEST-DAY OF LN-CAL TO TRUE
           MOVE WS-NOW-INT TO LN-CAL-DATE-INT
           CALL "CAL_FN" USING LN-CAL
           IF LN-CAL-BUSINESS-DAY THEN
              SET WS-NOW-BUSINESS TO TRUE
           END-IF
           PERFORM READ-DIGEST-CONTROLS
           OPEN OUTPUT DIG-RPT-FILE
           IF WS-RPT-STATUS NOT EQUAL "00" THEN
           .
      *
       COMPUTE-TS-AGE-RTN SECTION.
      * age of WS-AGE-TS in whole business hours against now -
      *    the rest of the first day if it was a business day, 24
      *    for each business day in between, and the hours so far
      *    today if today is one. Without a calendar every day is
      *    a business day and this is the plain clock difference.
      *    A malformed timestamp ages as zero rather than
      *    escalating on garbage.
           MOVE ZERO TO WS-AGE-HOURS
           IF WS-AGE-TS (1:8) NUMERIC THEN
              MOVE WS-AGE-TS (1:8) TO WS-TS-DATE-9
              ELSE
                 MOVE ZERO TO WS-TS-HH
              END-IF
              EVALUATE TRUE
                 WHEN WS-TS-INT GREATER THAN WS-NOW-INT
                    COMPUTE WS-AGE-HOURS =
                       (WS-NOW-INT - WS-TS-INT) * 24
                          + WS-NOW-HH - WS-TS-HH
                 WHEN WS-TS-INT EQUAL WS-NOW-INT
                    IF WS-NOW-BUSINESS THEN
                       COMPUTE WS-AGE-HOURS = WS-NOW-HH - WS-TS-HH
                    END-IF
                 WHEN OTHER
                    SET LN-CAL-TEST-DAY OF LN-CAL TO TRUE
                    MOVE WS-TS-INT TO LN-CAL-DATE-INT
                    CALL "CAL_FN" USING LN-CAL
                    IF LN-CAL-BUSINESS-DAY THEN
                       COMPUTE WS-AGE-HOURS = 24 - WS-TS-HH
                    END-IF
                    SET LN-CAL-COUNT-DAYS OF LN-CAL TO TRUE
                    COMPUTE LN-CAL-DATE-INT = WS-TS-INT + 1
                    COMPUTE LN-CAL-TO-INT = WS-NOW-INT - 1
                    CALL "CAL_FN" USING LN-CAL
                    COMPUTE WS-AGE-HOURS =
                       WS-AGE-HOURS + LN-CAL-DAYS * 24
                    IF WS-NOW-BUSINESS THEN
                       ADD WS-NOW-HH TO WS-AGE-HOURS
                    END-IF
              END-EVALUATE
           END-IF
           .
      *
