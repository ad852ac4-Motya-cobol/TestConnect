      * register MAIN appends (start/end timestamps, mode, filters,
      * row counts, return code per execution).
      * For the trailing WEEKS window (CTLCARD, default 4 weeks back
      * from today - working weeks of five business days off the
      * BUSCAL business calendar when it is allocated, so a holiday
      * doesn't thin the sample) this prints, in run order:
      *    - elapsed minutes per run, derived from the start/end
      *      timestamps
      *    - rows-per-minute throughput from RUNH-FETCHED
      *      mode's trailing average by more than GROWPCT percent
      *      (default 50; the average needs at least three prior
      *      runs of that mode inside the window before it judges)
      *    - a NONBUS tag on a run that started on a weekend or
      *      holiday, where the window's numbers usually differ
      * then a per-mode summary - run count, average/min/max elapsed
      * and average throughput - the capacity-review numbers.
      * Plain sequential-file program - no DB2 connection needed.
       01  WS-WEEKS             PIC 9(3) VALUE 4.
       01  WS-GROW-PCT          PIC 9(3) VALUE 50.
       01  WS-GROW-MIN-RUNS     PIC 9(3) VALUE 3.
      * window lower bound - WEEKS*7 days back from today, or
      *    WEEKS working weeks of business days with a calendar
       01  WS-WORK-WEEK-DAYS    PIC S9(4) COMP VALUE 5.
       COPY "cal_fn".
       01  WS-TODAY-DATE        PIC 9(8) VALUE ZERO.
       01  WS-TODAY-INT         PIC S9(9) COMP VALUE ZERO.
       01  WS-WINDOW-INT        PIC S9(9) COMP VALUE ZERO.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
           SET LN-CAL-ADD-DAYS OF LN-CAL TO TRUE
           MOVE WS-TODAY-INT TO LN-CAL-DATE-INT
           COMPUTE LN-CAL-DAYS = ZERO - (WS-WEEKS * WS-WORK-WEEK-DAYS)
           MOVE "N" TO LN-CAL-SKIP-CLOSE-SW
           CALL "CAL_FN" USING LN-CAL
           IF LN-CAL-LOADED THEN
              MOVE LN-CAL-RESULT-INT TO WS-WINDOW-INT
           ELSE
              COMPUTE WS-WINDOW-INT = WS-TODAY-INT - (WS-WEEKS * 7)
           END-IF
           OPEN OUTPUT SLA-RPT-FILE
           IF WS-RPT-STATUS NOT EQUAL "00" THEN
              DISPLAY "RUNSLARP not allocated - cannot report"
                    MOVE "SLA" TO WS-RD-FLAGS (1:3)
                 END-IF
                 PERFORM CHECK-GROWTH-RTN
                 SET LN-CAL-TEST-DAY OF LN-CAL TO TRUE
                 MOVE WS-START-INT TO LN-CAL-DATE-INT
                 CALL "CAL_FN" USING LN-CAL
                 IF NOT LN-CAL-BUSINESS-DAY THEN
                    MOVE "NONBUS" TO WS-RD-FLAGS (12:6)
                 END-IF
                 MOVE RUNH-START-TS    TO WS-RD-START
                 MOVE RUNH-MODE        TO WS-RD-MODE
                 MOVE WS-ELAPSED-MINS  TO WS-RD-ELAPSED
