      *    This is a copybook for passing parameters to CAL_FN - the
      *       shop business calendar. CAL_FN reads the BUSCAL DD on
      *       its first call (company holidays, month-end close
      *       days, and which days of the week are the weekend) and
      *       answers from storage after that.
      *    Parameters are passed by reference, same convention as
      *       READ_FN's copybook. Every date is a day number - the
      *       FUNCTION INTEGER-OF-DATE value the callers already
      *       work their date arithmetic in.
      *    Without BUSCAL every day is a business day, so a caller
      *       counts calendar days exactly as it did before there
      *       was a calendar; LN-CAL-LOADED-SW says which it got.
      *    Example:
      *       1) Is a date a business day?
      *          SET LN-CAL-TEST-DAY OF LN-CAL TO TRUE
      *          MOVE the day number to LN-CAL-DATE-INT
      *          LN-CAL-DAY-KIND comes back B business, C month-end
      *             close (still a business day), W weekend or
      *             H holiday
      *       2) The first business day on or after a date (a
      *          transaction effective on a holiday releases on
      *          the next business day)
      *          SET LN-CAL-NEXT-DAY OF LN-CAL TO TRUE
      *          MOVE the day number to LN-CAL-DATE-INT
      *          SET LN-CAL-SKIP-CLOSE to pass over close days too
      *          LN-CAL-RESULT-INT is returned
      *       3) Step a number of business days from a date
      *          SET LN-CAL-ADD-DAYS OF LN-CAL TO TRUE
      *          MOVE the day number to LN-CAL-DATE-INT and the
      *             step to LN-CAL-DAYS (negative steps back)
      *          LN-CAL-RESULT-INT is returned
      *       4) Count the business days from one date through
      *          another, both ends included
      *          SET LN-CAL-COUNT-DAYS OF LN-CAL TO TRUE
      *          MOVE the day numbers to LN-CAL-DATE-INT and
      *             LN-CAL-TO-INT
      *          LN-CAL-DAYS is returned (zero when TO is before
      *             DATE). For an age - a reject that landed Friday
      *             night is one business day old on Monday - count
      *             from the day after the event through today.
       01  LN-CAL.
           10 LN-CAL-FUNC              PIC X(2).
      * BD for test a date
      * NB for Next business day on or after a date
      * AD for Add (or subtract) business days
      * CT for Count business days in a range
              88 LN-CAL-TEST-DAY   VALUE "BD".
              88 LN-CAL-NEXT-DAY   VALUE "NB".
              88 LN-CAL-ADD-DAYS   VALUE "AD".
              88 LN-CAL-COUNT-DAYS VALUE "CT".
           10 LN-CAL-DATE-INT          PIC S9(9) COMP.
           10 LN-CAL-TO-INT            PIC S9(9) COMP.
           10 LN-CAL-DAYS              PIC S9(9) COMP.
           10 LN-CAL-RESULT-INT        PIC S9(9) COMP.
      * set before NB/AD when a month-end close day should not count
      *    as a day to land on (the books are shut)
           10 LN-CAL-SKIP-CLOSE-SW     PIC X(1).
              88 LN-CAL-SKIP-CLOSE     VALUE "Y".
           10 LN-CAL-DAY-KIND          PIC X(1).
              88 LN-CAL-BUSINESS-DAY   VALUE "B" "C".
              88 LN-CAL-CLOSE-DAY      VALUE "C".
              88 LN-CAL-WEEKEND        VALUE "W".
              88 LN-CAL-HOLIDAY        VALUE "H".
      * returned on every call - Y when BUSCAL was read
           10 LN-CAL-LOADED-SW         PIC X(1).
              88 LN-CAL-LOADED         VALUE "Y".
