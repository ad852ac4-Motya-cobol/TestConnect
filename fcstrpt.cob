      *****************************************************************
      * FCSTRPT - twelve-month headcount and payroll forecast by
      * department, against Finance's budget.
      * DEPTTRND shows where each department has been; this report
      * projects where it is going. Starting from the night's
      * DEPTRPT position (headcount and salary total per
      * department), each of the twelve calendar months after this
      * month (or the ASOFMON control card, yyyymm) is built up
      * from:
      *    - the future-dated hires waiting on the pending queue
      *      (PENDIN), in at their start month
      *    - the future-dated MAINTRAN changes on the same queue -
      *      a department change moves the employee out of one
      *      department and into the other, a salary change moves
      *      the salary total, a TM (or DL) takes the employee out
      *    - expected attrition - each department's rolling
      *      twelve-month turnover rate, computed the way TRNRPT
      *      computes it (EMPHIST terminations in the 365 days up
      *      to today over the DEPTRPT headcount), taken a twelfth
      *      a month off the projected headcount at the projected
      *      average salary
      *    - the open requisitions on the position-control file
      *      (REQNIN), assumed filled REQFILL months after they
      *      were opened (control card, default 3) at their
      *      budgeted salary
      * A queued change names only the employee; the department and
      * salary it moves from come off the night's HREXTRCT
      * generation, carried forward through any earlier queued
      * change for the same employee. A change that lands in or
      * before this month counts in month one; one past the twelfth
      * month is outside the forecast.
      * Each month is compared against BUDGFILE's authorized heads
      * and budgeted salary (plus the BUDGTOL percent, as MAIN's
      * variance section allows it) and a month projected over
      * either is flagged. An ALL DEPARTMENTS block totals the
      * months across the departments.
      * Plain sequential-file program - no DB2 connection needed.
      * RETURN-CODE: 0 forecast produced, 4 forecast produced with a
      * projected breach, 8 no DEPTRPT (no starting position) or no
      * report DD.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FCSTRPT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DEPT-RPT-FILE ASSIGN TO "DEPTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPTRPT-STATUS.
           SELECT OPTIONAL PEND-IN-FILE ASSIGN TO "PENDIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDIN-STATUS.
           SELECT OPTIONAL HR-EXTRACT-FILE ASSIGN TO "HREXTRCT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT OPTIONAL EMP-HIST-FILE ASSIGN TO "EMPHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMPHIST-STATUS.
           SELECT OPTIONAL REQN-IN-FILE ASSIGN TO "REQNIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQNIN-STATUS.
           SELECT OPTIONAL BUDG-REF-FILE ASSIGN TO "BUDGFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUDGREF-STATUS.
           SELECT OPTIONAL CTL-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT FCST-RPT-FILE ASSIGN TO "FCSTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      * MAIN's printed department summary - details are parsed by
      *    column position the same way TRNRPT reads them (code 1-3,
      *    headcount 31-37), plus the edited salary total 41-58.
       FD  DEPT-RPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DEPT-RPT-RECORD.
           05 DRPT-CODE             PIC X(3).
           05 FILLER                PIC X(27).
           05 DRPT-COUNT-X          PIC X(7).
           05 FILLER                PIC X(3).
           05 DRPT-SALARY-ED        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(22).
      * full-line view for the section-heading test
       01  DRPT-FULL-LINE           PIC X(80).
      *
      * same layout MAIN writes - see PEND-IN-RECORD there. The data
      *    is the HIRETRAN (source H) or MAINTRAN (source M) record
      *    as it was diverted.
       FD  PEND-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PEND-IN-RECORD.
           05 PNDI-SOURCE           PIC X(1).
              88 PNDI-FROM-HIRE          VALUE "H".
              88 PNDI-FROM-MAINT         VALUE "M".
           05 FILLER                PIC X(1).
           05 PNDI-EFF-DATE         PIC X(10).
           05 FILLER                PIC X(1).
           05 PNDI-DATA             PIC X(90).
           05 FILLER                PIC X(1).
           05 PNDI-SUBMITTER        PIC X(8).
           05 FILLER                PIC X(1).
           05 PNDI-CLERK            PIC X(8).
      *
      * MAIN's H/D/T HR extract - only the D records are read, in
      *    WS-EXT-DETAIL layout after the record type.
       FD  HR-EXTRACT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HREXTRCT-RECORD.
           05 HEXT-REC-TYPE         PIC X(1).
              88 HEXT-DETAIL-REC         VALUE "D".
           05 FILLER                PIC X(1).
           05 HEXT-EMP-ID           PIC 9(6).
           05 FILLER                PIC X(1).
           05 HEXT-FIRST-NAME       PIC X(12).
           05 FILLER                PIC X(1).
           05 HEXT-LAST-NAME        PIC X(15).
           05 FILLER                PIC X(1).
           05 HEXT-SEX              PIC X(1).
           05 FILLER                PIC X(1).
           05 HEXT-DEPARTMENT       PIC X(3).
           05 FILLER                PIC X(1).
           05 HEXT-SALARY           PIC S9(7)V99.
           05 FILLER                PIC X(27).
      *
      * same layout MAIN writes - see EMPHIST-RECORD there.
       FD  EMP-HIST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  EMPHIST-RECORD.
           05 EMPH-TIMESTAMP        PIC X(17).
           05 FILLER                PIC X(1).
           05 EMPH-EMP-ID           PIC 9(6).
           05 FILLER                PIC X(1).
           05 EMPH-FIRST-NAME       PIC X(12).
           05 FILLER                PIC X(1).
           05 EMPH-LAST-NAME        PIC X(15).
           05 FILLER                PIC X(1).
           05 EMPH-SEX              PIC X(1).
           05 FILLER                PIC X(1).
           05 EMPH-DEPARTMENT       PIC X(3).
           05 FILLER                PIC X(1).
           05 EMPH-SALARY           PIC S9(7)V99.
           05 FILLER                PIC X(1).
           05 EMPH-HIRE-DATE        PIC X(10).
           05 FILLER                PIC X(1).
           05 EMPH-TERM-DATE        PIC X(10).
           05 FILLER                PIC X(1).
           05 EMPH-TERM-REASON      PIC X(3).
      *
      * same layout REQNMGR and MAIN write - see REQN-IN-RECORD in
      *    MAIN. State O open, F filled, C cancelled.
       FD  REQN-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REQN-IN-RECORD.
           05 RQNI-REQ-ID           PIC X(6).
           05 FILLER                PIC X(1).
           05 RQNI-DEPT             PIC X(3).
           05 FILLER                PIC X(1).
           05 RQNI-GRADE            PIC X(2).
           05 FILLER                PIC X(1).
           05 RQNI-BUDGET-SALARY    PIC 9(7)V99.
           05 FILLER                PIC X(1).
           05 RQNI-STATE            PIC X(1).
              88 RQNI-OPEN               VALUE "O".
           05 FILLER                PIC X(1).
           05 RQNI-OPEN-DATE        PIC X(10).
           05 FILLER                PIC X(1).
           05 RQNI-CLOSE-DATE       PIC X(10).
           05 FILLER                PIC X(1).
           05 RQNI-FILLED-BY        PIC X(6).
           05 FILLER                PIC X(1).
           05 RQNI-APPROVER         PIC X(8).
      *
      * same layout MAIN reads - see BUDG-REF-RECORD there.
       FD  BUDG-REF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  BUDG-REF-RECORD.
           05 BREF-CODE             PIC X(3).
           05 FILLER                PIC X(1).
           05 BREF-AUTH-HEADS       PIC 9(7).
           05 FILLER                PIC X(1).
           05 BREF-BUDGET-SALARY    PIC 9(11)V99.
           05 FILLER                PIC X(1).
           05 BREF-PERIOD           PIC X(7).
      *
       FD  CTL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CTL-RECORD.
           05 CTL-KEYWORD           PIC X(10).
           05 CTL-VALUE             PIC X(40).
      *
       FD  FCST-RPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  FCST-RPT-RECORD          PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-DEPTRPT-STATUS    PIC X(2) VALUE SPACES.
       01  WS-PENDIN-STATUS     PIC X(2) VALUE SPACES.
       01  WS-EXTRACT-STATUS    PIC X(2) VALUE SPACES.
       01  WS-EMPHIST-STATUS    PIC X(2) VALUE SPACES.
       01  WS-REQNIN-STATUS     PIC X(2) VALUE SPACES.
       01  WS-BUDGREF-STATUS    PIC X(2) VALUE SPACES.
       01  WS-CTL-STATUS        PIC X(2) VALUE SPACES.
       01  WS-RPT-STATUS        PIC X(2) VALUE SPACES.
       01  WS-INPUT-EOF-SW      PIC X(1) VALUE "N".
           88 WS-INPUT-EOF           VALUE "Y".
       01  WS-CTL-EOF-SW        PIC X(1) VALUE "N".
           88 WS-CTL-EOF             VALUE "Y".
       01  WS-DEPTRPT-STOP-SW   PIC X(1) VALUE "N".
           88 WS-DEPTRPT-STOPPED     VALUE "Y".
       01  WS-EXTRACT-SW        PIC X(1) VALUE "N".
           88 WS-EXTRACT-UNAVAILABLE VALUE "Y".
       01  WS-EMPHIST-SW        PIC X(1) VALUE "N".
           88 WS-EMPHIST-UNAVAILABLE VALUE "Y".
       01  WS-REQNIN-SW         PIC X(1) VALUE "N".
           88 WS-REQNIN-UNAVAILABLE  VALUE "Y".
       01  WS-BUDGREF-SW        PIC X(1) VALUE "N".
           88 WS-BUDGREF-UNAVAILABLE VALUE "Y".
      * the month the forecast runs from, yyyymm - today's by default.
      *    Month one is the month after it.
       01  WS-ASOF-MONTH.
           05 WS-AM-YYYY        PIC 9(4).
           05 WS-AM-MM          PIC 9(2).
       01  WS-TODAY-DATE        PIC 9(8) VALUE ZERO.
       01  WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE.
           05 WS-TD-YYYYMM      PIC X(6).
           05 FILLER            PIC X(2).
      * months an open requisition takes to fill, and the percent
      *    the budgeted salary may be overrun before a month is
      *    flagged (BUDGTOL, as MAIN's variance section reads it)
       01  WS-REQ-FILL-MONTHS   PIC 9(2) VALUE 3.
       01  WS-BUDG-TOL-PCT      PIC 9(3) VALUE ZERO.
      * month arithmetic - a dated item lands in the slot of its
      *    months-after-the-as-of-month; slot zero means undated or
      *    past the twelfth month
       01  WS-DATE-IN           PIC X(10) VALUE SPACES.
       01  WS-REC-YYYY          PIC 9(4) VALUE ZERO.
       01  WS-REC-MM            PIC 9(2) VALUE ZERO.
       01  WS-MONTHS-AHEAD      PIC S9(5) COMP VALUE ZERO.
       01  WS-SLOT              PIC S9(4) COMP VALUE ZERO.
       01  WS-SLOT-IX           PIC S9(4) COMP VALUE ZERO.
       01  WS-SLOT-YYYY         PIC 9(4) VALUE ZERO.
       01  WS-SLOT-MM           PIC 9(2) VALUE ZERO.
      * rolling twelve-month window for the turnover rate, as TRNRPT
      *    computes it - day numbers, hence the intrinsic
       01  WS-TODAY-INT         PIC S9(9) COMP VALUE ZERO.
       01  WS-WINDOW-START-INT  PIC S9(9) COMP VALUE ZERO.
       01  WS-TERM-INT          PIC S9(9) COMP VALUE ZERO.
       01  WS-DATE-WORK-9       PIC 9(8) VALUE ZERO.
       01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK-9
                                PIC X(8).
      * input tallies for the closing counts
       01  WS-PEND-READ-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-PEND-BEYOND-COUNT PIC 9(7) VALUE ZERO.
       01  WS-PEND-NOEMP-COUNT  PIC 9(7) VALUE ZERO.
       01  WS-REQ-OPEN-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-REQ-BEYOND-COUNT  PIC 9(7) VALUE ZERO.
       01  WS-TERM-12MO-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-BREACH-DEPT-COUNT PIC 9(5) VALUE ZERO.
      * DEPTRPT parse work fields - the ZZZZZZ9 count with leading
      *    spaces zero-filled so it can be moved numerically
       01  WS-HEAD-WORK         PIC X(7) VALUE SPACES.
       01  WS-HEAD-WORK-9 REDEFINES WS-HEAD-WORK
                                PIC 9(7).
       01  WS-DEPT-WORK-CODE    PIC X(3) VALUE SPACES.
      * the queued changes, pending-queue order. KIND H hire, U a
      *    department and/or salary change, T a TM or DL. CUR-DEPT
      *    and CUR-SALARY are the employee's position just before
      *    the change - off HREXTRCT, or off the earlier queued
      *    change for the same EMP_ID once that is applied.
       01  WS-CHG-COUNT         PIC S9(4) COMP VALUE ZERO.
       01  WS-CHG-MAX           PIC S9(4) COMP VALUE 2000.
       01  WS-CHG-IX            PIC S9(4) COMP VALUE ZERO.
       01  WS-CHG-NEXT          PIC S9(4) COMP VALUE ZERO.
       01  WS-CHG-SCAN-IX       PIC S9(4) COMP VALUE ZERO.
       01  WS-CHG-OVFL-SW       PIC X(1) VALUE "N".
           88 WS-CHG-OVERFLOW        VALUE "Y".
       01  WS-CHG-TABLE.
           05 WS-CHG-ENTRY OCCURS 2000 TIMES.
              10 WS-CE-EMP-ID      PIC 9(6).
              10 WS-CE-EFF-DATE    PIC X(10).
              10 WS-CE-SLOT        PIC S9(4) COMP.
              10 WS-CE-KIND        PIC X(1).
                 88 WS-CE-HIRE          VALUE "H".
                 88 WS-CE-UPDATE        VALUE "U".
                 88 WS-CE-TERM          VALUE "T".
              10 WS-CE-NEW-DEPT    PIC X(3).
              10 WS-CE-NEW-SALARY  PIC S9(7)V99 COMP-3.
              10 WS-CE-CUR-SW      PIC X(1).
                 88 WS-CE-CUR-KNOWN     VALUE "Y".
              10 WS-CE-CUR-DEPT    PIC X(3).
              10 WS-CE-CUR-SALARY  PIC S9(7)V99 COMP-3.
              10 WS-CE-DONE-SW     PIC X(1).
                 88 WS-CE-DONE          VALUE "Y".
      * the employee's position after the change being applied
       01  WS-AFTER-SW          PIC X(1) VALUE "N".
           88 WS-AFTER-ON-PAYROLL    VALUE "Y".
       01  WS-AFTER-DEPT        PIC X(3) VALUE SPACES.
       01  WS-AFTER-SALARY      PIC S9(7)V99 COMP-3 VALUE ZERO.
      * the diverted transaction images, as MAIN lays them out
       01  WS-PEND-HIRE.
           05 WS-PH-EMP-ID      PIC 9(6).
           05 FILLER            PIC X(28).
           05 WS-PH-DEPARTMENT  PIC X(3).
           05 WS-PH-SALARY      PIC S9(7)V99.
           05 FILLER            PIC X(44).
       01  WS-PEND-MAINT.
           05 WS-PM-FUNC        PIC X(2).
              88 WS-PM-UPDATE        VALUE "UP".
              88 WS-PM-DELETE        VALUE "DL".
              88 WS-PM-TERMINATE     VALUE "TM".
           05 WS-PM-WHATIF-SW   PIC X(1).
              88 WS-PM-WHATIF-ON     VALUE "Y".
           05 WS-PM-EMP-ID      PIC 9(6).
           05 FILLER            PIC X(28).
           05 WS-PM-DEPARTMENT  PIC X(3).
           05 WS-PM-SALARY      PIC S9(7)V99.
           05 WS-PM-SALARY-X REDEFINES WS-PM-SALARY
                                PIC X(9).
           05 FILLER            PIC X(41).
      * per-department forecast table - twelve month slots each
       01  WS-DEPT-COUNT        PIC S9(4) COMP VALUE ZERO.
       01  WS-DEPT-MAX          PIC S9(4) COMP VALUE 100.
       01  WS-DEPT-IX           PIC S9(4) COMP VALUE ZERO.
       01  WS-DEPT-FOUND-SW     PIC X(1) VALUE "N".
           88 WS-DEPT-FOUND          VALUE "Y".
       01  WS-DEPT-OVFL-SW      PIC X(1) VALUE "N".
           88 WS-DEPT-OVERFLOW       VALUE "Y".
       01  WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 100 TIMES.
              10 WS-DT-CODE        PIC X(3).
              10 WS-DT-START-HEADS PIC 9(7).
              10 WS-DT-START-SAL   PIC S9(11)V99 COMP-3.
              10 WS-DT-TERMS-12MO  PIC 9(7).
              10 WS-DT-BUDG-SW     PIC X(1).
                 88 WS-DT-BUDGETED      VALUE "Y".
              10 WS-DT-AUTH-HEADS  PIC 9(7).
              10 WS-DT-BUDGET      PIC S9(11)V99 COMP-3.
              10 WS-DT-MONTH OCCURS 12 TIMES.
                 15 WS-DM-IN       PIC S9(5) COMP.
                 15 WS-DM-OUT      PIC S9(5) COMP.
                 15 WS-DM-FILLS    PIC S9(5) COMP.
                 15 WS-DM-SAL-CHG  PIC S9(11)V99 COMP-3.
      * all-department month totals, built as each department prints
       01  WS-ALL-BUDG-SW       PIC X(1) VALUE "N".
           88 WS-ALL-BUDGETED        VALUE "Y".
       01  WS-ALL-START-HEADS   PIC 9(9) VALUE ZERO.
       01  WS-ALL-START-SAL     PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-ALL-AUTH-HEADS    PIC 9(9) VALUE ZERO.
       01  WS-ALL-BUDGET        PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-ALL-TABLE.
           05 WS-ALL-MONTH OCCURS 12 TIMES.
              10 WS-AT-IN          PIC S9(7) COMP.
              10 WS-AT-OUT         PIC S9(7) COMP.
              10 WS-AT-FILLS       PIC S9(7) COMP.
              10 WS-AT-ATTRIT      PIC S9(7)V99 COMP-3.
              10 WS-AT-HEADS       PIC S9(9)V99 COMP-3.
              10 WS-AT-SALARY      PIC S9(13)V99 COMP-3.
      * one department's projection, month by month. Headcount is
      *    carried to two places so a fraction of a leaver a month
      *    accumulates instead of rounding away.
       01  WS-PRJ-HEADS         PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-PRJ-SALARY        PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-PRJ-ATTRIT        PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-PRJ-AVG-SAL       PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-PRJ-RATE          PIC S9(3)V9(4) COMP-3 VALUE ZERO.
       01  WS-PRJ-HEADS-WHOLE   PIC S9(9) COMP VALUE ZERO.
       01  WS-PRJ-PAY-LIMIT     PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-PRJ-AUTH          PIC 9(9) VALUE ZERO.
       01  WS-PRJ-BUDGET        PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-PRJ-BUDG-SW       PIC X(1) VALUE "N".
           88 WS-PRJ-BUDGETED        VALUE "Y".
       01  WS-PRJ-BREACH-SW     PIC X(1) VALUE "N".
           88 WS-PRJ-BREACHED        VALUE "Y".
       01  WS-TURNOVER-PCT      PIC 9(3)V9 VALUE ZERO.
      * report layouts
       01  WS-RPT-HEADING.
           05 FILLER            PIC X(46) VALUE
              "TWELVE-MONTH HEADCOUNT AND PAYROLL FORECAST - ".
           05 FILLER            PIC X(13) VALUE "MONTHS AFTER ".
           05 WS-RH-YYYY        PIC 9(4).
           05 FILLER            PIC X(1) VALUE "-".
           05 WS-RH-MM          PIC 9(2).
       01  WS-RPT-SOURCES.
           05 FILLER            PIC X(17) VALUE "QUEUED CHANGES: ".
           05 WS-RS-PENDING     PIC ZZZZZZ9.
           05 FILLER            PIC X(21) VALUE
              "  OPEN REQUISITIONS: ".
           05 WS-RS-REQS        PIC ZZZZZZ9.
           05 FILLER            PIC X(13) VALUE "  FILLED IN: ".
           05 WS-RS-FILL        PIC Z9.
           05 FILLER            PIC X(30) VALUE
              " MONTHS  12-MONTH LEAVERS: ".
           05 WS-RS-TERMS       PIC ZZZZZZ9.
       01  WS-DEPT-HEADING.
           05 FILLER            PIC X(12) VALUE "DEPARTMENT: ".
           05 WS-DH-CODE        PIC X(3).
           05 FILLER            PIC X(15) VALUE "  START HEADS: ".
           05 WS-DH-HEADS       PIC ZZZZZZZZ9.
           05 FILLER            PIC X(10) VALUE "  SALARY: ".
           05 WS-DH-SALARY      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(18) VALUE
              "  TURNOVER RATE: ".
           05 WS-DH-RATE        PIC ZZ9.9.
           05 FILLER            PIC X(1) VALUE "%".
       01  WS-COLUMN-HEADING.
           05 FILLER            PIC X(48) VALUE
              "MONTH        IN    OUT  FILLS  ATTRIT     HEADS ".
           05 FILLER            PIC X(55) VALUE
              "            SALARY      AUTH             BUDGET  BREACH".
       01  WS-FCST-DETAIL.
           05 WS-FD-MONTH       PIC X(7).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-FD-IN          PIC ZZZZZ9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-FD-OUT         PIC ZZZZZ9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-FD-FILLS       PIC ZZZZZ9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-FD-ATTRIT      PIC ZZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-FD-HEADS       PIC ZZZZZZZZ9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-FD-SALARY      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-FD-AUTH        PIC ZZZZZZZZ9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-FD-BUDGET      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-FD-FLAG        PIC X(15).
      * character view of the budget columns, for the no-budget
      *    marker when BUDGFILE carries no record for the department
       01  WS-FCST-DETAIL-NB REDEFINES WS-FCST-DETAIL.
           05 FILLER            PIC X(67).
           05 WS-FD-AUTH-X      PIC X(9).
           05 FILLER            PIC X(1).
           05 WS-FD-BUDGET-X    PIC X(18).
           05 FILLER            PIC X(17).
       01  WS-BREACH-LINE.
           05 FILLER            PIC X(31) VALUE
              "DEPARTMENTS PROJECTED TO BREACH".
           05 FILLER            PIC X(16) VALUE " THEIR BUDGET: ".
           05 WS-BL-COUNT       PIC ZZZZ9.
       01  WS-NOSTART-LINE      PIC X(60) VALUE
           "** DEPTRPT NOT ALLOCATED - NO STARTING POSITION".
       01  WS-NOEXTRACT-LINE    PIC X(70) VALUE
           "** HREXTRCT NOT ALLOCATED - QUEUED TRANSFERS AND TMS LEFT
      -    " OUT".
       01  WS-NOHIST-LINE       PIC X(60) VALUE
           "** EMPHIST NOT ALLOCATED - NO ATTRITION APPLIED".
       01  WS-NOREQN-LINE       PIC X(60) VALUE
           "** REQNIN NOT ALLOCATED - NO REQUISITION FILLS".
       01  WS-NOBUDG-LINE       PIC X(60) VALUE
           "** BUDGFILE NOT ALLOCATED - NO BUDGET COMPARISON".
       01  WS-OVERFLOW-LINE     PIC X(60) VALUE
           "** MORE ENTRIES THAN THE TABLES HOLD - INCOMPLETE".
      *
       PROCEDURE DIVISION.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TD-YYYYMM TO WS-ASOF-MONTH
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
           COMPUTE WS-WINDOW-START-INT = WS-TODAY-INT - 365
           PERFORM READ-FORECAST-CONTROLS
           OPEN OUTPUT FCST-RPT-FILE
           IF WS-RPT-STATUS NOT EQUAL "00" THEN
              DISPLAY "FCSTRPT not allocated - cannot report"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-AM-YYYY TO WS-RH-YYYY
           MOVE WS-AM-MM   TO WS-RH-MM
           WRITE FCST-RPT-RECORD FROM WS-RPT-HEADING
              AFTER ADVANCING 1 LINE
           OPEN INPUT DEPT-RPT-FILE
           IF WS-DEPTRPT-STATUS NOT EQUAL "00" THEN
              DISPLAY "DEPTRPT not allocated - no starting position "
                 "to forecast from"
              WRITE FCST-RPT-RECORD FROM WS-NOSTART-LINE
                 AFTER ADVANCING 1 LINE
              CLOSE FCST-RPT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-START-POSITION-RTN
           PERFORM LOAD-BUDGET-RTN
           PERFORM LOAD-PENDING-CHANGES-RTN
           PERFORM LOAD-CURRENT-POSITIONS-RTN
           PERFORM APPLY-PENDING-CHANGES-RTN
           PERFORM LOAD-TURNOVER-RTN
           PERFORM LOAD-REQUISITIONS-RTN
           PERFORM WRITE-FORECAST-RTN
           CLOSE FCST-RPT-FILE
           IF WS-BREACH-DEPT-COUNT GREATER THAN ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Forecast complete - Departments: " WS-DEPT-COUNT
              " Queued changes: " WS-PEND-READ-COUNT
              " Open requisitions: " WS-REQ-OPEN-COUNT
              " Breaching: " WS-BREACH-DEPT-COUNT
           STOP RUN.
      *
       READ-FORECAST-CONTROLS SECTION.
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS EQUAL "00" THEN
              MOVE "N" TO WS-CTL-EOF-SW
              PERFORM UNTIL WS-CTL-EOF
                 READ CTL-FILE
                    AT END MOVE "Y" TO WS-CTL-EOF-SW
                    NOT AT END
                       EVALUATE CTL-KEYWORD
                          WHEN "ASOFMON"
                             IF CTL-VALUE(1:6) NUMERIC THEN
                                MOVE CTL-VALUE(1:6)
                                   TO WS-ASOF-MONTH
                             ELSE
                                DISPLAY "ASOFMON not numeric - "
                                   "using the current month"
                             END-IF
                          WHEN "REQFILL"
                             IF CTL-VALUE(1:2) NUMERIC THEN
                                MOVE CTL-VALUE(1:2)
                                   TO WS-REQ-FILL-MONTHS
                             ELSE
                                DISPLAY "REQFILL not numeric - "
                                   "using 3 months"
                             END-IF
                          WHEN "BUDGTOL"
                             IF CTL-VALUE(1:3) NUMERIC THEN
                                MOVE CTL-VALUE(1:3)
                                   TO WS-BUDG-TOL-PCT
                             ELSE
                                DISPLAY "BUDGTOL not numeric - "
                                   "no tolerance applied"
                             END-IF
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE CTL-FILE
           END-IF
           .
      *
       LOAD-START-POSITION-RTN SECTION.
      * the night's DEPTRPT generation, already open - headcount and
      *    salary total off each detail line. Headings, blanks, the
      *    ALL total line and the overflow note fail the column
      *    tests; everything from the BUDGET VARIANCE heading on
      *    repeats the codes with budget figures and is not read.
           MOVE "N" TO WS-INPUT-EOF-SW
           PERFORM UNTIL WS-INPUT-EOF OR WS-DEPTRPT-STOPPED
              READ DEPT-RPT-FILE
                 AT END SET WS-INPUT-EOF TO TRUE
                 NOT AT END
                    IF DRPT-FULL-LINE (1:15) EQUAL "BUDGET VARIANCE"
                          THEN
                       SET WS-DEPTRPT-STOPPED TO TRUE
                    ELSE
                       PERFORM EXTRACT-START-POSITION-RTN
                    END-IF
              END-READ
           END-PERFORM
           CLOSE DEPT-RPT-FILE
           .
      *
       EXTRACT-START-POSITION-RTN SECTION.
           MOVE DRPT-COUNT-X TO WS-HEAD-WORK
           INSPECT WS-HEAD-WORK REPLACING LEADING SPACES BY ZEROS
           IF DRPT-CODE NOT EQUAL SPACES
                 AND DRPT-CODE NOT EQUAL "ALL"
                 AND DRPT-CODE NOT EQUAL "DEP"
                 AND WS-HEAD-WORK NUMERIC THEN
              MOVE DRPT-CODE TO WS-DEPT-WORK-CODE
              PERFORM FIND-DEPT-ENTRY-RTN
              IF WS-DEPT-FOUND THEN
                 MOVE WS-HEAD-WORK-9
                    TO WS-DT-START-HEADS (WS-DEPT-IX)
                 MOVE DRPT-SALARY-ED
                    TO WS-DT-START-SAL (WS-DEPT-IX)
              END-IF
           END-IF
           .
      *
       LOAD-BUDGET-RTN SECTION.
           OPEN INPUT BUDG-REF-FILE
           IF WS-BUDGREF-STATUS EQUAL "00" THEN
              MOVE "N" TO WS-INPUT-EOF-SW
              PERFORM UNTIL WS-INPUT-EOF
                 READ BUDG-REF-FILE
                    AT END SET WS-INPUT-EOF TO TRUE
                    NOT AT END
                       IF BREF-CODE NOT EQUAL SPACES
                             AND BREF-AUTH-HEADS NUMERIC
                             AND BREF-BUDGET-SALARY NUMERIC THEN
                          MOVE BREF-CODE TO WS-DEPT-WORK-CODE
                          PERFORM FIND-DEPT-ENTRY-RTN
                          IF WS-DEPT-FOUND THEN
                             MOVE BREF-AUTH-HEADS
                                TO WS-DT-AUTH-HEADS (WS-DEPT-IX)
                             MOVE BREF-BUDGET-SALARY
                                TO WS-DT-BUDGET (WS-DEPT-IX)
                             SET WS-DT-BUDGETED (WS-DEPT-IX)
                                TO TRUE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BUDG-REF-FILE
           ELSE
              DISPLAY "BUDGFILE not allocated - no budget comparison"
              SET WS-BUDGREF-UNAVAILABLE TO TRUE
           END-IF
           .
      *
       LOAD-PENDING-CHANGES-RTN SECTION.
      * every queued change inside the forecast into the change
      *    table, queue order. A hire knows its department and
      *    salary already; the others wait for HREXTRCT.
           OPEN INPUT PEND-IN-FILE
           IF WS-PENDIN-STATUS EQUAL "00" THEN
              MOVE "N" TO WS-INPUT-EOF-SW
              PERFORM UNTIL WS-INPUT-EOF
                 READ PEND-IN-FILE
                    AT END SET WS-INPUT-EOF TO TRUE
                    NOT AT END
                       PERFORM TABLE-PENDING-CHANGE-RTN
                 END-READ
              END-PERFORM
              CLOSE PEND-IN-FILE
           ELSE
              DISPLAY "PENDIN not allocated - no queued changes "
                 "in the forecast"
           END-IF
           .
      *
       TABLE-PENDING-CHANGE-RTN SECTION.
           MOVE PNDI-EFF-DATE TO WS-DATE-IN
           PERFORM COMPUTE-MONTH-SLOT-RTN
           IF WS-SLOT EQUAL ZERO THEN
              ADD 1 TO WS-PEND-BEYOND-COUNT
           ELSE
              IF WS-CHG-COUNT NOT LESS THAN WS-CHG-MAX THEN
                 SET WS-CHG-OVERFLOW TO TRUE
              ELSE
                 EVALUATE TRUE
                    WHEN PNDI-FROM-HIRE
                       MOVE PNDI-DATA TO WS-PEND-HIRE
                       ADD 1 TO WS-CHG-COUNT
                       MOVE WS-CHG-COUNT TO WS-CHG-IX
                       PERFORM INIT-CHANGE-ENTRY-RTN
                       MOVE "H" TO WS-CE-KIND (WS-CHG-IX)
                       MOVE WS-PH-EMP-ID TO WS-CE-EMP-ID (WS-CHG-IX)
                       MOVE WS-PH-DEPARTMENT
                          TO WS-CE-NEW-DEPT (WS-CHG-IX)
                       IF WS-PH-SALARY NUMERIC THEN
                          MOVE WS-PH-SALARY
                             TO WS-CE-NEW-SALARY (WS-CHG-IX)
                       END-IF
                    WHEN PNDI-FROM-MAINT
                       MOVE PNDI-DATA TO WS-PEND-MAINT
                       PERFORM TABLE-PENDING-MAINT-RTN
                 END-EVALUATE
              END-IF
           END-IF
           .
      *
       TABLE-PENDING-MAINT-RTN SECTION.
      * a WHATIF never sticks, and an UP that moves neither the
      *    department nor the salary moves nothing this report
      *    counts - neither is tabled.
           IF WS-PM-WHATIF-ON AND WS-PM-UPDATE THEN
              CONTINUE
           ELSE
              IF WS-PM-DELETE OR WS-PM-TERMINATE THEN
                 ADD 1 TO WS-CHG-COUNT
                 MOVE WS-CHG-COUNT TO WS-CHG-IX
                 PERFORM INIT-CHANGE-ENTRY-RTN
                 MOVE "T" TO WS-CE-KIND (WS-CHG-IX)
                 MOVE WS-PM-EMP-ID TO WS-CE-EMP-ID (WS-CHG-IX)
              ELSE
                 IF WS-PM-UPDATE
                       AND (WS-PM-DEPARTMENT NOT EQUAL SPACES
                       OR (WS-PM-SALARY-X NOT EQUAL SPACES
                       AND WS-PM-SALARY NUMERIC
                       AND WS-PM-SALARY NOT EQUAL ZERO)) THEN
                    ADD 1 TO WS-CHG-COUNT
                    MOVE WS-CHG-COUNT TO WS-CHG-IX
                    PERFORM INIT-CHANGE-ENTRY-RTN
                    MOVE "U" TO WS-CE-KIND (WS-CHG-IX)
                    MOVE WS-PM-EMP-ID TO WS-CE-EMP-ID (WS-CHG-IX)
                    MOVE WS-PM-DEPARTMENT
                       TO WS-CE-NEW-DEPT (WS-CHG-IX)
                    IF WS-PM-SALARY-X NOT EQUAL SPACES
                          AND WS-PM-SALARY NUMERIC THEN
                       MOVE WS-PM-SALARY
                          TO WS-CE-NEW-SALARY (WS-CHG-IX)
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *
       INIT-CHANGE-ENTRY-RTN SECTION.
           ADD 1 TO WS-PEND-READ-COUNT
           MOVE PNDI-EFF-DATE TO WS-CE-EFF-DATE (WS-CHG-IX)
           MOVE WS-SLOT       TO WS-CE-SLOT (WS-CHG-IX)
           MOVE SPACES        TO WS-CE-NEW-DEPT (WS-CHG-IX)
           MOVE ZERO          TO WS-CE-NEW-SALARY (WS-CHG-IX)
           MOVE "N"           TO WS-CE-CUR-SW (WS-CHG-IX)
           MOVE SPACES        TO WS-CE-CUR-DEPT (WS-CHG-IX)
           MOVE ZERO          TO WS-CE-CUR-SALARY (WS-CHG-IX)
           MOVE "N"           TO WS-CE-DONE-SW (WS-CHG-IX)
           .
      *
       LOAD-CURRENT-POSITIONS-RTN SECTION.
      * one pass of the night's extract, stamping each queued
      *    change for an employee on it with the department and
      *    salary the employee holds tonight.
           IF WS-CHG-COUNT GREATER THAN ZERO THEN
              OPEN INPUT HR-EXTRACT-FILE
              IF WS-EXTRACT-STATUS EQUAL "00" THEN
                 MOVE "N" TO WS-INPUT-EOF-SW
                 PERFORM UNTIL WS-INPUT-EOF
                    READ HR-EXTRACT-FILE
                       AT END SET WS-INPUT-EOF TO TRUE
                       NOT AT END
                          IF HEXT-DETAIL-REC
                                AND HEXT-EMP-ID NUMERIC THEN
                             PERFORM STAMP-CURRENT-POSITION-RTN
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE HR-EXTRACT-FILE
              ELSE
                 DISPLAY "HREXTRCT not allocated - queued transfers "
                    "and terminations left out"
                 SET WS-EXTRACT-UNAVAILABLE TO TRUE
              END-IF
           END-IF
           .
      *
       STAMP-CURRENT-POSITION-RTN SECTION.
           MOVE ZERO TO WS-CHG-IX
           PERFORM UNTIL WS-CHG-IX GREATER OR EQUAL WS-CHG-COUNT
              ADD 1 TO WS-CHG-IX
              IF WS-CE-EMP-ID (WS-CHG-IX) EQUAL HEXT-EMP-ID
                    AND NOT WS-CE-HIRE (WS-CHG-IX) THEN
                 SET WS-CE-CUR-KNOWN (WS-CHG-IX) TO TRUE
                 MOVE HEXT-DEPARTMENT
                    TO WS-CE-CUR-DEPT (WS-CHG-IX)
                 IF HEXT-SALARY NUMERIC THEN
                    MOVE HEXT-SALARY
                       TO WS-CE-CUR-SALARY (WS-CHG-IX)
                 END-IF
              END-IF
           END-PERFORM
           .
      *
       APPLY-PENDING-CHANGES-RTN SECTION.
      * the queued changes in effective-date order (queue order
      *    within a date), so an employee transferred and then
      *    terminated leaves from the department transferred to.
           MOVE 1 TO WS-CHG-NEXT
           PERFORM UNTIL WS-CHG-NEXT EQUAL ZERO
              MOVE ZERO TO WS-CHG-NEXT
              MOVE ZERO TO WS-CHG-IX
              PERFORM UNTIL WS-CHG-IX GREATER OR EQUAL WS-CHG-COUNT
                 ADD 1 TO WS-CHG-IX
                 IF NOT WS-CE-DONE (WS-CHG-IX) THEN
                    IF WS-CHG-NEXT EQUAL ZERO THEN
                       MOVE WS-CHG-IX TO WS-CHG-NEXT
                    ELSE
                       IF WS-CE-EFF-DATE (WS-CHG-IX) LESS THAN
                             WS-CE-EFF-DATE (WS-CHG-NEXT) THEN
                          MOVE WS-CHG-IX TO WS-CHG-NEXT
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-CHG-NEXT GREATER THAN ZERO THEN
                 MOVE WS-CHG-NEXT TO WS-CHG-IX
                 SET WS-CE-DONE (WS-CHG-IX) TO TRUE
                 PERFORM APPLY-ONE-CHANGE-RTN
              END-IF
           END-PERFORM
           .
      *
       APPLY-ONE-CHANGE-RTN SECTION.
      * one change into its month - the department(s) it moves and
      *    the salary total it shifts - then the employee's new
      *    position onto that employee's later queued changes.
           MOVE WS-CE-SLOT (WS-CHG-IX) TO WS-SLOT
           EVALUATE TRUE
              WHEN WS-CE-HIRE (WS-CHG-IX)
                 MOVE WS-CE-NEW-DEPT (WS-CHG-IX) TO WS-DEPT-WORK-CODE
                 PERFORM FIND-DEPT-ENTRY-RTN
                 IF WS-DEPT-FOUND THEN
                    ADD 1 TO WS-DM-IN (WS-DEPT-IX, WS-SLOT)
                    ADD WS-CE-NEW-SALARY (WS-CHG-IX)
                       TO WS-DM-SAL-CHG (WS-DEPT-IX, WS-SLOT)
                 END-IF
                 SET WS-AFTER-ON-PAYROLL TO TRUE
                 MOVE WS-CE-NEW-DEPT (WS-CHG-IX) TO WS-AFTER-DEPT
                 MOVE WS-CE-NEW-SALARY (WS-CHG-IX) TO WS-AFTER-SALARY
                 PERFORM CARRY-POSITION-FORWARD-RTN
              WHEN NOT WS-CE-CUR-KNOWN (WS-CHG-IX)
      * not on tonight's extract and not hired by an earlier
      *    queued change - nothing to move it from
                 ADD 1 TO WS-PEND-NOEMP-COUNT
              WHEN WS-CE-TERM (WS-CHG-IX)
                 MOVE WS-CE-CUR-DEPT (WS-CHG-IX) TO WS-DEPT-WORK-CODE
                 PERFORM FIND-DEPT-ENTRY-RTN
                 IF WS-DEPT-FOUND THEN
                    ADD 1 TO WS-DM-OUT (WS-DEPT-IX, WS-SLOT)
                    SUBTRACT WS-CE-CUR-SALARY (WS-CHG-IX)
                       FROM WS-DM-SAL-CHG (WS-DEPT-IX, WS-SLOT)
                 END-IF
                 MOVE "N" TO WS-AFTER-SW
                 PERFORM CARRY-POSITION-FORWARD-RTN
              WHEN OTHER
                 PERFORM APPLY-QUEUED-UPDATE-RTN
                 SET WS-AFTER-ON-PAYROLL TO TRUE
                 PERFORM CARRY-POSITION-FORWARD-RTN
           END-EVALUATE
           .
      *
       APPLY-QUEUED-UPDATE-RTN SECTION.
      * a department change is a leaver from the old department and
      *    a joiner to the new one at the (possibly new) salary; a
      *    salary-only change moves the old department's total by
      *    the difference.
           MOVE WS-CE-CUR-DEPT (WS-CHG-IX) TO WS-AFTER-DEPT
           MOVE WS-CE-CUR-SALARY (WS-CHG-IX) TO WS-AFTER-SALARY
           IF WS-CE-NEW-DEPT (WS-CHG-IX) NOT EQUAL SPACES THEN
              MOVE WS-CE-NEW-DEPT (WS-CHG-IX) TO WS-AFTER-DEPT
           END-IF
           IF WS-CE-NEW-SALARY (WS-CHG-IX) NOT EQUAL ZERO THEN
              MOVE WS-CE-NEW-SALARY (WS-CHG-IX) TO WS-AFTER-SALARY
           END-IF
           IF WS-AFTER-DEPT NOT EQUAL WS-CE-CUR-DEPT (WS-CHG-IX) THEN
              MOVE WS-CE-CUR-DEPT (WS-CHG-IX) TO WS-DEPT-WORK-CODE
              PERFORM FIND-DEPT-ENTRY-RTN
              IF WS-DEPT-FOUND THEN
                 ADD 1 TO WS-DM-OUT (WS-DEPT-IX, WS-SLOT)
                 SUBTRACT WS-CE-CUR-SALARY (WS-CHG-IX)
                    FROM WS-DM-SAL-CHG (WS-DEPT-IX, WS-SLOT)
              END-IF
              MOVE WS-AFTER-DEPT TO WS-DEPT-WORK-CODE
              PERFORM FIND-DEPT-ENTRY-RTN
              IF WS-DEPT-FOUND THEN
                 ADD 1 TO WS-DM-IN (WS-DEPT-IX, WS-SLOT)
                 ADD WS-AFTER-SALARY
                    TO WS-DM-SAL-CHG (WS-DEPT-IX, WS-SLOT)
              END-IF
           ELSE
              MOVE WS-AFTER-DEPT TO WS-DEPT-WORK-CODE
              PERFORM FIND-DEPT-ENTRY-RTN
              IF WS-DEPT-FOUND THEN
                 COMPUTE WS-DM-SAL-CHG (WS-DEPT-IX, WS-SLOT) =
                    WS-DM-SAL-CHG (WS-DEPT-IX, WS-SLOT)
                       + WS-AFTER-SALARY
                       - WS-CE-CUR-SALARY (WS-CHG-IX)
              END-IF
           END-IF
           .
      *
       CARRY-POSITION-FORWARD-RTN SECTION.
      * the employee's position after this change becomes the
      *    starting position of the employee's changes still to
      *    apply - none at all once the employee has left.
           MOVE ZERO TO WS-CHG-SCAN-IX
           PERFORM UNTIL WS-CHG-SCAN-IX GREATER OR EQUAL WS-CHG-COUNT
              ADD 1 TO WS-CHG-SCAN-IX
              IF NOT WS-CE-DONE (WS-CHG-SCAN-IX)
                    AND WS-CE-EMP-ID (WS-CHG-SCAN-IX) EQUAL
                        WS-CE-EMP-ID (WS-CHG-IX) THEN
                 MOVE WS-AFTER-SW TO WS-CE-CUR-SW (WS-CHG-SCAN-IX)
                 MOVE WS-AFTER-DEPT
                    TO WS-CE-CUR-DEPT (WS-CHG-SCAN-IX)
                 MOVE WS-AFTER-SALARY
                    TO WS-CE-CUR-SALARY (WS-CHG-SCAN-IX)
              END-IF
           END-PERFORM
           .
      *
       LOAD-TURNOVER-RTN SECTION.
      * terminations in the 365 days up to today per department -
      *    the numerator of TRNRPT's twelve-month turnover rate.
           OPEN INPUT EMP-HIST-FILE
           IF WS-EMPHIST-STATUS EQUAL "00" THEN
              MOVE "N" TO WS-INPUT-EOF-SW
              PERFORM UNTIL WS-INPUT-EOF
                 READ EMP-HIST-FILE
                    AT END SET WS-INPUT-EOF TO TRUE
                    NOT AT END
                       PERFORM TALLY-RECENT-LEAVER-RTN
                 END-READ
              END-PERFORM
              CLOSE EMP-HIST-FILE
           ELSE
              DISPLAY "EMPHIST not allocated - no attrition applied"
              SET WS-EMPHIST-UNAVAILABLE TO TRUE
           END-IF
           .
      *
       TALLY-RECENT-LEAVER-RTN SECTION.
           IF EMPH-TERM-DATE (1:4) NUMERIC
                 AND EMPH-TERM-DATE (6:2) NUMERIC
                 AND EMPH-TERM-DATE (9:2) NUMERIC THEN
              STRING EMPH-TERM-DATE (1:4) EMPH-TERM-DATE (6:2)
                     EMPH-TERM-DATE (9:2)
                 DELIMITED BY SIZE INTO WS-DATE-WORK-X
              COMPUTE WS-TERM-INT =
                 FUNCTION INTEGER-OF-DATE (WS-DATE-WORK-9)
              IF WS-TERM-INT GREATER THAN WS-WINDOW-START-INT
                    AND WS-TERM-INT LESS OR EQUAL WS-TODAY-INT THEN
                 MOVE EMPH-DEPARTMENT TO WS-DEPT-WORK-CODE
                 PERFORM FIND-DEPT-ENTRY-RTN
                 IF WS-DEPT-FOUND THEN
                    ADD 1 TO WS-DT-TERMS-12MO (WS-DEPT-IX)
                    ADD 1 TO WS-TERM-12MO-COUNT
                 END-IF
              END-IF
           END-IF
           .
      *
       LOAD-REQUISITIONS-RTN SECTION.
      * each open requisition is a hire REQFILL months after it was
      *    opened, at its budgeted salary. A filled one waiting on
      *    its start date is already a queued hire.
           OPEN INPUT REQN-IN-FILE
           IF WS-REQNIN-STATUS EQUAL "00" THEN
              MOVE "N" TO WS-INPUT-EOF-SW
              PERFORM UNTIL WS-INPUT-EOF
                 READ REQN-IN-FILE
                    AT END SET WS-INPUT-EOF TO TRUE
                    NOT AT END
                       IF RQNI-OPEN THEN
                          PERFORM SLOT-REQUISITION-RTN
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REQN-IN-FILE
           ELSE
              DISPLAY "REQNIN not allocated - no requisition fills"
              SET WS-REQNIN-UNAVAILABLE TO TRUE
           END-IF
           .
      *
       SLOT-REQUISITION-RTN SECTION.
           ADD 1 TO WS-REQ-OPEN-COUNT
           MOVE ZERO TO WS-SLOT
           IF RQNI-OPEN-DATE (1:4) NUMERIC
                 AND RQNI-OPEN-DATE (6:2) NUMERIC THEN
              MOVE RQNI-OPEN-DATE (1:4) TO WS-REC-YYYY
              MOVE RQNI-OPEN-DATE (6:2) TO WS-REC-MM
              COMPUTE WS-MONTHS-AHEAD =
                 (WS-REC-YYYY - WS-AM-YYYY) * 12
                    + WS-REC-MM - WS-AM-MM + WS-REQ-FILL-MONTHS
           ELSE
      * an undated opening is counted as opened this month
              MOVE WS-REQ-FILL-MONTHS TO WS-MONTHS-AHEAD
           END-IF
           IF WS-MONTHS-AHEAD LESS THAN 1 THEN
              MOVE 1 TO WS-MONTHS-AHEAD
           END-IF
           IF WS-MONTHS-AHEAD GREATER THAN 12 THEN
              ADD 1 TO WS-REQ-BEYOND-COUNT
           ELSE
              MOVE WS-MONTHS-AHEAD TO WS-SLOT
              MOVE RQNI-DEPT TO WS-DEPT-WORK-CODE
              PERFORM FIND-DEPT-ENTRY-RTN
              IF WS-DEPT-FOUND THEN
                 ADD 1 TO WS-DM-FILLS (WS-DEPT-IX, WS-SLOT)
                 IF RQNI-BUDGET-SALARY NUMERIC THEN
                    ADD RQNI-BUDGET-SALARY
                       TO WS-DM-SAL-CHG (WS-DEPT-IX, WS-SLOT)
                 END-IF
              END-IF
           END-IF
           .
      *
       COMPUTE-MONTH-SLOT-RTN SECTION.
      * WS-DATE-IN (yyyy-mm-dd) to its forecast month - a date in or
      *    before the as-of month counts in month one, one past the
      *    twelfth month (or no date at all) gives slot zero.
           MOVE ZERO TO WS-SLOT
           IF WS-DATE-IN (1:4) NUMERIC
                 AND WS-DATE-IN (6:2) NUMERIC THEN
              MOVE WS-DATE-IN (1:4) TO WS-REC-YYYY
              MOVE WS-DATE-IN (6:2) TO WS-REC-MM
              COMPUTE WS-MONTHS-AHEAD =
                 (WS-REC-YYYY - WS-AM-YYYY) * 12
                    + WS-REC-MM - WS-AM-MM
              IF WS-MONTHS-AHEAD LESS THAN 1 THEN
                 MOVE 1 TO WS-MONTHS-AHEAD
              END-IF
              IF WS-MONTHS-AHEAD LESS OR EQUAL 12 THEN
                 MOVE WS-MONTHS-AHEAD TO WS-SLOT
              END-IF
           END-IF
           .
      *
       FIND-DEPT-ENTRY-RTN SECTION.
      * finds WS-DEPT-WORK-CODE in the department table, appending
      *    a zeroed entry the first time a code is seen.
           MOVE "N" TO WS-DEPT-FOUND-SW
           MOVE ZERO TO WS-DEPT-IX
           PERFORM UNTIL WS-DEPT-FOUND
                 OR WS-DEPT-IX GREATER OR EQUAL WS-DEPT-COUNT
              ADD 1 TO WS-DEPT-IX
              IF WS-DT-CODE (WS-DEPT-IX) EQUAL WS-DEPT-WORK-CODE
                    THEN
                 SET WS-DEPT-FOUND TO TRUE
              END-IF
           END-PERFORM
           IF NOT WS-DEPT-FOUND THEN
              IF WS-DEPT-COUNT LESS THAN WS-DEPT-MAX THEN
                 ADD 1 TO WS-DEPT-COUNT
                 MOVE WS-DEPT-COUNT TO WS-DEPT-IX
                 MOVE WS-DEPT-WORK-CODE TO WS-DT-CODE (WS-DEPT-IX)
                 MOVE ZERO TO WS-DT-START-HEADS (WS-DEPT-IX)
                 MOVE ZERO TO WS-DT-START-SAL (WS-DEPT-IX)
                 MOVE ZERO TO WS-DT-TERMS-12MO (WS-DEPT-IX)
                 MOVE "N"  TO WS-DT-BUDG-SW (WS-DEPT-IX)
                 MOVE ZERO TO WS-DT-AUTH-HEADS (WS-DEPT-IX)
                 MOVE ZERO TO WS-DT-BUDGET (WS-DEPT-IX)
                 MOVE ZERO TO WS-SLOT-IX
                 PERFORM UNTIL WS-SLOT-IX GREATER OR EQUAL 12
                    ADD 1 TO WS-SLOT-IX
                    MOVE ZERO TO WS-DM-IN (WS-DEPT-IX, WS-SLOT-IX)
                    MOVE ZERO TO WS-DM-OUT (WS-DEPT-IX, WS-SLOT-IX)
                    MOVE ZERO TO WS-DM-FILLS (WS-DEPT-IX, WS-SLOT-IX)
                    MOVE ZERO
                       TO WS-DM-SAL-CHG (WS-DEPT-IX, WS-SLOT-IX)
                 END-PERFORM
                 SET WS-DEPT-FOUND TO TRUE
              ELSE
                 SET WS-DEPT-OVERFLOW TO TRUE
              END-IF
           END-IF
           .
      *
       WRITE-FORECAST-RTN SECTION.
           MOVE WS-PEND-READ-COUNT TO WS-RS-PENDING
           MOVE WS-REQ-OPEN-COUNT  TO WS-RS-REQS
           MOVE WS-REQ-FILL-MONTHS TO WS-RS-FILL
           MOVE WS-TERM-12MO-COUNT TO WS-RS-TERMS
           WRITE FCST-RPT-RECORD FROM WS-RPT-SOURCES
              AFTER ADVANCING 1 LINE
           INITIALIZE WS-ALL-TABLE
           MOVE ZERO TO WS-DEPT-IX
           PERFORM UNTIL WS-DEPT-IX GREATER OR EQUAL WS-DEPT-COUNT
              ADD 1 TO WS-DEPT-IX
              PERFORM WRITE-DEPT-FORECAST-RTN
           END-PERFORM
           PERFORM WRITE-ALL-FORECAST-RTN
           WRITE FCST-RPT-RECORD FROM SPACES AFTER ADVANCING 1 LINE
           MOVE WS-BREACH-DEPT-COUNT TO WS-BL-COUNT
           WRITE FCST-RPT-RECORD FROM WS-BREACH-LINE
              AFTER ADVANCING 1 LINE
           IF WS-EXTRACT-UNAVAILABLE THEN
              WRITE FCST-RPT-RECORD FROM WS-NOEXTRACT-LINE
                 AFTER ADVANCING 1 LINE
           END-IF
           IF WS-EMPHIST-UNAVAILABLE THEN
              WRITE FCST-RPT-RECORD FROM WS-NOHIST-LINE
                 AFTER ADVANCING 1 LINE
           END-IF
           IF WS-REQNIN-UNAVAILABLE THEN
              WRITE FCST-RPT-RECORD FROM WS-NOREQN-LINE
                 AFTER ADVANCING 1 LINE
           END-IF
           IF WS-BUDGREF-UNAVAILABLE THEN
              WRITE FCST-RPT-RECORD FROM WS-NOBUDG-LINE
                 AFTER ADVANCING 1 LINE
           END-IF
           IF WS-DEPT-OVERFLOW OR WS-CHG-OVERFLOW THEN
              WRITE FCST-RPT-RECORD FROM WS-OVERFLOW-LINE
                 AFTER ADVANCING 1 LINE
              DISPLAY "WARNING - forecast table overflow, report "
                 "incomplete"
           END-IF
           IF WS-PEND-NOEMP-COUNT GREATER THAN ZERO THEN
              DISPLAY "  Queued changes for employees not on "
                 "HREXTRCT, left out: " WS-PEND-NOEMP-COUNT
           END-IF
           DISPLAY "  Queued changes past the twelfth month: "
              WS-PEND-BEYOND-COUNT
              "  Requisitions filling past it: " WS-REQ-BEYOND-COUNT
           .
      *
       WRITE-DEPT-FORECAST-RTN SECTION.
      * one department's twelve months. Attrition each month is a
      *    twelfth of the annual turnover rate off the headcount
      *    projected so far, at the average salary projected so
      *    far; the headcount never goes below zero.
           MOVE WS-DT-START-HEADS (WS-DEPT-IX) TO WS-PRJ-HEADS
           MOVE WS-DT-START-SAL (WS-DEPT-IX)   TO WS-PRJ-SALARY
           MOVE ZERO TO WS-PRJ-RATE
           MOVE ZERO TO WS-TURNOVER-PCT
           IF WS-DT-START-HEADS (WS-DEPT-IX) GREATER THAN ZERO THEN
              COMPUTE WS-PRJ-RATE ROUNDED =
                 WS-DT-TERMS-12MO (WS-DEPT-IX)
                    / WS-DT-START-HEADS (WS-DEPT-IX)
                 ON SIZE ERROR MOVE 9.9999 TO WS-PRJ-RATE
              END-COMPUTE
              COMPUTE WS-TURNOVER-PCT ROUNDED = WS-PRJ-RATE * 100
                 ON SIZE ERROR MOVE 999.9 TO WS-TURNOVER-PCT
              END-COMPUTE
           END-IF
           MOVE WS-DT-AUTH-HEADS (WS-DEPT-IX) TO WS-PRJ-AUTH
           MOVE WS-DT-BUDGET (WS-DEPT-IX)     TO WS-PRJ-BUDGET
           MOVE WS-DT-BUDG-SW (WS-DEPT-IX)    TO WS-PRJ-BUDG-SW
           MOVE "N" TO WS-PRJ-BREACH-SW
           ADD WS-DT-START-HEADS (WS-DEPT-IX) TO WS-ALL-START-HEADS
           ADD WS-DT-START-SAL (WS-DEPT-IX)   TO WS-ALL-START-SAL
           IF WS-PRJ-BUDGETED THEN
              SET WS-ALL-BUDGETED TO TRUE
              ADD WS-PRJ-AUTH   TO WS-ALL-AUTH-HEADS
              ADD WS-PRJ-BUDGET TO WS-ALL-BUDGET
           END-IF
           WRITE FCST-RPT-RECORD FROM SPACES AFTER ADVANCING 1 LINE
           MOVE WS-DT-CODE (WS-DEPT-IX)        TO WS-DH-CODE
           MOVE WS-DT-START-HEADS (WS-DEPT-IX) TO WS-DH-HEADS
           MOVE WS-DT-START-SAL (WS-DEPT-IX)   TO WS-DH-SALARY
           MOVE WS-TURNOVER-PCT                TO WS-DH-RATE
           WRITE FCST-RPT-RECORD FROM WS-DEPT-HEADING
              AFTER ADVANCING 1 LINE
           WRITE FCST-RPT-RECORD FROM WS-COLUMN-HEADING
              AFTER ADVANCING 1 LINE
           MOVE ZERO TO WS-SLOT-IX
           PERFORM UNTIL WS-SLOT-IX GREATER OR EQUAL 12
              ADD 1 TO WS-SLOT-IX
              PERFORM PROJECT-ONE-MONTH-RTN
              MOVE WS-DM-IN (WS-DEPT-IX, WS-SLOT-IX)    TO WS-FD-IN
              MOVE WS-DM-OUT (WS-DEPT-IX, WS-SLOT-IX)   TO WS-FD-OUT
              MOVE WS-DM-FILLS (WS-DEPT-IX, WS-SLOT-IX)
                 TO WS-FD-FILLS
              ADD WS-DM-IN (WS-DEPT-IX, WS-SLOT-IX)
                 TO WS-AT-IN (WS-SLOT-IX)
              ADD WS-DM-OUT (WS-DEPT-IX, WS-SLOT-IX)
                 TO WS-AT-OUT (WS-SLOT-IX)
              ADD WS-DM-FILLS (WS-DEPT-IX, WS-SLOT-IX)
                 TO WS-AT-FILLS (WS-SLOT-IX)
              ADD WS-PRJ-ATTRIT TO WS-AT-ATTRIT (WS-SLOT-IX)
              ADD WS-PRJ-HEADS  TO WS-AT-HEADS (WS-SLOT-IX)
              ADD WS-PRJ-SALARY TO WS-AT-SALARY (WS-SLOT-IX)
              PERFORM WRITE-MONTH-LINE-RTN
           END-PERFORM
           IF WS-PRJ-BREACHED THEN
              ADD 1 TO WS-BREACH-DEPT-COUNT
           END-IF
           .
      *
       PROJECT-ONE-MONTH-RTN SECTION.
           MOVE ZERO TO WS-PRJ-AVG-SAL
           IF WS-PRJ-HEADS GREATER THAN ZERO THEN
              COMPUTE WS-PRJ-AVG-SAL ROUNDED =
                 WS-PRJ-SALARY / WS-PRJ-HEADS
                 ON SIZE ERROR MOVE ZERO TO WS-PRJ-AVG-SAL
              END-COMPUTE
           END-IF
           COMPUTE WS-PRJ-ATTRIT ROUNDED =
              WS-PRJ-HEADS * WS-PRJ-RATE / 12
           COMPUTE WS-PRJ-HEADS = WS-PRJ-HEADS
              + WS-DM-IN (WS-DEPT-IX, WS-SLOT-IX)
              + WS-DM-FILLS (WS-DEPT-IX, WS-SLOT-IX)
              - WS-DM-OUT (WS-DEPT-IX, WS-SLOT-IX)
              - WS-PRJ-ATTRIT
           COMPUTE WS-PRJ-SALARY ROUNDED = WS-PRJ-SALARY
              + WS-DM-SAL-CHG (WS-DEPT-IX, WS-SLOT-IX)
              - WS-PRJ-ATTRIT * WS-PRJ-AVG-SAL
           IF WS-PRJ-HEADS LESS THAN ZERO THEN
              MOVE ZERO TO WS-PRJ-HEADS
           END-IF
           IF WS-PRJ-SALARY LESS THAN ZERO THEN
              MOVE ZERO TO WS-PRJ-SALARY
           END-IF
           .
      *
       WRITE-MONTH-LINE-RTN SECTION.
      * one projected month - the caller has set IN/OUT/FILLS and
      *    left the month's projection in WS-PRJ-*. Flags the month
      *    when the rounded headcount passes the authorized heads or
      *    the salary total passes the budget plus BUDGTOL.
           PERFORM COMPUTE-SLOT-MONTH-RTN
           MOVE SPACES TO WS-FD-MONTH
           STRING WS-SLOT-YYYY "-" WS-SLOT-MM
              DELIMITED BY SIZE INTO WS-FD-MONTH
           MOVE WS-PRJ-ATTRIT TO WS-FD-ATTRIT
           COMPUTE WS-PRJ-HEADS-WHOLE ROUNDED = WS-PRJ-HEADS
           MOVE WS-PRJ-HEADS-WHOLE TO WS-FD-HEADS
           MOVE WS-PRJ-SALARY TO WS-FD-SALARY
           MOVE SPACES TO WS-FD-FLAG
           IF WS-PRJ-BUDGETED THEN
              MOVE WS-PRJ-AUTH   TO WS-FD-AUTH
              MOVE WS-PRJ-BUDGET TO WS-FD-BUDGET
              COMPUTE WS-PRJ-PAY-LIMIT ROUNDED =
                 WS-PRJ-BUDGET * (100 + WS-BUDG-TOL-PCT) / 100
              EVALUATE TRUE
                 WHEN WS-PRJ-HEADS-WHOLE GREATER THAN WS-PRJ-AUTH
                       AND WS-PRJ-SALARY GREATER THAN
                           WS-PRJ-PAY-LIMIT
                    MOVE "** HEADS+SALARY" TO WS-FD-FLAG
                    SET WS-PRJ-BREACHED TO TRUE
                 WHEN WS-PRJ-HEADS-WHOLE GREATER THAN WS-PRJ-AUTH
                    MOVE "** HEADS" TO WS-FD-FLAG
                    SET WS-PRJ-BREACHED TO TRUE
                 WHEN WS-PRJ-SALARY GREATER THAN WS-PRJ-PAY-LIMIT
                    MOVE "** SALARY" TO WS-FD-FLAG
                    SET WS-PRJ-BREACHED TO TRUE
              END-EVALUATE
           ELSE
              MOVE "      N/A" TO WS-FD-AUTH-X
              MOVE "         NO BUDGET" TO WS-FD-BUDGET-X
           END-IF
           WRITE FCST-RPT-RECORD FROM WS-FCST-DETAIL
              AFTER ADVANCING 1 LINE
           .
      *
       WRITE-ALL-FORECAST-RTN SECTION.
      * the month totals across every department, against the
      *    budget totalled over the departments BUDGFILE covers.
           MOVE WS-ALL-AUTH-HEADS TO WS-PRJ-AUTH
           MOVE WS-ALL-BUDGET     TO WS-PRJ-BUDGET
           MOVE WS-ALL-BUDG-SW    TO WS-PRJ-BUDG-SW
           WRITE FCST-RPT-RECORD FROM SPACES AFTER ADVANCING 1 LINE
           MOVE ZERO TO WS-TURNOVER-PCT
           IF WS-ALL-START-HEADS GREATER THAN ZERO THEN
              COMPUTE WS-TURNOVER-PCT ROUNDED =
                 WS-TERM-12MO-COUNT * 100 / WS-ALL-START-HEADS
                 ON SIZE ERROR MOVE 999.9 TO WS-TURNOVER-PCT
              END-COMPUTE
           END-IF
           MOVE "ALL"              TO WS-DH-CODE
           MOVE WS-ALL-START-HEADS TO WS-DH-HEADS
           MOVE WS-ALL-START-SAL   TO WS-DH-SALARY
           MOVE WS-TURNOVER-PCT    TO WS-DH-RATE
           WRITE FCST-RPT-RECORD FROM WS-DEPT-HEADING
              AFTER ADVANCING 1 LINE
           WRITE FCST-RPT-RECORD FROM WS-COLUMN-HEADING
              AFTER ADVANCING 1 LINE
           MOVE ZERO TO WS-SLOT-IX
           PERFORM UNTIL WS-SLOT-IX GREATER OR EQUAL 12
              ADD 1 TO WS-SLOT-IX
              MOVE WS-AT-IN (WS-SLOT-IX)     TO WS-FD-IN
              MOVE WS-AT-OUT (WS-SLOT-IX)    TO WS-FD-OUT
              MOVE WS-AT-FILLS (WS-SLOT-IX)  TO WS-FD-FILLS
              MOVE WS-AT-ATTRIT (WS-SLOT-IX) TO WS-PRJ-ATTRIT
              MOVE WS-AT-HEADS (WS-SLOT-IX)  TO WS-PRJ-HEADS
              MOVE WS-AT-SALARY (WS-SLOT-IX) TO WS-PRJ-SALARY
              PERFORM WRITE-MONTH-LINE-RTN
           END-PERFORM
           .
      *
       COMPUTE-SLOT-MONTH-RTN SECTION.
      * the calendar month slot WS-SLOT-IX stands for
           MOVE WS-AM-YYYY TO WS-SLOT-YYYY
           COMPUTE WS-SLOT-MM = WS-AM-MM + WS-SLOT-IX
           PERFORM UNTIL WS-SLOT-MM LESS OR EQUAL 12
              SUBTRACT 12 FROM WS-SLOT-MM
              ADD 1 TO WS-SLOT-YYYY
           END-PERFORM
           .
       END PROGRAM FCSTRPT.
