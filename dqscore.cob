      *****************************************************************
      * DQSCORE - nightly data-quality scorecard over the EMP table
      * and its side files.
      * CHGVRFY proves the table matches its change trail; nothing
      * proved the data itself makes sense, and rows loaded through
      * MODE=LOAD or fixed with SPUFI never saw the intake edits.
      * Every EMP row, read through READ_FN's cursor, is scored
      * against these rules:
      *    NAME  first or last name blank, or not alphabetic (a
      *          hyphen, apostrophe or period inside a name is
      *          allowed)
      *    HIRE  hire date not a date, in the future, or before the
      *          company existed (DQFOUNDED)
      *    ZERO  salary zero or negative
      *    BAND  salary outside the GRADEFIL band of the
      *          department's DEPTFILE grade
      *    DEPT  department not on DEPTFILE
      *    STAT  status code other than A, L, S or M
      *    TERM  a live row whose EMP_ID is archived as terminated
      *          in EMPHIST with a termination on or after its hire
      *          date - a rehire under the old number is hired
      *          after the termination and is not counted
      *    ASGN  the open EMPASGH assignment (through HIST_FN)
      *          disagrees with the row's department or salary
      * A row breaking a rule is counted once for that rule however
      * many ways it breaks it. DQRPT carries:
      *    - the scorecard - rows, clean rows and each rule's count
      *      by department, and the totals
      *    - the trend - each rule and each department against the
      *      previous run's counts (DQPRIOR, last night's DQCOUNTS
      *      generation)
      *    - the detail exception list in EMP_ID order
      * DQCOUNTS is tonight's counts for tomorrow's trend, one
      * record per department and rule (ROWS for rows scored, ANY
      * for rows with any exception).
      * EMPHIST, DQPRIOR and the reference files are optional; a
      * rule with no input to check against is reported as such.
      * CTLCARD keywords: DQFOUNDED yyyy-mm-dd (earliest plausible
      * hire date, default 1900-01-01).
      * RETURN-CODE: 0 no exceptions, 4 exceptions found (or a
      * table overflowed), 8 no connection / EMP not read / no
      * report - DQCOUNTS then carries DQPRIOR over unchanged.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DQSCORE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CRED-FILE ASSIGN TO "CREDFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRED-STATUS.
           SELECT OPTIONAL CTL-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT OPTIONAL DEPT-REF-FILE ASSIGN TO "DEPTFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPTREF-STATUS.
           SELECT OPTIONAL GRADE-REF-FILE ASSIGN TO "GRADEFIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GRADEREF-STATUS.
           SELECT OPTIONAL EMP-HIST-FILE ASSIGN TO "EMPHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMPHIST-STATUS.
           SELECT OPTIONAL DQ-PRIOR-FILE ASSIGN TO "DQPRIOR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.
           SELECT OPTIONAL DQ-COUNTS-FILE ASSIGN TO "DQCOUNTS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COUNTS-STATUS.
           SELECT DQ-RPT-FILE ASSIGN TO "DQRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CRED-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CRED-RECORD              PIC X(20).
      *
       FD  CTL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CTL-RECORD.
           05 CTL-KEYWORD           PIC X(10).
           05 CTL-VALUE             PIC X(40).
      *
       FD  DEPT-REF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DEPT-REF-RECORD.
           05 DREF-CODE             PIC X(3).
           05 FILLER                PIC X(1).
           05 DREF-NAME             PIC X(25).
           05 FILLER                PIC X(1).
           05 DREF-GRADE            PIC X(2).
           05 FILLER                PIC X(1).
           05 DREF-ROUTE            PIC X(4).
      *
       FD  GRADE-REF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  GRADE-REF-RECORD.
           05 GREF-CODE             PIC X(2).
           05 FILLER                PIC X(1).
           05 GREF-MIN              PIC 9(7)V99.
           05 FILLER                PIC X(1).
           05 GREF-MID              PIC 9(7)V99.
           05 FILLER                PIC X(1).
           05 GREF-MAX              PIC 9(7)V99.
      *
      * same layout MAIN writes - see EMPHIST-RECORD there.
       FD  EMP-HIST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  EMPHIST-RECORD.
           05 EMPH-TIMESTAMP            PIC X(17).
           05 FILLER                    PIC X(1).
           05 EMPH-EMP-ID               PIC 9(6).
           05 FILLER                    PIC X(1).
           05 EMPH-FIRST-NAME           PIC X(12).
           05 FILLER                    PIC X(1).
           05 EMPH-LAST-NAME            PIC X(15).
           05 FILLER                    PIC X(1).
           05 EMPH-SEX                  PIC X(1).
           05 FILLER                    PIC X(1).
           05 EMPH-DEPARTMENT           PIC X(3).
           05 FILLER                    PIC X(1).
           05 EMPH-SALARY               PIC S9(7)V99.
           05 FILLER                    PIC X(1).
           05 EMPH-HIRE-DATE            PIC X(10).
           05 FILLER                    PIC X(1).
           05 EMPH-TERM-DATE            PIC X(10).
           05 FILLER                    PIC X(1).
           05 EMPH-TERM-REASON          PIC X(3).
      *
      * the previous run's DQCOUNTS generation - same layout
       FD  DQ-PRIOR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DQ-PRIOR-RECORD.
           05 DQP-RUN-DATE              PIC X(10).
           05 FILLER                    PIC X(1).
           05 DQP-DEPARTMENT            PIC X(3).
           05 FILLER                    PIC X(1).
           05 DQP-RULE                  PIC X(4).
           05 FILLER                    PIC X(1).
           05 DQP-COUNT-X               PIC X(7).
           05 DQP-COUNT REDEFINES DQP-COUNT-X
                                        PIC 9(7).
      *
       FD  DQ-COUNTS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DQ-COUNTS-RECORD.
           05 DQC-RUN-DATE              PIC X(10).
           05 FILLER                    PIC X(1).
           05 DQC-DEPARTMENT            PIC X(3).
           05 FILLER                    PIC X(1).
           05 DQC-RULE                  PIC X(4).
           05 FILLER                    PIC X(1).
           05 DQC-COUNT                 PIC 9(7).
      *
       FD  DQ-RPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DQ-RPT-RECORD                PIC X(132).
      *
      * one record per exception - EMP_ID order, rule order within
       SD  SORT-WORK-FILE.
       01  SRT-RECORD.
           05 SRT-EMP-ID            PIC 9(6).
           05 SRT-RULE-IX           PIC 9(2).
           05 SRT-EXC-IX            PIC 9(5).
      *
       WORKING-STORAGE SECTION.
       COPY "connect_fn".
       COPY "check_err_fn".
       COPY "read_fn".
       COPY "hist_fn".
       01  WS-DBNAME            PIC X(9).
       01  WS-USERID            PIC X(20).
       01  WS-PSWD              PIC X(20).
       01  WS-CRED-STATUS       PIC X(2) VALUE SPACES.
       01  WS-CTL-STATUS        PIC X(2) VALUE SPACES.
       01  WS-DEPTREF-STATUS    PIC X(2) VALUE SPACES.
       01  WS-GRADEREF-STATUS   PIC X(2) VALUE SPACES.
       01  WS-EMPHIST-STATUS    PIC X(2) VALUE SPACES.
       01  WS-PRIOR-STATUS      PIC X(2) VALUE SPACES.
       01  WS-COUNTS-STATUS     PIC X(2) VALUE SPACES.
       01  WS-RPT-STATUS        PIC X(2) VALUE SPACES.
       01  WS-CTL-EOF-SW        PIC X(1) VALUE "N".
           88 WS-CTL-EOF             VALUE "Y".
       01  WS-REF-EOF-SW        PIC X(1) VALUE "N".
           88 WS-REF-EOF             VALUE "Y".
       01  WS-EMPHIST-EOF-SW    PIC X(1) VALUE "N".
           88 WS-EMPHIST-EOF         VALUE "Y".
       01  WS-PRIOR-EOF-SW      PIC X(1) VALUE "N".
           88 WS-PRIOR-EOF           VALUE "Y".
       01  WS-SORT-EOF-SW       PIC X(1) VALUE "N".
           88 WS-SORT-EOF            VALUE "Y".
       01  WS-LOAD-FAIL-SW      PIC X(1) VALUE "N".
           88 WS-LOAD-FAILED         VALUE "Y".
      * which rules had something to check against - N prints the
      *    rule as not checked rather than as clean
       01  WS-DEPTREF-SW        PIC X(1) VALUE "N".
           88 WS-DEPTREF-LOADED      VALUE "Y".
       01  WS-GRADEREF-SW       PIC X(1) VALUE "N".
           88 WS-GRADEREF-LOADED     VALUE "Y".
       01  WS-ARCH-SW           PIC X(1) VALUE "N".
           88 WS-ARCH-SEARCHED       VALUE "Y".
       01  WS-ASGN-SW           PIC X(1) VALUE "N".
           88 WS-ASGN-SEARCHED       VALUE "Y".
       01  WS-PRIOR-SW          PIC X(1) VALUE "N".
           88 WS-PRIOR-LOADED        VALUE "Y".
       01  WS-TODAY-DATE.
           05 WS-TODAY-YYYY     PIC 9(4).
           05 WS-TODAY-MM       PIC 9(2).
           05 WS-TODAY-DD       PIC 9(2).
       01  WS-RUN-DATE          PIC X(10) VALUE SPACES.
       01  WS-PRIOR-RUN-DATE    PIC X(10) VALUE SPACES.
      * scoring controls
       01  WS-FOUNDED-DATE      PIC X(10) VALUE "1900-01-01".
       01  WS-FOUNDED-INT       PIC S9(9) COMP VALUE ZERO.
       01  WS-TODAY-INT         PIC S9(9) COMP VALUE ZERO.
      * the rules - code and description by rule number
       01  WS-RULE-COUNT        PIC S9(4) COMP VALUE 8.
       01  WS-RULE-IX           PIC S9(4) COMP VALUE ZERO.
       01  WS-RULE-CODE-LIST    PIC X(32)
                    VALUE "NAMEHIREZEROBANDDEPTSTATTERMASGN".
       01  WS-RULE-CODES REDEFINES WS-RULE-CODE-LIST.
           05 WS-RULE-CODE      PIC X(4) OCCURS 8 TIMES.
       01  WS-RULE-DESC-LIST.
           05 FILLER            PIC X(30)
                    VALUE "NAME BLANK OR NOT ALPHABETIC".
           05 FILLER            PIC X(30)
                    VALUE "HIRE DATE NOT PLAUSIBLE".
           05 FILLER            PIC X(30)
                    VALUE "SALARY ZERO OR NEGATIVE".
           05 FILLER            PIC X(30)
                    VALUE "SALARY OUTSIDE GRADE BAND".
           05 FILLER            PIC X(30)
                    VALUE "DEPARTMENT NOT ON DEPTFILE".
           05 FILLER            PIC X(30)
                    VALUE "STATUS NOT A/L/S/M".
           05 FILLER            PIC X(30)
                    VALUE "LIVE BUT TERMINATED IN EMPHIST".
           05 FILLER            PIC X(30)
                    VALUE "OPEN ASSIGNMENT DISAGREES".
       01  WS-RULE-DESCS REDEFINES WS-RULE-DESC-LIST.
           05 WS-RULE-DESC      PIC X(30) OCCURS 8 TIMES.
      * this run's and the previous run's rule totals
       01  WS-RULE-TOTALS.
           05 WS-RULE-TOTAL     PIC 9(7) OCCURS 8 TIMES.
       01  WS-RULE-PRIOR-TOTALS.
           05 WS-RULE-PRIOR     PIC 9(7) OCCURS 8 TIMES.
      * DEPTFILE, with this run's and the previous run's counts by
      *    department. A code met on EMP or DQPRIOR but not on
      *    DEPTFILE is added unlisted so it still gets its line.
       01  WS-DEPT-REF-COUNT    PIC S9(4) COMP VALUE ZERO.
       01  WS-DEPT-REF-MAX      PIC S9(4) COMP VALUE 200.
       01  WS-DEPT-REF-IX       PIC S9(4) COMP VALUE ZERO.
       01  WS-DEPT-OVFL-SW      PIC X(1) VALUE "N".
           88 WS-DEPT-OVERFLOW       VALUE "Y".
       01  WS-DEPT-REF-TABLE.
           05 WS-DEPT-REF-ENTRY OCCURS 200 TIMES.
              10 WS-DR-CODE         PIC X(3).
              10 WS-DR-NAME         PIC X(25).
              10 WS-DR-GRADE        PIC X(2).
              10 WS-DR-LISTED       PIC X(1).
              10 WS-DR-ROWS         PIC 9(7).
              10 WS-DR-CLEAN        PIC 9(7).
              10 WS-DR-EXCEPTIONS   PIC 9(7).
              10 WS-DR-RULE-COUNT   PIC 9(7) OCCURS 8 TIMES.
              10 WS-DR-PRIOR-ROWS   PIC 9(7).
              10 WS-DR-PRIOR-EXC    PIC 9(7).
       01  WS-FIND-DEPT         PIC X(3) VALUE SPACES.
       01  WS-DEPT-FOUND-SW     PIC X(1) VALUE "N".
           88 WS-DEPT-FOUND          VALUE "Y".
      * GRADEFIL bands
       01  WS-GRADE-COUNT       PIC S9(4) COMP VALUE ZERO.
       01  WS-GRADE-MAX         PIC S9(4) COMP VALUE 100.
       01  WS-GRADE-IX          PIC S9(4) COMP VALUE ZERO.
       01  WS-GRADE-TABLE.
           05 WS-GRADE-ENTRY OCCURS 100 TIMES.
              10 WS-GR-CODE         PIC X(2).
              10 WS-GR-MIN          PIC 9(7)V99.
              10 WS-GR-MAX          PIC 9(7)V99.
       01  WS-GRADE-FOUND-SW    PIC X(1) VALUE "N".
           88 WS-GRADE-FOUND         VALUE "Y".
      * every EMP row, in the cursor's EMP_ID order, with the rules
      *    it broke (Y under the rule number)
       01  WS-EMP-COUNT         PIC S9(4) COMP VALUE ZERO.
       01  WS-EMP-MAX           PIC S9(4) COMP VALUE 5000.
       01  WS-EMP-IX            PIC S9(4) COMP VALUE ZERO.
       01  WS-EMP-OVFL-SW       PIC X(1) VALUE "N".
           88 WS-EMP-OVERFLOW        VALUE "Y".
       01  WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 5000 TIMES.
              10 WS-EM-EMP-ID       PIC 9(6).
              10 WS-EM-LAST-NAME    PIC X(15).
              10 WS-EM-FIRST-NAME   PIC X(12).
              10 WS-EM-DEPARTMENT   PIC X(3).
              10 WS-EM-SALARY       PIC S9(7)V99 COMP-3.
              10 WS-EM-HIRE-DATE    PIC X(10).
              10 WS-EM-HIRE-INT     PIC S9(9) COMP.
              10 WS-EM-STATUS       PIC X(1).
              10 WS-EM-DEPT-IX      PIC S9(4) COMP.
              10 WS-EM-RULE-FLAGS.
                 15 WS-EM-RULE-FLAG PIC X(1) OCCURS 8 TIMES.
      * lookup work
       01  WS-FIND-EMP-ID       PIC 9(6) VALUE ZERO.
       01  WS-FIND-IX           PIC S9(4) COMP VALUE ZERO.
       01  WS-FIND-SW           PIC X(1) VALUE "N".
           88 WS-FIND-FOUND          VALUE "Y".
      * exceptions, printed through the sort
       01  WS-EXC-COUNT         PIC S9(5) COMP VALUE ZERO.
       01  WS-EXC-MAX           PIC S9(5) COMP VALUE 10000.
       01  WS-EXC-IX            PIC S9(5) COMP VALUE ZERO.
       01  WS-EXC-OVFL-SW       PIC X(1) VALUE "N".
           88 WS-EXC-OVERFLOW        VALUE "Y".
       01  WS-EXC-TABLE.
           05 WS-EXC-ENTRY OCCURS 10000 TIMES.
              10 WS-EX-EMP-IX       PIC S9(4) COMP.
              10 WS-EX-RULE-IX      PIC S9(4) COMP.
              10 WS-EX-TEXT         PIC X(50).
       01  WS-EXC-TEXT          PIC X(50) VALUE SPACES.
      * rule work
       01  WS-NAME-WORK         PIC X(15) VALUE SPACES.
       01  WS-NAME-SW           PIC X(1) VALUE "N".
           88 WS-NAME-BAD            VALUE "Y".
       01  WS-EDIT-SALARY       PIC Z,ZZZ,ZZ9.99-.
       01  WS-EDIT-MIN          PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-MAX          PIC Z,ZZZ,ZZ9.99.
      * date conversion - yyyy-mm-dd in, day number out
       01  WS-DATE-IN           PIC X(10) VALUE SPACES.
       01  WS-DATE-INT          PIC S9(9) COMP VALUE ZERO.
       01  WS-DATE-9            PIC 9(8) VALUE ZERO.
       01  WS-DATE-X REDEFINES WS-DATE-9
                                PIC X(8).
       01  WS-DATE-MM           PIC 9(2) VALUE ZERO.
       01  WS-DATE-DD           PIC 9(2) VALUE ZERO.
      * counters
       01  WS-CLEAN-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-EXC-ROW-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-PRIOR-ROWS        PIC 9(7) VALUE ZERO.
       01  WS-PRIOR-EXC-ROWS    PIC 9(7) VALUE ZERO.
       01  WS-ARCH-READ-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-ASGN-READ-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-ASGN-NONE-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-ASGN-MATCH-COUNT  PIC 9(7) VALUE ZERO.
       01  WS-PRINTED-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-CHANGE            PIC S9(7) VALUE ZERO.
       01  WS-PCT-CLEAN         PIC 9(3)V9 VALUE ZERO.
      * report layouts
       01  WS-RPT-HEADING.
           05 FILLER            PIC X(40)
                    VALUE "EMP DATA-QUALITY SCORECARD".
           05 FILLER            PIC X(10) VALUE "RUN DATE ".
           05 WS-RH-DATE        PIC X(10).
           05 FILLER            PIC X(20) VALUE "   PREVIOUS RUN: ".
           05 WS-RH-PRIOR-DATE  PIC X(10).
       01  WS-RPT-FOUNDED-LINE.
           05 FILLER            PIC X(32)
                    VALUE "EARLIEST PLAUSIBLE HIRE DATE: ".
           05 WS-RF-FOUNDED     PIC X(10).
       01  WS-NOT-CHECKED-LINE.
           05 FILLER            PIC X(14) VALUE "** NOT CHECKED".
           05 FILLER            PIC X(3)  VALUE " - ".
           05 WS-NC-RULE        PIC X(4).
           05 FILLER            PIC X(3)  VALUE " - ".
           05 WS-NC-REASON      PIC X(50).
       01  WS-SCORE-HEADING     PIC X(60) VALUE
           "SCORECARD BY DEPARTMENT AND RULE".
       01  WS-SCORE-COLUMNS.
           05 FILLER            PIC X(30)
                    VALUE "DEP NAME".
           05 FILLER            PIC X(24)
                    VALUE "   ROWS   CLEAN  %CLEAN ".
           05 FILLER            PIC X(24)
                    VALUE "  NAME  HIRE  ZERO  BAND".
           05 FILLER            PIC X(24)
                    VALUE "  DEPT  STAT  TERM  ASGN".
       01  WS-SCORE-LINE.
           05 WS-SL-DEPT        PIC X(3).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-SL-NAME        PIC X(25).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-SL-ROWS        PIC ZZZZZZ9.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-SL-CLEAN       PIC ZZZZZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-SL-PCT         PIC ZZ9.9.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-SL-RULE-CELL   OCCURS 8 TIMES.
              10 FILLER         PIC X(1).
              10 WS-SL-RULE     PIC ZZZZ9.
       01  WS-TREND-RULE-HEADING PIC X(60) VALUE
           "TREND BY RULE - THIS RUN AGAINST THE PREVIOUS RUN".
       01  WS-TREND-RULE-COLUMNS.
           05 FILLER            PIC X(36)
                    VALUE "RULE DESCRIPTION".
           05 FILLER            PIC X(30)
                    VALUE "   THIS RUN  PREVIOUS  CHANGE".
       01  WS-TREND-RULE-LINE.
           05 WS-TR-RULE        PIC X(4).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-TR-DESC        PIC X(30).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-TR-THIS        PIC ZZZZZZZZZ9.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-TR-PRIOR       PIC ZZZZZZZZ9.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-TR-CHANGE      PIC ++++++9.
       01  WS-TREND-DEPT-HEADING PIC X(70) VALUE
           "TREND BY DEPARTMENT - ROWS WITH ANY EXCEPTION".
       01  WS-TREND-DEPT-COLUMNS.
           05 FILLER            PIC X(36)
                    VALUE "DEP NAME".
           05 FILLER            PIC X(30)
                    VALUE "   THIS RUN  PREVIOUS  CHANGE".
       01  WS-TREND-DEPT-LINE.
           05 WS-TD-DEPT        PIC X(3).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-TD-NAME        PIC X(31).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-TD-THIS        PIC ZZZZZZZZZ9.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-TD-PRIOR       PIC ZZZZZZZZ9.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-TD-CHANGE      PIC ++++++9.
       01  WS-NO-PRIOR-LINE     PIC X(60) VALUE
           "   (NO DQPRIOR - FIRST RUN, NOTHING TO COMPARE AGAINST)".
       01  WS-EXC-HEADING       PIC X(60) VALUE
           "EXCEPTIONS".
       01  WS-EXC-COLUMNS.
           05 FILLER            PIC X(34)
                    VALUE "EMP_ID LAST NAME       FIRST NAME".
           05 FILLER            PIC X(28)
                    VALUE " DEP RULE DETAIL".
       01  WS-EXC-LINE.
           05 WS-EL-EMP-ID      PIC 9(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-EL-LAST-NAME   PIC X(15).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-EL-FIRST-NAME  PIC X(12).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-EL-DEPT        PIC X(3).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-EL-RULE        PIC X(4).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-EL-TEXT        PIC X(50).
       01  WS-NONE-LINE         PIC X(40)
                    VALUE "   (NO EXCEPTIONS)".
       01  WS-TOTALS-LINE-1.
           05 FILLER            PIC X(19) VALUE "EMP ROWS SCORED:   ".
           05 WS-TT-EMPS        PIC ZZZZZZ9.
           05 FILLER            PIC X(13) VALUE "   CLEAN:    ".
           05 WS-TT-CLEAN       PIC ZZZZZZ9.
           05 FILLER            PIC X(20) VALUE "   WITH EXCEPTIONS: ".
           05 WS-TT-EXC-ROWS    PIC ZZZZZZ9.
       01  WS-TOTALS-LINE-2.
           05 FILLER            PIC X(19) VALUE "ARCHIVE RECORDS:   ".
           05 WS-TT-ARCH        PIC ZZZZZZ9.
           05 FILLER            PIC X(21)
                    VALUE "   OPEN ASSIGNMENTS: ".
           05 WS-TT-ASGN        PIC ZZZZZZ9.
           05 FILLER            PIC X(22)
                    VALUE "   ROWS WITH NO OPEN: ".
           05 WS-TT-ASGN-NONE   PIC ZZZZZZ9.
       01  WS-OVERFLOW-LINE.
           05 FILLER            PIC X(40)
                    VALUE "** MORE ROWS, DEPARTMENTS OR EXCEPTIONS ".
           05 FILLER            PIC X(40)
                    VALUE "THAN THE TABLES HOLD - SCORE INCOMPLETE".
      *
       LOCAL-STORAGE SECTION.
      *
       LINKAGE SECTION.
      * same leading 29 bytes as MAIN's PARM - dbname then userid
       01  WS-PARM-AREA.
           05 WS-PARM-LEN         PIC S9(4) COMP.
           05 WS-PARM-DATA.
              10 WS-PARM-DBNAME   PIC X(9).
              10 WS-PARM-USERID   PIC X(20).
      *
       PROCEDURE DIVISION USING WS-PARM-AREA.
           IF WS-PARM-LEN GREATER THAN ZERO THEN
              MOVE WS-PARM-DBNAME TO WS-DBNAME
              MOVE WS-PARM-USERID TO WS-USERID
           ELSE
              DISPLAY "Please Enter DataBase Name:" with no advancing
              ACCEPT WS-DBNAME
              DISPLAY "Please Enter User Name:" with no advancing
              ACCEPT WS-USERID
           END-IF
           OPEN INPUT CRED-FILE
           IF WS-CRED-STATUS EQUAL "00" THEN
              READ CRED-FILE INTO WS-PSWD
                 AT END
                    DISPLAY "Please Enter Password:" with no advancing
                    ACCEPT WS-PSWD
              END-READ
              CLOSE CRED-FILE
           ELSE
              DISPLAY "Please Enter Password:" with no advancing
              ACCEPT WS-PSWD
           END-IF
           PERFORM READ-SCORE-CONTROLS
           OPEN OUTPUT DQ-RPT-FILE
           IF WS-RPT-STATUS NOT EQUAL "00" THEN
              DISPLAY "DQRPT not allocated - cannot report"
              PERFORM CARRY-PRIOR-COUNTS-RTN
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-REFERENCES-RTN
           PERFORM LOAD-PRIOR-COUNTS-RTN
           INITIALIZE LN-CONNECT
           MOVE WS-DBNAME TO LN-DBNAME OF LN-CONNECT
           MOVE WS-USERID TO LN-USERID OF LN-CONNECT
           MOVE WS-PSWD   TO LN-PSWD OF LN-CONNECT
           SET LN-CONNECT-START OF LN-CONNECT TO TRUE
           CALL "CONNECT_FN" USING LN-CONNECT LN-ERROR
           IF LN-SQLCODE OF LN-ERROR NOT EQUAL ZERO THEN
              DISPLAY "Connect Failed"
              PERFORM PRINT-ERRORS
              PERFORM CARRY-PRIOR-COUNTS-RTN
              MOVE 8 TO RETURN-CODE
              PERFORM END-SCORE-RTN
           END-IF
           PERFORM LOAD-EMPLOYEES-RTN
           IF NOT WS-LOAD-FAILED THEN
              PERFORM CHECK-ASSIGNMENTS-RTN
           END-IF
           DISPLAY "Resetting connection"
           SET LN-CONNECT-RESET OF LN-CONNECT TO TRUE
           CALL "CONNECT_FN" USING LN-CONNECT LN-ERROR
      * a partial EMP read would score as a sudden improvement and
      *    poison tomorrow's trend - no report, and DQCOUNTS is
      *    last night's carried over unchanged
           IF WS-LOAD-FAILED THEN
              PERFORM CARRY-PRIOR-COUNTS-RTN
              MOVE 8 TO RETURN-CODE
              PERFORM END-SCORE-RTN
           END-IF
           PERFORM CHECK-ARCHIVE-RTN
           PERFORM TALLY-CLEAN-ROWS-RTN
           PERFORM WRITE-SCORECARD-RTN
           PERFORM WRITE-TREND-RTN
           SORT SORT-WORK-FILE
              ON ASCENDING KEY SRT-EMP-ID SRT-RULE-IX SRT-EXC-IX
              INPUT PROCEDURE IS RELEASE-EXCEPTIONS-RTN
              OUTPUT PROCEDURE IS PRINT-EXCEPTIONS-RTN
           PERFORM WRITE-SCORE-TOTALS-RTN
           PERFORM WRITE-DQ-COUNTS-RTN
           IF WS-EXC-COUNT GREATER THAN ZERO
                 OR WS-EMP-OVERFLOW
                 OR WS-DEPT-OVERFLOW
                 OR WS-EXC-OVERFLOW THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM END-SCORE-RTN
           .
      *
       END-SCORE-RTN SECTION.
           CLOSE DQ-RPT-FILE
           DISPLAY "Data-quality scorecard complete - EMP rows: "
              WS-EMP-COUNT " Clean: " WS-CLEAN-COUNT
              " Exceptions: " WS-EXC-COUNT
           STOP RUN
           .
      *
       READ-SCORE-CONTROLS SECTION.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
              DELIMITED BY SIZE INTO WS-RUN-DATE
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS EQUAL "00" THEN
              MOVE "N" TO WS-CTL-EOF-SW
              PERFORM UNTIL WS-CTL-EOF
                 READ CTL-FILE
                    AT END MOVE "Y" TO WS-CTL-EOF-SW
                    NOT AT END
                       EVALUATE CTL-KEYWORD
                          WHEN "DQFOUNDED"
                             MOVE CTL-VALUE(1:10) TO WS-FOUNDED-DATE
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE CTL-FILE
           END-IF
           MOVE WS-FOUNDED-DATE TO WS-DATE-IN
           PERFORM DATE-TO-DAY-NUMBER-RTN
           IF WS-DATE-INT EQUAL ZERO THEN
              DISPLAY "DQFOUNDED not a yyyy-mm-dd date - using the "
                 "default 1900-01-01"
              MOVE "1900-01-01" TO WS-FOUNDED-DATE
              MOVE WS-FOUNDED-DATE TO WS-DATE-IN
              PERFORM DATE-TO-DAY-NUMBER-RTN
           END-IF
           MOVE WS-DATE-INT TO WS-FOUNDED-INT
           MOVE WS-RUN-DATE TO WS-DATE-IN
           PERFORM DATE-TO-DAY-NUMBER-RTN
           MOVE WS-DATE-INT TO WS-TODAY-INT
           .
      *
       LOAD-REFERENCES-RTN SECTION.
      * DEPTFILE gives the valid departments and each one's grade,
      *    GRADEFIL each grade's band. Without DEPTFILE the DEPT and
      *    BAND rules are not checked; without GRADEFIL, BAND.
           OPEN INPUT DEPT-REF-FILE
           IF WS-DEPTREF-STATUS EQUAL "00" THEN
              SET WS-DEPTREF-LOADED TO TRUE
              MOVE "N" TO WS-REF-EOF-SW
              PERFORM UNTIL WS-REF-EOF
                 READ DEPT-REF-FILE
                    AT END SET WS-REF-EOF TO TRUE
                    NOT AT END
                       MOVE DREF-CODE TO WS-FIND-DEPT
                       PERFORM ADD-DEPT-RTN
                       IF WS-DEPT-FOUND THEN
                          MOVE DREF-NAME
                             TO WS-DR-NAME (WS-DEPT-REF-IX)
                          MOVE DREF-GRADE
                             TO WS-DR-GRADE (WS-DEPT-REF-IX)
                          MOVE "Y" TO WS-DR-LISTED (WS-DEPT-REF-IX)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DEPT-REF-FILE
           ELSE
              DISPLAY "DEPTFILE not allocated - DEPT and BAND rules "
                 "not checked"
           END-IF
           OPEN INPUT GRADE-REF-FILE
           IF WS-GRADEREF-STATUS EQUAL "00" THEN
              SET WS-GRADEREF-LOADED TO TRUE
              MOVE "N" TO WS-REF-EOF-SW
              PERFORM UNTIL WS-REF-EOF
                 READ GRADE-REF-FILE
                    AT END SET WS-REF-EOF TO TRUE
                    NOT AT END
                       IF WS-GRADE-COUNT LESS THAN WS-GRADE-MAX THEN
                          ADD 1 TO WS-GRADE-COUNT
                          MOVE GREF-CODE
                             TO WS-GR-CODE (WS-GRADE-COUNT)
                          MOVE GREF-MIN
                             TO WS-GR-MIN (WS-GRADE-COUNT)
                          MOVE GREF-MAX
                             TO WS-GR-MAX (WS-GRADE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GRADE-REF-FILE
           ELSE
              DISPLAY "GRADEFIL not allocated - BAND rule not checked"
           END-IF
           .
      *
       ADD-DEPT-RTN SECTION.
      * WS-FIND-DEPT on the department table, added (unlisted) when
      *    it is not there - WS-DEPT-REF-IX and the found switch
      *    come back set; the switch is off only when the table is
      *    full.
           PERFORM FIND-DEPT-RTN
           IF NOT WS-DEPT-FOUND THEN
              IF WS-DEPT-REF-COUNT LESS THAN WS-DEPT-REF-MAX THEN
                 ADD 1 TO WS-DEPT-REF-COUNT
                 MOVE WS-DEPT-REF-COUNT TO WS-DEPT-REF-IX
                 INITIALIZE WS-DEPT-REF-ENTRY (WS-DEPT-REF-IX)
                 MOVE WS-FIND-DEPT TO WS-DR-CODE (WS-DEPT-REF-IX)
                 MOVE "N" TO WS-DR-LISTED (WS-DEPT-REF-IX)
                 SET WS-DEPT-FOUND TO TRUE
              ELSE
                 MOVE ZERO TO WS-DEPT-REF-IX
                 IF NOT WS-DEPT-OVERFLOW THEN
                    SET WS-DEPT-OVERFLOW TO TRUE
                    DISPLAY "WARNING - department table full, later "
                       "departments not scored"
                 END-IF
              END-IF
           END-IF
           .
      *
       FIND-DEPT-RTN SECTION.
           MOVE "N" TO WS-DEPT-FOUND-SW
           MOVE ZERO TO WS-DEPT-REF-IX
           PERFORM UNTIL WS-DEPT-FOUND
                 OR WS-DEPT-REF-IX GREATER OR EQUAL WS-DEPT-REF-COUNT
              ADD 1 TO WS-DEPT-REF-IX
              IF WS-DR-CODE (WS-DEPT-REF-IX) EQUAL WS-FIND-DEPT THEN
                 SET WS-DEPT-FOUND TO TRUE
              END-IF
           END-PERFORM
           .
      *
       LOAD-PRIOR-COUNTS-RTN SECTION.
      * last night's DQCOUNTS - ROWS and each rule by department.
      *    The rule totals and the rows-with-any-exception (ANY)
      *    lines feed the trend; an unknown rule code is skipped.
           OPEN INPUT DQ-PRIOR-FILE
           IF WS-PRIOR-STATUS EQUAL "00" THEN
              MOVE "N" TO WS-PRIOR-EOF-SW
              PERFORM UNTIL WS-PRIOR-EOF
                 READ DQ-PRIOR-FILE
                    AT END SET WS-PRIOR-EOF TO TRUE
                    NOT AT END
                       IF DQP-COUNT-X NUMERIC THEN
                          SET WS-PRIOR-LOADED TO TRUE
                          MOVE DQP-RUN-DATE TO WS-PRIOR-RUN-DATE
                          PERFORM STORE-PRIOR-COUNT-RTN
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DQ-PRIOR-FILE
           ELSE
              DISPLAY "DQPRIOR not allocated - no trend this run"
           END-IF
           .
      *
       STORE-PRIOR-COUNT-RTN SECTION.
           MOVE DQP-DEPARTMENT TO WS-FIND-DEPT
           PERFORM ADD-DEPT-RTN
           IF WS-DEPT-FOUND THEN
              EVALUATE DQP-RULE
                 WHEN "ROWS"
                    MOVE DQP-COUNT TO WS-DR-PRIOR-ROWS (WS-DEPT-REF-IX)
                    ADD DQP-COUNT TO WS-PRIOR-ROWS
                 WHEN "ANY "
                    MOVE DQP-COUNT TO WS-DR-PRIOR-EXC (WS-DEPT-REF-IX)
                    ADD DQP-COUNT TO WS-PRIOR-EXC-ROWS
                 WHEN OTHER
                    MOVE ZERO TO WS-RULE-IX
                    PERFORM UNTIL WS-RULE-IX GREATER OR EQUAL
                          WS-RULE-COUNT
                       ADD 1 TO WS-RULE-IX
                       IF WS-RULE-CODE (WS-RULE-IX) EQUAL DQP-RULE
                             THEN
                          ADD DQP-COUNT TO WS-RULE-PRIOR (WS-RULE-IX)
                       END-IF
                    END-PERFORM
              END-EVALUATE
           END-IF
           .
      *
       LOAD-EMPLOYEES-RTN SECTION.
      * the whole EMP table through one unfiltered cursor, each row
      *    scored against the rules that need only the row and the
      *    reference files as it is stored
           INITIALIZE LN-READ
           SET LN-READ-OPEN OF LN-READ-FUNC OF LN-READ TO TRUE
           CALL "READ_FN" USING LN-READ LN-ERROR
           IF LN-SQLCODE OF LN-ERROR NOT EQUAL ZERO THEN
              DISPLAY "Cursor open failed"
              PERFORM PRINT-ERRORS
              SET WS-LOAD-FAILED TO TRUE
           ELSE
              SET LN-READ-FETCH OF LN-READ-FUNC OF LN-READ TO TRUE
              CALL "READ_FN" USING LN-READ LN-ERROR
              PERFORM UNTIL LN-SQLCODE OF LN-ERROR NOT EQUAL ZERO
                 PERFORM STORE-EMPLOYEE-RTN
                 CALL "READ_FN" USING LN-READ LN-ERROR
              END-PERFORM
              IF LN-SQLCODE OF LN-ERROR NOT EQUAL +100 THEN
                 DISPLAY "Employee fetch ended abnormally"
                 PERFORM PRINT-ERRORS
                 SET WS-LOAD-FAILED TO TRUE
              END-IF
              SET LN-READ-CLOSE OF LN-READ-FUNC OF LN-READ TO TRUE
              CALL "READ_FN" USING LN-READ LN-ERROR
           END-IF
           .
      *
       STORE-EMPLOYEE-RTN SECTION.
           IF WS-EMP-COUNT LESS THAN WS-EMP-MAX THEN
              ADD 1 TO WS-EMP-COUNT
              MOVE WS-EMP-COUNT TO WS-EMP-IX
              MOVE LN-EMP-ID OF LN-READ
                 TO WS-EM-EMP-ID (WS-EMP-IX)
              MOVE LN-LAST-NAME OF LN-READ
                 TO WS-EM-LAST-NAME (WS-EMP-IX)
              MOVE LN-FIRST-NAME OF LN-READ
                 TO WS-EM-FIRST-NAME (WS-EMP-IX)
              MOVE LN-DEPARTMENT OF LN-READ
                 TO WS-EM-DEPARTMENT (WS-EMP-IX)
              MOVE LN-SALARY OF LN-READ
                 TO WS-EM-SALARY (WS-EMP-IX)
              MOVE LN-HIRE-DATE OF LN-READ
                 TO WS-EM-HIRE-DATE (WS-EMP-IX)
              MOVE LN-STATUS OF LN-READ
                 TO WS-EM-STATUS (WS-EMP-IX)
              MOVE SPACES TO WS-EM-RULE-FLAGS (WS-EMP-IX)
              MOVE LN-HIRE-DATE OF LN-READ TO WS-DATE-IN
              PERFORM DATE-TO-DAY-NUMBER-RTN
              MOVE WS-DATE-INT TO WS-EM-HIRE-INT (WS-EMP-IX)
              MOVE LN-DEPARTMENT OF LN-READ TO WS-FIND-DEPT
              PERFORM ADD-DEPT-RTN
              MOVE WS-DEPT-REF-IX TO WS-EM-DEPT-IX (WS-EMP-IX)
              IF WS-DEPT-FOUND THEN
                 ADD 1 TO WS-DR-ROWS (WS-DEPT-REF-IX)
              END-IF
              PERFORM SCORE-EMPLOYEE-RTN
           ELSE
              IF NOT WS-EMP-OVERFLOW THEN
                 SET WS-EMP-OVERFLOW TO TRUE
                 DISPLAY "WARNING - employee table full, later "
                    "rows not scored"
              END-IF
           END-IF
           .
      *
       SCORE-EMPLOYEE-RTN SECTION.
      * the row at WS-EMP-IX against NAME, HIRE, ZERO, BAND, DEPT
      *    and STAT
           PERFORM CHECK-NAME-RTN
           PERFORM CHECK-HIRE-DATE-RTN
           IF WS-EM-SALARY (WS-EMP-IX) NOT GREATER THAN ZERO THEN
              MOVE WS-EM-SALARY (WS-EMP-IX) TO WS-EDIT-SALARY
              MOVE SPACES TO WS-EXC-TEXT
              STRING "SALARY " WS-EDIT-SALARY
                 DELIMITED BY SIZE INTO WS-EXC-TEXT
              MOVE 3 TO WS-RULE-IX
              PERFORM ADD-EXCEPTION-RTN
           END-IF
           IF WS-DEPTREF-LOADED THEN
              PERFORM CHECK-DEPT-AND-BAND-RTN
           END-IF
           EVALUATE WS-EM-STATUS (WS-EMP-IX)
              WHEN "A"
              WHEN "L"
              WHEN "S"
              WHEN "M"
                 CONTINUE
              WHEN OTHER
                 MOVE SPACES TO WS-EXC-TEXT
                 STRING "STATUS CODE '" WS-EM-STATUS (WS-EMP-IX)
                    "' NOT A/L/S/M"
                    DELIMITED BY SIZE INTO WS-EXC-TEXT
                 MOVE 6 TO WS-RULE-IX
                 PERFORM ADD-EXCEPTION-RTN
           END-EVALUATE
           .
      *
       CHECK-NAME-RTN SECTION.
      * blank, or anything but letters and spaces once the hyphen,
      *    apostrophe and period a real name can carry are set
      *    aside. The last name is looked at first.
           MOVE "N" TO WS-NAME-SW
           MOVE SPACES TO WS-EXC-TEXT
           EVALUATE TRUE
              WHEN WS-EM-LAST-NAME (WS-EMP-IX) EQUAL SPACES
                 MOVE "LAST NAME BLANK" TO WS-EXC-TEXT
                 SET WS-NAME-BAD TO TRUE
              WHEN WS-EM-FIRST-NAME (WS-EMP-IX) EQUAL SPACES
                 MOVE "FIRST NAME BLANK" TO WS-EXC-TEXT
                 SET WS-NAME-BAD TO TRUE
           END-EVALUATE
           IF NOT WS-NAME-BAD THEN
              MOVE WS-EM-LAST-NAME (WS-EMP-IX) TO WS-NAME-WORK
              INSPECT WS-NAME-WORK REPLACING ALL "-" BY SPACE
                                             ALL "'" BY SPACE
                                             ALL "." BY SPACE
              IF WS-NAME-WORK NOT ALPHABETIC THEN
                 MOVE "LAST NAME NOT ALPHABETIC" TO WS-EXC-TEXT
                 SET WS-NAME-BAD TO TRUE
              END-IF
           END-IF
           IF NOT WS-NAME-BAD THEN
              MOVE WS-EM-FIRST-NAME (WS-EMP-IX) TO WS-NAME-WORK
              INSPECT WS-NAME-WORK REPLACING ALL "-" BY SPACE
                                             ALL "'" BY SPACE
                                             ALL "." BY SPACE
              IF WS-NAME-WORK NOT ALPHABETIC THEN
                 MOVE "FIRST NAME NOT ALPHABETIC" TO WS-EXC-TEXT
                 SET WS-NAME-BAD TO TRUE
              END-IF
           END-IF
           IF WS-NAME-BAD THEN
              MOVE 1 TO WS-RULE-IX
              PERFORM ADD-EXCEPTION-RTN
           END-IF
           .
      *
       CHECK-HIRE-DATE-RTN SECTION.
           MOVE SPACES TO WS-EXC-TEXT
           EVALUATE TRUE
              WHEN WS-EM-HIRE-INT (WS-EMP-IX) EQUAL ZERO
                 STRING "HIRE DATE '" WS-EM-HIRE-DATE (WS-EMP-IX)
                    "' NOT A DATE"
                    DELIMITED BY SIZE INTO WS-EXC-TEXT
              WHEN WS-EM-HIRE-INT (WS-EMP-IX) GREATER THAN
                    WS-TODAY-INT
                 STRING "HIRE DATE " WS-EM-HIRE-DATE (WS-EMP-IX)
                    " IN THE FUTURE"
                    DELIMITED BY SIZE INTO WS-EXC-TEXT
              WHEN WS-EM-HIRE-INT (WS-EMP-IX) LESS THAN
                    WS-FOUNDED-INT
                 STRING "HIRE DATE " WS-EM-HIRE-DATE (WS-EMP-IX)
                    " BEFORE " WS-FOUNDED-DATE
                    DELIMITED BY SIZE INTO WS-EXC-TEXT
           END-EVALUATE
           IF WS-EXC-TEXT NOT EQUAL SPACES THEN
              MOVE 2 TO WS-RULE-IX
              PERFORM ADD-EXCEPTION-RTN
           END-IF
           .
      *
       CHECK-DEPT-AND-BAND-RTN SECTION.
      * a department not on DEPTFILE has no grade, so BAND is only
      *    looked at for a listed one with a grade and a band
           MOVE WS-EM-DEPT-IX (WS-EMP-IX) TO WS-DEPT-REF-IX
           IF WS-DEPT-REF-IX EQUAL ZERO THEN
              CONTINUE
           ELSE
              IF WS-DR-LISTED (WS-DEPT-REF-IX) NOT EQUAL "Y" THEN
                 MOVE SPACES TO WS-EXC-TEXT
                 STRING "DEPARTMENT '" WS-EM-DEPARTMENT (WS-EMP-IX)
                    "' NOT ON DEPTFILE"
                    DELIMITED BY SIZE INTO WS-EXC-TEXT
                 MOVE 5 TO WS-RULE-IX
                 PERFORM ADD-EXCEPTION-RTN
              ELSE
                 IF WS-GRADEREF-LOADED
                       AND WS-DR-GRADE (WS-DEPT-REF-IX)
                           NOT EQUAL SPACES THEN
                    PERFORM CHECK-BAND-RTN
                 END-IF
              END-IF
           END-IF
           .
      *
       CHECK-BAND-RTN SECTION.
           MOVE "N" TO WS-GRADE-FOUND-SW
           MOVE ZERO TO WS-GRADE-IX
           PERFORM UNTIL WS-GRADE-FOUND
                 OR WS-GRADE-IX GREATER OR EQUAL WS-GRADE-COUNT
              ADD 1 TO WS-GRADE-IX
              IF WS-GR-CODE (WS-GRADE-IX) EQUAL
                    WS-DR-GRADE (WS-DEPT-REF-IX) THEN
                 SET WS-GRADE-FOUND TO TRUE
              END-IF
           END-PERFORM
      * a zero salary is ZERO's exception, not BAND's as well
           IF WS-GRADE-FOUND
                 AND WS-EM-SALARY (WS-EMP-IX) GREATER THAN ZERO
                 AND (WS-EM-SALARY (WS-EMP-IX) LESS THAN
                         WS-GR-MIN (WS-GRADE-IX)
                      OR WS-EM-SALARY (WS-EMP-IX) GREATER THAN
                         WS-GR-MAX (WS-GRADE-IX)) THEN
              MOVE WS-EM-SALARY (WS-EMP-IX) TO WS-EDIT-SALARY
              MOVE WS-GR-MIN (WS-GRADE-IX) TO WS-EDIT-MIN
              MOVE WS-GR-MAX (WS-GRADE-IX) TO WS-EDIT-MAX
              MOVE SPACES TO WS-EXC-TEXT
              STRING WS-EDIT-SALARY " GRADE "
                 WS-GR-CODE (WS-GRADE-IX) WS-EDIT-MIN "-"
                 WS-EDIT-MAX
                 DELIMITED BY SIZE INTO WS-EXC-TEXT
              MOVE 4 TO WS-RULE-IX
              PERFORM ADD-EXCEPTION-RTN
           END-IF
           .
      *
       CHECK-ASSIGNMENTS-RTN SECTION.
      * the assignment in force today for every employee, through
      *    one HIST_FN cursor. Only the open row (9999-12-31) is
      *    compared - both cursors run in EMP_ID order, so the
      *    employee table is walked forward alongside.
           INITIALIZE LN-HIST
           MOVE WS-RUN-DATE TO LN-HIST-ASOF-DATE
           SET LN-HIST-OPEN TO TRUE
           CALL "HIST_FN" USING LN-HIST LN-ERROR
           IF LN-SQLCODE OF LN-ERROR NOT EQUAL ZERO THEN
              DISPLAY "History cursor open failed - ASGN rule not "
                 "checked"
              PERFORM PRINT-ERRORS
           ELSE
              SET WS-ASGN-SEARCHED TO TRUE
              SET LN-HIST-FETCH TO TRUE
              CALL "HIST_FN" USING LN-HIST LN-ERROR
              PERFORM UNTIL LN-SQLCODE OF LN-ERROR NOT EQUAL ZERO
                 IF LN-HIST-END-DATE EQUAL "9999-12-31" THEN
                    ADD 1 TO WS-ASGN-READ-COUNT
                    MOVE LN-HIST-EMP-ID TO WS-FIND-EMP-ID
                    PERFORM FIND-EMPLOYEE-RTN
                    IF WS-FIND-FOUND THEN
                       ADD 1 TO WS-ASGN-MATCH-COUNT
                       PERFORM COMPARE-ASSIGNMENT-RTN
                    END-IF
                 END-IF
                 SET LN-HIST-FETCH TO TRUE
                 CALL "HIST_FN" USING LN-HIST LN-ERROR
              END-PERFORM
              IF LN-SQLCODE OF LN-ERROR NOT EQUAL +100 THEN
                 DISPLAY "History fetch ended abnormally - ASGN rule "
                    "incomplete"
                 PERFORM PRINT-ERRORS
              END-IF
              SET LN-HIST-CLOSE TO TRUE
              CALL "HIST_FN" USING LN-HIST LN-ERROR
           END-IF
           .
      *
       COMPARE-ASSIGNMENT-RTN SECTION.
           MOVE WS-FIND-IX TO WS-EMP-IX
           IF LN-HIST-DEPARTMENT NOT EQUAL
                 WS-EM-DEPARTMENT (WS-EMP-IX)
                 OR LN-HIST-SALARY NOT EQUAL WS-EM-SALARY (WS-EMP-IX)
                 THEN
              MOVE LN-HIST-SALARY TO WS-EDIT-SALARY
              MOVE SPACES TO WS-EXC-TEXT
              STRING "EMPASGH OPEN ROW DEPT " LN-HIST-DEPARTMENT
                 " SALARY " WS-EDIT-SALARY
                 DELIMITED BY SIZE INTO WS-EXC-TEXT
              MOVE 8 TO WS-RULE-IX
              PERFORM ADD-EXCEPTION-RTN
           END-IF
           .
      *
       FIND-EMPLOYEE-RTN SECTION.
      * WS-FIND-EMP-ID on the employee table - WS-FIND-IX when found.
      *    The table is in EMP_ID order, so the search stops at the
      *    first higher EMP_ID.
           MOVE "N" TO WS-FIND-SW
           MOVE ZERO TO WS-FIND-IX
           PERFORM UNTIL WS-FIND-FOUND
                 OR WS-FIND-IX GREATER OR EQUAL WS-EMP-COUNT
              ADD 1 TO WS-FIND-IX
              IF WS-EM-EMP-ID (WS-FIND-IX) NOT LESS THAN
                    WS-FIND-EMP-ID THEN
                 IF WS-EM-EMP-ID (WS-FIND-IX) EQUAL WS-FIND-EMP-ID
                       THEN
                    SET WS-FIND-FOUND TO TRUE
                 ELSE
                    MOVE WS-EMP-COUNT TO WS-FIND-IX
                 END-IF
              END-IF
           END-PERFORM
           .
      *
       CHECK-ARCHIVE-RTN SECTION.
      * one pass over the offboarding archive. An archived EMP_ID
      *    still on EMP is either a rehire under the old number
      *    (hired after the termination - fine) or a row the
      *    termination never removed.
           OPEN INPUT EMP-HIST-FILE
           IF WS-EMPHIST-STATUS EQUAL "00" THEN
              SET WS-ARCH-SEARCHED TO TRUE
              MOVE "N" TO WS-EMPHIST-EOF-SW
              PERFORM UNTIL WS-EMPHIST-EOF
                 READ EMP-HIST-FILE
                    AT END SET WS-EMPHIST-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-ARCH-READ-COUNT
                       PERFORM COMPARE-ARCHIVED-RTN
                 END-READ
              END-PERFORM
              CLOSE EMP-HIST-FILE
           ELSE
              DISPLAY "EMPHIST not allocated - TERM rule not checked"
           END-IF
           .
      *
       COMPARE-ARCHIVED-RTN SECTION.
           IF EMPH-EMP-ID NUMERIC THEN
              MOVE EMPH-EMP-ID TO WS-FIND-EMP-ID
              PERFORM FIND-EMPLOYEE-RTN
              IF WS-FIND-FOUND THEN
                 MOVE WS-FIND-IX TO WS-EMP-IX
                 MOVE EMPH-TERM-DATE TO WS-DATE-IN
                 PERFORM DATE-TO-DAY-NUMBER-RTN
                 IF WS-DATE-INT EQUAL ZERO
                       OR WS-EM-HIRE-INT (WS-EMP-IX) NOT GREATER THAN
                          WS-DATE-INT THEN
                    MOVE SPACES TO WS-EXC-TEXT
                    STRING "EMPHIST TERMINATED " EMPH-TERM-DATE
                       " REASON " EMPH-TERM-REASON
                       DELIMITED BY SIZE INTO WS-EXC-TEXT
                    MOVE 7 TO WS-RULE-IX
                    PERFORM ADD-EXCEPTION-RTN
                 END-IF
              END-IF
           END-IF
           .
      *
       ADD-EXCEPTION-RTN SECTION.
      * rule WS-RULE-IX against the row at WS-EMP-IX, text in
      *    WS-EXC-TEXT. Counted once per row and rule.
           IF WS-EM-RULE-FLAG (WS-EMP-IX, WS-RULE-IX) NOT EQUAL "Y"
                 THEN
              MOVE "Y" TO WS-EM-RULE-FLAG (WS-EMP-IX, WS-RULE-IX)
              ADD 1 TO WS-RULE-TOTAL (WS-RULE-IX)
              MOVE WS-EM-DEPT-IX (WS-EMP-IX) TO WS-DEPT-REF-IX
              IF WS-DEPT-REF-IX GREATER THAN ZERO THEN
                 ADD 1 TO WS-DR-RULE-COUNT (WS-DEPT-REF-IX,
                    WS-RULE-IX)
              END-IF
              IF WS-EXC-COUNT LESS THAN WS-EXC-MAX THEN
                 ADD 1 TO WS-EXC-COUNT
                 MOVE WS-EMP-IX   TO WS-EX-EMP-IX (WS-EXC-COUNT)
                 MOVE WS-RULE-IX  TO WS-EX-RULE-IX (WS-EXC-COUNT)
                 MOVE WS-EXC-TEXT TO WS-EX-TEXT (WS-EXC-COUNT)
              ELSE
                 IF NOT WS-EXC-OVERFLOW THEN
                    SET WS-EXC-OVERFLOW TO TRUE
                    DISPLAY "WARNING - exception table full, later "
                       "exceptions counted but not listed"
                 END-IF
              END-IF
           END-IF
           .
      *
       TALLY-CLEAN-ROWS-RTN SECTION.
           MOVE ZERO TO WS-EMP-IX
           PERFORM UNTIL WS-EMP-IX GREATER OR EQUAL WS-EMP-COUNT
              ADD 1 TO WS-EMP-IX
              MOVE WS-EM-DEPT-IX (WS-EMP-IX) TO WS-DEPT-REF-IX
              IF WS-EM-RULE-FLAGS (WS-EMP-IX) EQUAL SPACES THEN
                 ADD 1 TO WS-CLEAN-COUNT
                 IF WS-DEPT-REF-IX GREATER THAN ZERO THEN
                    ADD 1 TO WS-DR-CLEAN (WS-DEPT-REF-IX)
                 END-IF
              ELSE
                 ADD 1 TO WS-EXC-ROW-COUNT
                 IF WS-DEPT-REF-IX GREATER THAN ZERO THEN
                    ADD 1 TO WS-DR-EXCEPTIONS (WS-DEPT-REF-IX)
                 END-IF
              END-IF
           END-PERFORM
           .
      *
       WRITE-SCORECARD-RTN SECTION.
           MOVE WS-RUN-DATE TO WS-RH-DATE
           IF WS-PRIOR-LOADED THEN
              MOVE WS-PRIOR-RUN-DATE TO WS-RH-PRIOR-DATE
           ELSE
              MOVE "NONE" TO WS-RH-PRIOR-DATE
           END-IF
           WRITE DQ-RPT-RECORD FROM WS-RPT-HEADING
              AFTER ADVANCING 1 LINE
           MOVE WS-FOUNDED-DATE TO WS-RF-FOUNDED
           WRITE DQ-RPT-RECORD FROM WS-RPT-FOUNDED-LINE
              AFTER ADVANCING 1 LINE
           IF NOT WS-DEPTREF-LOADED THEN
              MOVE "DEPT" TO WS-NC-RULE
              MOVE "DEPTFILE NOT ALLOCATED" TO WS-NC-REASON
              WRITE DQ-RPT-RECORD FROM WS-NOT-CHECKED-LINE
                 AFTER ADVANCING 1 LINE
           END-IF
           IF NOT WS-DEPTREF-LOADED OR NOT WS-GRADEREF-LOADED THEN
              MOVE "BAND" TO WS-NC-RULE
              MOVE "DEPTFILE OR GRADEFIL NOT ALLOCATED"
                 TO WS-NC-REASON
              WRITE DQ-RPT-RECORD FROM WS-NOT-CHECKED-LINE
                 AFTER ADVANCING 1 LINE
           END-IF
           IF NOT WS-ARCH-SEARCHED THEN
              MOVE "TERM" TO WS-NC-RULE
              MOVE "EMPHIST NOT ALLOCATED" TO WS-NC-REASON
              WRITE DQ-RPT-RECORD FROM WS-NOT-CHECKED-LINE
                 AFTER ADVANCING 1 LINE
           END-IF
           IF NOT WS-ASGN-SEARCHED THEN
              MOVE "ASGN" TO WS-NC-RULE
              MOVE "EMPASGH HISTORY CURSOR FAILED" TO WS-NC-REASON
              WRITE DQ-RPT-RECORD FROM WS-NOT-CHECKED-LINE
                 AFTER ADVANCING 1 LINE
           END-IF
           WRITE DQ-RPT-RECORD FROM WS-SCORE-HEADING
              AFTER ADVANCING 2 LINES
           WRITE DQ-RPT-RECORD FROM WS-SCORE-COLUMNS
              AFTER ADVANCING 1 LINE
           MOVE ZERO TO WS-DEPT-REF-IX
           PERFORM UNTIL WS-DEPT-REF-IX GREATER OR EQUAL
                 WS-DEPT-REF-COUNT
              ADD 1 TO WS-DEPT-REF-IX
              IF WS-DR-ROWS (WS-DEPT-REF-IX) GREATER THAN ZERO THEN
                 PERFORM WRITE-SCORE-DEPT-LINE-RTN
              END-IF
           END-PERFORM
      * the totals line
           MOVE SPACES TO WS-SCORE-LINE
           MOVE "ALL DEPARTMENTS" TO WS-SL-NAME
           MOVE WS-EMP-COUNT TO WS-SL-ROWS
           MOVE WS-CLEAN-COUNT TO WS-SL-CLEAN
           MOVE ZERO TO WS-PCT-CLEAN
           IF WS-EMP-COUNT GREATER THAN ZERO THEN
              COMPUTE WS-PCT-CLEAN ROUNDED =
                 WS-CLEAN-COUNT * 100 / WS-EMP-COUNT
           END-IF
           MOVE WS-PCT-CLEAN TO WS-SL-PCT
           MOVE ZERO TO WS-RULE-IX
           PERFORM UNTIL WS-RULE-IX GREATER OR EQUAL WS-RULE-COUNT
              ADD 1 TO WS-RULE-IX
              MOVE WS-RULE-TOTAL (WS-RULE-IX)
                 TO WS-SL-RULE (WS-RULE-IX)
           END-PERFORM
           WRITE DQ-RPT-RECORD FROM WS-SCORE-LINE
              AFTER ADVANCING 2 LINES
           .
      *
       WRITE-SCORE-DEPT-LINE-RTN SECTION.
           MOVE SPACES TO WS-SCORE-LINE
           MOVE WS-DR-CODE (WS-DEPT-REF-IX) TO WS-SL-DEPT
           IF WS-DR-LISTED (WS-DEPT-REF-IX) EQUAL "Y" THEN
              MOVE WS-DR-NAME (WS-DEPT-REF-IX) TO WS-SL-NAME
           ELSE
              MOVE "** NOT ON DEPTFILE **" TO WS-SL-NAME
           END-IF
           MOVE WS-DR-ROWS (WS-DEPT-REF-IX) TO WS-SL-ROWS
           MOVE WS-DR-CLEAN (WS-DEPT-REF-IX) TO WS-SL-CLEAN
           COMPUTE WS-PCT-CLEAN ROUNDED =
              WS-DR-CLEAN (WS-DEPT-REF-IX) * 100
                 / WS-DR-ROWS (WS-DEPT-REF-IX)
           MOVE WS-PCT-CLEAN TO WS-SL-PCT
           MOVE ZERO TO WS-RULE-IX
           PERFORM UNTIL WS-RULE-IX GREATER OR EQUAL WS-RULE-COUNT
              ADD 1 TO WS-RULE-IX
              MOVE WS-DR-RULE-COUNT (WS-DEPT-REF-IX, WS-RULE-IX)
                 TO WS-SL-RULE (WS-RULE-IX)
           END-PERFORM
           WRITE DQ-RPT-RECORD FROM WS-SCORE-LINE
              AFTER ADVANCING 1 LINE
           .
      *
       WRITE-TREND-RTN SECTION.
      * each rule, then each department's rows with any exception,
      *    against the previous run - a department in either run
      *    gets its line
           WRITE DQ-RPT-RECORD FROM WS-TREND-RULE-HEADING
              AFTER ADVANCING 2 LINES
           IF NOT WS-PRIOR-LOADED THEN
              WRITE DQ-RPT-RECORD FROM WS-NO-PRIOR-LINE
                 AFTER ADVANCING 1 LINE
           END-IF
           WRITE DQ-RPT-RECORD FROM WS-TREND-RULE-COLUMNS
              AFTER ADVANCING 1 LINE
           MOVE ZERO TO WS-RULE-IX
           PERFORM UNTIL WS-RULE-IX GREATER OR EQUAL WS-RULE-COUNT
              ADD 1 TO WS-RULE-IX
              MOVE WS-RULE-CODE (WS-RULE-IX)  TO WS-TR-RULE
              MOVE WS-RULE-DESC (WS-RULE-IX)  TO WS-TR-DESC
              MOVE WS-RULE-TOTAL (WS-RULE-IX) TO WS-TR-THIS
              MOVE WS-RULE-PRIOR (WS-RULE-IX) TO WS-TR-PRIOR
              COMPUTE WS-CHANGE = WS-RULE-TOTAL (WS-RULE-IX)
                 - WS-RULE-PRIOR (WS-RULE-IX)
              MOVE WS-CHANGE TO WS-TR-CHANGE
              WRITE DQ-RPT-RECORD FROM WS-TREND-RULE-LINE
                 AFTER ADVANCING 1 LINE
           END-PERFORM
           WRITE DQ-RPT-RECORD FROM WS-TREND-DEPT-HEADING
              AFTER ADVANCING 2 LINES
           WRITE DQ-RPT-RECORD FROM WS-TREND-DEPT-COLUMNS
              AFTER ADVANCING 1 LINE
           MOVE ZERO TO WS-DEPT-REF-IX
           PERFORM UNTIL WS-DEPT-REF-IX GREATER OR EQUAL
                 WS-DEPT-REF-COUNT
              ADD 1 TO WS-DEPT-REF-IX
              IF WS-DR-ROWS (WS-DEPT-REF-IX) GREATER THAN ZERO
                    OR WS-DR-PRIOR-ROWS (WS-DEPT-REF-IX)
                       GREATER THAN ZERO THEN
                 MOVE WS-DR-CODE (WS-DEPT-REF-IX) TO WS-TD-DEPT
                 IF WS-DR-LISTED (WS-DEPT-REF-IX) EQUAL "Y" THEN
                    MOVE WS-DR-NAME (WS-DEPT-REF-IX) TO WS-TD-NAME
                 ELSE
                    MOVE "** NOT ON DEPTFILE **" TO WS-TD-NAME
                 END-IF
                 MOVE WS-DR-EXCEPTIONS (WS-DEPT-REF-IX) TO WS-TD-THIS
                 MOVE WS-DR-PRIOR-EXC (WS-DEPT-REF-IX) TO WS-TD-PRIOR
                 COMPUTE WS-CHANGE = WS-DR-EXCEPTIONS (WS-DEPT-REF-IX)
                    - WS-DR-PRIOR-EXC (WS-DEPT-REF-IX)
                 MOVE WS-CHANGE TO WS-TD-CHANGE
                 WRITE DQ-RPT-RECORD FROM WS-TREND-DEPT-LINE
                    AFTER ADVANCING 1 LINE
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-TREND-DEPT-LINE
           MOVE "ALL DEPARTMENTS" TO WS-TD-NAME
           MOVE WS-EXC-ROW-COUNT TO WS-TD-THIS
           MOVE WS-PRIOR-EXC-ROWS TO WS-TD-PRIOR
           COMPUTE WS-CHANGE = WS-EXC-ROW-COUNT - WS-PRIOR-EXC-ROWS
           MOVE WS-CHANGE TO WS-TD-CHANGE
           WRITE DQ-RPT-RECORD FROM WS-TREND-DEPT-LINE
              AFTER ADVANCING 2 LINES
           .
      *
       RELEASE-EXCEPTIONS-RTN SECTION.
      * SORT's input procedure - one record per listed exception
           MOVE ZERO TO WS-EXC-IX
           PERFORM UNTIL WS-EXC-IX GREATER OR EQUAL WS-EXC-COUNT
              ADD 1 TO WS-EXC-IX
              MOVE WS-EX-EMP-IX (WS-EXC-IX) TO WS-EMP-IX
              MOVE WS-EM-EMP-ID (WS-EMP-IX) TO SRT-EMP-ID
              MOVE WS-EX-RULE-IX (WS-EXC-IX) TO SRT-RULE-IX
              MOVE WS-EXC-IX TO SRT-EXC-IX
              RELEASE SRT-RECORD
           END-PERFORM
           .
      *
       PRINT-EXCEPTIONS-RTN SECTION.
      * SORT's output procedure - the detail exception list
           WRITE DQ-RPT-RECORD FROM WS-EXC-HEADING
              AFTER ADVANCING 2 LINES
           WRITE DQ-RPT-RECORD FROM WS-EXC-COLUMNS
              AFTER ADVANCING 1 LINE
           MOVE "N" TO WS-SORT-EOF-SW
           PERFORM UNTIL WS-SORT-EOF
              RETURN SORT-WORK-FILE
                 AT END SET WS-SORT-EOF TO TRUE
                 NOT AT END
                    MOVE SRT-EXC-IX TO WS-EXC-IX
                    PERFORM PRINT-EXCEPTION-RTN
              END-RETURN
           END-PERFORM
           IF WS-PRINTED-COUNT EQUAL ZERO THEN
              WRITE DQ-RPT-RECORD FROM WS-NONE-LINE
                 AFTER ADVANCING 1 LINE
           END-IF
           .
      *
       PRINT-EXCEPTION-RTN SECTION.
           ADD 1 TO WS-PRINTED-COUNT
           MOVE WS-EX-EMP-IX (WS-EXC-IX) TO WS-EMP-IX
           MOVE WS-EX-RULE-IX (WS-EXC-IX) TO WS-RULE-IX
           MOVE WS-EM-EMP-ID (WS-EMP-IX)     TO WS-EL-EMP-ID
           MOVE WS-EM-LAST-NAME (WS-EMP-IX)  TO WS-EL-LAST-NAME
           MOVE WS-EM-FIRST-NAME (WS-EMP-IX) TO WS-EL-FIRST-NAME
           MOVE WS-EM-DEPARTMENT (WS-EMP-IX) TO WS-EL-DEPT
           MOVE WS-RULE-CODE (WS-RULE-IX)    TO WS-EL-RULE
           MOVE WS-EX-TEXT (WS-EXC-IX)       TO WS-EL-TEXT
           WRITE DQ-RPT-RECORD FROM WS-EXC-LINE
              AFTER ADVANCING 1 LINE
           .
      *
       WRITE-SCORE-TOTALS-RTN SECTION.
           WRITE DQ-RPT-RECORD FROM SPACES AFTER ADVANCING 1 LINE
           MOVE WS-EMP-COUNT       TO WS-TT-EMPS
           MOVE WS-CLEAN-COUNT     TO WS-TT-CLEAN
           MOVE WS-EXC-ROW-COUNT   TO WS-TT-EXC-ROWS
           WRITE DQ-RPT-RECORD FROM WS-TOTALS-LINE-1
              AFTER ADVANCING 1 LINE
           MOVE WS-ARCH-READ-COUNT TO WS-TT-ARCH
           MOVE WS-ASGN-READ-COUNT TO WS-TT-ASGN
      * open rows for EMP_IDs no longer on EMP don't cover anyone
           COMPUTE WS-ASGN-NONE-COUNT = WS-EMP-COUNT
              - WS-ASGN-MATCH-COUNT
           IF WS-ASGN-MATCH-COUNT GREATER THAN WS-EMP-COUNT THEN
              MOVE ZERO TO WS-ASGN-NONE-COUNT
           END-IF
           MOVE WS-ASGN-NONE-COUNT TO WS-TT-ASGN-NONE
           WRITE DQ-RPT-RECORD FROM WS-TOTALS-LINE-2
              AFTER ADVANCING 1 LINE
           IF WS-EMP-OVERFLOW OR WS-DEPT-OVERFLOW
                 OR WS-EXC-OVERFLOW THEN
              WRITE DQ-RPT-RECORD FROM WS-OVERFLOW-LINE
                 AFTER ADVANCING 1 LINE
           END-IF
           .
      *
       WRITE-DQ-COUNTS-RTN SECTION.
      * tonight's counts for tomorrow's trend - ROWS, ANY (rows with
      *    any exception) and each rule, per department scored
           OPEN OUTPUT DQ-COUNTS-FILE
           IF WS-COUNTS-STATUS NOT EQUAL "00" THEN
              DISPLAY "DQCOUNTS not allocated - tomorrow's run has "
                 "no trend"
           ELSE
              MOVE ZERO TO WS-DEPT-REF-IX
              PERFORM UNTIL WS-DEPT-REF-IX GREATER OR EQUAL
                    WS-DEPT-REF-COUNT
                 ADD 1 TO WS-DEPT-REF-IX
                 IF WS-DR-ROWS (WS-DEPT-REF-IX) GREATER THAN ZERO THEN
                    PERFORM WRITE-DEPT-COUNTS-RTN
                 END-IF
              END-PERFORM
              CLOSE DQ-COUNTS-FILE
           END-IF
           .
      *
       CARRY-PRIOR-COUNTS-RTN SECTION.
      * a run that scores nothing still catalogs a DQCOUNTS
      *    generation - it is given last night's counts, dates and
      *    all, so tomorrow's trend compares against the last night
      *    actually scored rather than against nothing.
           OPEN INPUT DQ-PRIOR-FILE
           IF WS-PRIOR-STATUS NOT EQUAL "00" THEN
              DISPLAY "DQPRIOR not allocated - DQCOUNTS left empty"
           ELSE
              OPEN OUTPUT DQ-COUNTS-FILE
              IF WS-COUNTS-STATUS NOT EQUAL "00" THEN
                 DISPLAY "DQCOUNTS not allocated - tomorrow's run has "
                    "no trend"
              ELSE
                 MOVE "N" TO WS-PRIOR-EOF-SW
                 PERFORM UNTIL WS-PRIOR-EOF
                    READ DQ-PRIOR-FILE
                       AT END SET WS-PRIOR-EOF TO TRUE
                       NOT AT END
                          WRITE DQ-COUNTS-RECORD FROM DQ-PRIOR-RECORD
                    END-READ
                 END-PERFORM
                 CLOSE DQ-COUNTS-FILE
                 DISPLAY "DQCOUNTS carries last night's counts forward"
              END-IF
              CLOSE DQ-PRIOR-FILE
           END-IF
           .
      *
       WRITE-DEPT-COUNTS-RTN SECTION.
           MOVE SPACES TO DQ-COUNTS-RECORD
           MOVE WS-RUN-DATE TO DQC-RUN-DATE
           MOVE WS-DR-CODE (WS-DEPT-REF-IX) TO DQC-DEPARTMENT
           MOVE "ROWS" TO DQC-RULE
           MOVE WS-DR-ROWS (WS-DEPT-REF-IX) TO DQC-COUNT
           WRITE DQ-COUNTS-RECORD
           MOVE "ANY " TO DQC-RULE
           MOVE WS-DR-EXCEPTIONS (WS-DEPT-REF-IX) TO DQC-COUNT
           WRITE DQ-COUNTS-RECORD
           MOVE ZERO TO WS-RULE-IX
           PERFORM UNTIL WS-RULE-IX GREATER OR EQUAL WS-RULE-COUNT
              ADD 1 TO WS-RULE-IX
              MOVE WS-RULE-CODE (WS-RULE-IX) TO DQC-RULE
              MOVE WS-DR-RULE-COUNT (WS-DEPT-REF-IX, WS-RULE-IX)
                 TO DQC-COUNT
              WRITE DQ-COUNTS-RECORD
           END-PERFORM
           .
      *
       DATE-TO-DAY-NUMBER-RTN SECTION.
      * WS-DATE-IN (yyyy-mm-dd) to WS-DATE-INT, or zero when the
      *    date is missing or not a plausible calendar date.
           MOVE ZERO TO WS-DATE-INT
           IF WS-DATE-IN (1:4) NUMERIC
                 AND WS-DATE-IN (6:2) NUMERIC
                 AND WS-DATE-IN (9:2) NUMERIC THEN
              MOVE WS-DATE-IN (6:2) TO WS-DATE-MM
              MOVE WS-DATE-IN (9:2) TO WS-DATE-DD
              IF WS-DATE-IN (1:4) GREATER THAN "1600"
                    AND WS-DATE-MM GREATER THAN ZERO
                    AND WS-DATE-MM LESS THAN 13
                    AND WS-DATE-DD GREATER THAN ZERO
                    AND WS-DATE-DD LESS THAN 32 THEN
                 STRING WS-DATE-IN (1:4)
                        WS-DATE-IN (6:2)
                        WS-DATE-IN (9:2)
                    DELIMITED BY SIZE INTO WS-DATE-X
                 COMPUTE WS-DATE-INT =
                    FUNCTION INTEGER-OF-DATE (WS-DATE-9)
              END-IF
           END-IF
           .
      *
       PRINT-ERRORS SECTION.
           DISPLAY "Error Code = " LN-SQLCODE
           DISPLAY "Error Buffer = " LN-ERROR-BUFFER
           DISPLAY "SQL State = " LN-STATE
           DISPLAY "SQL State Buffer = " LN-STATE-BUFFER
           .
       END PROGRAM DQSCORE.
