      *****************************************************************
      * DUPSWEEP - nightly possible-duplicate-person sweep.
      * EMP_IDs are keyed by hand, so the same person can end up on
      * EMP twice under two numbers, or come back as a "new" hire
      * when they were really a rehire nobody recognized. Either
      * way they are paid twice and counted twice in DEPTRPT until
      * someone notices. This program:
      *    - loads every EMP row through READ_FN's cursor and pairs
      *      each active row (status A) with every other row
      *    - reads the EMPHIST offboarding archive and pairs each
      *      archived employee whose EMP_ID is no longer on EMP (one
      *      still on EMP came back under the old number, which MAIN
      *      already flagged as a rehire) with every active row
      *    - keeps a pair as a candidate when
      *        NAME/SEX   last name, first-name prefix and sex agree
      *        NAME/HIRE  the same full name with hire dates within
      *                   the DUPDAYS window
      *        ARCHIVE    last name and first-name prefix agree with
      *                   an archived employee
      *    - scores every candidate 0-100 and prints them on DUPRPT,
      *      highest score first:
      *        last name 40, full first name 30 (prefix only 15),
      *        sex 10, department 5, and 15 when the hire dates fall
      *        inside the window - for an archived employee, when
      *        the active row was hired on or after the termination
      * DUPSUPP lists the pairs HR has already confirmed are two
      * different people; they are counted but not printed again.
      * One card per pair, kept by hand:
      *    kind (E two EMP rows, H an EMP row and an archived
      *    EMP_ID), EMP_ID, other EMP_ID, date confirmed, who
      *    confirmed it, note. For kind E the two EMP_IDs may come
      *    in either order; for kind H the EMP row comes first.
      * EMPHIST and DUPSUPP are optional.
      * CTLCARD keywords: DUPPFX nn (first-name prefix length, 01-12,
      * default 03), DUPDAYS nnn (hire-date window in days, default
      * 030).
      * RETURN-CODE: 0 no candidates, 4 candidates listed (or a table
      * overflowed), 8 no connection / EMP not read / no report.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPSWEEP.
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
           SELECT OPTIONAL EMP-HIST-FILE ASSIGN TO "EMPHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMPHIST-STATUS.
           SELECT OPTIONAL SUPP-FILE ASSIGN TO "DUPSUPP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUPP-STATUS.
           SELECT DUP-RPT-FILE ASSIGN TO "DUPRPT"
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
      * pairs confirmed as two different people
       FD  SUPP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SUPP-RECORD.
           05 SUPP-KIND                 PIC X(1).
           05 FILLER                    PIC X(1).
           05 SUPP-EMP-ID-1             PIC 9(6).
           05 FILLER                    PIC X(1).
           05 SUPP-EMP-ID-2             PIC 9(6).
           05 FILLER                    PIC X(1).
           05 SUPP-DATE                 PIC X(10).
           05 FILLER                    PIC X(1).
           05 SUPP-BY                   PIC X(8).
           05 FILLER                    PIC X(1).
           05 SUPP-NOTE                 PIC X(30).
      *
       FD  DUP-RPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DUP-RPT-RECORD               PIC X(132).
      *
      * one record per candidate pair - highest score first
       SD  SORT-WORK-FILE.
       01  SRT-RECORD.
           05 SRT-SCORE             PIC 9(3).
           05 SRT-EMP-ID            PIC 9(6).
           05 SRT-OTHER-ID          PIC 9(6).
           05 SRT-CAND-IX           PIC 9(4).
      *
       WORKING-STORAGE SECTION.
       COPY "connect_fn".
       COPY "check_err_fn".
       COPY "read_fn".
       01  WS-DBNAME            PIC X(9).
       01  WS-USERID            PIC X(20).
       01  WS-PSWD              PIC X(20).
       01  WS-CRED-STATUS       PIC X(2) VALUE SPACES.
       01  WS-CTL-STATUS        PIC X(2) VALUE SPACES.
       01  WS-EMPHIST-STATUS    PIC X(2) VALUE SPACES.
       01  WS-SUPP-STATUS       PIC X(2) VALUE SPACES.
       01  WS-RPT-STATUS        PIC X(2) VALUE SPACES.
       01  WS-CTL-EOF-SW        PIC X(1) VALUE "N".
           88 WS-CTL-EOF             VALUE "Y".
       01  WS-EMPHIST-EOF-SW    PIC X(1) VALUE "N".
           88 WS-EMPHIST-EOF         VALUE "Y".
       01  WS-SUPP-EOF-SW       PIC X(1) VALUE "N".
           88 WS-SUPP-EOF            VALUE "Y".
       01  WS-SORT-EOF-SW       PIC X(1) VALUE "N".
           88 WS-SORT-EOF            VALUE "Y".
       01  WS-LOAD-FAIL-SW      PIC X(1) VALUE "N".
           88 WS-LOAD-FAILED         VALUE "Y".
       01  WS-ARCH-SW           PIC X(1) VALUE "N".
           88 WS-ARCH-SEARCHED       VALUE "Y".
       01  WS-REPORT-DATE       PIC 9(8) VALUE ZERO.
      * matching controls
       01  WS-DUP-PFX-IN        PIC X(2) VALUE "03".
       01  WS-DUP-PFX REDEFINES WS-DUP-PFX-IN
                                PIC 9(2).
       01  WS-DUP-DAYS-IN       PIC X(3) VALUE "030".
       01  WS-DUP-DAYS REDEFINES WS-DUP-DAYS-IN
                                PIC 9(3).
       01  WS-LOWER-CASE        PIC X(26)
                    VALUE "abcdefghijklmnopqrstuvwxyz".
       01  WS-UPPER-CASE        PIC X(26)
                    VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      * every EMP row, in the cursor's EMP_ID order, names folded
      *    to upper case and the hire date as a day number (zero
      *    when the date will not convert)
       01  WS-EMP-COUNT         PIC S9(4) COMP VALUE ZERO.
       01  WS-EMP-MAX           PIC S9(4) COMP VALUE 5000.
       01  WS-EMP-IX            PIC S9(4) COMP VALUE ZERO.
       01  WS-OTHER-IX          PIC S9(4) COMP VALUE ZERO.
       01  WS-EMP-OVFL-SW       PIC X(1) VALUE "N".
           88 WS-EMP-OVERFLOW        VALUE "Y".
       01  WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 5000 TIMES.
              10 WS-EM-EMP-ID       PIC 9(6).
              10 WS-EM-LAST-NAME    PIC X(15).
              10 WS-EM-FIRST-NAME   PIC X(12).
              10 WS-EM-SEX          PIC X(1).
              10 WS-EM-DEPARTMENT   PIC X(3).
              10 WS-EM-HIRE-DATE    PIC X(10).
              10 WS-EM-HIRE-INT     PIC S9(9) COMP.
              10 WS-EM-STATUS       PIC X(1).
                 88 WS-EM-ACTIVE          VALUE "A" SPACE.
      * lookup work
       01  WS-FIND-EMP-ID       PIC 9(6) VALUE ZERO.
       01  WS-FIND-IX           PIC S9(4) COMP VALUE ZERO.
       01  WS-FIND-SW           PIC X(1) VALUE "N".
           88 WS-FIND-FOUND          VALUE "Y".
      * the archived employee being compared - folded the same way
       01  WS-ARC-LAST-NAME     PIC X(15) VALUE SPACES.
       01  WS-ARC-FIRST-NAME    PIC X(12) VALUE SPACES.
       01  WS-ARC-TERM-INT      PIC S9(9) COMP VALUE ZERO.
      * date conversion - yyyy-mm-dd in, day number out
       01  WS-DATE-IN           PIC X(10) VALUE SPACES.
       01  WS-DATE-INT          PIC S9(9) COMP VALUE ZERO.
       01  WS-DATE-9            PIC 9(8) VALUE ZERO.
       01  WS-DATE-X REDEFINES WS-DATE-9
                                PIC X(8).
       01  WS-DATE-MM           PIC 9(2) VALUE ZERO.
       01  WS-DATE-DD           PIC 9(2) VALUE ZERO.
      * the pair being scored. Side 1 is always an EMP row; side 2
      *    is another EMP row (E) or an archived employee (H).
       01  WS-PR-SOURCE         PIC X(1) VALUE SPACE.
           88 WS-PR-ON-EMP           VALUE "E".
           88 WS-PR-ON-ARCHIVE       VALUE "H".
       01  WS-PR-EMP-ID-1       PIC 9(6) VALUE ZERO.
       01  WS-PR-EMP-ID-2       PIC 9(6) VALUE ZERO.
       01  WS-PR-LAST-1         PIC X(15) VALUE SPACES.
       01  WS-PR-LAST-2         PIC X(15) VALUE SPACES.
       01  WS-PR-FIRST-1        PIC X(12) VALUE SPACES.
       01  WS-PR-FIRST-2        PIC X(12) VALUE SPACES.
       01  WS-PR-SEX-1          PIC X(1) VALUE SPACE.
       01  WS-PR-SEX-2          PIC X(1) VALUE SPACE.
       01  WS-PR-DEPT-1         PIC X(3) VALUE SPACES.
       01  WS-PR-DEPT-2         PIC X(3) VALUE SPACES.
       01  WS-PR-HIRE-INT-1     PIC S9(9) COMP VALUE ZERO.
       01  WS-PR-HIRE-INT-2     PIC S9(9) COMP VALUE ZERO.
       01  WS-PR-TERM-INT       PIC S9(9) COMP VALUE ZERO.
       01  WS-PR-GAP-DAYS       PIC S9(9) COMP VALUE ZERO.
       01  WS-PR-SCORE          PIC 9(3) VALUE ZERO.
       01  WS-PR-RULE           PIC X(14) VALUE SPACES.
       01  WS-PR-NAME-SW        PIC X(1) VALUE SPACE.
           88 WS-PR-NAME-SAME        VALUE "S".
           88 WS-PR-PREFIX-SAME      VALUE "S" "P".
       01  WS-PR-SEX-SW         PIC X(1) VALUE "N".
           88 WS-PR-SEX-SAME         VALUE "Y".
       01  WS-PR-HIRE-SW        PIC X(1) VALUE "N".
           88 WS-PR-HIRE-CLOSE       VALUE "Y".
      * candidate pairs, printed through the sort. The other side's
      *    particulars are kept here because an archived employee
      *    is not on the EMP table.
       01  WS-CAND-COUNT        PIC S9(4) COMP VALUE ZERO.
       01  WS-CAND-MAX          PIC S9(4) COMP VALUE 2000.
       01  WS-CAND-IX           PIC S9(4) COMP VALUE ZERO.
       01  WS-CAND-OVFL-SW      PIC X(1) VALUE "N".
           88 WS-CAND-OVERFLOW       VALUE "Y".
       01  WS-CAND-FOUND-SW     PIC X(1) VALUE "N".
           88 WS-CAND-FOUND          VALUE "Y".
       01  WS-CAND-TABLE.
           05 WS-CAND-ENTRY OCCURS 2000 TIMES.
              10 WS-CD-SCORE        PIC 9(3).
              10 WS-CD-RULE         PIC X(14).
              10 WS-CD-SOURCE       PIC X(1).
              10 WS-CD-EMP-IX       PIC S9(4) COMP.
              10 WS-CD-OTHER-ID     PIC 9(6).
              10 WS-CD-OTHER-LAST   PIC X(15).
              10 WS-CD-OTHER-FIRST  PIC X(12).
              10 WS-CD-OTHER-SEX    PIC X(1).
              10 WS-CD-OTHER-DEPT   PIC X(3).
              10 WS-CD-OTHER-HIRE   PIC X(10).
              10 WS-CD-OTHER-STATE  PIC X(24).
      * suppressed pairs from DUPSUPP - kind E held low EMP_ID first
       01  WS-SUPP-COUNT        PIC S9(4) COMP VALUE ZERO.
       01  WS-SUPP-MAX          PIC S9(4) COMP VALUE 2000.
       01  WS-SUPP-IX           PIC S9(4) COMP VALUE ZERO.
       01  WS-SUPP-OVFL-SW      PIC X(1) VALUE "N".
           88 WS-SUPP-OVERFLOW       VALUE "Y".
       01  WS-SUPP-FOUND-SW     PIC X(1) VALUE "N".
           88 WS-SUPP-FOUND          VALUE "Y".
       01  WS-SUPP-TABLE.
           05 WS-SUPP-ENTRY OCCURS 2000 TIMES.
              10 WS-SP-KIND         PIC X(1).
              10 WS-SP-EMP-ID-1     PIC 9(6).
              10 WS-SP-EMP-ID-2     PIC 9(6).
       01  WS-SUPP-SWAP-ID      PIC 9(6) VALUE ZERO.
      * counters
       01  WS-ACTIVE-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-ARCH-READ-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-ARCH-SKIP-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-SUPPRESSED-COUNT  PIC 9(7) VALUE ZERO.
       01  WS-SUPP-BAD-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-PRINTED-COUNT     PIC 9(7) VALUE ZERO.
      * report layouts
       01  WS-RPT-HEADING.
           05 FILLER            PIC X(40)
                    VALUE "POSSIBLE DUPLICATE PERSONS".
           05 FILLER            PIC X(6) VALUE "DATE: ".
           05 WS-RH-DATE        PIC 9(8).
       01  WS-RULE-HEADING.
           05 FILLER            PIC X(19) VALUE "FIRST-NAME PREFIX: ".
           05 WS-RUH-PFX        PIC Z9.
           05 FILLER            PIC X(21)
                    VALUE "   HIRE-DATE WINDOW: ".
           05 WS-RUH-DAYS       PIC ZZ9.
           05 FILLER            PIC X(5) VALUE " DAYS".
       01  WS-COLUMN-HEADING.
           05 FILLER            PIC X(21) VALUE "SCORE RULE".
           05 FILLER            PIC X(11) VALUE "SRC EMP_ID ".
           05 FILLER            PIC X(16) VALUE "LAST NAME".
           05 FILLER            PIC X(13) VALUE "FIRST NAME".
           05 FILLER            PIC X(8)  VALUE "SEX DPT ".
           05 FILLER            PIC X(11) VALUE "HIRE DATE".
           05 FILLER            PIC X(24) VALUE "STATUS / TERMINATION".
      * one line per side of a pair - the score and rule on the first
       01  WS-PAIR-LINE.
           05 WS-PL-SCORE       PIC ZZ9.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 WS-PL-RULE        PIC X(14).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-PL-SOURCE      PIC X(3).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-PL-EMP-ID      PIC 9(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-PL-LAST-NAME   PIC X(15).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-PL-FIRST-NAME  PIC X(12).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-PL-SEX         PIC X(1).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-PL-DEPT        PIC X(3).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-PL-HIRE-DATE   PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-PL-STATE       PIC X(24).
       01  WS-STATE-EMP.
           05 FILLER            PIC X(7)  VALUE "STATUS ".
           05 WS-SE-STATUS      PIC X(1).
       01  WS-STATE-ARC.
           05 FILLER            PIC X(5)  VALUE "TERM ".
           05 WS-SA-DATE        PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-SA-REASON      PIC X(3).
       01  WS-NONE-LINE         PIC X(40)
                    VALUE "   (NO CANDIDATE PAIRS)".
       01  WS-NO-ARCH-LINE      PIC X(70) VALUE
           "** EMPHIST NOT ALLOCATED - ARCHIVED EMPLOYEES NOT SEARCHED *
      -    "*".
       01  WS-TOTALS-LINE-1.
           05 FILLER            PIC X(19) VALUE "EMP ROWS:          ".
           05 WS-TT-EMPS        PIC ZZZZZZ9.
           05 FILLER            PIC X(13) VALUE "   ACTIVE:   ".
           05 WS-TT-ACTIVE      PIC ZZZZZZ9.
           05 FILLER            PIC X(20) VALUE "   ARCHIVE RECORDS: ".
           05 WS-TT-ARCH        PIC ZZZZZZ9.
           05 FILLER            PIC X(19) VALUE "   STILL ON EMP:   ".
           05 WS-TT-ARCH-SKIP   PIC ZZZZZZ9.
       01  WS-TOTALS-LINE-2.
           05 FILLER            PIC X(19) VALUE "CANDIDATE PAIRS:   ".
           05 WS-TT-PRINTED     PIC ZZZZZZ9.
           05 FILLER            PIC X(13) VALUE "   CONFIRMED ".
           05 FILLER            PIC X(20) VALUE "DIFFERENT, SKIPPED: ".
           05 WS-TT-SUPPRESSED  PIC ZZZZZZ9.
           05 FILLER            PIC X(19) VALUE "   BAD DUPSUPP:    ".
           05 WS-TT-SUPP-BAD    PIC ZZZZZZ9.
       01  WS-OVERFLOW-LINE     PIC X(70) VALUE
           "** MORE ROWS OR PAIRS THAN THE TABLES HOLD - SWEEP IS INCOMP
      -    "LETE **".
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
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           PERFORM READ-SWEEP-CONTROLS
           OPEN OUTPUT DUP-RPT-FILE
           IF WS-RPT-STATUS NOT EQUAL "00" THEN
              DISPLAY "DUPRPT not allocated - cannot report"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-SUPPRESSIONS-RTN
           INITIALIZE LN-CONNECT
           MOVE WS-DBNAME TO LN-DBNAME OF LN-CONNECT
           MOVE WS-USERID TO LN-USERID OF LN-CONNECT
           MOVE WS-PSWD   TO LN-PSWD OF LN-CONNECT
           SET LN-CONNECT-START OF LN-CONNECT TO TRUE
           CALL "CONNECT_FN" USING LN-CONNECT LN-ERROR
           IF LN-SQLCODE OF LN-ERROR NOT EQUAL ZERO THEN
              DISPLAY "Connect Failed"
              PERFORM PRINT-ERRORS
              MOVE 8 TO RETURN-CODE
              PERFORM END-SWEEP-RTN
           END-IF
           PERFORM LOAD-EMPLOYEES-RTN
           DISPLAY "Resetting connection"
           SET LN-CONNECT-RESET OF LN-CONNECT TO TRUE
           CALL "CONNECT_FN" USING LN-CONNECT LN-ERROR
           IF WS-LOAD-FAILED THEN
              MOVE 8 TO RETURN-CODE
              PERFORM END-SWEEP-RTN
           END-IF
           PERFORM COMPARE-EMPLOYEES-RTN
           PERFORM SEARCH-ARCHIVE-RTN
           MOVE WS-REPORT-DATE TO WS-RH-DATE
           MOVE WS-DUP-PFX     TO WS-RUH-PFX
           MOVE WS-DUP-DAYS    TO WS-RUH-DAYS
           SORT SORT-WORK-FILE
              ON DESCENDING KEY SRT-SCORE
                 ASCENDING KEY SRT-EMP-ID SRT-OTHER-ID
              INPUT PROCEDURE IS RELEASE-CANDIDATES-RTN
              OUTPUT PROCEDURE IS PRINT-CANDIDATES-RTN
           PERFORM WRITE-SWEEP-TOTALS-RTN
           IF WS-PRINTED-COUNT GREATER THAN ZERO
                 OR WS-EMP-OVERFLOW
                 OR WS-CAND-OVERFLOW THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM END-SWEEP-RTN
           .
      *
       END-SWEEP-RTN SECTION.
           CLOSE DUP-RPT-FILE
           DISPLAY "Duplicate sweep complete - EMP rows: " WS-EMP-COUNT
              " Archive records: " WS-ARCH-READ-COUNT
              " Candidates: " WS-PRINTED-COUNT
              " Suppressed: " WS-SUPPRESSED-COUNT
           STOP RUN
           .
      *
       READ-SWEEP-CONTROLS SECTION.
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS EQUAL "00" THEN
              MOVE "N" TO WS-CTL-EOF-SW
              PERFORM UNTIL WS-CTL-EOF
                 READ CTL-FILE
                    AT END MOVE "Y" TO WS-CTL-EOF-SW
                    NOT AT END
                       EVALUATE CTL-KEYWORD
                          WHEN "DUPPFX"
                             MOVE CTL-VALUE(1:2) TO WS-DUP-PFX-IN
                          WHEN "DUPDAYS"
                             MOVE CTL-VALUE(1:3) TO WS-DUP-DAYS-IN
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE CTL-FILE
           END-IF
           IF WS-DUP-PFX-IN NOT NUMERIC THEN
              DISPLAY "DUPPFX not numeric - using the default "
                 "prefix length"
              MOVE "03" TO WS-DUP-PFX-IN
           END-IF
           IF WS-DUP-PFX LESS THAN 1 OR WS-DUP-PFX GREATER THAN 12
                 THEN
              DISPLAY "DUPPFX outside 01-12 - using the default "
                 "prefix length"
              MOVE "03" TO WS-DUP-PFX-IN
           END-IF
           IF WS-DUP-DAYS-IN NOT NUMERIC THEN
              DISPLAY "DUPDAYS not numeric - using the default "
                 "window"
              MOVE "030" TO WS-DUP-DAYS-IN
           END-IF
           .
      *
       LOAD-SUPPRESSIONS-RTN SECTION.
      * pairs already cleared by HR. A card whose EMP_IDs are not
      *    numeric, or whose kind is neither E nor H, is counted and
      *    ignored. Kind E is held low EMP_ID first so it matches
      *    whichever way round the pair turns up.
           OPEN INPUT SUPP-FILE
           IF WS-SUPP-STATUS EQUAL "00" THEN
              MOVE "N" TO WS-SUPP-EOF-SW
              PERFORM UNTIL WS-SUPP-EOF
                 READ SUPP-FILE
                    AT END SET WS-SUPP-EOF TO TRUE
                    NOT AT END
                       PERFORM STORE-SUPPRESSION-RTN
                 END-READ
              END-PERFORM
              CLOSE SUPP-FILE
           ELSE
              DISPLAY "DUPSUPP not allocated - no pairs suppressed"
           END-IF
           .
      *
       STORE-SUPPRESSION-RTN SECTION.
           IF (SUPP-KIND NOT EQUAL "E" AND SUPP-KIND NOT EQUAL "H")
                 OR SUPP-EMP-ID-1 NOT NUMERIC
                 OR SUPP-EMP-ID-2 NOT NUMERIC THEN
              ADD 1 TO WS-SUPP-BAD-COUNT
              DISPLAY "DUPSUPP card not usable - ignored: "
                 SUPP-RECORD
           ELSE
              IF WS-SUPP-COUNT LESS THAN WS-SUPP-MAX THEN
                 ADD 1 TO WS-SUPP-COUNT
                 MOVE SUPP-KIND     TO WS-SP-KIND (WS-SUPP-COUNT)
                 MOVE SUPP-EMP-ID-1 TO WS-SP-EMP-ID-1 (WS-SUPP-COUNT)
                 MOVE SUPP-EMP-ID-2 TO WS-SP-EMP-ID-2 (WS-SUPP-COUNT)
                 IF SUPP-KIND EQUAL "E"
                       AND SUPP-EMP-ID-1 GREATER THAN SUPP-EMP-ID-2
                       THEN
                    MOVE SUPP-EMP-ID-2
                       TO WS-SP-EMP-ID-1 (WS-SUPP-COUNT)
                    MOVE SUPP-EMP-ID-1
                       TO WS-SP-EMP-ID-2 (WS-SUPP-COUNT)
                 END-IF
              ELSE
                 IF NOT WS-SUPP-OVERFLOW THEN
                    SET WS-SUPP-OVERFLOW TO TRUE
                    DISPLAY "WARNING - suppression table full, later "
                       "DUPSUPP pairs will be listed again"
                 END-IF
              END-IF
           END-IF
           .
      *
       LOAD-EMPLOYEES-RTN SECTION.
      * the whole EMP table through one unfiltered cursor - the
      *    rows come back in EMP_ID order, so a pair of EMP rows is
      *    always found lower EMP_ID first.
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
              INSPECT WS-EM-LAST-NAME (WS-EMP-IX)
                 CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
              INSPECT WS-EM-FIRST-NAME (WS-EMP-IX)
                 CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
              MOVE LN-SEX OF LN-READ
                 TO WS-EM-SEX (WS-EMP-IX)
              MOVE LN-DEPARTMENT OF LN-READ
                 TO WS-EM-DEPARTMENT (WS-EMP-IX)
              MOVE LN-HIRE-DATE OF LN-READ
                 TO WS-EM-HIRE-DATE (WS-EMP-IX)
              MOVE LN-STATUS OF LN-READ
                 TO WS-EM-STATUS (WS-EMP-IX)
              MOVE LN-HIRE-DATE OF LN-READ TO WS-DATE-IN
              PERFORM DATE-TO-DAY-NUMBER-RTN
              MOVE WS-DATE-INT TO WS-EM-HIRE-INT (WS-EMP-IX)
              IF WS-EM-ACTIVE (WS-EMP-IX) THEN
                 ADD 1 TO WS-ACTIVE-COUNT
              END-IF
           ELSE
              IF NOT WS-EMP-OVERFLOW THEN
                 SET WS-EMP-OVERFLOW TO TRUE
                 DISPLAY "WARNING - employee table full, later "
                    "rows not swept"
              END-IF
           END-IF
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
       COMPARE-EMPLOYEES-RTN SECTION.
      * every EMP row against every later one. A pair is looked at
      *    only when the last names agree and at least one side is
      *    active - two people both on leave are not being paid
      *    twice tonight, and will be swept when one comes back.
           MOVE ZERO TO WS-EMP-IX
           PERFORM UNTIL WS-EMP-IX GREATER OR EQUAL WS-EMP-COUNT
              ADD 1 TO WS-EMP-IX
              MOVE WS-EMP-IX TO WS-OTHER-IX
              PERFORM UNTIL WS-OTHER-IX GREATER OR EQUAL WS-EMP-COUNT
                 ADD 1 TO WS-OTHER-IX
                 IF WS-EM-LAST-NAME (WS-EMP-IX) EQUAL
                       WS-EM-LAST-NAME (WS-OTHER-IX)
                       AND WS-EM-LAST-NAME (WS-EMP-IX) NOT EQUAL
                           SPACES
                       AND (WS-EM-ACTIVE (WS-EMP-IX)
                            OR WS-EM-ACTIVE (WS-OTHER-IX)) THEN
                    PERFORM COMPARE-EMP-PAIR-RTN
                 END-IF
              END-PERFORM
           END-PERFORM
           .
      *
       COMPARE-EMP-PAIR-RTN SECTION.
           MOVE "E" TO WS-PR-SOURCE
           PERFORM LOAD-PAIR-SIDE-1-RTN
           MOVE WS-EM-EMP-ID (WS-OTHER-IX)     TO WS-PR-EMP-ID-2
           MOVE WS-EM-LAST-NAME (WS-OTHER-IX)  TO WS-PR-LAST-2
           MOVE WS-EM-FIRST-NAME (WS-OTHER-IX) TO WS-PR-FIRST-2
           MOVE WS-EM-SEX (WS-OTHER-IX)        TO WS-PR-SEX-2
           MOVE WS-EM-DEPARTMENT (WS-OTHER-IX) TO WS-PR-DEPT-2
           MOVE WS-EM-HIRE-INT (WS-OTHER-IX)   TO WS-PR-HIRE-INT-2
           MOVE ZERO TO WS-PR-TERM-INT
           PERFORM SCORE-PAIR-RTN
           IF WS-PR-RULE NOT EQUAL SPACES THEN
              PERFORM CHECK-SUPPRESSED-RTN
              IF WS-SUPP-FOUND THEN
                 ADD 1 TO WS-SUPPRESSED-COUNT
              ELSE
                 PERFORM ADD-CANDIDATE-RTN
                 IF WS-CAND-IX GREATER THAN ZERO THEN
                    MOVE WS-EM-EMP-ID (WS-OTHER-IX)
                       TO WS-CD-OTHER-ID (WS-CAND-IX)
                    MOVE WS-EM-LAST-NAME (WS-OTHER-IX)
                       TO WS-CD-OTHER-LAST (WS-CAND-IX)
                    MOVE WS-EM-FIRST-NAME (WS-OTHER-IX)
                       TO WS-CD-OTHER-FIRST (WS-CAND-IX)
                    MOVE WS-EM-SEX (WS-OTHER-IX)
                       TO WS-CD-OTHER-SEX (WS-CAND-IX)
                    MOVE WS-EM-DEPARTMENT (WS-OTHER-IX)
                       TO WS-CD-OTHER-DEPT (WS-CAND-IX)
                    MOVE WS-EM-HIRE-DATE (WS-OTHER-IX)
                       TO WS-CD-OTHER-HIRE (WS-CAND-IX)
                    MOVE WS-EM-STATUS (WS-OTHER-IX) TO WS-SE-STATUS
                    MOVE WS-STATE-EMP
                       TO WS-CD-OTHER-STATE (WS-CAND-IX)
                 END-IF
              END-IF
           END-IF
           .
      *
       LOAD-PAIR-SIDE-1-RTN SECTION.
      * side 1 of the pair is always the EMP row at WS-EMP-IX
           MOVE WS-EM-EMP-ID (WS-EMP-IX)     TO WS-PR-EMP-ID-1
           MOVE WS-EM-LAST-NAME (WS-EMP-IX)  TO WS-PR-LAST-1
           MOVE WS-EM-FIRST-NAME (WS-EMP-IX) TO WS-PR-FIRST-1
           MOVE WS-EM-SEX (WS-EMP-IX)        TO WS-PR-SEX-1
           MOVE WS-EM-DEPARTMENT (WS-EMP-IX) TO WS-PR-DEPT-1
           MOVE WS-EM-HIRE-INT (WS-EMP-IX)   TO WS-PR-HIRE-INT-1
           .
      *
       SEARCH-ARCHIVE-RTN SECTION.
      * one pass over the offboarding archive. An archived EMP_ID
      *    still on EMP came back under its old number - MAIN
      *    recognized that rehire, and any second copy of the person
      *    on EMP shows up in the EMP-to-EMP pass - so only EMP_IDs
      *    gone from EMP are compared.
           OPEN INPUT EMP-HIST-FILE
           IF WS-EMPHIST-STATUS EQUAL "00" THEN
              SET WS-ARCH-SEARCHED TO TRUE
              MOVE "N" TO WS-EMPHIST-EOF-SW
              PERFORM UNTIL WS-EMPHIST-EOF
                 READ EMP-HIST-FILE
                    AT END SET WS-EMPHIST-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-ARCH-READ-COUNT
                       IF EMPH-EMP-ID NUMERIC THEN
                          MOVE EMPH-EMP-ID TO WS-FIND-EMP-ID
                          PERFORM FIND-EMPLOYEE-RTN
                          IF WS-FIND-FOUND THEN
                             ADD 1 TO WS-ARCH-SKIP-COUNT
                          ELSE
                             PERFORM COMPARE-ARCHIVED-RTN
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EMP-HIST-FILE
           ELSE
              DISPLAY "EMPHIST not allocated - archived employees "
                 "not searched"
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
       COMPARE-ARCHIVED-RTN SECTION.
      * the archived employee just read against every active row
           MOVE EMPH-LAST-NAME  TO WS-ARC-LAST-NAME
           MOVE EMPH-FIRST-NAME TO WS-ARC-FIRST-NAME
           INSPECT WS-ARC-LAST-NAME
              CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           INSPECT WS-ARC-FIRST-NAME
              CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           IF WS-ARC-LAST-NAME NOT EQUAL SPACES THEN
              MOVE EMPH-TERM-DATE TO WS-DATE-IN
              PERFORM DATE-TO-DAY-NUMBER-RTN
              MOVE WS-DATE-INT TO WS-ARC-TERM-INT
              MOVE ZERO TO WS-EMP-IX
              PERFORM UNTIL WS-EMP-IX GREATER OR EQUAL WS-EMP-COUNT
                 ADD 1 TO WS-EMP-IX
                 IF WS-EM-LAST-NAME (WS-EMP-IX) EQUAL
                       WS-ARC-LAST-NAME
                       AND WS-EM-ACTIVE (WS-EMP-IX) THEN
                    PERFORM COMPARE-ARCHIVED-PAIR-RTN
                 END-IF
              END-PERFORM
           END-IF
           .
      *
       COMPARE-ARCHIVED-PAIR-RTN SECTION.
           MOVE "H" TO WS-PR-SOURCE
           PERFORM LOAD-PAIR-SIDE-1-RTN
           MOVE EMPH-EMP-ID       TO WS-PR-EMP-ID-2
           MOVE WS-ARC-LAST-NAME  TO WS-PR-LAST-2
           MOVE WS-ARC-FIRST-NAME TO WS-PR-FIRST-2
           MOVE EMPH-SEX          TO WS-PR-SEX-2
           MOVE EMPH-DEPARTMENT   TO WS-PR-DEPT-2
           MOVE ZERO              TO WS-PR-HIRE-INT-2
           MOVE WS-ARC-TERM-INT   TO WS-PR-TERM-INT
           PERFORM SCORE-PAIR-RTN
           IF WS-PR-RULE NOT EQUAL SPACES THEN
              PERFORM CHECK-SUPPRESSED-RTN
              IF WS-SUPP-FOUND THEN
                 ADD 1 TO WS-SUPPRESSED-COUNT
              ELSE
                 PERFORM ADD-CANDIDATE-RTN
                 IF WS-CAND-IX GREATER THAN ZERO THEN
                    MOVE EMPH-EMP-ID
                       TO WS-CD-OTHER-ID (WS-CAND-IX)
                    MOVE EMPH-LAST-NAME
                       TO WS-CD-OTHER-LAST (WS-CAND-IX)
                    MOVE EMPH-FIRST-NAME
                       TO WS-CD-OTHER-FIRST (WS-CAND-IX)
                    MOVE EMPH-SEX
                       TO WS-CD-OTHER-SEX (WS-CAND-IX)
                    MOVE EMPH-DEPARTMENT
                       TO WS-CD-OTHER-DEPT (WS-CAND-IX)
                    MOVE EMPH-HIRE-DATE
                       TO WS-CD-OTHER-HIRE (WS-CAND-IX)
                    MOVE EMPH-TERM-DATE   TO WS-SA-DATE
                    MOVE EMPH-TERM-REASON TO WS-SA-REASON
                    MOVE WS-STATE-ARC
                       TO WS-CD-OTHER-STATE (WS-CAND-IX)
                 END-IF
              END-IF
           END-IF
           .
      *
       SCORE-PAIR-RTN SECTION.
      * the WS-PR- pair, whose last names already agree. WS-PR-RULE
      *    comes back blank when the pair meets none of the rules.
           MOVE 40     TO WS-PR-SCORE
           MOVE SPACES TO WS-PR-RULE
           MOVE SPACE  TO WS-PR-NAME-SW
           MOVE "N"    TO WS-PR-SEX-SW
           MOVE "N"    TO WS-PR-HIRE-SW
           EVALUATE TRUE
              WHEN WS-PR-FIRST-1 EQUAL SPACES
                 CONTINUE
              WHEN WS-PR-FIRST-1 EQUAL WS-PR-FIRST-2
                 MOVE "S" TO WS-PR-NAME-SW
                 ADD 30 TO WS-PR-SCORE
              WHEN WS-PR-FIRST-1 (1:WS-DUP-PFX) EQUAL
                    WS-PR-FIRST-2 (1:WS-DUP-PFX)
                 MOVE "P" TO WS-PR-NAME-SW
                 ADD 15 TO WS-PR-SCORE
           END-EVALUATE
           IF WS-PR-SEX-1 EQUAL WS-PR-SEX-2
                 AND WS-PR-SEX-1 NOT EQUAL SPACE THEN
              SET WS-PR-SEX-SAME TO TRUE
              ADD 10 TO WS-PR-SCORE
           END-IF
           IF WS-PR-DEPT-1 EQUAL WS-PR-DEPT-2 THEN
              ADD 5 TO WS-PR-SCORE
           END-IF
      * hire dates inside the window - or, against the archive, the
      *    active row hired on or after the archived termination
           IF WS-PR-ON-EMP THEN
              IF WS-PR-HIRE-INT-1 GREATER THAN ZERO
                    AND WS-PR-HIRE-INT-2 GREATER THAN ZERO THEN
                 COMPUTE WS-PR-GAP-DAYS =
                    WS-PR-HIRE-INT-1 - WS-PR-HIRE-INT-2
                 IF WS-PR-GAP-DAYS LESS THAN ZERO THEN
                    COMPUTE WS-PR-GAP-DAYS = ZERO - WS-PR-GAP-DAYS
                 END-IF
                 IF WS-PR-GAP-DAYS NOT GREATER THAN WS-DUP-DAYS THEN
                    SET WS-PR-HIRE-CLOSE TO TRUE
                 END-IF
              END-IF
           ELSE
              IF WS-PR-HIRE-INT-1 GREATER THAN ZERO
                    AND WS-PR-TERM-INT GREATER THAN ZERO
                    AND WS-PR-HIRE-INT-1 NOT LESS THAN WS-PR-TERM-INT
                    THEN
                 SET WS-PR-HIRE-CLOSE TO TRUE
              END-IF
           END-IF
           IF WS-PR-HIRE-CLOSE THEN
              ADD 15 TO WS-PR-SCORE
           END-IF
           EVALUATE TRUE
              WHEN WS-PR-ON-ARCHIVE
                 IF WS-PR-PREFIX-SAME THEN
                    MOVE "ARCHIVE" TO WS-PR-RULE
                 END-IF
              WHEN WS-PR-PREFIX-SAME AND WS-PR-SEX-SAME
                    AND WS-PR-NAME-SAME AND WS-PR-HIRE-CLOSE
                 MOVE "NAME/SEX/HIRE" TO WS-PR-RULE
              WHEN WS-PR-PREFIX-SAME AND WS-PR-SEX-SAME
                 MOVE "NAME/SEX" TO WS-PR-RULE
              WHEN WS-PR-NAME-SAME AND WS-PR-HIRE-CLOSE
                 MOVE "NAME/HIRE" TO WS-PR-RULE
           END-EVALUATE
           .
      *
       CHECK-SUPPRESSED-RTN SECTION.
      * is the WS-PR- pair on DUPSUPP? EMP pairs arrive lower
      *    EMP_ID first, the same order the table holds them in.
           MOVE "N" TO WS-SUPP-FOUND-SW
           MOVE ZERO TO WS-SUPP-IX
           PERFORM UNTIL WS-SUPP-FOUND
                 OR WS-SUPP-IX GREATER OR EQUAL WS-SUPP-COUNT
              ADD 1 TO WS-SUPP-IX
              IF WS-SP-KIND (WS-SUPP-IX) EQUAL WS-PR-SOURCE
                    AND WS-SP-EMP-ID-1 (WS-SUPP-IX) EQUAL
                        WS-PR-EMP-ID-1
                    AND WS-SP-EMP-ID-2 (WS-SUPP-IX) EQUAL
                        WS-PR-EMP-ID-2 THEN
                 SET WS-SUPP-FOUND TO TRUE
              END-IF
           END-PERFORM
           .
      *
       ADD-CANDIDATE-RTN SECTION.
      * the scored pair into the candidate table - WS-CAND-IX is the
      *    entry for the caller to finish, or zero when the table is
      *    full. An archived EMP_ID terminated more than once is on
      *    EMPHIST once per termination; the pair is kept once, at
      *    its best score, with the latest termination shown.
           MOVE "N" TO WS-CAND-FOUND-SW
           MOVE ZERO TO WS-CAND-IX
           IF WS-PR-ON-ARCHIVE THEN
              PERFORM UNTIL WS-CAND-FOUND
                    OR WS-CAND-IX GREATER OR EQUAL WS-CAND-COUNT
                 ADD 1 TO WS-CAND-IX
                 IF WS-CD-SOURCE (WS-CAND-IX) EQUAL "H"
                       AND WS-CD-EMP-IX (WS-CAND-IX) EQUAL WS-EMP-IX
                       AND WS-CD-OTHER-ID (WS-CAND-IX) EQUAL
                           WS-PR-EMP-ID-2 THEN
                    SET WS-CAND-FOUND TO TRUE
                 END-IF
              END-PERFORM
           END-IF
           IF WS-CAND-FOUND THEN
              IF WS-PR-SCORE GREATER THAN WS-CD-SCORE (WS-CAND-IX)
                    THEN
                 MOVE WS-PR-SCORE TO WS-CD-SCORE (WS-CAND-IX)
              END-IF
           ELSE
              IF WS-CAND-COUNT LESS THAN WS-CAND-MAX THEN
                 ADD 1 TO WS-CAND-COUNT
                 MOVE WS-CAND-COUNT TO WS-CAND-IX
                 MOVE WS-PR-SCORE  TO WS-CD-SCORE (WS-CAND-IX)
                 MOVE WS-PR-RULE   TO WS-CD-RULE (WS-CAND-IX)
                 MOVE WS-PR-SOURCE TO WS-CD-SOURCE (WS-CAND-IX)
                 MOVE WS-EMP-IX    TO WS-CD-EMP-IX (WS-CAND-IX)
              ELSE
                 MOVE ZERO TO WS-CAND-IX
                 IF NOT WS-CAND-OVERFLOW THEN
                    SET WS-CAND-OVERFLOW TO TRUE
                    DISPLAY "WARNING - candidate table full, later "
                       "pairs not listed"
                 END-IF
              END-IF
           END-IF
           .
      *
       RELEASE-CANDIDATES-RTN SECTION.
      * SORT's input procedure - one record per candidate
           MOVE ZERO TO WS-CAND-IX
           PERFORM UNTIL WS-CAND-IX GREATER OR EQUAL WS-CAND-COUNT
              ADD 1 TO WS-CAND-IX
              MOVE WS-CD-SCORE (WS-CAND-IX) TO SRT-SCORE
              MOVE WS-CD-EMP-IX (WS-CAND-IX) TO WS-EMP-IX
              MOVE WS-EM-EMP-ID (WS-EMP-IX) TO SRT-EMP-ID
              MOVE WS-CD-OTHER-ID (WS-CAND-IX) TO SRT-OTHER-ID
              MOVE WS-CAND-IX TO SRT-CAND-IX
              RELEASE SRT-RECORD
           END-PERFORM
           .
      *
       PRINT-CANDIDATES-RTN SECTION.
      * SORT's output procedure - each pair as two lines, the EMP
      *    row with the score and rule, then the other side.
           WRITE DUP-RPT-RECORD FROM WS-RPT-HEADING
              AFTER ADVANCING 1 LINE
           WRITE DUP-RPT-RECORD FROM WS-RULE-HEADING
              AFTER ADVANCING 1 LINE
           IF NOT WS-ARCH-SEARCHED THEN
              WRITE DUP-RPT-RECORD FROM WS-NO-ARCH-LINE
                 AFTER ADVANCING 1 LINE
           END-IF
           WRITE DUP-RPT-RECORD FROM WS-COLUMN-HEADING
              AFTER ADVANCING 2 LINES
           MOVE "N" TO WS-SORT-EOF-SW
           PERFORM UNTIL WS-SORT-EOF
              RETURN SORT-WORK-FILE
                 AT END SET WS-SORT-EOF TO TRUE
                 NOT AT END
                    MOVE SRT-CAND-IX TO WS-CAND-IX
                    PERFORM PRINT-PAIR-RTN
              END-RETURN
           END-PERFORM
           IF WS-PRINTED-COUNT EQUAL ZERO THEN
              WRITE DUP-RPT-RECORD FROM WS-NONE-LINE
                 AFTER ADVANCING 2 LINES
           END-IF
           .
      *
       PRINT-PAIR-RTN SECTION.
           ADD 1 TO WS-PRINTED-COUNT
           MOVE WS-CD-EMP-IX (WS-CAND-IX) TO WS-EMP-IX
           MOVE SPACES TO WS-PAIR-LINE
           MOVE WS-CD-SCORE (WS-CAND-IX)      TO WS-PL-SCORE
           MOVE WS-CD-RULE (WS-CAND-IX)       TO WS-PL-RULE
           MOVE "EMP"                         TO WS-PL-SOURCE
           MOVE WS-EM-EMP-ID (WS-EMP-IX)      TO WS-PL-EMP-ID
           MOVE WS-EM-LAST-NAME (WS-EMP-IX)   TO WS-PL-LAST-NAME
           MOVE WS-EM-FIRST-NAME (WS-EMP-IX)  TO WS-PL-FIRST-NAME
           MOVE WS-EM-SEX (WS-EMP-IX)         TO WS-PL-SEX
           MOVE WS-EM-DEPARTMENT (WS-EMP-IX)  TO WS-PL-DEPT
           MOVE WS-EM-HIRE-DATE (WS-EMP-IX)   TO WS-PL-HIRE-DATE
           MOVE WS-EM-STATUS (WS-EMP-IX)      TO WS-SE-STATUS
           MOVE WS-STATE-EMP                  TO WS-PL-STATE
           WRITE DUP-RPT-RECORD FROM WS-PAIR-LINE
              AFTER ADVANCING 2 LINES
           MOVE SPACES TO WS-PAIR-LINE
           IF WS-CD-SOURCE (WS-CAND-IX) EQUAL "H" THEN
              MOVE "ARC" TO WS-PL-SOURCE
           ELSE
              MOVE "EMP" TO WS-PL-SOURCE
           END-IF
           MOVE WS-CD-OTHER-ID (WS-CAND-IX)    TO WS-PL-EMP-ID
           MOVE WS-CD-OTHER-LAST (WS-CAND-IX)  TO WS-PL-LAST-NAME
           MOVE WS-CD-OTHER-FIRST (WS-CAND-IX) TO WS-PL-FIRST-NAME
           MOVE WS-CD-OTHER-SEX (WS-CAND-IX)   TO WS-PL-SEX
           MOVE WS-CD-OTHER-DEPT (WS-CAND-IX)  TO WS-PL-DEPT
           MOVE WS-CD-OTHER-HIRE (WS-CAND-IX)  TO WS-PL-HIRE-DATE
           MOVE WS-CD-OTHER-STATE (WS-CAND-IX) TO WS-PL-STATE
           WRITE DUP-RPT-RECORD FROM WS-PAIR-LINE
              AFTER ADVANCING 1 LINE
           .
      *
       WRITE-SWEEP-TOTALS-RTN SECTION.
           WRITE DUP-RPT-RECORD FROM SPACES AFTER ADVANCING 1 LINE
           MOVE WS-EMP-COUNT        TO WS-TT-EMPS
           MOVE WS-ACTIVE-COUNT     TO WS-TT-ACTIVE
           MOVE WS-ARCH-READ-COUNT  TO WS-TT-ARCH
           MOVE WS-ARCH-SKIP-COUNT  TO WS-TT-ARCH-SKIP
           WRITE DUP-RPT-RECORD FROM WS-TOTALS-LINE-1
              AFTER ADVANCING 1 LINE
           MOVE WS-PRINTED-COUNT    TO WS-TT-PRINTED
           MOVE WS-SUPPRESSED-COUNT TO WS-TT-SUPPRESSED
           MOVE WS-SUPP-BAD-COUNT   TO WS-TT-SUPP-BAD
           WRITE DUP-RPT-RECORD FROM WS-TOTALS-LINE-2
              AFTER ADVANCING 1 LINE
           IF WS-EMP-OVERFLOW OR WS-CAND-OVERFLOW THEN
              WRITE DUP-RPT-RECORD FROM WS-OVERFLOW-LINE
                 AFTER ADVANCING 1 LINE
           END-IF
           .
      *
       PRINT-ERRORS SECTION.
           DISPLAY "Error Code = " LN-SQLCODE
           DISPLAY "Error Buffer = " LN-ERROR-BUFFER
           DISPLAY "SQL State = " LN-STATE
           DISPLAY "SQL State Buffer = " LN-STATE-BUFFER
           .
       END PROGRAM DUPSWEEP.
