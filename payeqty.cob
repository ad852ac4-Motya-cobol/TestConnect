      *****************************************************************
      * PAYEQTY - pay-equity gap analysis by sex.
      * Walks every EMP row through READ_FN's cursor and compares
      * male and female pay on EQTYRPT in two sections:
      *    - per department: headcount, average salary, median
      *      salary, and average compa-ratio (salary as a percent of
      *      the department grade's GRADEFIL midpoint) for each
      *      group, and the gap in average and median salary as a
      *      percent of the male figure
      *    - the same breakdown per salary grade across departments
      * A cell is flagged when the average-salary gap exceeds the
      * CTLCARD EQTYTOL tolerance (either direction) and both groups
      * have at least EQTYMIN employees - below that the gap says
      * more about one person than about pay practice, so the cell
      * prints but is marked SMALL instead.
      * Rows are SORTed by section, department or grade, sex, and
      * salary so the medians fall out of the sorted order; the
      * input pass counts every group first so the middle positions
      * are known before the group comes back. Employees whose sex
      * is neither M nor F are counted but take no part in the
      * comparison; an employee whose department resolves to no
      * band is compared on salary with no compa-ratio.
      * CTLCARD keywords: EQTYTOL nnnn (percent, two implied decimals,
      * default 0500 = 5%),
      * EQTYMIN nnnn (default 0005), EXCLSTAT (same status list as
      * MAIN - employees in those statuses are left out).
      * RETURN-CODE: 0 no cell flagged, 4 one or more flagged (or a
      * table overflowed), 8 no connection or no report.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYEQTY.
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
           SELECT EQTY-RPT-FILE ASSIGN TO "EQTYRPT"
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
       FD  EQTY-RPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  EQTY-RPT-RECORD          PIC X(132).
      *
      * one record per employee per section - D department, G grade
       SD  SORT-WORK-FILE.
       01  SRT-RECORD.
           05 SRT-SECTION           PIC X(1).
           05 SRT-KEY               PIC X(3).
           05 SRT-SEX               PIC X(1).
           05 SRT-SALARY            PIC S9(7)V99.
           05 SRT-COMPA             PIC 9(3)V9.
           05 SRT-COMPA-SW          PIC X(1).
              88 SRT-HAS-COMPA           VALUE "Y".
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
       01  WS-DEPTREF-STATUS    PIC X(2) VALUE SPACES.
       01  WS-GRADEREF-STATUS   PIC X(2) VALUE SPACES.
       01  WS-RPT-STATUS        PIC X(2) VALUE SPACES.
       01  WS-CTL-EOF-SW        PIC X(1) VALUE "N".
           88 WS-CTL-EOF             VALUE "Y".
       01  WS-REF-EOF-SW        PIC X(1) VALUE "N".
           88 WS-REF-EOF             VALUE "Y".
       01  WS-SORT-EOF-SW       PIC X(1) VALUE "N".
           88 WS-SORT-EOF            VALUE "Y".
       01  WS-FETCH-FAIL-SW     PIC X(1) VALUE "N".
           88 WS-FETCH-FAILED        VALUE "Y".
       01  WS-REPORT-DATE       PIC 9(8) VALUE ZERO.
      * tolerances
       01  WS-EQTY-TOL-IN       PIC X(4) VALUE "0500".
       01  WS-EQTY-TOL REDEFINES WS-EQTY-TOL-IN
                                PIC 9(2)V99.
       01  WS-EQTY-MIN          PIC 9(4) VALUE 0005.
       01  WS-EQTY-MIN-IN       PIC X(4) VALUE SPACES.
       01  WS-EXCL-STATUS       PIC X(4) VALUE SPACES.
       01  WS-EXCL-IX           PIC S9(4) COMP VALUE ZERO.
       01  WS-STAT-EXCL-SW      PIC X(1) VALUE "N".
           88 WS-STATUS-EXCLUDED     VALUE "Y".
      * department reference - code, name, grade
       01  WS-DEPT-REF-COUNT    PIC S9(4) COMP VALUE ZERO.
       01  WS-DEPT-REF-MAX      PIC S9(4) COMP VALUE 500.
       01  WS-DEPT-REF-IX       PIC S9(4) COMP VALUE ZERO.
       01  WS-DEPT-REF-TABLE.
           05 WS-DEPT-REF-ENTRY OCCURS 500 TIMES.
              10 WS-DR-CODE     PIC X(3).
              10 WS-DR-NAME     PIC X(25).
              10 WS-DR-GRADE    PIC X(2).
       01  WS-DEPT-FOUND-SW     PIC X(1) VALUE "N".
           88 WS-DEPT-FOUND          VALUE "Y".
      * grade bands
       01  WS-GRADE-COUNT       PIC S9(4) COMP VALUE ZERO.
       01  WS-GRADE-MAX         PIC S9(4) COMP VALUE 100.
       01  WS-GRADE-IX          PIC S9(4) COMP VALUE ZERO.
       01  WS-GRADE-TABLE.
           05 WS-GRADE-ENTRY OCCURS 100 TIMES.
              10 WS-GR-CODE     PIC X(2).
              10 WS-GR-MID      PIC 9(7)V99.
       01  WS-GRADE-FOUND-SW    PIC X(1) VALUE "N".
           88 WS-GRADE-FOUND         VALUE "Y".
      * the current row's grade and compa-ratio
       01  WS-ROW-GRADE         PIC X(2) VALUE SPACES.
       01  WS-ROW-MID           PIC 9(7)V99 VALUE ZERO.
       01  WS-ROW-COMPA         PIC 9(3)V9 VALUE ZERO.
      * group headcounts gathered on the way into the sort, so the
      *    output side knows each group's middle positions before
      *    its rows come back. One cell per section/key.
       01  WS-CELL-COUNT        PIC S9(4) COMP VALUE ZERO.
       01  WS-CELL-MAX          PIC S9(4) COMP VALUE 700.
       01  WS-CELL-IX           PIC S9(4) COMP VALUE ZERO.
       01  WS-CELL-OVFL-SW      PIC X(1) VALUE "N".
           88 WS-CELL-OVERFLOW       VALUE "Y".
       01  WS-CELL-FOUND-SW     PIC X(1) VALUE "N".
           88 WS-CELL-FOUND          VALUE "Y".
       01  WS-CELL-TABLE.
           05 WS-CELL-ENTRY OCCURS 700 TIMES.
              10 WS-CL-SECTION  PIC X(1).
              10 WS-CL-KEY      PIC X(3).
              10 WS-CL-MALE     PIC 9(7).
              10 WS-CL-FEMALE   PIC 9(7).
       01  WS-FIND-SECTION      PIC X(1) VALUE SPACE.
       01  WS-FIND-KEY          PIC X(3) VALUE SPACES.
      * the group (one sex within one cell) coming back from the
      *    sort
       01  WS-GRP-SECTION       PIC X(1) VALUE SPACE.
       01  WS-GRP-KEY           PIC X(3) VALUE SPACES.
       01  WS-GRP-SEX           PIC X(1) VALUE SPACE.
       01  WS-GRP-N             PIC 9(7) VALUE ZERO.
       01  WS-GRP-POS           PIC 9(7) VALUE ZERO.
       01  WS-GRP-LO-POS        PIC 9(7) VALUE ZERO.
       01  WS-GRP-HI-POS        PIC 9(7) VALUE ZERO.
       01  WS-GRP-LO-SAL        PIC S9(7)V99 VALUE ZERO.
       01  WS-GRP-HI-SAL        PIC S9(7)V99 VALUE ZERO.
       01  WS-GRP-SAL-SUM       PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-GRP-COMPA-SUM     PIC 9(9)V9 COMP-3 VALUE ZERO.
       01  WS-GRP-COMPA-N       PIC 9(7) VALUE ZERO.
      * the finished male and female figures for the current cell
       01  WS-CELL-OPEN-SW      PIC X(1) VALUE "N".
           88 WS-CELL-OPEN           VALUE "Y".
       01  WS-SECTION-SEEN      PIC X(1) VALUE SPACE.
       01  WS-SIDE-TABLE.
           05 WS-SIDE OCCURS 2 TIMES.
              10 WS-SD-COUNT    PIC 9(7).
              10 WS-SD-AVG      PIC S9(7)V99.
              10 WS-SD-MEDIAN   PIC S9(7)V99.
              10 WS-SD-COMPA    PIC 9(3)V9.
              10 WS-SD-COMPA-N  PIC 9(7).
       01  WS-SIDE-IX           PIC S9(4) COMP VALUE ZERO.
       01  WS-GAP-AVG           PIC S9(3)V9 VALUE ZERO.
       01  WS-GAP-MEDIAN        PIC S9(3)V9 VALUE ZERO.
       01  WS-GAP-ABS           PIC 9(3)V99 VALUE ZERO.
      * counters
       01  WS-FETCH-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-COMPARED-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-OTHER-SEX-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-EXCLUDED-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-NO-BAND-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-CELLS-PRINTED     PIC 9(5) VALUE ZERO.
       01  WS-FLAG-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-SMALL-COUNT       PIC 9(5) VALUE ZERO.
      * report layouts
       01  WS-RPT-HEADING.
           05 FILLER            PIC X(40)
                    VALUE "PAY-EQUITY GAP ANALYSIS BY SEX".
           05 FILLER            PIC X(6)  VALUE "DATE: ".
           05 WS-RH-DATE        PIC 9(8).
       01  WS-TOL-HEADING.
           05 FILLER            PIC X(21) VALUE "FLAG: AVERAGE GAP OF ".
           05 WS-TH-TOL         PIC Z9.99.
           05 FILLER            PIC X(30)
                    VALUE "% OR MORE, BOTH GROUPS AT LEAS".
           05 FILLER            PIC X(2)  VALUE "T ".
           05 WS-TH-MIN         PIC ZZZ9.
       01  WS-SECTION-HEADING   PIC X(60) VALUE SPACES.
       01  WS-COLUMN-HEADING-1.
           05 FILLER            PIC X(29) VALUE SPACES.
           05 FILLER            PIC X(33)
                    VALUE "-------------- MALE -------------".
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 FILLER            PIC X(33)
                    VALUE "------------- FEMALE ------------".
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 FILLER            PIC X(15) VALUE "---- GAP % ----".
       01  WS-COLUMN-HEADING-2.
           05 FILLER            PIC X(29)
                    VALUE "CODE NAME".
           05 FILLER            PIC X(33)
                    VALUE "   HC    AVERAGE     MEDIAN COMPA".
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 FILLER            PIC X(33)
                    VALUE "   HC    AVERAGE     MEDIAN COMPA".
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 FILLER            PIC X(15) VALUE "    AVG  MEDIAN".
       01  WS-CELL-LINE.
           05 WS-CE-KEY         PIC X(3).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-CE-NAME        PIC X(24).
           05 WS-CE-SIDE OCCURS 2 TIMES.
              10 WS-CE-COUNT    PIC ZZZZ9.
              10 FILLER         PIC X(1).
              10 WS-CE-AVG      PIC Z,ZZZ,ZZ9.
              10 FILLER         PIC X(2).
              10 WS-CE-MEDIAN   PIC Z,ZZZ,ZZ9.
              10 FILLER         PIC X(1).
              10 WS-CE-COMPA    PIC ZZ9.9.
              10 FILLER         PIC X(2).
           05 WS-CE-GAP-AVG     PIC -ZZ9.9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-CE-GAP-MEDIAN  PIC -ZZ9.9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-CE-FLAG        PIC X(11).
       01  WS-TOTALS-LINE-1.
           05 FILLER            PIC X(20) VALUE "EMPLOYEES FETCHED:  ".
           05 WS-TT-FETCHED     PIC ZZZZZZ9.
           05 FILLER            PIC X(13) VALUE "   COMPARED: ".
           05 WS-TT-COMPARED    PIC ZZZZZZ9.
           05 FILLER            PIC X(17) VALUE "   SEX NOT M/F:  ".
           05 WS-TT-OTHER       PIC ZZZZZZ9.
           05 FILLER            PIC X(17) VALUE "   STATUS EXCL:  ".
           05 WS-TT-EXCLUDED    PIC ZZZZZZ9.
       01  WS-TOTALS-LINE-2.
           05 FILLER            PIC X(20) VALUE "CELLS FLAGGED:      ".
           05 WS-TT-FLAGGED     PIC ZZZZZZ9.
           05 FILLER            PIC X(13) VALUE "   SMALL:    ".
           05 WS-TT-SMALL       PIC ZZZZZZ9.
           05 FILLER            PIC X(17) VALUE "   NO BAND:      ".
           05 WS-TT-NO-BAND     PIC ZZZZZZ9.
       01  WS-OVERFLOW-LINE     PIC X(70) VALUE
           "** MORE DEPARTMENTS/GRADES THAN THE TABLE HOLDS - SOME OMIT
      -    "TED **".
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
           PERFORM READ-EQUITY-CONTROLS
           OPEN OUTPUT EQTY-RPT-FILE
           IF WS-RPT-STATUS NOT EQUAL "00" THEN
              DISPLAY "EQTYRPT not allocated - cannot report"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-REFERENCES-RTN
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
              PERFORM END-EQUITY-RTN
           END-IF
           MOVE WS-REPORT-DATE TO WS-RH-DATE
           MOVE WS-EQTY-TOL    TO WS-TH-TOL
           MOVE WS-EQTY-MIN    TO WS-TH-MIN
           SORT SORT-WORK-FILE
              ON ASCENDING KEY SRT-SECTION SRT-KEY SRT-SEX SRT-SALARY
              INPUT PROCEDURE IS FETCH-EMPLOYEES-RTN
              OUTPUT PROCEDURE IS WRITE-EQUITY-REPORT-RTN
           DISPLAY "Resetting connection"
           SET LN-CONNECT-RESET OF LN-CONNECT TO TRUE
           CALL "CONNECT_FN" USING LN-CONNECT LN-ERROR
           PERFORM WRITE-EQUITY-TOTALS-RTN
           EVALUATE TRUE
              WHEN WS-FETCH-FAILED
                 MOVE 8 TO RETURN-CODE
              WHEN WS-FLAG-COUNT GREATER THAN ZERO
                    OR WS-CELL-OVERFLOW
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           PERFORM END-EQUITY-RTN
           .
      *
       END-EQUITY-RTN SECTION.
           CLOSE EQTY-RPT-FILE
           DISPLAY "Pay-equity analysis complete - Fetched: "
              WS-FETCH-COUNT " Compared: " WS-COMPARED-COUNT
              " Flagged: " WS-FLAG-COUNT
           STOP RUN
           .
      *
       READ-EQUITY-CONTROLS SECTION.
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS EQUAL "00" THEN
              MOVE "N" TO WS-CTL-EOF-SW
              PERFORM UNTIL WS-CTL-EOF
                 READ CTL-FILE
                    AT END MOVE "Y" TO WS-CTL-EOF-SW
                    NOT AT END
                       EVALUATE CTL-KEYWORD
                          WHEN "EQTYTOL"
                             MOVE CTL-VALUE(1:4) TO WS-EQTY-TOL-IN
                          WHEN "EQTYMIN"
                             MOVE CTL-VALUE(1:4) TO WS-EQTY-MIN-IN
                          WHEN "EXCLSTAT"
                             MOVE CTL-VALUE(1:4) TO WS-EXCL-STATUS
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE CTL-FILE
           END-IF
      * nnnn, two implied decimals - the same shape as APPRPCT
           IF WS-EQTY-TOL-IN NOT NUMERIC THEN
              DISPLAY "EQTYTOL not numeric - using the default "
                 "tolerance"
              MOVE "0500" TO WS-EQTY-TOL-IN
           END-IF
           IF WS-EQTY-MIN-IN NOT EQUAL SPACES THEN
              IF WS-EQTY-MIN-IN NUMERIC THEN
                 MOVE WS-EQTY-MIN-IN TO WS-EQTY-MIN
              ELSE
                 DISPLAY "EQTYMIN not numeric - using the default "
                    "minimum headcount"
              END-IF
           END-IF
           .
      *
       LOAD-REFERENCES-RTN SECTION.
      * DEPTFILE maps each department to its grade and name,
      *    GRADEFIL each grade to its midpoint. Without them the
      *    department section still prints; the grade section and
      *    the compa-ratios go empty.
           OPEN INPUT DEPT-REF-FILE
           IF WS-DEPTREF-STATUS EQUAL "00" THEN
              MOVE "N" TO WS-REF-EOF-SW
              PERFORM UNTIL WS-REF-EOF
                 READ DEPT-REF-FILE
                    AT END SET WS-REF-EOF TO TRUE
                    NOT AT END
                       IF WS-DEPT-REF-COUNT LESS THAN
                             WS-DEPT-REF-MAX THEN
                          ADD 1 TO WS-DEPT-REF-COUNT
                          MOVE DREF-CODE
                             TO WS-DR-CODE (WS-DEPT-REF-COUNT)
                          MOVE DREF-NAME
                             TO WS-DR-NAME (WS-DEPT-REF-COUNT)
                          MOVE DREF-GRADE
                             TO WS-DR-GRADE (WS-DEPT-REF-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DEPT-REF-FILE
           ELSE
              DISPLAY "DEPTFILE not allocated - no grades, names or "
                 "compa-ratios"
           END-IF
           OPEN INPUT GRADE-REF-FILE
           IF WS-GRADEREF-STATUS EQUAL "00" THEN
              MOVE "N" TO WS-REF-EOF-SW
              PERFORM UNTIL WS-REF-EOF
                 READ GRADE-REF-FILE
                    AT END SET WS-REF-EOF TO TRUE
                    NOT AT END
                       IF WS-GRADE-COUNT LESS THAN WS-GRADE-MAX THEN
                          ADD 1 TO WS-GRADE-COUNT
                          MOVE GREF-CODE
                             TO WS-GR-CODE (WS-GRADE-COUNT)
                          MOVE GREF-MID
                             TO WS-GR-MID (WS-GRADE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GRADE-REF-FILE
           ELSE
              DISPLAY "GRADEFIL not allocated - no compa-ratios"
           END-IF
           .
      *
       FETCH-EMPLOYEES-RTN SECTION.
      * SORT's input procedure - the whole EMP table, each M/F row
      *    RELEASEd once under its department and once under its
      *    grade, with the group headcounts tallied on the way.
           INITIALIZE LN-READ
           SET LN-READ-OPEN OF LN-READ-FUNC OF LN-READ TO TRUE
           CALL "READ_FN" USING LN-READ LN-ERROR
           IF LN-SQLCODE OF LN-ERROR NOT EQUAL ZERO THEN
              DISPLAY "Cursor open failed"
              PERFORM PRINT-ERRORS
              SET WS-FETCH-FAILED TO TRUE
           ELSE
              SET LN-READ-FETCH OF LN-READ-FUNC OF LN-READ TO TRUE
              CALL "READ_FN" USING LN-READ LN-ERROR
              PERFORM UNTIL LN-SQLCODE OF LN-ERROR NOT EQUAL ZERO
                 ADD 1 TO WS-FETCH-COUNT
                 PERFORM RELEASE-EMPLOYEE-RTN
                 CALL "READ_FN" USING LN-READ LN-ERROR
              END-PERFORM
              IF LN-SQLCODE OF LN-ERROR NOT EQUAL +100 THEN
                 DISPLAY "Employee fetch ended abnormally"
                 PERFORM PRINT-ERRORS
                 SET WS-FETCH-FAILED TO TRUE
              END-IF
              SET LN-READ-CLOSE OF LN-READ-FUNC OF LN-READ TO TRUE
              CALL "READ_FN" USING LN-READ LN-ERROR
           END-IF
           .
      *
       RELEASE-EMPLOYEE-RTN SECTION.
           PERFORM CHECK-STATUS-EXCLUDED-RTN
           EVALUATE TRUE
              WHEN WS-STATUS-EXCLUDED
                 ADD 1 TO WS-EXCLUDED-COUNT
              WHEN LN-SEX OF LN-READ NOT EQUAL "M"
                    AND LN-SEX OF LN-READ NOT EQUAL "F"
                 ADD 1 TO WS-OTHER-SEX-COUNT
              WHEN OTHER
                 ADD 1 TO WS-COMPARED-COUNT
                 PERFORM PRICE-EMPLOYEE-RTN
                 MOVE LN-SEX OF LN-READ    TO SRT-SEX
                 MOVE LN-SALARY OF LN-READ TO SRT-SALARY
                 MOVE WS-ROW-COMPA         TO SRT-COMPA
                 IF WS-GRADE-FOUND THEN
                    MOVE "Y" TO SRT-COMPA-SW
                 ELSE
                    MOVE "N" TO SRT-COMPA-SW
                    ADD 1 TO WS-NO-BAND-COUNT
                 END-IF
                 MOVE "D" TO SRT-SECTION
                 MOVE LN-DEPARTMENT OF LN-READ TO SRT-KEY
                 PERFORM COUNT-AND-RELEASE-RTN
      * a department with no grade on DEPTFILE groups under "--"
                 MOVE "G" TO SRT-SECTION
                 IF WS-ROW-GRADE EQUAL SPACES THEN
                    MOVE "--" TO SRT-KEY
                 ELSE
                    MOVE WS-ROW-GRADE TO SRT-KEY
                 END-IF
                 PERFORM COUNT-AND-RELEASE-RTN
           END-EVALUATE
           .
      *
       PRICE-EMPLOYEE-RTN SECTION.
      * the row's department grade and, when the grade has a band,
      *    its compa-ratio (salary as a percent of the midpoint)
           MOVE SPACES TO WS-ROW-GRADE
           MOVE ZERO TO WS-ROW-COMPA
           MOVE "N" TO WS-DEPT-FOUND-SW
           MOVE "N" TO WS-GRADE-FOUND-SW
           MOVE ZERO TO WS-DEPT-REF-IX
           PERFORM UNTIL WS-DEPT-FOUND
                 OR WS-DEPT-REF-IX GREATER OR EQUAL WS-DEPT-REF-COUNT
              ADD 1 TO WS-DEPT-REF-IX
              IF WS-DR-CODE (WS-DEPT-REF-IX) EQUAL
                    LN-DEPARTMENT OF LN-READ THEN
                 SET WS-DEPT-FOUND TO TRUE
                 MOVE WS-DR-GRADE (WS-DEPT-REF-IX) TO WS-ROW-GRADE
              END-IF
           END-PERFORM
           IF WS-ROW-GRADE NOT EQUAL SPACES THEN
              MOVE ZERO TO WS-GRADE-IX
              PERFORM UNTIL WS-GRADE-FOUND
                    OR WS-GRADE-IX GREATER OR EQUAL WS-GRADE-COUNT
                 ADD 1 TO WS-GRADE-IX
                 IF WS-GR-CODE (WS-GRADE-IX) EQUAL WS-ROW-GRADE THEN
                    MOVE WS-GR-MID (WS-GRADE-IX) TO WS-ROW-MID
                    IF WS-ROW-MID GREATER THAN ZERO THEN
                       SET WS-GRADE-FOUND TO TRUE
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           IF WS-GRADE-FOUND THEN
              COMPUTE WS-ROW-COMPA ROUNDED =
                 LN-SALARY OF LN-READ * 100 / WS-ROW-MID
                 ON SIZE ERROR MOVE 999.9 TO WS-ROW-COMPA
              END-COMPUTE
           END-IF
           .
      *
       COUNT-AND-RELEASE-RTN SECTION.
           MOVE SRT-SECTION TO WS-FIND-SECTION
           MOVE SRT-KEY     TO WS-FIND-KEY
           PERFORM FIND-CELL-RTN
           IF NOT WS-CELL-FOUND THEN
              IF WS-CELL-COUNT LESS THAN WS-CELL-MAX THEN
                 ADD 1 TO WS-CELL-COUNT
                 MOVE WS-CELL-COUNT TO WS-CELL-IX
                 MOVE SRT-SECTION TO WS-CL-SECTION (WS-CELL-IX)
                 MOVE SRT-KEY     TO WS-CL-KEY (WS-CELL-IX)
                 MOVE ZERO TO WS-CL-MALE (WS-CELL-IX)
                 MOVE ZERO TO WS-CL-FEMALE (WS-CELL-IX)
                 SET WS-CELL-FOUND TO TRUE
              ELSE
                 IF NOT WS-CELL-OVERFLOW THEN
                    SET WS-CELL-OVERFLOW TO TRUE
                    DISPLAY "WARNING - cell table full, "
                       SRT-SECTION " " SRT-KEY " and later omitted"
                 END-IF
              END-IF
           END-IF
      * a cell the table could not hold stays out of the sort too -
      *    its medians could not be placed.
           IF WS-CELL-FOUND THEN
              IF SRT-SEX EQUAL "M" THEN
                 ADD 1 TO WS-CL-MALE (WS-CELL-IX)
              ELSE
                 ADD 1 TO WS-CL-FEMALE (WS-CELL-IX)
              END-IF
              RELEASE SRT-RECORD
           END-IF
           .
      *
       FIND-CELL-RTN SECTION.
           MOVE "N" TO WS-CELL-FOUND-SW
           MOVE ZERO TO WS-CELL-IX
           PERFORM UNTIL WS-CELL-FOUND
                 OR WS-CELL-IX GREATER OR EQUAL WS-CELL-COUNT
              ADD 1 TO WS-CELL-IX
              IF WS-CL-SECTION (WS-CELL-IX) EQUAL WS-FIND-SECTION
                    AND WS-CL-KEY (WS-CELL-IX) EQUAL WS-FIND-KEY THEN
                 SET WS-CELL-FOUND TO TRUE
              END-IF
           END-PERFORM
           .
      *
       CHECK-STATUS-EXCLUDED-RTN SECTION.
      * is LN-STATUS one of the EXCLSTAT codes? A blank list (the
      *    default) excludes nobody.
           MOVE "N" TO WS-STAT-EXCL-SW
           IF WS-EXCL-STATUS NOT EQUAL SPACES
                 AND LN-STATUS OF LN-READ NOT EQUAL SPACE THEN
              MOVE ZERO TO WS-EXCL-IX
              PERFORM UNTIL WS-STATUS-EXCLUDED
                    OR WS-EXCL-IX GREATER OR EQUAL 4
                 ADD 1 TO WS-EXCL-IX
                 IF WS-EXCL-STATUS (WS-EXCL-IX:1) EQUAL
                       LN-STATUS OF LN-READ THEN
                    SET WS-STATUS-EXCLUDED TO TRUE
                 END-IF
              END-PERFORM
           END-IF
           .
      *
       WRITE-EQUITY-REPORT-RTN SECTION.
      * SORT's output procedure - rows come back by section, key,
      *    sex, and salary. A change of sex closes a group; a change
      *    of key closes the cell and prints its line; a change of
      *    section starts a new page.
           MOVE "N" TO WS-SORT-EOF-SW
           PERFORM UNTIL WS-SORT-EOF
              RETURN SORT-WORK-FILE
                 AT END SET WS-SORT-EOF TO TRUE
                 NOT AT END
                    IF WS-CELL-OPEN
                          AND (SRT-SECTION NOT EQUAL WS-GRP-SECTION
                               OR SRT-KEY NOT EQUAL WS-GRP-KEY) THEN
                       PERFORM CLOSE-GROUP-RTN
                       PERFORM CLOSE-CELL-RTN
                    END-IF
                    IF WS-CELL-OPEN
                          AND SRT-SEX NOT EQUAL WS-GRP-SEX THEN
                       PERFORM CLOSE-GROUP-RTN
                       PERFORM OPEN-GROUP-RTN
                    END-IF
                    IF NOT WS-CELL-OPEN THEN
                       PERFORM OPEN-CELL-RTN
                       PERFORM OPEN-GROUP-RTN
                    END-IF
                    PERFORM ADD-TO-GROUP-RTN
              END-RETURN
           END-PERFORM
           IF WS-CELL-OPEN THEN
              PERFORM CLOSE-GROUP-RTN
              PERFORM CLOSE-CELL-RTN
           END-IF
           .
      *
       OPEN-CELL-RTN SECTION.
           IF SRT-SECTION NOT EQUAL WS-SECTION-SEEN THEN
              PERFORM WRITE-SECTION-HEADING-RTN
           END-IF
           SET WS-CELL-OPEN TO TRUE
           MOVE SRT-SECTION TO WS-GRP-SECTION
           MOVE SRT-KEY     TO WS-GRP-KEY
           INITIALIZE WS-SIDE-TABLE
           .
      *
       OPEN-GROUP-RTN SECTION.
      * the group's headcount from the input-side tally fixes the
      *    middle position(s) - one for an odd count, the two either
      *    side of the middle for an even one.
           MOVE SRT-SEX TO WS-GRP-SEX
           MOVE SRT-SECTION TO WS-FIND-SECTION
           MOVE SRT-KEY     TO WS-FIND-KEY
           PERFORM FIND-CELL-RTN
           IF SRT-SEX EQUAL "M" THEN
              MOVE WS-CL-MALE (WS-CELL-IX) TO WS-GRP-N
           ELSE
              MOVE WS-CL-FEMALE (WS-CELL-IX) TO WS-GRP-N
           END-IF
           COMPUTE WS-GRP-LO-POS = (WS-GRP-N + 1) / 2
           COMPUTE WS-GRP-HI-POS = WS-GRP-N / 2 + 1
           MOVE ZERO TO WS-GRP-POS
           MOVE ZERO TO WS-GRP-LO-SAL
           MOVE ZERO TO WS-GRP-HI-SAL
           MOVE ZERO TO WS-GRP-SAL-SUM
           MOVE ZERO TO WS-GRP-COMPA-SUM
           MOVE ZERO TO WS-GRP-COMPA-N
           .
      *
       ADD-TO-GROUP-RTN SECTION.
           ADD 1 TO WS-GRP-POS
           ADD SRT-SALARY TO WS-GRP-SAL-SUM
           IF WS-GRP-POS EQUAL WS-GRP-LO-POS THEN
              MOVE SRT-SALARY TO WS-GRP-LO-SAL
           END-IF
           IF WS-GRP-POS EQUAL WS-GRP-HI-POS THEN
              MOVE SRT-SALARY TO WS-GRP-HI-SAL
           END-IF
           IF SRT-HAS-COMPA THEN
              ADD SRT-COMPA TO WS-GRP-COMPA-SUM
              ADD 1 TO WS-GRP-COMPA-N
           END-IF
           .
      *
       CLOSE-GROUP-RTN SECTION.
           IF WS-GRP-SEX EQUAL "M" THEN
              MOVE 1 TO WS-SIDE-IX
           ELSE
              MOVE 2 TO WS-SIDE-IX
           END-IF
           MOVE WS-GRP-POS TO WS-SD-COUNT (WS-SIDE-IX)
           IF WS-GRP-POS GREATER THAN ZERO THEN
              COMPUTE WS-SD-AVG (WS-SIDE-IX) ROUNDED =
                 WS-GRP-SAL-SUM / WS-GRP-POS
              COMPUTE WS-SD-MEDIAN (WS-SIDE-IX) ROUNDED =
                 (WS-GRP-LO-SAL + WS-GRP-HI-SAL) / 2
           END-IF
           MOVE WS-GRP-COMPA-N TO WS-SD-COMPA-N (WS-SIDE-IX)
           IF WS-GRP-COMPA-N GREATER THAN ZERO THEN
              COMPUTE WS-SD-COMPA (WS-SIDE-IX) ROUNDED =
                 WS-GRP-COMPA-SUM / WS-GRP-COMPA-N
           END-IF
           .
      *
       CLOSE-CELL-RTN SECTION.
      * one printed line per cell. The gaps are male minus female
      *    as a percent of male - positive means the women in the
      *    cell are paid less. With either group empty there is
      *    nothing to compare and the gaps stay blank.
           MOVE SPACES TO WS-CELL-LINE
           MOVE WS-GRP-KEY TO WS-CE-KEY
           IF WS-GRP-SECTION EQUAL "D" THEN
              MOVE ZERO TO WS-DEPT-REF-IX
              PERFORM UNTIL WS-DEPT-REF-IX GREATER OR EQUAL
                    WS-DEPT-REF-COUNT
                 ADD 1 TO WS-DEPT-REF-IX
                 IF WS-DR-CODE (WS-DEPT-REF-IX) EQUAL WS-GRP-KEY THEN
                    MOVE WS-DR-NAME (WS-DEPT-REF-IX) TO WS-CE-NAME
                 END-IF
              END-PERFORM
           ELSE
              IF WS-GRP-KEY EQUAL "--" THEN
                 MOVE "NO GRADE ON DEPTFILE" TO WS-CE-NAME
              END-IF
           END-IF
           MOVE ZERO TO WS-SIDE-IX
           PERFORM UNTIL WS-SIDE-IX GREATER OR EQUAL 2
              ADD 1 TO WS-SIDE-IX
              MOVE WS-SD-COUNT (WS-SIDE-IX)
                 TO WS-CE-COUNT (WS-SIDE-IX)
              IF WS-SD-COUNT (WS-SIDE-IX) GREATER THAN ZERO THEN
                 MOVE WS-SD-AVG (WS-SIDE-IX)
                    TO WS-CE-AVG (WS-SIDE-IX)
                 MOVE WS-SD-MEDIAN (WS-SIDE-IX)
                    TO WS-CE-MEDIAN (WS-SIDE-IX)
              END-IF
              IF WS-SD-COMPA-N (WS-SIDE-IX) GREATER THAN ZERO THEN
                 MOVE WS-SD-COMPA (WS-SIDE-IX)
                    TO WS-CE-COMPA (WS-SIDE-IX)
              END-IF
           END-PERFORM
           IF WS-SD-COUNT (1) GREATER THAN ZERO
                 AND WS-SD-COUNT (2) GREATER THAN ZERO
                 AND WS-SD-AVG (1) GREATER THAN ZERO
                 AND WS-SD-MEDIAN (1) GREATER THAN ZERO THEN
              COMPUTE WS-GAP-AVG ROUNDED =
                 (WS-SD-AVG (1) - WS-SD-AVG (2)) * 100
                    / WS-SD-AVG (1)
                 ON SIZE ERROR MOVE -999.9 TO WS-GAP-AVG
              END-COMPUTE
              COMPUTE WS-GAP-MEDIAN ROUNDED =
                 (WS-SD-MEDIAN (1) - WS-SD-MEDIAN (2)) * 100
                    / WS-SD-MEDIAN (1)
                 ON SIZE ERROR MOVE -999.9 TO WS-GAP-MEDIAN
              END-COMPUTE
              MOVE WS-GAP-AVG    TO WS-CE-GAP-AVG
              MOVE WS-GAP-MEDIAN TO WS-CE-GAP-MEDIAN
              IF WS-GAP-AVG LESS THAN ZERO THEN
                 COMPUTE WS-GAP-ABS = 0 - WS-GAP-AVG
              ELSE
                 MOVE WS-GAP-AVG TO WS-GAP-ABS
              END-IF
              IF WS-GAP-ABS NOT LESS THAN WS-EQTY-TOL THEN
                 IF WS-SD-COUNT (1) NOT LESS THAN WS-EQTY-MIN
                       AND WS-SD-COUNT (2) NOT LESS THAN WS-EQTY-MIN
                       THEN
                    MOVE "** GAP **" TO WS-CE-FLAG
                    ADD 1 TO WS-FLAG-COUNT
                 ELSE
                    MOVE "SMALL" TO WS-CE-FLAG
                    ADD 1 TO WS-SMALL-COUNT
                 END-IF
              END-IF
           END-IF
           WRITE EQTY-RPT-RECORD FROM WS-CELL-LINE
              AFTER ADVANCING 1 LINE
           ADD 1 TO WS-CELLS-PRINTED
           MOVE "N" TO WS-CELL-OPEN-SW
           .
      *
       WRITE-SECTION-HEADING-RTN SECTION.
           IF WS-SECTION-SEEN NOT EQUAL SPACE THEN
              WRITE EQTY-RPT-RECORD FROM SPACES AFTER ADVANCING PAGE
           END-IF
           MOVE SRT-SECTION TO WS-SECTION-SEEN
           WRITE EQTY-RPT-RECORD FROM WS-RPT-HEADING
              AFTER ADVANCING 1 LINE
           WRITE EQTY-RPT-RECORD FROM WS-TOL-HEADING
              AFTER ADVANCING 1 LINE
           IF SRT-SECTION EQUAL "D" THEN
              MOVE "BY DEPARTMENT" TO WS-SECTION-HEADING
           ELSE
              MOVE "BY SALARY GRADE (ACROSS DEPARTMENTS)"
                 TO WS-SECTION-HEADING
           END-IF
           WRITE EQTY-RPT-RECORD FROM WS-SECTION-HEADING
              AFTER ADVANCING 2 LINES
           WRITE EQTY-RPT-RECORD FROM WS-COLUMN-HEADING-1
              AFTER ADVANCING 2 LINES
           WRITE EQTY-RPT-RECORD FROM WS-COLUMN-HEADING-2
              AFTER ADVANCING 1 LINE
           WRITE EQTY-RPT-RECORD FROM SPACES AFTER ADVANCING 1 LINE
           .
      *
       WRITE-EQUITY-TOTALS-RTN SECTION.
           WRITE EQTY-RPT-RECORD FROM SPACES AFTER ADVANCING 2 LINES
           MOVE WS-FETCH-COUNT     TO WS-TT-FETCHED
           MOVE WS-COMPARED-COUNT  TO WS-TT-COMPARED
           MOVE WS-OTHER-SEX-COUNT TO WS-TT-OTHER
           MOVE WS-EXCLUDED-COUNT  TO WS-TT-EXCLUDED
           WRITE EQTY-RPT-RECORD FROM WS-TOTALS-LINE-1
              AFTER ADVANCING 1 LINE
           MOVE WS-FLAG-COUNT      TO WS-TT-FLAGGED
           MOVE WS-SMALL-COUNT     TO WS-TT-SMALL
           MOVE WS-NO-BAND-COUNT   TO WS-TT-NO-BAND
           WRITE EQTY-RPT-RECORD FROM WS-TOTALS-LINE-2
              AFTER ADVANCING 1 LINE
           IF WS-CELL-OVERFLOW THEN
              WRITE EQTY-RPT-RECORD FROM WS-OVERFLOW-LINE
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
       END PROGRAM PAYEQTY.
