      *****************************************************************
      * ORGCHRT - org chart report from the reporting-line file.
      * MAIN's HIRE and MAINT intake keep RPTLINE current (one record
      * per employee who reports to someone - EMP_ID, manager's
      * EMP_ID, effective date). This program:
      *    - loads every EMP row through READ_FN's cursor and
      *      attaches each employee's manager from RPTLINE
      *    - prints, department by department, the reporting
      *      hierarchy indented under each manager - the top of a
      *      department's tree is anyone with no manager, a manager
      *      in another department (noted on the line), or a
      *      manager who is not on EMP
      *    - shows each manager's direct reports and total reports
      *      (everyone below them, across departments)
      *    - lists the exceptions HR has to clear: reporting cycles,
      *      managers not on EMP at all, managers who are on the
      *      EMPHIST offboarding archive (terminated, with the date
      *      and reason), and RPTLINE records for an EMP_ID no
      *      longer on EMP
      * DEPTFILE supplies the department names and EMPHIST the
      * terminations; both are optional.
      * RETURN-CODE: 0 clean, 4 exceptions listed (or a table
      * overflowed), 8 no connection / no RPTLINE / no report.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORGCHRT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CRED-FILE ASSIGN TO "CREDFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRED-STATUS.
           SELECT OPTIONAL RPTL-FILE ASSIGN TO "RPTLINE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPTL-STATUS.
           SELECT OPTIONAL EMP-HIST-FILE ASSIGN TO "EMPHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMPHIST-STATUS.
           SELECT OPTIONAL DEPT-REF-FILE ASSIGN TO "DEPTFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPTREF-STATUS.
           SELECT ORG-RPT-FILE ASSIGN TO "ORGRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CRED-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CRED-RECORD              PIC X(20).
      *
      * same layout MAIN writes - see RPTL-OUT-RECORD there.
       FD  RPTL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RPTL-RECORD.
           05 RLN-EMP-ID                PIC 9(6).
           05 FILLER                    PIC X(1).
           05 RLN-MGR-ID                PIC 9(6).
           05 FILLER                    PIC X(1).
           05 RLN-EFF-DATE              PIC X(10).
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
       FD  ORG-RPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ORG-RPT-RECORD               PIC X(132).
      *
       WORKING-STORAGE SECTION.
       COPY "connect_fn".
       COPY "check_err_fn".
       COPY "read_fn".
       01  WS-DBNAME            PIC X(9).
       01  WS-USERID            PIC X(20).
       01  WS-PSWD              PIC X(20).
       01  WS-CRED-STATUS       PIC X(2) VALUE SPACES.
       01  WS-RPTL-STATUS       PIC X(2) VALUE SPACES.
       01  WS-EMPHIST-STATUS    PIC X(2) VALUE SPACES.
       01  WS-DEPTREF-STATUS    PIC X(2) VALUE SPACES.
       01  WS-RPT-STATUS        PIC X(2) VALUE SPACES.
       01  WS-RPTL-EOF-SW       PIC X(1) VALUE "N".
           88 WS-RPTL-EOF            VALUE "Y".
       01  WS-EMPHIST-EOF-SW    PIC X(1) VALUE "N".
           88 WS-EMPHIST-EOF         VALUE "Y".
       01  WS-DEPTREF-EOF-SW    PIC X(1) VALUE "N".
           88 WS-DEPTREF-EOF         VALUE "Y".
       01  WS-LOAD-FAIL-SW      PIC X(1) VALUE "N".
           88 WS-LOAD-FAILED         VALUE "Y".
       01  WS-REPORT-DATE       PIC 9(8) VALUE ZERO.
      * every EMP row, in the cursor's EMP_ID order, with its place
      *    in the hierarchy. MGR-STATE says what became of the
      *    manager RPTLINE names: N none, E on EMP, T terminated
      *    (on EMPHIST), U unknown to both.
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
              10 WS-EM-STATUS       PIC X(1).
              10 WS-EM-MGR-ID       PIC 9(6).
              10 WS-EM-MGR-STATE    PIC X(1).
                 88 WS-EM-NO-MGR          VALUE "N".
                 88 WS-EM-MGR-ON-EMP      VALUE "E".
                 88 WS-EM-MGR-TERMINATED  VALUE "T".
                 88 WS-EM-MGR-UNKNOWN     VALUE "U".
              10 WS-EM-MGR-IX       PIC S9(4) COMP.
              10 WS-EM-MGR-TERM-DATE   PIC X(10).
              10 WS-EM-MGR-TERM-REASON PIC X(3).
              10 WS-EM-FIRST-CHILD  PIC S9(4) COMP.
              10 WS-EM-NEXT-SIB     PIC S9(4) COMP.
              10 WS-EM-DIRECT       PIC 9(5).
              10 WS-EM-TOTAL        PIC 9(5).
              10 WS-EM-CYCLE-SW     PIC X(1).
                 88 WS-EM-IN-CYCLE        VALUE "Y".
      * lookup work
       01  WS-FIND-EMP-ID       PIC 9(6) VALUE ZERO.
       01  WS-FIND-IX           PIC S9(4) COMP VALUE ZERO.
       01  WS-FIND-SW           PIC X(1) VALUE "N".
           88 WS-FIND-FOUND          VALUE "Y".
      * RPTLINE records whose employee isn't on EMP - listed in
      *    the exceptions
       01  WS-STALE-COUNT       PIC S9(4) COMP VALUE ZERO.
       01  WS-STALE-MAX         PIC S9(4) COMP VALUE 500.
       01  WS-STALE-IX          PIC S9(4) COMP VALUE ZERO.
       01  WS-STALE-TABLE.
           05 WS-STALE-ENTRY OCCURS 500 TIMES.
              10 WS-ST-EMP-ID       PIC 9(6).
              10 WS-ST-MGR-ID       PIC 9(6).
              10 WS-ST-EFF-DATE     PIC X(10).
      * distinct managers not on EMP - matched against EMPHIST
       01  WS-GONE-COUNT        PIC S9(4) COMP VALUE ZERO.
       01  WS-GONE-MAX          PIC S9(4) COMP VALUE 500.
       01  WS-GONE-IX           PIC S9(4) COMP VALUE ZERO.
       01  WS-GONE-SW           PIC X(1) VALUE "N".
           88 WS-GONE-FOUND          VALUE "Y".
       01  WS-GONE-TABLE.
           05 WS-GONE-ENTRY OCCURS 500 TIMES.
              10 WS-GN-MGR-ID       PIC 9(6).
              10 WS-GN-TERM-DATE    PIC X(10).
              10 WS-GN-TERM-REASON  PIC X(3).
      * department names from DEPTFILE
       01  WS-DNAME-COUNT       PIC S9(4) COMP VALUE ZERO.
       01  WS-DNAME-MAX         PIC S9(4) COMP VALUE 500.
       01  WS-DNAME-IX          PIC S9(4) COMP VALUE ZERO.
       01  WS-DNAME-TABLE.
           05 WS-DNAME-ENTRY OCCURS 500 TIMES.
              10 WS-DN-CODE         PIC X(3).
              10 WS-DN-NAME         PIC X(25).
      * departments present on EMP, in code order
       01  WS-DEPT-COUNT        PIC S9(4) COMP VALUE ZERO.
       01  WS-DEPT-MAX          PIC S9(4) COMP VALUE 500.
       01  WS-DEPT-IX           PIC S9(4) COMP VALUE ZERO.
       01  WS-DEPT-SHIFT-IX     PIC S9(4) COMP VALUE ZERO.
       01  WS-DEPT-STOP-SW      PIC X(1) VALUE "N".
           88 WS-DEPT-STOP           VALUE "Y".
       01  WS-DEPT-TABLE.
           05 WS-DEPT-CODE OCCURS 500 TIMES PIC X(3).
       01  WS-CUR-DEPT          PIC X(3) VALUE SPACES.
       01  WS-CUR-DEPT-NAME     PIC X(25) VALUE SPACES.
      * hierarchy walks
       01  WS-WALK-IX           PIC S9(4) COMP VALUE ZERO.
       01  WS-WALK-STEPS        PIC S9(4) COMP VALUE ZERO.
       01  WS-WALK-DONE-SW      PIC X(1) VALUE "N".
           88 WS-WALK-DONE           VALUE "Y".
       01  WS-CHILD-IX          PIC S9(4) COMP VALUE ZERO.
       01  WS-STK-TOP           PIC S9(4) COMP VALUE ZERO.
       01  WS-STACK-TABLE.
           05 WS-STACK-ENTRY OCCURS 5000 TIMES.
              10 WS-STK-NODE        PIC S9(4) COMP.
              10 WS-STK-CURSOR      PIC S9(4) COMP.
       01  WS-PRINT-IX          PIC S9(4) COMP VALUE ZERO.
       01  WS-PRINT-DEPTH       PIC S9(4) COMP VALUE ZERO.
       01  WS-INDENT-POS        PIC S9(4) COMP VALUE ZERO.
      * counters
       01  WS-RPTL-READ-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-LINKED-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-EXCEPTION-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-CYCLE-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-UNKNOWN-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-TERMINATED-COUNT  PIC 9(7) VALUE ZERO.
       01  WS-DEPT-EMP-COUNT    PIC 9(7) VALUE ZERO.
      * report layouts
       01  WS-RPT-HEADING.
           05 FILLER            PIC X(40)
                    VALUE "ORGANIZATION CHART BY DEPARTMENT".
           05 FILLER            PIC X(6) VALUE "DATE: ".
           05 WS-RH-DATE        PIC 9(8).
       01  WS-DEPT-HEADING.
           05 FILLER            PIC X(12) VALUE "DEPARTMENT  ".
           05 WS-DH-CODE        PIC X(3).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-DH-NAME        PIC X(25).
       01  WS-COLUMN-HEADING.
           05 FILLER            PIC X(66)
                    VALUE "EMP_ID LAST NAME       FIRST NAME".
           05 FILLER            PIC X(2)  VALUE "ST".
           05 FILLER            PIC X(16) VALUE " DIRECT   TOTAL ".
           05 FILLER            PIC X(4)  VALUE "NOTE".
      * one employee, placed at its depth in the tree area
       01  WS-NODE-TEXT.
           05 WS-NT-EMP-ID      PIC 9(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-NT-LAST-NAME   PIC X(15).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-NT-FIRST-NAME  PIC X(12).
       01  WS-ORG-LINE.
           05 WS-OL-TREE        PIC X(66).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-OL-STATUS      PIC X(1).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-OL-DIRECT      PIC ZZZZ9.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 WS-OL-TOTAL       PIC ZZZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-OL-NOTE        PIC X(47).
       01  WS-NOTE-ELSEWHERE.
           05 FILLER            PIC X(11) VALUE "REPORTS TO ".
           05 WS-NE-MGR-ID      PIC 9(6).
           05 FILLER            PIC X(9)  VALUE " IN DEPT ".
           05 WS-NE-DEPT        PIC X(3).
       01  WS-NOTE-GONE.
           05 FILLER            PIC X(8)  VALUE "MANAGER ".
           05 WS-NG-MGR-ID      PIC 9(6).
           05 WS-NG-TEXT        PIC X(33).
       01  WS-DEPT-TOTAL-LINE.
           05 FILLER            PIC X(21)
                    VALUE "EMPLOYEES IN DEPT:   ".
           05 WS-DT-COUNT       PIC ZZZZZZ9.
       01  WS-EXC-HEADING       PIC X(60)
                    VALUE "REPORTING-LINE EXCEPTIONS".
       01  WS-EXC-LINE.
           05 WS-EX-KIND        PIC X(22).
           05 FILLER            PIC X(7)  VALUE "EMP_ID ".
           05 WS-EX-EMP-ID      PIC 9(6).
           05 FILLER            PIC X(10) VALUE "  MANAGER ".
           05 WS-EX-MGR-ID      PIC 9(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-EX-DETAIL      PIC X(50).
       01  WS-EXC-TERM-DETAIL.
           05 FILLER            PIC X(11) VALUE "TERMINATED ".
           05 WS-ETD-DATE       PIC X(10).
           05 FILLER            PIC X(8)  VALUE " REASON ".
           05 WS-ETD-REASON     PIC X(3).
       01  WS-EXC-STALE-DETAIL.
           05 FILLER            PIC X(16) VALUE "LINE EFFECTIVE ".
           05 WS-ESD-DATE       PIC X(10).
       01  WS-NONE-LINE         PIC X(40)
                    VALUE "   (NO EXCEPTIONS)".
       01  WS-TOTALS-LINE.
           05 FILLER            PIC X(11) VALUE "EMPLOYEES: ".
           05 WS-TT-EMPS        PIC ZZZZZZ9.
           05 FILLER            PIC X(16) VALUE " WITH MANAGER: ".
           05 WS-TT-LINKED      PIC ZZZZZZ9.
           05 FILLER            PIC X(13) VALUE " EXCEPTIONS: ".
           05 WS-TT-EXCEPTIONS  PIC ZZZZZZ9.
       01  WS-OVERFLOW-LINE     PIC X(70) VALUE
           "** MORE ROWS THAN THE TABLES HOLD - CHART IS INCOMPLETE **".
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
           OPEN OUTPUT ORG-RPT-FILE
           IF WS-RPT-STATUS NOT EQUAL "00" THEN
              DISPLAY "ORGRPT not allocated - cannot report"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
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
              PERFORM END-CHART-RTN
           END-IF
           PERFORM LOAD-EMPLOYEES-RTN
           DISPLAY "Resetting connection"
           SET LN-CONNECT-RESET OF LN-CONNECT TO TRUE
           CALL "CONNECT_FN" USING LN-CONNECT LN-ERROR
           IF WS-LOAD-FAILED THEN
              MOVE 8 TO RETURN-CODE
              PERFORM END-CHART-RTN
           END-IF
           PERFORM LOAD-DEPT-NAMES-RTN
           PERFORM LOAD-REPORTING-LINES-RTN
           IF WS-LOAD-FAILED THEN
              MOVE 8 TO RETURN-CODE
              PERFORM END-CHART-RTN
           END-IF
           PERFORM RESOLVE-GONE-MANAGERS-RTN
           PERFORM BUILD-HIERARCHY-RTN
           MOVE WS-REPORT-DATE TO WS-RH-DATE
      * one page per department, then the exceptions
           MOVE ZERO TO WS-DEPT-IX
           PERFORM UNTIL WS-DEPT-IX GREATER OR EQUAL WS-DEPT-COUNT
              ADD 1 TO WS-DEPT-IX
              MOVE WS-DEPT-CODE (WS-DEPT-IX) TO WS-CUR-DEPT
              PERFORM PRINT-DEPARTMENT-RTN
           END-PERFORM
           PERFORM PRINT-EXCEPTIONS-RTN
           IF WS-EXCEPTION-COUNT GREATER THAN ZERO
                 OR WS-EMP-OVERFLOW THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM END-CHART-RTN
           .
      *
       END-CHART-RTN SECTION.
           CLOSE ORG-RPT-FILE
           DISPLAY "Org chart complete - Employees: " WS-EMP-COUNT
              " With manager: " WS-LINKED-COUNT
              " Exceptions: " WS-EXCEPTION-COUNT
           STOP RUN
           .
      *
       LOAD-EMPLOYEES-RTN SECTION.
      * the whole EMP table through one unfiltered cursor - the
      *    rows come back in EMP_ID order, which the lookups below
      *    and the sibling order on the chart both rely on.
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
              MOVE LN-STATUS OF LN-READ
                 TO WS-EM-STATUS (WS-EMP-IX)
              MOVE ZERO   TO WS-EM-MGR-ID (WS-EMP-IX)
              MOVE "N"    TO WS-EM-MGR-STATE (WS-EMP-IX)
              MOVE ZERO   TO WS-EM-MGR-IX (WS-EMP-IX)
              MOVE SPACES TO WS-EM-MGR-TERM-DATE (WS-EMP-IX)
              MOVE SPACES TO WS-EM-MGR-TERM-REASON (WS-EMP-IX)
              MOVE ZERO   TO WS-EM-FIRST-CHILD (WS-EMP-IX)
              MOVE ZERO   TO WS-EM-NEXT-SIB (WS-EMP-IX)
              MOVE ZERO   TO WS-EM-DIRECT (WS-EMP-IX)
              MOVE ZERO   TO WS-EM-TOTAL (WS-EMP-IX)
              MOVE "N"    TO WS-EM-CYCLE-SW (WS-EMP-IX)
           ELSE
              IF NOT WS-EMP-OVERFLOW THEN
                 SET WS-EMP-OVERFLOW TO TRUE
                 DISPLAY "WARNING - employee table full, later "
                    "rows left off the chart"
              END-IF
           END-IF
           .
      *
       LOAD-DEPT-NAMES-RTN SECTION.
      * names only - a department missing from DEPTFILE still gets
      *    its page, just without a name.
           OPEN INPUT DEPT-REF-FILE
           IF WS-DEPTREF-STATUS EQUAL "00" THEN
              MOVE "N" TO WS-DEPTREF-EOF-SW
              PERFORM UNTIL WS-DEPTREF-EOF
                 READ DEPT-REF-FILE
                    AT END SET WS-DEPTREF-EOF TO TRUE
                    NOT AT END
                       IF WS-DNAME-COUNT LESS THAN WS-DNAME-MAX
                             THEN
                          ADD 1 TO WS-DNAME-COUNT
                          MOVE DREF-CODE
                             TO WS-DN-CODE (WS-DNAME-COUNT)
                          MOVE DREF-NAME
                             TO WS-DN-NAME (WS-DNAME-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DEPT-REF-FILE
           ELSE
              DISPLAY "DEPTFILE not allocated - department names "
                 "omitted"
           END-IF
           .
      *
       LOAD-REPORTING-LINES-RTN SECTION.
      * attach each RPTLINE manager to the employee's entry. A line
      *    for someone not on EMP is kept aside for the exceptions;
      *    a manager not on EMP is collected for the EMPHIST pass.
           OPEN INPUT RPTL-FILE
           IF WS-RPTL-STATUS NOT EQUAL "00" THEN
              DISPLAY "RPTLINE not allocated - no chart to print"
              SET WS-LOAD-FAILED TO TRUE
           ELSE
              MOVE "N" TO WS-RPTL-EOF-SW
              PERFORM UNTIL WS-RPTL-EOF
                 READ RPTL-FILE
                    AT END SET WS-RPTL-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-RPTL-READ-COUNT
                       IF RLN-EMP-ID NUMERIC
                             AND RLN-MGR-ID NUMERIC THEN
                          PERFORM ATTACH-MANAGER-RTN
                       ELSE
                          DISPLAY "RPTLINE record not numeric - "
                             "skipped: " RPTL-RECORD
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RPTL-FILE
           END-IF
           .
      *
       ATTACH-MANAGER-RTN SECTION.
           MOVE RLN-EMP-ID TO WS-FIND-EMP-ID
           PERFORM FIND-EMPLOYEE-RTN
           IF NOT WS-FIND-FOUND THEN
              IF WS-STALE-COUNT LESS THAN WS-STALE-MAX THEN
                 ADD 1 TO WS-STALE-COUNT
                 MOVE RLN-EMP-ID TO WS-ST-EMP-ID (WS-STALE-COUNT)
                 MOVE RLN-MGR-ID TO WS-ST-MGR-ID (WS-STALE-COUNT)
                 MOVE RLN-EFF-DATE
                    TO WS-ST-EFF-DATE (WS-STALE-COUNT)
              END-IF
           ELSE
              MOVE WS-FIND-IX TO WS-EMP-IX
              MOVE RLN-MGR-ID TO WS-EM-MGR-ID (WS-EMP-IX)
              ADD 1 TO WS-LINKED-COUNT
              MOVE RLN-MGR-ID TO WS-FIND-EMP-ID
              PERFORM FIND-EMPLOYEE-RTN
              IF WS-FIND-FOUND THEN
                 MOVE "E" TO WS-EM-MGR-STATE (WS-EMP-IX)
                 MOVE WS-FIND-IX TO WS-EM-MGR-IX (WS-EMP-IX)
              ELSE
                 MOVE "U" TO WS-EM-MGR-STATE (WS-EMP-IX)
                 PERFORM NOTE-GONE-MANAGER-RTN
              END-IF
           END-IF
           .
      *
       FIND-EMPLOYEE-RTN SECTION.
      * WS-FIND-EMP-ID on the employee table - WS-FIND-IX when found
           MOVE "N" TO WS-FIND-SW
           MOVE ZERO TO WS-FIND-IX
           PERFORM UNTIL WS-FIND-FOUND
                 OR WS-FIND-IX GREATER OR EQUAL WS-EMP-COUNT
              ADD 1 TO WS-FIND-IX
              IF WS-EM-EMP-ID (WS-FIND-IX) EQUAL WS-FIND-EMP-ID THEN
                 SET WS-FIND-FOUND TO TRUE
              END-IF
           END-PERFORM
           .
      *
       NOTE-GONE-MANAGER-RTN SECTION.
           MOVE "N" TO WS-GONE-SW
           MOVE ZERO TO WS-GONE-IX
           PERFORM UNTIL WS-GONE-FOUND
                 OR WS-GONE-IX GREATER OR EQUAL WS-GONE-COUNT
              ADD 1 TO WS-GONE-IX
              IF WS-GN-MGR-ID (WS-GONE-IX) EQUAL RLN-MGR-ID THEN
                 SET WS-GONE-FOUND TO TRUE
              END-IF
           END-PERFORM
           IF NOT WS-GONE-FOUND
                 AND WS-GONE-COUNT LESS THAN WS-GONE-MAX THEN
              ADD 1 TO WS-GONE-COUNT
              MOVE RLN-MGR-ID TO WS-GN-MGR-ID (WS-GONE-COUNT)
              MOVE SPACES TO WS-GN-TERM-DATE (WS-GONE-COUNT)
              MOVE SPACES TO WS-GN-TERM-REASON (WS-GONE-COUNT)
           END-IF
           .
      *
       RESOLVE-GONE-MANAGERS-RTN SECTION.
      * one pass over the offboarding archive for the managers not
      *    on EMP - the archive is appended in date order, so the
      *    last record for a manager carries the latest termination.
      *    A manager never archived stays unknown.
           IF WS-GONE-COUNT GREATER THAN ZERO THEN
              OPEN INPUT EMP-HIST-FILE
              IF WS-EMPHIST-STATUS EQUAL "00" THEN
                 MOVE "N" TO WS-EMPHIST-EOF-SW
                 PERFORM UNTIL WS-EMPHIST-EOF
                    READ EMP-HIST-FILE
                       AT END SET WS-EMPHIST-EOF TO TRUE
                       NOT AT END
                          PERFORM MATCH-GONE-MANAGER-RTN
                    END-READ
                 END-PERFORM
                 CLOSE EMP-HIST-FILE
              ELSE
                 DISPLAY "EMPHIST not allocated - terminated "
                    "managers show as not on EMP"
              END-IF
              MOVE ZERO TO WS-EMP-IX
              PERFORM UNTIL WS-EMP-IX GREATER OR EQUAL WS-EMP-COUNT
                 ADD 1 TO WS-EMP-IX
                 IF WS-EM-MGR-UNKNOWN (WS-EMP-IX) THEN
                    PERFORM APPLY-GONE-MANAGER-RTN
                 END-IF
              END-PERFORM
           END-IF
           .
      *
       MATCH-GONE-MANAGER-RTN SECTION.
           IF EMPH-EMP-ID NUMERIC THEN
              MOVE ZERO TO WS-GONE-IX
              PERFORM UNTIL WS-GONE-IX GREATER OR EQUAL
                    WS-GONE-COUNT
                 ADD 1 TO WS-GONE-IX
                 IF WS-GN-MGR-ID (WS-GONE-IX) EQUAL EMPH-EMP-ID THEN
                    MOVE EMPH-TERM-DATE
                       TO WS-GN-TERM-DATE (WS-GONE-IX)
                    MOVE EMPH-TERM-REASON
                       TO WS-GN-TERM-REASON (WS-GONE-IX)
                 END-IF
              END-PERFORM
           END-IF
           .
      *
       APPLY-GONE-MANAGER-RTN SECTION.
           MOVE "N" TO WS-GONE-SW
           MOVE ZERO TO WS-GONE-IX
           PERFORM UNTIL WS-GONE-FOUND
                 OR WS-GONE-IX GREATER OR EQUAL WS-GONE-COUNT
              ADD 1 TO WS-GONE-IX
              IF WS-GN-MGR-ID (WS-GONE-IX) EQUAL
                    WS-EM-MGR-ID (WS-EMP-IX) THEN
                 SET WS-GONE-FOUND TO TRUE
              END-IF
           END-PERFORM
           IF WS-GONE-FOUND
                 AND WS-GN-TERM-DATE (WS-GONE-IX) NOT EQUAL SPACES
                 THEN
              MOVE "T" TO WS-EM-MGR-STATE (WS-EMP-IX)
              MOVE WS-GN-TERM-DATE (WS-GONE-IX)
                 TO WS-EM-MGR-TERM-DATE (WS-EMP-IX)
              MOVE WS-GN-TERM-REASON (WS-GONE-IX)
                 TO WS-EM-MGR-TERM-REASON (WS-EMP-IX)
           END-IF
           .
      *
       BUILD-HIERARCHY-RTN SECTION.
      * child lists (built back to front so siblings come out in
      *    EMP_ID order), direct counts, cycle membership, total
      *    counts, and the department list.
           MOVE WS-EMP-COUNT TO WS-EMP-IX
           PERFORM UNTIL WS-EMP-IX LESS THAN 1
              MOVE WS-EM-MGR-IX (WS-EMP-IX) TO WS-WALK-IX
              IF WS-WALK-IX GREATER THAN ZERO THEN
                 MOVE WS-EM-FIRST-CHILD (WS-WALK-IX)
                    TO WS-EM-NEXT-SIB (WS-EMP-IX)
                 MOVE WS-EMP-IX TO WS-EM-FIRST-CHILD (WS-WALK-IX)
                 ADD 1 TO WS-EM-DIRECT (WS-WALK-IX)
              END-IF
              SUBTRACT 1 FROM WS-EMP-IX
           END-PERFORM
           MOVE ZERO TO WS-EMP-IX
           PERFORM UNTIL WS-EMP-IX GREATER OR EQUAL WS-EMP-COUNT
              ADD 1 TO WS-EMP-IX
              PERFORM CHECK-CYCLE-RTN
           END-PERFORM
           MOVE ZERO TO WS-EMP-IX
           PERFORM UNTIL WS-EMP-IX GREATER OR EQUAL WS-EMP-COUNT
              ADD 1 TO WS-EMP-IX
              PERFORM COUNT-UP-CHAIN-RTN
              PERFORM NOTE-DEPARTMENT-RTN
           END-PERFORM
           .
      *
       CHECK-CYCLE-RTN SECTION.
      * walk up from WS-EMP-IX - coming back to it means it sits on
      *    a reporting cycle. A walk longer than the table without
      *    returning has run into someone else's cycle and stops.
           MOVE "N" TO WS-WALK-DONE-SW
           MOVE ZERO TO WS-WALK-STEPS
           MOVE WS-EM-MGR-IX (WS-EMP-IX) TO WS-WALK-IX
           PERFORM UNTIL WS-WALK-DONE
              EVALUATE TRUE
                 WHEN WS-WALK-IX EQUAL ZERO
                    SET WS-WALK-DONE TO TRUE
                 WHEN WS-WALK-IX EQUAL WS-EMP-IX
                    MOVE "Y" TO WS-EM-CYCLE-SW (WS-EMP-IX)
                    SET WS-WALK-DONE TO TRUE
                 WHEN WS-WALK-STEPS GREATER THAN WS-EMP-COUNT
                    SET WS-WALK-DONE TO TRUE
                 WHEN OTHER
                    ADD 1 TO WS-WALK-STEPS
                    MOVE WS-EM-MGR-IX (WS-WALK-IX) TO WS-WALK-IX
              END-EVALUATE
           END-PERFORM
           .
      *
       COUNT-UP-CHAIN-RTN SECTION.
      * WS-EMP-IX counts once toward every manager above it. The
      *    climb stops at the top, or at the first manager on a
      *    cycle (who is credited, then the walk ends).
           MOVE "N" TO WS-WALK-DONE-SW
           MOVE ZERO TO WS-WALK-STEPS
           MOVE WS-EM-MGR-IX (WS-EMP-IX) TO WS-WALK-IX
           PERFORM UNTIL WS-WALK-DONE
              IF WS-WALK-IX EQUAL ZERO
                    OR WS-WALK-IX EQUAL WS-EMP-IX
                    OR WS-WALK-STEPS GREATER THAN WS-EMP-COUNT THEN
                 SET WS-WALK-DONE TO TRUE
              ELSE
                 ADD 1 TO WS-EM-TOTAL (WS-WALK-IX)
                 ADD 1 TO WS-WALK-STEPS
                 IF WS-EM-IN-CYCLE (WS-WALK-IX) THEN
                    SET WS-WALK-DONE TO TRUE
                 ELSE
                    MOVE WS-EM-MGR-IX (WS-WALK-IX) TO WS-WALK-IX
                 END-IF
              END-IF
           END-PERFORM
           .
      *
       NOTE-DEPARTMENT-RTN SECTION.
      * the employee's department into the code-ordered list
           MOVE "N" TO WS-DEPT-STOP-SW
           MOVE ZERO TO WS-DEPT-IX
           PERFORM UNTIL WS-DEPT-STOP
                 OR WS-DEPT-IX GREATER OR EQUAL WS-DEPT-COUNT
              ADD 1 TO WS-DEPT-IX
              IF WS-DEPT-CODE (WS-DEPT-IX) NOT LESS THAN
                    WS-EM-DEPARTMENT (WS-EMP-IX) THEN
                 SET WS-DEPT-STOP TO TRUE
              END-IF
           END-PERFORM
           IF NOT WS-DEPT-STOP THEN
              COMPUTE WS-DEPT-IX = WS-DEPT-COUNT + 1
           END-IF
           IF WS-DEPT-IX GREATER THAN WS-DEPT-COUNT
                 OR WS-DEPT-CODE (WS-DEPT-IX) NOT EQUAL
                    WS-EM-DEPARTMENT (WS-EMP-IX) THEN
              IF WS-DEPT-COUNT LESS THAN WS-DEPT-MAX THEN
                 MOVE WS-DEPT-COUNT TO WS-DEPT-SHIFT-IX
                 PERFORM UNTIL WS-DEPT-SHIFT-IX LESS THAN WS-DEPT-IX
                    MOVE WS-DEPT-CODE (WS-DEPT-SHIFT-IX)
                       TO WS-DEPT-CODE (WS-DEPT-SHIFT-IX + 1)
                    SUBTRACT 1 FROM WS-DEPT-SHIFT-IX
                 END-PERFORM
                 ADD 1 TO WS-DEPT-COUNT
                 MOVE WS-EM-DEPARTMENT (WS-EMP-IX)
                    TO WS-DEPT-CODE (WS-DEPT-IX)
              END-IF
           END-IF
           .
      *
       PRINT-DEPARTMENT-RTN SECTION.
      * WS-CUR-DEPT's page - every tree whose top is in the
      *    department, each printed depth first. A top is an
      *    employee with no manager on EMP, a manager in another
      *    department, or a place on a reporting cycle (a cycle
      *    has no top of its own, so each member heads its piece).
           MOVE SPACES TO WS-CUR-DEPT-NAME
           MOVE ZERO TO WS-DNAME-IX
           PERFORM UNTIL WS-DNAME-IX GREATER OR EQUAL WS-DNAME-COUNT
              ADD 1 TO WS-DNAME-IX
              IF WS-DN-CODE (WS-DNAME-IX) EQUAL WS-CUR-DEPT THEN
                 MOVE WS-DN-NAME (WS-DNAME-IX) TO WS-CUR-DEPT-NAME
              END-IF
           END-PERFORM
           IF WS-DEPT-IX GREATER THAN 1 THEN
              WRITE ORG-RPT-RECORD FROM SPACES
                 AFTER ADVANCING PAGE
           END-IF
           WRITE ORG-RPT-RECORD FROM WS-RPT-HEADING
              AFTER ADVANCING 1 LINE
           MOVE WS-CUR-DEPT      TO WS-DH-CODE
           MOVE WS-CUR-DEPT-NAME TO WS-DH-NAME
           WRITE ORG-RPT-RECORD FROM WS-DEPT-HEADING
              AFTER ADVANCING 2 LINES
           WRITE ORG-RPT-RECORD FROM WS-COLUMN-HEADING
              AFTER ADVANCING 2 LINES
           WRITE ORG-RPT-RECORD FROM SPACES AFTER ADVANCING 1 LINE
           MOVE ZERO TO WS-DEPT-EMP-COUNT
           MOVE ZERO TO WS-EMP-IX
           PERFORM UNTIL WS-EMP-IX GREATER OR EQUAL WS-EMP-COUNT
              ADD 1 TO WS-EMP-IX
              IF WS-EM-DEPARTMENT (WS-EMP-IX) EQUAL WS-CUR-DEPT THEN
                 ADD 1 TO WS-DEPT-EMP-COUNT
                 MOVE WS-EM-MGR-IX (WS-EMP-IX) TO WS-WALK-IX
                 IF WS-EM-IN-CYCLE (WS-EMP-IX)
                       OR WS-WALK-IX EQUAL ZERO THEN
                    PERFORM PRINT-TREE-RTN
                 ELSE
                    IF WS-EM-DEPARTMENT (WS-WALK-IX) NOT EQUAL
                          WS-CUR-DEPT THEN
                       PERFORM PRINT-TREE-RTN
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           MOVE WS-DEPT-EMP-COUNT TO WS-DT-COUNT
           WRITE ORG-RPT-RECORD FROM WS-DEPT-TOTAL-LINE
              AFTER ADVANCING 2 LINES
           .
      *
       PRINT-TREE-RTN SECTION.
      * the tree under WS-EMP-IX, walked with an explicit stack -
      *    each stack entry is a manager and the next of its
      *    children still to print. Children in another department
      *    head their own tree on that department's page, and
      *    cycle members head their own, so neither is followed.
           MOVE WS-EMP-IX TO WS-PRINT-IX
           MOVE 1 TO WS-PRINT-DEPTH
           PERFORM PRINT-ORG-LINE-RTN
           MOVE 1 TO WS-STK-TOP
           MOVE WS-EMP-IX TO WS-STK-NODE (1)
           MOVE WS-EM-FIRST-CHILD (WS-EMP-IX) TO WS-STK-CURSOR (1)
           PERFORM UNTIL WS-STK-TOP LESS THAN 1
              MOVE WS-STK-CURSOR (WS-STK-TOP) TO WS-CHILD-IX
              IF WS-CHILD-IX EQUAL ZERO THEN
                 SUBTRACT 1 FROM WS-STK-TOP
              ELSE
                 MOVE WS-EM-NEXT-SIB (WS-CHILD-IX)
                    TO WS-STK-CURSOR (WS-STK-TOP)
                 IF WS-EM-DEPARTMENT (WS-CHILD-IX) EQUAL WS-CUR-DEPT
                       AND NOT WS-EM-IN-CYCLE (WS-CHILD-IX)
                       AND WS-STK-TOP LESS THAN WS-EMP-MAX THEN
                    MOVE WS-CHILD-IX TO WS-PRINT-IX
                    COMPUTE WS-PRINT-DEPTH = WS-STK-TOP + 1
                    PERFORM PRINT-ORG-LINE-RTN
                    ADD 1 TO WS-STK-TOP
                    MOVE WS-CHILD-IX TO WS-STK-NODE (WS-STK-TOP)
                    MOVE WS-EM-FIRST-CHILD (WS-CHILD-IX)
                       TO WS-STK-CURSOR (WS-STK-TOP)
                 END-IF
              END-IF
           END-PERFORM
           .
      *
       PRINT-ORG-LINE-RTN SECTION.
      * WS-PRINT-IX indented two columns per level (deep trees stop
      *    indenting at level 15 so the name still fits), with its
      *    counts when it manages anyone and a note when its own
      *    manager is somewhere unusual.
           MOVE SPACES TO WS-ORG-LINE
           MOVE WS-EM-EMP-ID (WS-PRINT-IX)     TO WS-NT-EMP-ID
           MOVE WS-EM-LAST-NAME (WS-PRINT-IX)  TO WS-NT-LAST-NAME
           MOVE WS-EM-FIRST-NAME (WS-PRINT-IX) TO WS-NT-FIRST-NAME
           IF WS-PRINT-DEPTH GREATER THAN 15 THEN
              MOVE 29 TO WS-INDENT-POS
           ELSE
              COMPUTE WS-INDENT-POS = (WS-PRINT-DEPTH - 1) * 2 + 1
           END-IF
           MOVE WS-NODE-TEXT TO WS-OL-TREE (WS-INDENT-POS:)
           MOVE WS-EM-STATUS (WS-PRINT-IX) TO WS-OL-STATUS
           IF WS-EM-DIRECT (WS-PRINT-IX) GREATER THAN ZERO THEN
              MOVE WS-EM-DIRECT (WS-PRINT-IX) TO WS-OL-DIRECT
              MOVE WS-EM-TOTAL (WS-PRINT-IX)  TO WS-OL-TOTAL
           END-IF
           MOVE WS-EM-MGR-IX (WS-PRINT-IX) TO WS-WALK-IX
           EVALUATE TRUE
              WHEN WS-EM-IN-CYCLE (WS-PRINT-IX)
                 MOVE "** ON A REPORTING CYCLE **" TO WS-OL-NOTE
              WHEN WS-EM-MGR-TERMINATED (WS-PRINT-IX)
                 MOVE WS-EM-MGR-ID (WS-PRINT-IX) TO WS-NG-MGR-ID
                 MOVE " TERMINATED" TO WS-NG-TEXT
                 MOVE WS-NOTE-GONE TO WS-OL-NOTE
              WHEN WS-EM-MGR-UNKNOWN (WS-PRINT-IX)
                 MOVE WS-EM-MGR-ID (WS-PRINT-IX) TO WS-NG-MGR-ID
                 MOVE " NOT ON EMP" TO WS-NG-TEXT
                 MOVE WS-NOTE-GONE TO WS-OL-NOTE
              WHEN WS-WALK-IX GREATER THAN ZERO
                 IF WS-EM-DEPARTMENT (WS-WALK-IX) NOT EQUAL
                       WS-CUR-DEPT THEN
                    MOVE WS-EM-MGR-ID (WS-PRINT-IX) TO WS-NE-MGR-ID
                    MOVE WS-EM-DEPARTMENT (WS-WALK-IX) TO WS-NE-DEPT
                    MOVE WS-NOTE-ELSEWHERE TO WS-OL-NOTE
                 END-IF
           END-EVALUATE
           WRITE ORG-RPT-RECORD FROM WS-ORG-LINE
              AFTER ADVANCING 1 LINE
           .
      *
       PRINT-EXCEPTIONS-RTN SECTION.
      * everything HR has to clear, one line each: cycle members,
      *    managers gone from EMP (terminated or never there), and
      *    reporting lines for employees no longer on EMP.
           WRITE ORG-RPT-RECORD FROM SPACES AFTER ADVANCING PAGE
           WRITE ORG-RPT-RECORD FROM WS-RPT-HEADING
              AFTER ADVANCING 1 LINE
           WRITE ORG-RPT-RECORD FROM WS-EXC-HEADING
              AFTER ADVANCING 2 LINES
           WRITE ORG-RPT-RECORD FROM SPACES AFTER ADVANCING 1 LINE
           MOVE ZERO TO WS-EMP-IX
           PERFORM UNTIL WS-EMP-IX GREATER OR EQUAL WS-EMP-COUNT
              ADD 1 TO WS-EMP-IX
              MOVE SPACES TO WS-EX-DETAIL
              EVALUATE TRUE
                 WHEN WS-EM-IN-CYCLE (WS-EMP-IX)
                    ADD 1 TO WS-CYCLE-COUNT
                    MOVE "REPORTING CYCLE" TO WS-EX-KIND
                    MOVE "CHAIN OF MANAGERS LEADS BACK TO THIS EMP"
                       TO WS-EX-DETAIL
                    PERFORM WRITE-EXCEPTION-RTN
                 WHEN WS-EM-MGR-TERMINATED (WS-EMP-IX)
                    ADD 1 TO WS-TERMINATED-COUNT
                    MOVE "MANAGER TERMINATED" TO WS-EX-KIND
                    MOVE WS-EM-MGR-TERM-DATE (WS-EMP-IX)
                       TO WS-ETD-DATE
                    MOVE WS-EM-MGR-TERM-REASON (WS-EMP-IX)
                       TO WS-ETD-REASON
                    MOVE WS-EXC-TERM-DETAIL TO WS-EX-DETAIL
                    PERFORM WRITE-EXCEPTION-RTN
                 WHEN WS-EM-MGR-UNKNOWN (WS-EMP-IX)
                    ADD 1 TO WS-UNKNOWN-COUNT
                    MOVE "MANAGER NOT ON EMP" TO WS-EX-KIND
                    MOVE "NOT ON EMP OR THE OFFBOARDING ARCHIVE"
                       TO WS-EX-DETAIL
                    PERFORM WRITE-EXCEPTION-RTN
              END-EVALUATE
           END-PERFORM
           MOVE ZERO TO WS-STALE-IX
           PERFORM UNTIL WS-STALE-IX GREATER OR EQUAL WS-STALE-COUNT
              ADD 1 TO WS-STALE-IX
              MOVE "EMPLOYEE NOT ON EMP" TO WS-EX-KIND
              MOVE WS-ST-EFF-DATE (WS-STALE-IX) TO WS-ESD-DATE
              MOVE WS-EXC-STALE-DETAIL TO WS-EX-DETAIL
              MOVE WS-ST-EMP-ID (WS-STALE-IX) TO WS-EX-EMP-ID
              MOVE WS-ST-MGR-ID (WS-STALE-IX) TO WS-EX-MGR-ID
              ADD 1 TO WS-EXCEPTION-COUNT
              WRITE ORG-RPT-RECORD FROM WS-EXC-LINE
                 AFTER ADVANCING 1 LINE
           END-PERFORM
           IF WS-EXCEPTION-COUNT EQUAL ZERO THEN
              WRITE ORG-RPT-RECORD FROM WS-NONE-LINE
                 AFTER ADVANCING 1 LINE
           END-IF
           WRITE ORG-RPT-RECORD FROM SPACES AFTER ADVANCING 1 LINE
           MOVE WS-EMP-COUNT       TO WS-TT-EMPS
           MOVE WS-LINKED-COUNT    TO WS-TT-LINKED
           MOVE WS-EXCEPTION-COUNT TO WS-TT-EXCEPTIONS
           WRITE ORG-RPT-RECORD FROM WS-TOTALS-LINE
              AFTER ADVANCING 1 LINE
           IF WS-EMP-OVERFLOW THEN
              WRITE ORG-RPT-RECORD FROM WS-OVERFLOW-LINE
                 AFTER ADVANCING 1 LINE
           END-IF
           DISPLAY "  Cycles: " WS-CYCLE-COUNT
              " Managers terminated: " WS-TERMINATED-COUNT
              " Managers not on EMP: " WS-UNKNOWN-COUNT
              " Stale lines: " WS-STALE-COUNT
           .
      *
       WRITE-EXCEPTION-RTN SECTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-EM-EMP-ID (WS-EMP-IX) TO WS-EX-EMP-ID
           MOVE WS-EM-MGR-ID (WS-EMP-IX) TO WS-EX-MGR-ID
           WRITE ORG-RPT-RECORD FROM WS-EXC-LINE
              AFTER ADVANCING 1 LINE
           .
      *
       PRINT-ERRORS SECTION.
           DISPLAY "Error Code = " LN-SQLCODE
           DISPLAY "Error Buffer = " LN-ERROR-BUFFER
           DISPLAY "SQL State = " LN-STATE
           DISPLAY "SQL State Buffer = " LN-STATE-BUFFER
           .
       END PROGRAM ORGCHRT.
