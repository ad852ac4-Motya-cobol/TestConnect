      *****************************************************************
      * COMPSTMT - annual total-compensation statement per employee.
      * Walks the EMPASGH assignment history through HIST_FN for one
      * calendar year and prints one page per employee on STMTRPT:
      *    - every assignment period that overlaps the year, clipped
      *      to the year, with the department (and its DEPTFILE
      *      name), the annual salary in force, the days in the
      *      period, and the amount earned - the salary prorated by
      *      the period's days over the days in the year
      *    - the year's total days and total earned
      * An assignment's end date is exclusive (the history's "in
      * force on D" rule is START <= D < END), so the last day
      * counted is the day before it; the open assignment runs to
      * the end of the year.
      * EMP_IDs come from the PARM (bytes 30-35, after the same
      * dbname/userid MAIN takes) and/or STMTIDS (one six-digit
      * EMP_ID per record), same convention as EMPINQ's INQIDS -
      * with neither, every employee with history in the year gets
      * a statement. CTLCARD STMTYEAR yyyy picks the year (default
      * the year before the run - the statements go out in January).
      * RETURN-CODE: 0 clean, 4 a requested employee had no history
      * in the year, 8 no connection or no STMTRPT.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPSTMT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * same RACF-protected password dataset the other programs use
           SELECT OPTIONAL CRED-FILE ASSIGN TO "CREDFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRED-STATUS.
           SELECT OPTIONAL CTL-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
      * one six-digit EMP_ID per record
           SELECT OPTIONAL STMT-ID-FILE ASSIGN TO "STMTIDS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IDS-STATUS.
      * department reference for names on the statement - same
      *    file the nightly reports use
           SELECT OPTIONAL DEPT-REF-FILE ASSIGN TO "DEPTFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPTREF-STATUS.
           SELECT STMT-RPT-FILE ASSIGN TO "STMTRPT"
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
       FD  CTL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CTL-RECORD.
           05 CTL-KEYWORD           PIC X(10).
           05 CTL-VALUE             PIC X(40).
      *
       FD  STMT-ID-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  STMT-ID-RECORD.
           05 STMT-EMP-ID           PIC X(6).
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
       FD  STMT-RPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  STMT-RPT-RECORD          PIC X(132).
      *
       WORKING-STORAGE SECTION.
       COPY "connect_fn".
       COPY "check_err_fn".
       COPY "hist_fn".
       01  WS-DBNAME            PIC X(9).
       01  WS-USERID            PIC X(20).
       01  WS-PSWD              PIC X(20).
       01  WS-CRED-STATUS       PIC X(2) VALUE SPACES.
       01  WS-CTL-STATUS        PIC X(2) VALUE SPACES.
       01  WS-IDS-STATUS        PIC X(2) VALUE SPACES.
       01  WS-DEPTREF-STATUS    PIC X(2) VALUE SPACES.
       01  WS-RPT-STATUS        PIC X(2) VALUE SPACES.
       01  WS-CTL-EOF-SW        PIC X(1) VALUE "N".
           88 WS-CTL-EOF             VALUE "Y".
       01  WS-IDS-EOF-SW        PIC X(1) VALUE "N".
           88 WS-IDS-EOF             VALUE "Y".
       01  WS-DEPTREF-EOF-SW    PIC X(1) VALUE "N".
           88 WS-DEPTREF-EOF         VALUE "Y".
       01  WS-LIST-SW           PIC X(1) VALUE "N".
           88 WS-LIST-REQUESTED      VALUE "Y".
      * statement year and its bounds as day numbers
       01  WS-STMT-YEAR         PIC 9(4) VALUE ZERO.
       01  WS-STMT-YEAR-IN      PIC X(4) VALUE SPACES.
       01  WS-TODAY-DATE.
           05 WS-TODAY-YYYY     PIC 9(4).
           05 WS-TODAY-MMDD     PIC 9(4).
       01  WS-YEAR-DATE-9       PIC 9(8) VALUE ZERO.
       01  WS-YEAR-FROM-INT     PIC S9(9) COMP VALUE ZERO.
       01  WS-YEAR-TO-INT       PIC S9(9) COMP VALUE ZERO.
       01  WS-YEAR-DAYS         PIC S9(5) COMP VALUE ZERO.
      * date conversion work - yyyy-mm-dd in, day number out
       01  WS-DATE-IN           PIC X(10) VALUE SPACES.
       01  WS-DATE-INT          PIC S9(9) COMP VALUE ZERO.
       01  WS-DATE-SW           PIC X(1) VALUE "N".
           88 WS-DATE-OK             VALUE "Y".
       01  WS-DATE-9            PIC 9(8) VALUE ZERO.
       01  WS-DATE-X REDEFINES WS-DATE-9.
           05 WS-DATE-YYYY      PIC X(4).
           05 WS-DATE-MM        PIC X(2).
           05 WS-DATE-DD        PIC X(2).
      * the period being priced
       01  WS-PER-START-INT     PIC S9(9) COMP VALUE ZERO.
       01  WS-PER-END-INT       PIC S9(9) COMP VALUE ZERO.
       01  WS-PER-DAYS          PIC S9(5) COMP VALUE ZERO.
       01  WS-PER-EARNED        PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-OUT-DATE          PIC X(10) VALUE SPACES.
      * the employee whose statement is being built
       01  WS-STMT-SW           PIC X(1) VALUE "N".
           88 WS-STMT-OPEN           VALUE "Y".
       01  WS-CUR-EMP-ID        PIC 9(6) VALUE ZERO.
       01  WS-REQ-EMP-ID        PIC 9(6) VALUE ZERO.
       01  WS-EMP-DAYS          PIC S9(5) COMP VALUE ZERO.
       01  WS-EMP-EARNED        PIC S9(9)V99 COMP-3 VALUE ZERO.
      * counters
       01  WS-REQ-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-NOHIST-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-STMT-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-PERIOD-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-BAD-DATE-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-GRAND-EARNED      PIC S9(13)V99 COMP-3 VALUE ZERO.
      * department reference table - same shape MAIN loads
       01  WS-DEPT-REF-COUNT    PIC S9(4) COMP VALUE ZERO.
       01  WS-DEPT-REF-MAX      PIC S9(4) COMP VALUE 100.
       01  WS-DEPT-REF-IX       PIC S9(4) COMP VALUE ZERO.
       01  WS-DEPT-REF-TABLE.
           05 WS-DEPT-REF-ENTRY OCCURS 100 TIMES.
              10 WS-DR-CODE     PIC X(3).
              10 WS-DR-NAME     PIC X(25).
       01  WS-DEPT-LOOKUP-NAME  PIC X(25) VALUE SPACES.
      * statement layouts
       01  WS-STMT-TITLE.
           05 FILLER            PIC X(40)
                    VALUE "ANNUAL TOTAL COMPENSATION STATEMENT".
           05 FILLER            PIC X(10) VALUE "YEAR ".
           05 WS-ST-YEAR        PIC 9(4).
       01  WS-STMT-ID-LINE.
           05 FILLER            PIC X(12) VALUE "EMP_ID:     ".
           05 WS-SI-EMP-ID      PIC 9(6).
           05 FILLER            PIC X(10) VALUE "   NAME:  ".
           05 WS-SI-FIRST-NAME  PIC X(12).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-SI-LAST-NAME   PIC X(15).
       01  WS-STMT-HIRE-LINE.
           05 FILLER            PIC X(12) VALUE "HIRE DATE:  ".
           05 WS-SH-HIRE-DATE   PIC X(10).
       01  WS-STMT-COLUMNS.
           05 FILLER            PIC X(22) VALUE "FROM       TO".
           05 FILLER            PIC X(31) VALUE "DEPARTMENT".
           05 FILLER            PIC X(16) VALUE "  ANNUAL SALARY".
           05 FILLER            PIC X(6)  VALUE "  DAYS".
           05 FILLER            PIC X(16) VALUE "         EARNED".
       01  WS-STMT-RULE         PIC X(91) VALUE ALL "-".
       01  WS-STMT-DETAIL.
           05 WS-SD-FROM        PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-SD-TO          PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-SD-DEPT        PIC X(3).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-SD-DEPT-NAME   PIC X(25).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-SD-SALARY      PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-SD-DAYS        PIC ZZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-SD-EARNED      PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-STMT-TOTAL.
           05 FILLER            PIC X(22) VALUE SPACES.
           05 FILLER            PIC X(47)
                    VALUE "TOTAL FOR THE YEAR".
           05 WS-STT-DAYS       PIC ZZZ9.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-STT-EARNED     PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-STMT-NOTE         PIC X(60) VALUE
           "EARNED = ANNUAL SALARY X DAYS IN PERIOD / DAYS IN YEAR".
       01  WS-STMT-NOHIST.
           05 FILLER            PIC X(12) VALUE "EMP_ID:     ".
           05 WS-SN-EMP-ID      PIC 9(6).
           05 FILLER            PIC X(40)
                    VALUE "  *** NO ASSIGNMENT HISTORY IN ".
           05 WS-SN-YEAR        PIC 9(4).
      *
       LOCAL-STORAGE SECTION.
      *
       LINKAGE SECTION.
      * PARM layout: 1-9 DBNAME, 10-29 USERID, 30-35 optional
      *    EMP_ID - the same leading 29 bytes as MAIN's PARM.
       01  WS-PARM-AREA.
           05 WS-PARM-LEN         PIC S9(4) COMP.
           05 WS-PARM-DATA.
              10 WS-PARM-DBNAME   PIC X(9).
              10 WS-PARM-USERID   PIC X(20).
              10 WS-PARM-EMP-ID   PIC X(6).
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

           PERFORM READ-STATEMENT-CONTROLS
           OPEN OUTPUT STMT-RPT-FILE
           IF WS-RPT-STATUS NOT EQUAL "00" THEN
              DISPLAY "STMTRPT not allocated - cannot print "
                 "statements"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-DEPT-REFERENCE-RTN

           INITIALIZE LN-CONNECT
           MOVE WS-DBNAME TO LN-DBNAME OF LN-CONNECT
           MOVE WS-USERID TO LN-USERID OF LN-CONNECT
           MOVE WS-PSWD   TO LN-PSWD OF LN-CONNECT
           SET LN-CONNECT-START OF LN-CONNECT TO TRUE
           CALL "CONNECT_FN" USING LN-CONNECT LN-ERROR
           IF LN-SQLCODE OF LN-ERROR EQUAL ZERO THEN
              DISPLAY "Connect Successful"
           ELSE
              DISPLAY "Connect Failed"
              PERFORM PRINT-ERRORS
              CLOSE STMT-RPT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

      * the PARM's EMP_ID first, then every record of STMTIDS; with
      *    neither, the whole history in one walk.
           IF WS-PARM-LEN GREATER THAN 29
                 AND WS-PARM-EMP-ID NOT EQUAL SPACES THEN
              SET WS-LIST-REQUESTED TO TRUE
              IF WS-PARM-EMP-ID NUMERIC THEN
                 MOVE WS-PARM-EMP-ID TO WS-REQ-EMP-ID
                 PERFORM STATEMENT-ONE-EMPLOYEE-RTN
              ELSE
                 DISPLAY "PARM EMP_ID not numeric: " WS-PARM-EMP-ID
              END-IF
           END-IF
           OPEN INPUT STMT-ID-FILE
           IF WS-IDS-STATUS EQUAL "00" THEN
              SET WS-LIST-REQUESTED TO TRUE
              MOVE "N" TO WS-IDS-EOF-SW
              PERFORM UNTIL WS-IDS-EOF
                 READ STMT-ID-FILE
                    AT END SET WS-IDS-EOF TO TRUE
                    NOT AT END
                       IF STMT-EMP-ID NUMERIC THEN
                          MOVE STMT-EMP-ID TO WS-REQ-EMP-ID
                          PERFORM STATEMENT-ONE-EMPLOYEE-RTN
                       ELSE
                          DISPLAY "STMTIDS EMP_ID not numeric: "
                             STMT-EMP-ID
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE STMT-ID-FILE
           END-IF
           IF NOT WS-LIST-REQUESTED THEN
              PERFORM STATEMENT-ALL-EMPLOYEES-RTN
           END-IF

           DISPLAY "Statements for " WS-STMT-YEAR ": " WS-STMT-COUNT
              " Periods: " WS-PERIOD-COUNT
           DISPLAY "  Total earned: " WS-GRAND-EARNED
           IF WS-BAD-DATE-COUNT GREATER THAN ZERO THEN
              DISPLAY "  History rows with unreadable dates: "
                 WS-BAD-DATE-COUNT
           END-IF
           IF WS-LIST-REQUESTED THEN
              DISPLAY "  Requested: " WS-REQ-COUNT
                 " No history in the year: " WS-NOHIST-COUNT
              IF WS-NOHIST-COUNT GREATER THAN ZERO THEN
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           DISPLAY "Resetting connection"
           SET LN-CONNECT-RESET OF LN-CONNECT TO TRUE
           CALL "CONNECT_FN" USING LN-CONNECT LN-ERROR
           IF LN-SQLCODE OF LN-ERROR NOT EQUAL ZERO THEN
              DISPLAY "Reset Conection Failed"
              PERFORM PRINT-ERRORS
           END-IF
           CLOSE STMT-RPT-FILE
           STOP RUN.
      *
       READ-STATEMENT-CONTROLS SECTION.
      * STMTYEAR yyyy - anything else (or no card) falls back to
      *    the year before the run.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS EQUAL "00" THEN
              MOVE "N" TO WS-CTL-EOF-SW
              PERFORM UNTIL WS-CTL-EOF
                 READ CTL-FILE
                    AT END MOVE "Y" TO WS-CTL-EOF-SW
                    NOT AT END
                       EVALUATE CTL-KEYWORD
                          WHEN "STMTYEAR"
                             MOVE CTL-VALUE(1:4) TO WS-STMT-YEAR-IN
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE CTL-FILE
           END-IF
           IF WS-STMT-YEAR-IN NUMERIC
                 AND WS-STMT-YEAR-IN GREATER THAN "1600" THEN
              MOVE WS-STMT-YEAR-IN TO WS-STMT-YEAR
           ELSE
              IF WS-STMT-YEAR-IN NOT EQUAL SPACES THEN
                 DISPLAY "STMTYEAR not a valid year - using the "
                    "prior year"
              END-IF
              COMPUTE WS-STMT-YEAR = WS-TODAY-YYYY - 1
           END-IF
           COMPUTE WS-YEAR-DATE-9 = WS-STMT-YEAR * 10000 + 0101
           COMPUTE WS-YEAR-FROM-INT =
              FUNCTION INTEGER-OF-DATE (WS-YEAR-DATE-9)
           COMPUTE WS-YEAR-DATE-9 = WS-STMT-YEAR * 10000 + 1231
           COMPUTE WS-YEAR-TO-INT =
              FUNCTION INTEGER-OF-DATE (WS-YEAR-DATE-9)
           COMPUTE WS-YEAR-DAYS = WS-YEAR-TO-INT - WS-YEAR-FROM-INT + 1
           MOVE WS-STMT-YEAR TO WS-ST-YEAR
           MOVE WS-STMT-YEAR TO WS-SN-YEAR
           .
      *
       STATEMENT-ALL-EMPLOYEES-RTN SECTION.
      * the whole history in one EMP_ID, start-date ordered walk -
      *    a change of EMP_ID closes the statement in progress.
           INITIALIZE LN-HIST
           SET LN-HIST-OPEN TO TRUE
           CALL "HIST_FN" USING LN-HIST LN-ERROR
           IF LN-SQLCODE OF LN-ERROR NOT EQUAL ZERO THEN
              DISPLAY "History cursor open failed"
              PERFORM PRINT-ERRORS
              MOVE 8 TO RETURN-CODE
           ELSE
              SET LN-HIST-FETCH TO TRUE
              CALL "HIST_FN" USING LN-HIST LN-ERROR
              PERFORM UNTIL LN-SQLCODE OF LN-ERROR NOT EQUAL ZERO
                 IF WS-STMT-OPEN
                       AND LN-HIST-EMP-ID NOT EQUAL WS-CUR-EMP-ID
                       THEN
                    PERFORM CLOSE-STATEMENT-RTN
                 END-IF
                 PERFORM PRICE-ASSIGNMENT-RTN
                 SET LN-HIST-FETCH TO TRUE
                 CALL "HIST_FN" USING LN-HIST LN-ERROR
              END-PERFORM
              IF LN-SQLCODE OF LN-ERROR NOT EQUAL +100 THEN
                 DISPLAY "History fetch ended abnormally"
                 PERFORM PRINT-ERRORS
                 MOVE 8 TO RETURN-CODE
              END-IF
              IF WS-STMT-OPEN THEN
                 PERFORM CLOSE-STATEMENT-RTN
              END-IF
              SET LN-HIST-CLOSE TO TRUE
              CALL "HIST_FN" USING LN-HIST LN-ERROR
           END-IF
           .
      *
       STATEMENT-ONE-EMPLOYEE-RTN SECTION.
      * one requested employee - the history cursor is opened
      *    scoped to this EMP_ID alone and walked to exhaustion.
           ADD 1 TO WS-REQ-COUNT
           INITIALIZE LN-HIST
           MOVE WS-REQ-EMP-ID TO LN-HIST-FILTER-EMP-ID-LOW
           MOVE WS-REQ-EMP-ID TO LN-HIST-FILTER-EMP-ID-HIGH
           SET LN-HIST-OPEN TO TRUE
           CALL "HIST_FN" USING LN-HIST LN-ERROR
           IF LN-SQLCODE OF LN-ERROR NOT EQUAL ZERO THEN
              DISPLAY "History cursor open failed for EMP_ID "
                 WS-REQ-EMP-ID
              PERFORM PRINT-ERRORS
           ELSE
              SET LN-HIST-FETCH TO TRUE
              CALL "HIST_FN" USING LN-HIST LN-ERROR
              PERFORM UNTIL LN-SQLCODE OF LN-ERROR NOT EQUAL ZERO
                 PERFORM PRICE-ASSIGNMENT-RTN
                 SET LN-HIST-FETCH TO TRUE
                 CALL "HIST_FN" USING LN-HIST LN-ERROR
              END-PERFORM
              IF LN-SQLCODE OF LN-ERROR NOT EQUAL +100 THEN
                 DISPLAY "History fetch ended abnormally"
                 PERFORM PRINT-ERRORS
              END-IF
              SET LN-HIST-CLOSE TO TRUE
              CALL "HIST_FN" USING LN-HIST LN-ERROR
           END-IF
           IF WS-STMT-OPEN THEN
              PERFORM CLOSE-STATEMENT-RTN
           ELSE
              ADD 1 TO WS-NOHIST-COUNT
              MOVE WS-REQ-EMP-ID TO WS-SN-EMP-ID
              IF WS-STMT-COUNT GREATER THAN ZERO
                    OR WS-NOHIST-COUNT GREATER THAN 1 THEN
                 WRITE STMT-RPT-RECORD FROM SPACES
                    AFTER ADVANCING PAGE
              END-IF
              WRITE STMT-RPT-RECORD FROM WS-STMT-TITLE
                 AFTER ADVANCING 1 LINE
              WRITE STMT-RPT-RECORD FROM WS-STMT-NOHIST
                 AFTER ADVANCING 2 LINES
           END-IF
           .
      *
       PRICE-ASSIGNMENT-RTN SECTION.
      * the fetched assignment clipped to the statement year - the
      *    end date is exclusive, so the last day in force is the
      *    day before it. Nothing left after clipping, nothing
      *    printed.
           MOVE LN-HIST-START-DATE TO WS-DATE-IN
           PERFORM CONVERT-DATE-RTN
           IF NOT WS-DATE-OK THEN
              ADD 1 TO WS-BAD-DATE-COUNT
              DISPLAY "History start date not valid for EMP_ID "
                 LN-HIST-EMP-ID " - period skipped"
           ELSE
              MOVE WS-DATE-INT TO WS-PER-START-INT
              IF LN-HIST-END-DATE EQUAL "9999-12-31" THEN
                 MOVE WS-YEAR-TO-INT TO WS-PER-END-INT
              ELSE
                 MOVE LN-HIST-END-DATE TO WS-DATE-IN
                 PERFORM CONVERT-DATE-RTN
                 COMPUTE WS-PER-END-INT = WS-DATE-INT - 1
              END-IF
              IF NOT WS-DATE-OK THEN
                 ADD 1 TO WS-BAD-DATE-COUNT
                 DISPLAY "History end date not valid for EMP_ID "
                    LN-HIST-EMP-ID " - period skipped"
              ELSE
                 IF WS-PER-START-INT LESS THAN WS-YEAR-FROM-INT THEN
                    MOVE WS-YEAR-FROM-INT TO WS-PER-START-INT
                 END-IF
                 IF WS-PER-END-INT GREATER THAN WS-YEAR-TO-INT THEN
                    MOVE WS-YEAR-TO-INT TO WS-PER-END-INT
                 END-IF
                 IF WS-PER-START-INT LESS OR EQUAL WS-PER-END-INT
                       THEN
                    PERFORM WRITE-PERIOD-LINE-RTN
                 END-IF
              END-IF
           END-IF
           .
      *
       WRITE-PERIOD-LINE-RTN SECTION.
           IF NOT WS-STMT-OPEN THEN
              PERFORM OPEN-STATEMENT-RTN
           END-IF
           COMPUTE WS-PER-DAYS = WS-PER-END-INT - WS-PER-START-INT + 1
           COMPUTE WS-PER-EARNED ROUNDED =
              LN-HIST-SALARY * WS-PER-DAYS / WS-YEAR-DAYS
              ON SIZE ERROR
                 MOVE ZERO TO WS-PER-EARNED
                 DISPLAY "Earned amount overflows for EMP_ID "
                    LN-HIST-EMP-ID " - printed as zero"
           END-COMPUTE
           MOVE SPACES TO WS-STMT-DETAIL
           MOVE WS-PER-START-INT TO WS-DATE-INT
           PERFORM FORMAT-DATE-RTN
           MOVE WS-OUT-DATE TO WS-SD-FROM
           MOVE WS-PER-END-INT TO WS-DATE-INT
           PERFORM FORMAT-DATE-RTN
           MOVE WS-OUT-DATE TO WS-SD-TO
           MOVE LN-HIST-DEPARTMENT TO WS-SD-DEPT
           PERFORM LOOKUP-DEPT-NAME-RTN
           MOVE WS-DEPT-LOOKUP-NAME TO WS-SD-DEPT-NAME
           MOVE LN-HIST-SALARY TO WS-SD-SALARY
           MOVE WS-PER-DAYS    TO WS-SD-DAYS
           MOVE WS-PER-EARNED  TO WS-SD-EARNED
           WRITE STMT-RPT-RECORD FROM WS-STMT-DETAIL
              AFTER ADVANCING 1 LINE
           ADD WS-PER-DAYS   TO WS-EMP-DAYS
           ADD WS-PER-EARNED TO WS-EMP-EARNED
           ADD 1 TO WS-PERIOD-COUNT
           .
      *
       OPEN-STATEMENT-RTN SECTION.
      * a new page for the employee on the fetched history row -
      *    the name and hire date are carried on every EMPASGH row.
           IF WS-STMT-COUNT GREATER THAN ZERO
                 OR WS-NOHIST-COUNT GREATER THAN ZERO THEN
              WRITE STMT-RPT-RECORD FROM SPACES AFTER ADVANCING PAGE
           END-IF
           SET WS-STMT-OPEN TO TRUE
           MOVE LN-HIST-EMP-ID TO WS-CUR-EMP-ID
           MOVE ZERO TO WS-EMP-DAYS
           MOVE ZERO TO WS-EMP-EARNED
           WRITE STMT-RPT-RECORD FROM WS-STMT-TITLE
              AFTER ADVANCING 1 LINE
           MOVE LN-HIST-EMP-ID     TO WS-SI-EMP-ID
           MOVE LN-HIST-FIRST-NAME TO WS-SI-FIRST-NAME
           MOVE LN-HIST-LAST-NAME  TO WS-SI-LAST-NAME
           WRITE STMT-RPT-RECORD FROM WS-STMT-ID-LINE
              AFTER ADVANCING 2 LINES
           MOVE LN-HIST-HIRE-DATE TO WS-SH-HIRE-DATE
           WRITE STMT-RPT-RECORD FROM WS-STMT-HIRE-LINE
              AFTER ADVANCING 1 LINE
           WRITE STMT-RPT-RECORD FROM WS-STMT-COLUMNS
              AFTER ADVANCING 2 LINES
           WRITE STMT-RPT-RECORD FROM WS-STMT-RULE
              AFTER ADVANCING 1 LINE
           .
      *
       CLOSE-STATEMENT-RTN SECTION.
           WRITE STMT-RPT-RECORD FROM WS-STMT-RULE
              AFTER ADVANCING 1 LINE
           MOVE WS-EMP-DAYS   TO WS-STT-DAYS
           MOVE WS-EMP-EARNED TO WS-STT-EARNED
           WRITE STMT-RPT-RECORD FROM WS-STMT-TOTAL
              AFTER ADVANCING 1 LINE
           WRITE STMT-RPT-RECORD FROM WS-STMT-NOTE
              AFTER ADVANCING 3 LINES
           ADD WS-EMP-EARNED TO WS-GRAND-EARNED
           ADD 1 TO WS-STMT-COUNT
           MOVE "N" TO WS-STMT-SW
           .
      *
       CONVERT-DATE-RTN SECTION.
      * yyyy-mm-dd in WS-DATE-IN to a day number in WS-DATE-INT
           MOVE "N" TO WS-DATE-SW
           MOVE ZERO TO WS-DATE-INT
           IF WS-DATE-IN (1:4) NUMERIC
                 AND WS-DATE-IN (6:2) NUMERIC
                 AND WS-DATE-IN (9:2) NUMERIC THEN
              STRING WS-DATE-IN (1:4) WS-DATE-IN (6:2)
                     WS-DATE-IN (9:2)
                 DELIMITED BY SIZE INTO WS-DATE-X
              COMPUTE WS-DATE-INT =
                 FUNCTION INTEGER-OF-DATE (WS-DATE-9)
              IF WS-DATE-INT GREATER THAN ZERO THEN
                 SET WS-DATE-OK TO TRUE
              END-IF
           END-IF
           .
      *
       FORMAT-DATE-RTN SECTION.
      * day number in WS-DATE-INT back to yyyy-mm-dd in WS-OUT-DATE
           COMPUTE WS-DATE-9 = FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
           MOVE SPACES TO WS-OUT-DATE
           STRING WS-DATE-YYYY "-" WS-DATE-MM "-" WS-DATE-DD
              DELIMITED BY SIZE INTO WS-OUT-DATE
           .
      *
       LOAD-DEPT-REFERENCE-RTN SECTION.
           OPEN INPUT DEPT-REF-FILE
           IF WS-DEPTREF-STATUS EQUAL "00" THEN
              MOVE "N" TO WS-DEPTREF-EOF-SW
              PERFORM UNTIL WS-DEPTREF-EOF
                 READ DEPT-REF-FILE
                    AT END SET WS-DEPTREF-EOF TO TRUE
                    NOT AT END
                       IF WS-DEPT-REF-COUNT LESS THAN
                             WS-DEPT-REF-MAX THEN
                          ADD 1 TO WS-DEPT-REF-COUNT
                          MOVE DREF-CODE
                             TO WS-DR-CODE (WS-DEPT-REF-COUNT)
                          MOVE DREF-NAME
                             TO WS-DR-NAME (WS-DEPT-REF-COUNT)
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
       LOOKUP-DEPT-NAME-RTN SECTION.
           MOVE SPACES TO WS-DEPT-LOOKUP-NAME
           MOVE ZERO TO WS-DEPT-REF-IX
           PERFORM UNTIL WS-DEPT-LOOKUP-NAME NOT EQUAL SPACES
                 OR WS-DEPT-REF-IX GREATER OR EQUAL WS-DEPT-REF-COUNT
              ADD 1 TO WS-DEPT-REF-IX
              IF WS-DR-CODE (WS-DEPT-REF-IX) EQUAL
                    LN-HIST-DEPARTMENT THEN
                 MOVE WS-DR-NAME (WS-DEPT-REF-IX)
                    TO WS-DEPT-LOOKUP-NAME
              END-IF
           END-PERFORM
           .
      *
       PRINT-ERRORS SECTION.
           DISPLAY "Error Code = " LN-SQLCODE
           DISPLAY "Error Buffer = " LN-ERROR-BUFFER
           DISPLAY "SQL State = " LN-STATE
           DISPLAY "SQL State Buffer = " LN-STATE-BUFFER
           .
       END PROGRAM COMPSTMT.
