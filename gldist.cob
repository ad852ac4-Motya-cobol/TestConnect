      *****************************************************************
      * GLDIST - general-ledger labor-cost distribution journal.
      * Turns one pay period's PAYEXTR amounts into a balanced GL
      * journal on GLJRNL in the GL system's upload layout:
      *    - every department is mapped to its cost center and
      *      salary expense account through GLMAP
      *    - each employee's amount is split across the departments
      *      the EMPASGH assignment history (through HIST_FN) shows
      *      in force during the period, by days - a mid-period
      *      transfer posts to the old and the new cost center
      *    - one debit line per cost center and account, one credit
      *      line for the total to the payroll clearing account on
      *      the GLCREDIT card
      * GLCTLRPT is the control report: the transfer splits, the
      * distribution by department, the journal lines, and the
      * tie-out of the debits to the PAYEXTR trailer total.
      * A department with no GLMAP line, a PAYEXTR that does not
      * reconcile to its own trailer, or no GLCREDIT card and no
      * journal is written - the control report says why.
      * An assignment's end date is exclusive, as in COMPSTMT.
      * CTLCARD keywords: GLCREDIT cccccc aaaaaaaa (clearing cost
      * center and account, required), GLJRNLID (journal id,
      * default LC + the period end yyyymmdd).
      * RETURN-CODE: 0 clean, 8 journal refused or no connection.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLDIST.
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
      * the period's payroll export - H/D/T as MAIN writes it
           SELECT OPTIONAL PAY-EXTRACT-FILE ASSIGN TO "PAYEXTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.
      * DEPT(3) blank COST CENTER(6) blank ACCOUNT(8), one per
      *    department
           SELECT OPTIONAL GL-MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.
           SELECT OPTIONAL GL-JRNL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT GL-RPT-FILE ASSIGN TO "GLCTLRPT"
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
       FD  PAY-EXTRACT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PAYEXTR-RECORD.
           05 PAYX-TYPE             PIC X(1).
           05 FILLER                PIC X(79).
       01  PAYEXTR-HEADER.
           05 FILLER                PIC X(28).
           05 PAYH-FROM             PIC X(10).
           05 FILLER                PIC X(1).
           05 PAYH-TO               PIC X(10).
           05 FILLER                PIC X(31).
       01  PAYEXTR-DETAIL.
           05 FILLER                PIC X(2).
           05 PAYD-EMP-ID           PIC 9(6).
           05 FILLER                PIC X(1).
           05 PAYD-FIRST-NAME       PIC X(12).
           05 FILLER                PIC X(1).
           05 PAYD-LAST-NAME        PIC X(15).
           05 FILLER                PIC X(1).
           05 PAYD-SEX              PIC X(1).
           05 FILLER                PIC X(1).
           05 PAYD-DEPARTMENT       PIC X(3).
           05 FILLER                PIC X(1).
           05 PAYD-AMOUNT           PIC S9(7)V99.
           05 FILLER                PIC X(1).
           05 PAYD-DAYS             PIC 9(3).
           05 FILLER                PIC X(2).
           05 PAYD-PRORATE-TAG      PIC X(1).
           05 FILLER                PIC X(20).
       01  PAYEXTR-TRAILER.
           05 FILLER                PIC X(2).
           05 PAYT-COUNT-X          PIC X(9).
           05 PAYT-COUNT REDEFINES PAYT-COUNT-X
                                    PIC 9(9).
           05 FILLER                PIC X(1).
           05 PAYT-HASH             PIC S9(13)V99.
           05 FILLER                PIC X(53).
      *
       FD  GL-MAP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  GL-MAP-RECORD.
           05 GLM-DEPT              PIC X(3).
           05 FILLER                PIC X(1).
           05 GLM-COST-CENTER       PIC X(6).
           05 FILLER                PIC X(1).
           05 GLM-ACCOUNT           PIC X(8).
      *
       FD  GL-JRNL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  GL-JRNL-RECORD           PIC X(80).
      *
       FD  GL-RPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  GL-RPT-RECORD            PIC X(132).
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
       01  WS-PAY-STATUS        PIC X(2) VALUE SPACES.
       01  WS-GLMAP-STATUS      PIC X(2) VALUE SPACES.
       01  WS-JRNL-STATUS       PIC X(2) VALUE SPACES.
       01  WS-RPT-STATUS        PIC X(2) VALUE SPACES.
       01  WS-CTL-EOF-SW        PIC X(1) VALUE "N".
           88 WS-CTL-EOF             VALUE "Y".
       01  WS-PAY-EOF-SW        PIC X(1) VALUE "N".
           88 WS-PAY-EOF             VALUE "Y".
       01  WS-GLMAP-EOF-SW      PIC X(1) VALUE "N".
           88 WS-GLMAP-EOF           VALUE "Y".
      * any reason the journal may not be written sets this
       01  WS-REFUSE-SW         PIC X(1) VALUE "N".
           88 WS-JOURNAL-REFUSED     VALUE "Y".
       01  WS-HEADER-SW         PIC X(1) VALUE "N".
           88 WS-HEADER-SEEN         VALUE "Y".
       01  WS-TRAILER-SW        PIC X(1) VALUE "N".
           88 WS-TRAILER-SEEN        VALUE "Y".
       01  WS-FOUND-SW          PIC X(1) VALUE "N".
           88 WS-FOUND               VALUE "Y".
      * controls
       01  WS-CREDIT-CARD.
           05 WS-CREDIT-COST-CENTER PIC X(6).
           05 FILLER                PIC X(1).
           05 WS-CREDIT-ACCOUNT     PIC X(8).
       01  WS-JOURNAL-ID        PIC X(10) VALUE SPACES.
       01  WS-TODAY-DATE.
           05 WS-TODAY-YYYY     PIC 9(4).
           05 WS-TODAY-MM       PIC 9(2).
           05 WS-TODAY-DD       PIC 9(2).
       01  WS-RUN-DATE          PIC X(10) VALUE SPACES.
      * the pay period off the PAYEXTR header, as day numbers too
       01  WS-PERIOD-FROM       PIC X(10) VALUE SPACES.
       01  WS-PERIOD-TO         PIC X(10) VALUE SPACES.
       01  WS-PERIOD-FROM-INT   PIC S9(9) COMP VALUE ZERO.
       01  WS-PERIOD-TO-INT     PIC S9(9) COMP VALUE ZERO.
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
       01  WS-OUT-DATE          PIC X(10) VALUE SPACES.
      * department to cost center / account map, with the period's
      *    distribution accumulated against it. An unmapped code
      *    met in PAYEXTR or the history is added with WS-DM-MAPPED
      *    N so the refusal can list it.
       01  WS-DEPT-MAP-COUNT    PIC S9(4) COMP VALUE ZERO.
       01  WS-DEPT-MAP-MAX      PIC S9(4) COMP VALUE 200.
       01  WS-DEPT-MAP-IX       PIC S9(4) COMP VALUE ZERO.
       01  WS-DEPT-MAP-TABLE.
           05 WS-DEPT-MAP-ENTRY OCCURS 200 TIMES.
              10 WS-DM-DEPT         PIC X(3).
              10 WS-DM-COST-CENTER  PIC X(6).
              10 WS-DM-ACCOUNT      PIC X(8).
              10 WS-DM-MAPPED       PIC X(1).
              10 WS-DM-ROWS         PIC 9(7).
              10 WS-DM-AMOUNT       PIC S9(13)V99 COMP-3.
       01  WS-FIND-DEPT         PIC X(3) VALUE SPACES.
       01  WS-UNMAPPED-COUNT    PIC 9(5) VALUE ZERO.
      * journal lines - one per cost center and account, kept in
      *    cost center / account order as they are added
       01  WS-JRNL-COUNT        PIC S9(4) COMP VALUE ZERO.
       01  WS-JRNL-MAX          PIC S9(4) COMP VALUE 200.
       01  WS-JRNL-IX           PIC S9(4) COMP VALUE ZERO.
       01  WS-JRNL-SHIFT-IX     PIC S9(4) COMP VALUE ZERO.
       01  WS-JRNL-KEY.
           05 WS-JK-COST-CENTER PIC X(6).
           05 WS-JK-ACCOUNT     PIC X(8).
       01  WS-JRNL-TABLE.
           05 WS-JRNL-ENTRY OCCURS 200 TIMES.
              10 WS-JL-KEY.
                 15 WS-JL-COST-CENTER PIC X(6).
                 15 WS-JL-ACCOUNT     PIC X(8).
              10 WS-JL-AMOUNT       PIC S9(13)V99 COMP-3.
      * one employee's assignment segments inside the period,
      *    folded by department
       01  WS-SEG-COUNT         PIC S9(4) COMP VALUE ZERO.
       01  WS-SEG-MAX           PIC S9(4) COMP VALUE 20.
       01  WS-SEG-IX            PIC S9(4) COMP VALUE ZERO.
       01  WS-SEG-TABLE.
           05 WS-SEG-ENTRY OCCURS 20 TIMES.
              10 WS-SG-DEPT         PIC X(3).
              10 WS-SG-FIRST-INT    PIC S9(9) COMP.
              10 WS-SG-LAST-INT     PIC S9(9) COMP.
              10 WS-SG-DAYS         PIC S9(5) COMP.
       01  WS-SEG-START-INT     PIC S9(9) COMP VALUE ZERO.
       01  WS-SEG-END-INT       PIC S9(9) COMP VALUE ZERO.
       01  WS-SEG-TOTAL-DAYS    PIC S9(5) COMP VALUE ZERO.
       01  WS-SPLIT-AMOUNT      PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-SPLIT-LEFT        PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-POST-AMOUNT       PIC S9(13)V99 COMP-3 VALUE ZERO.
      * counters and control totals
       01  WS-DETAIL-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-DETAIL-HASH       PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TRAILER-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-TRAILER-HASH      PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-SPLIT-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-NOHIST-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-DEBIT-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-CREDIT-TOTAL      PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-JRNL-LINE-NO      PIC 9(5) VALUE ZERO.
      * GLJRNL upload layout - H/D/T like the other exports
       01  WS-GLJ-HEADER.
           05 FILLER            PIC X(1)  VALUE "H".
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-GJH-JOURNAL-ID PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-GJH-POST-DATE  PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 FILLER            PIC X(8)  VALUE "EMPPAYRL".
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-GJH-FROM       PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-GJH-TO         PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-GJH-RUN-DATE   PIC X(10).
           05 FILLER            PIC X(14) VALUE SPACES.
       01  WS-GLJ-DETAIL.
           05 FILLER            PIC X(1)  VALUE "D".
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-GJD-LINE-NO    PIC 9(5).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-GJD-COST-CENTER PIC X(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-GJD-ACCOUNT    PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
      * D debit, C credit - the amount is always unsigned
           05 WS-GJD-DR-CR      PIC X(1).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-GJD-AMOUNT     PIC 9(13)V99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-GJD-TEXT       PIC X(30).
           05 FILLER            PIC X(8)  VALUE SPACES.
       01  WS-GLJ-TRAILER.
           05 FILLER            PIC X(1)  VALUE "T".
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-GJT-LINES      PIC 9(7).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-GJT-DEBITS     PIC 9(13)V99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-GJT-CREDITS    PIC 9(13)V99.
           05 FILLER            PIC X(39) VALUE SPACES.
      * GLCTLRPT layouts
       01  WS-RPT-TITLE.
           05 FILLER            PIC X(48)
                    VALUE "LABOR-COST DISTRIBUTION JOURNAL CONTROL".
           05 FILLER            PIC X(10) VALUE "RUN DATE ".
           05 WS-RT-RUN-DATE    PIC X(10).
       01  WS-RPT-PERIOD.
           05 FILLER            PIC X(12) VALUE "PAY PERIOD: ".
           05 WS-RP-FROM        PIC X(10).
           05 FILLER            PIC X(4)  VALUE " TO ".
           05 WS-RP-TO          PIC X(10).
           05 FILLER            PIC X(12) VALUE "   JOURNAL: ".
           05 WS-RP-JOURNAL-ID  PIC X(10).
           05 FILLER            PIC X(11) VALUE "   CREDIT: ".
           05 WS-RP-CREDIT      PIC X(15).
       01  WS-RPT-SPLIT-HEADING PIC X(60) VALUE
           "MID-PERIOD TRANSFERS - AMOUNT SPLIT BY DAYS IN EACH DEPT".
       01  WS-RPT-SPLIT-COLUMNS.
           05 FILLER            PIC X(50) VALUE
              "EMP_ID DEP COST   ACCOUNT  FROM       TO          ".
           05 FILLER            PIC X(36) VALUE
              "DAYS          AMOUNT      PAY AMOUNT".
       01  WS-RPT-SPLIT-LINE.
           05 WS-RS-EMP-ID      PIC 9(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-RS-DEPT        PIC X(3).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-RS-COST-CENTER PIC X(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-RS-ACCOUNT     PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-RS-FROM        PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-RS-TO          PIC X(10).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-RS-DAYS        PIC ZZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-RS-AMOUNT      PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-RS-PAY-AMOUNT  PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-RPT-DEPT-HEADING  PIC X(60) VALUE
           "DISTRIBUTION BY DEPARTMENT".
       01  WS-RPT-DEPT-COLUMNS  PIC X(80) VALUE
           "DEP COST   ACCOUNT     ROWS             AMOUNT".
       01  WS-RPT-DEPT-LINE.
           05 WS-RD-DEPT        PIC X(3).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-RD-COST-CENTER PIC X(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-RD-ACCOUNT     PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-RD-ROWS        PIC ZZZZZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-RD-AMOUNT      PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-RD-FLAG        PIC X(30).
       01  WS-RPT-JRNL-HEADING  PIC X(60) VALUE
           "JOURNAL LINES".
       01  WS-RPT-JRNL-COLUMNS  PIC X(80) VALUE
           " LINE COST   ACCOUNT  DR/CR             AMOUNT".
       01  WS-RPT-JRNL-LINE.
           05 WS-RJ-LINE-NO     PIC ZZZZ9.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-RJ-COST-CENTER PIC X(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-RJ-ACCOUNT     PIC X(8).
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 WS-RJ-DR-CR       PIC X(2).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-RJ-AMOUNT      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-RPT-CONTROL-HEADING PIC X(60) VALUE
           "CONTROL TOTALS".
       01  WS-RPT-COUNT-LINE.
           05 FILLER            PIC X(28)
                    VALUE "PAYEXTR DETAIL ROWS READ:   ".
           05 WS-RC-ROWS        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(14) VALUE "   TRAILER:   ".
           05 WS-RC-TRL-ROWS    PIC ZZZ,ZZZ,ZZ9.
       01  WS-RPT-AMOUNT-LINE.
           05 WS-RA-LABEL       PIC X(28).
           05 WS-RA-AMOUNT      PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-RPT-SPLIT-COUNT-LINE.
           05 FILLER            PIC X(28)
                    VALUE "EMPLOYEES SPLIT BY TRANSFER:".
           05 WS-RSC-SPLIT      PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(24)
                    VALUE "   NO HISTORY IN PERIOD:".
           05 WS-RSC-NOHIST     PIC ZZZ,ZZZ,ZZ9.
       01  WS-RPT-RESULT-LINE   PIC X(100) VALUE SPACES.
       01  WS-RPT-NONE-LINE     PIC X(20) VALUE "   (NONE)".
      *
       LOCAL-STORAGE SECTION.
      *
       LINKAGE SECTION.
      * PARM layout: 1-9 DBNAME, 10-29 USERID - the same leading
      *    29 bytes as MAIN's PARM.
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

           OPEN OUTPUT GL-RPT-FILE
           IF WS-RPT-STATUS NOT EQUAL "00" THEN
              DISPLAY "GLCTLRPT not allocated - no journal without "
                 "its control report"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM READ-JOURNAL-CONTROLS
           PERFORM LOAD-GL-MAP-RTN
           OPEN INPUT PAY-EXTRACT-FILE
           IF WS-PAY-STATUS NOT EQUAL "00" THEN
              DISPLAY "PAYEXTR not allocated - nothing to distribute"
              MOVE 8 TO RETURN-CODE
              CLOSE GL-RPT-FILE
              STOP RUN
           END-IF
           PERFORM READ-PAY-HEADER-RTN
           IF WS-JOURNAL-REFUSED THEN
              CLOSE PAY-EXTRACT-FILE
              PERFORM WRITE-REPORT-HEADING-RTN
              MOVE "*** PAYEXTR HAS NO VALID H RECORD - NO JOURNAL ***"
                 TO WS-RPT-RESULT-LINE
              WRITE GL-RPT-RECORD FROM WS-RPT-RESULT-LINE
                 AFTER ADVANCING 2 LINES
              MOVE 8 TO RETURN-CODE
              CLOSE GL-RPT-FILE
              STOP RUN
           END-IF

           INITIALIZE LN-CONNECT
           MOVE WS-DBNAME TO LN-DBNAME OF LN-CONNECT
           MOVE WS-USERID TO LN-USERID OF LN-CONNECT
           MOVE WS-PSWD   TO LN-PSWD OF LN-CONNECT
           SET LN-CONNECT-START OF LN-CONNECT TO TRUE
           CALL "CONNECT_FN" USING LN-CONNECT LN-ERROR
           IF LN-SQLCODE OF LN-ERROR EQUAL ZERO THEN
              DISPLAY "Connect Successful"
           ELSE
      * without the history a transfer can't be split - posting it
      *    all to the current department is the very misposting
      *    this step exists to stop.
              DISPLAY "Connect Failed - no journal without the "
                 "assignment history"
              PERFORM PRINT-ERRORS
              CLOSE PAY-EXTRACT-FILE
              CLOSE GL-RPT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM WRITE-REPORT-HEADING-RTN
           WRITE GL-RPT-RECORD FROM WS-RPT-SPLIT-HEADING
              AFTER ADVANCING 2 LINES
           WRITE GL-RPT-RECORD FROM WS-RPT-SPLIT-COLUMNS
              AFTER ADVANCING 1 LINE
           MOVE "N" TO WS-PAY-EOF-SW
           PERFORM UNTIL WS-PAY-EOF
              READ PAY-EXTRACT-FILE
                 AT END SET WS-PAY-EOF TO TRUE
                 NOT AT END
                    EVALUATE PAYX-TYPE
                       WHEN "D"
                          IF WS-TRAILER-SEEN THEN
                             DISPLAY "PAYEXTR detail after the "
                                "trailer - export is malformed"
                             SET WS-JOURNAL-REFUSED TO TRUE
                          END-IF
                          PERFORM DISTRIBUTE-PAY-ROW-RTN
                       WHEN "T"
                          SET WS-TRAILER-SEEN TO TRUE
                          IF PAYT-COUNT-X NUMERIC THEN
                             MOVE PAYT-COUNT TO WS-TRAILER-COUNT
                             MOVE PAYT-HASH  TO WS-TRAILER-HASH
                          ELSE
                             DISPLAY "PAYEXTR trailer count not "
                                "numeric"
                             SET WS-JOURNAL-REFUSED TO TRUE
                          END-IF
                       WHEN OTHER
                          DISPLAY "PAYEXTR record type "
                             PAYX-TYPE " not expected"
                          SET WS-JOURNAL-REFUSED TO TRUE
                    END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE PAY-EXTRACT-FILE
           IF WS-SPLIT-COUNT EQUAL ZERO THEN
              WRITE GL-RPT-RECORD FROM WS-RPT-NONE-LINE
                 AFTER ADVANCING 1 LINE
           END-IF

           PERFORM BUILD-JOURNAL-LINES-RTN
           PERFORM WRITE-DEPT-DISTRIBUTION-RTN
           PERFORM CHECK-JOURNAL-CONTROLS-RTN
           IF NOT WS-JOURNAL-REFUSED THEN
              PERFORM WRITE-JOURNAL-RTN
           END-IF
           PERFORM WRITE-CONTROL-TOTALS-RTN
           IF WS-JOURNAL-REFUSED THEN
              MOVE 8 TO RETURN-CODE
              DISPLAY "GL journal NOT produced - see GLCTLRPT"
           ELSE
              DISPLAY "GL journal " WS-JOURNAL-ID " written - lines: "
                 WS-JRNL-LINE-NO " debits: " WS-DEBIT-TOTAL
           END-IF

           DISPLAY "Resetting connection"
           SET LN-CONNECT-RESET OF LN-CONNECT TO TRUE
           CALL "CONNECT_FN" USING LN-CONNECT LN-ERROR
           IF LN-SQLCODE OF LN-ERROR NOT EQUAL ZERO THEN
              DISPLAY "Reset Conection Failed"
              PERFORM PRINT-ERRORS
           END-IF
           CLOSE GL-RPT-FILE
           STOP RUN.
      *
       READ-JOURNAL-CONTROLS SECTION.
      * GLCREDIT is required - the clearing account is the
      *    controller's to name, not this program's to guess.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
              DELIMITED BY SIZE INTO WS-RUN-DATE
           MOVE SPACES TO WS-CREDIT-CARD
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS EQUAL "00" THEN
              MOVE "N" TO WS-CTL-EOF-SW
              PERFORM UNTIL WS-CTL-EOF
                 READ CTL-FILE
                    AT END MOVE "Y" TO WS-CTL-EOF-SW
                    NOT AT END
                       EVALUATE CTL-KEYWORD
                          WHEN "GLCREDIT"
                             MOVE CTL-VALUE(1:15) TO WS-CREDIT-CARD
                          WHEN "GLJRNLID"
                             MOVE CTL-VALUE(1:10) TO WS-JOURNAL-ID
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE CTL-FILE
           END-IF
           IF WS-CREDIT-COST-CENTER EQUAL SPACES
                 OR WS-CREDIT-ACCOUNT EQUAL SPACES THEN
              DISPLAY "GLCREDIT card missing or incomplete "
                 "(cccccc aaaaaaaa) - no journal"
              SET WS-JOURNAL-REFUSED TO TRUE
           END-IF
           .
      *
       LOAD-GL-MAP-RTN SECTION.
      * a department mapped twice is as wrong as one not mapped -
      *    which line would the ledger believe?
           OPEN INPUT GL-MAP-FILE
           IF WS-GLMAP-STATUS EQUAL "00" THEN
              MOVE "N" TO WS-GLMAP-EOF-SW
              PERFORM UNTIL WS-GLMAP-EOF
                 READ GL-MAP-FILE
                    AT END SET WS-GLMAP-EOF TO TRUE
                    NOT AT END
                       MOVE GLM-DEPT TO WS-FIND-DEPT
                       PERFORM FIND-DEPT-MAP-RTN
                       EVALUATE TRUE
                          WHEN GLM-DEPT EQUAL SPACES
                             CONTINUE
                          WHEN WS-FOUND
                             DISPLAY "GLMAP maps department "
                                GLM-DEPT " more than once"
                             SET WS-JOURNAL-REFUSED TO TRUE
                          WHEN GLM-COST-CENTER EQUAL SPACES
                                OR GLM-ACCOUNT EQUAL SPACES
                             DISPLAY "GLMAP line for department "
                                GLM-DEPT " has no cost center or "
                                "account"
                             SET WS-JOURNAL-REFUSED TO TRUE
                          WHEN WS-DEPT-MAP-COUNT NOT LESS THAN
                                WS-DEPT-MAP-MAX
                             DISPLAY "More GLMAP lines than "
                                "supported - " GLM-DEPT " not taken"
                             SET WS-JOURNAL-REFUSED TO TRUE
                          WHEN OTHER
                             ADD 1 TO WS-DEPT-MAP-COUNT
                             MOVE WS-DEPT-MAP-COUNT TO WS-DEPT-MAP-IX
                             MOVE GLM-DEPT
                                TO WS-DM-DEPT (WS-DEPT-MAP-IX)
                             MOVE GLM-COST-CENTER
                                TO WS-DM-COST-CENTER (WS-DEPT-MAP-IX)
                             MOVE GLM-ACCOUNT
                                TO WS-DM-ACCOUNT (WS-DEPT-MAP-IX)
                             MOVE "Y" TO WS-DM-MAPPED (WS-DEPT-MAP-IX)
                             MOVE ZERO TO WS-DM-ROWS (WS-DEPT-MAP-IX)
                             MOVE ZERO TO WS-DM-AMOUNT (WS-DEPT-MAP-IX)
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE GL-MAP-FILE
           ELSE
              DISPLAY "GLMAP not allocated - no department can be "
                 "mapped, no journal"
              SET WS-JOURNAL-REFUSED TO TRUE
           END-IF
           .
      *
       FIND-DEPT-MAP-RTN SECTION.
      * finds WS-FIND-DEPT on the map - WS-DEPT-MAP-IX and the
      *    found switch come back set
           MOVE "N" TO WS-FOUND-SW
           MOVE ZERO TO WS-DEPT-MAP-IX
           PERFORM UNTIL WS-FOUND
                 OR WS-DEPT-MAP-IX GREATER OR EQUAL WS-DEPT-MAP-COUNT
              ADD 1 TO WS-DEPT-MAP-IX
              IF WS-DM-DEPT (WS-DEPT-MAP-IX) EQUAL WS-FIND-DEPT THEN
                 SET WS-FOUND TO TRUE
              END-IF
           END-PERFORM
           .
      *
       READ-PAY-HEADER-RTN SECTION.
      * the first record must be the H with a real period
           READ PAY-EXTRACT-FILE
              AT END SET WS-PAY-EOF TO TRUE
           END-READ
           IF WS-PAY-EOF OR PAYX-TYPE NOT EQUAL "H" THEN
              DISPLAY "PAYEXTR does not start with its H record"
              SET WS-JOURNAL-REFUSED TO TRUE
           ELSE
              SET WS-HEADER-SEEN TO TRUE
              MOVE PAYH-FROM TO WS-PERIOD-FROM
              MOVE PAYH-TO   TO WS-PERIOD-TO
              MOVE WS-PERIOD-FROM TO WS-DATE-IN
              PERFORM CONVERT-DATE-RTN
              MOVE WS-DATE-INT TO WS-PERIOD-FROM-INT
              IF WS-DATE-OK THEN
                 MOVE WS-PERIOD-TO TO WS-DATE-IN
                 PERFORM CONVERT-DATE-RTN
                 MOVE WS-DATE-INT TO WS-PERIOD-TO-INT
              END-IF
              IF NOT WS-DATE-OK
                    OR WS-PERIOD-TO-INT LESS THAN WS-PERIOD-FROM-INT
                    THEN
                 DISPLAY "PAYEXTR header period not valid - "
                    WS-PERIOD-FROM " " WS-PERIOD-TO
                 SET WS-JOURNAL-REFUSED TO TRUE
              ELSE
                 IF WS-JOURNAL-ID EQUAL SPACES THEN
                    STRING "LC" WS-PERIOD-TO (1:4) WS-PERIOD-TO (6:2)
                       WS-PERIOD-TO (9:2)
                       DELIMITED BY SIZE INTO WS-JOURNAL-ID
                 END-IF
              END-IF
           END-IF
           .
      *
       DISTRIBUTE-PAY-ROW-RTN SECTION.
      * one PAYEXTR detail - the employee's assignments in force
      *    during the period say which departments share the
      *    amount. No history in the period (a row the history
      *    never saw) posts whole to the PAYEXTR department.
           ADD 1 TO WS-DETAIL-COUNT
           ADD PAYD-AMOUNT TO WS-DETAIL-HASH
           PERFORM LOAD-ASSIGNMENT-SEGMENTS-RTN
           IF WS-SEG-COUNT EQUAL ZERO THEN
              ADD 1 TO WS-NOHIST-COUNT
              MOVE 1 TO WS-SEG-COUNT
              MOVE PAYD-DEPARTMENT TO WS-SG-DEPT (1)
              MOVE WS-PERIOD-FROM-INT TO WS-SG-FIRST-INT (1)
              MOVE WS-PERIOD-TO-INT   TO WS-SG-LAST-INT (1)
              COMPUTE WS-SG-DAYS (1) =
                 WS-PERIOD-TO-INT - WS-PERIOD-FROM-INT + 1
              MOVE WS-SG-DAYS (1) TO WS-SEG-TOTAL-DAYS
           END-IF
           IF WS-SEG-COUNT GREATER THAN 1 THEN
              ADD 1 TO WS-SPLIT-COUNT
           END-IF
      * every share but the last is prorated and rounded; the last
      *    takes what is left, so the shares add back to the cent.
           MOVE PAYD-AMOUNT TO WS-SPLIT-LEFT
           MOVE ZERO TO WS-SEG-IX
           PERFORM UNTIL WS-SEG-IX GREATER OR EQUAL WS-SEG-COUNT
              ADD 1 TO WS-SEG-IX
              IF WS-SEG-IX EQUAL WS-SEG-COUNT THEN
                 MOVE WS-SPLIT-LEFT TO WS-SPLIT-AMOUNT
              ELSE
                 COMPUTE WS-SPLIT-AMOUNT ROUNDED =
                    PAYD-AMOUNT * WS-SG-DAYS (WS-SEG-IX)
                       / WS-SEG-TOTAL-DAYS
                 SUBTRACT WS-SPLIT-AMOUNT FROM WS-SPLIT-LEFT
              END-IF
              PERFORM POST-DEPT-SHARE-RTN
           END-PERFORM
           .
      *
       LOAD-ASSIGNMENT-SEGMENTS-RTN SECTION.
      * the employee's EMPASGH rows clipped to the period, folded
      *    by department - a raise inside one department is still
      *    one department's cost.
           MOVE ZERO TO WS-SEG-COUNT
           MOVE ZERO TO WS-SEG-TOTAL-DAYS
           INITIALIZE LN-HIST
           MOVE PAYD-EMP-ID TO LN-HIST-FILTER-EMP-ID-LOW
           MOVE PAYD-EMP-ID TO LN-HIST-FILTER-EMP-ID-HIGH
           SET LN-HIST-OPEN TO TRUE
           CALL "HIST_FN" USING LN-HIST LN-ERROR
           IF LN-SQLCODE OF LN-ERROR NOT EQUAL ZERO THEN
              DISPLAY "History cursor open failed for EMP_ID "
                 PAYD-EMP-ID
              PERFORM PRINT-ERRORS
              SET WS-JOURNAL-REFUSED TO TRUE
           ELSE
              SET LN-HIST-FETCH TO TRUE
              CALL "HIST_FN" USING LN-HIST LN-ERROR
              PERFORM UNTIL LN-SQLCODE OF LN-ERROR NOT EQUAL ZERO
                 PERFORM CLIP-ASSIGNMENT-RTN
                 SET LN-HIST-FETCH TO TRUE
                 CALL "HIST_FN" USING LN-HIST LN-ERROR
              END-PERFORM
              IF LN-SQLCODE OF LN-ERROR NOT EQUAL +100 THEN
                 DISPLAY "History fetch ended abnormally for EMP_ID "
                    PAYD-EMP-ID
                 PERFORM PRINT-ERRORS
                 SET WS-JOURNAL-REFUSED TO TRUE
              END-IF
              SET LN-HIST-CLOSE TO TRUE
              CALL "HIST_FN" USING LN-HIST LN-ERROR
           END-IF
           .
      *
       CLIP-ASSIGNMENT-RTN SECTION.
      * the fetched assignment clipped to the period - the end date
      *    is exclusive, so the last day in force is the day before
           MOVE LN-HIST-START-DATE TO WS-DATE-IN
           PERFORM CONVERT-DATE-RTN
           MOVE WS-DATE-INT TO WS-SEG-START-INT
           IF WS-DATE-OK THEN
              IF LN-HIST-END-DATE EQUAL "9999-12-31" THEN
                 MOVE WS-PERIOD-TO-INT TO WS-SEG-END-INT
              ELSE
                 MOVE LN-HIST-END-DATE TO WS-DATE-IN
                 PERFORM CONVERT-DATE-RTN
                 COMPUTE WS-SEG-END-INT = WS-DATE-INT - 1
              END-IF
           END-IF
           IF NOT WS-DATE-OK THEN
              DISPLAY "History date not valid for EMP_ID "
                 LN-HIST-EMP-ID " - no journal"
              SET WS-JOURNAL-REFUSED TO TRUE
           ELSE
              IF WS-SEG-START-INT LESS THAN WS-PERIOD-FROM-INT THEN
                 MOVE WS-PERIOD-FROM-INT TO WS-SEG-START-INT
              END-IF
              IF WS-SEG-END-INT GREATER THAN WS-PERIOD-TO-INT THEN
                 MOVE WS-PERIOD-TO-INT TO WS-SEG-END-INT
              END-IF
              IF WS-SEG-START-INT LESS OR EQUAL WS-SEG-END-INT THEN
                 MOVE "N" TO WS-FOUND-SW
                 MOVE ZERO TO WS-SEG-IX
                 PERFORM UNTIL WS-FOUND
                       OR WS-SEG-IX GREATER OR EQUAL WS-SEG-COUNT
                    ADD 1 TO WS-SEG-IX
                    IF WS-SG-DEPT (WS-SEG-IX) EQUAL
                          LN-HIST-DEPARTMENT THEN
                       SET WS-FOUND TO TRUE
                    END-IF
                 END-PERFORM
                 IF NOT WS-FOUND THEN
                    IF WS-SEG-COUNT LESS THAN WS-SEG-MAX THEN
                       ADD 1 TO WS-SEG-COUNT
                       MOVE WS-SEG-COUNT TO WS-SEG-IX
                       MOVE LN-HIST-DEPARTMENT
                          TO WS-SG-DEPT (WS-SEG-IX)
                       MOVE WS-SEG-START-INT
                          TO WS-SG-FIRST-INT (WS-SEG-IX)
                       MOVE ZERO TO WS-SG-DAYS (WS-SEG-IX)
                    ELSE
                       DISPLAY "More departments in the period than "
                          "supported for EMP_ID " LN-HIST-EMP-ID
                       SET WS-JOURNAL-REFUSED TO TRUE
                       MOVE ZERO TO WS-SEG-IX
                    END-IF
                 END-IF
                 IF WS-FOUND OR WS-SEG-IX EQUAL WS-SEG-COUNT THEN
                    MOVE WS-SEG-END-INT TO WS-SG-LAST-INT (WS-SEG-IX)
                    COMPUTE WS-SG-DAYS (WS-SEG-IX) =
                       WS-SG-DAYS (WS-SEG-IX)
                       + WS-SEG-END-INT - WS-SEG-START-INT + 1
                    COMPUTE WS-SEG-TOTAL-DAYS = WS-SEG-TOTAL-DAYS
                       + WS-SEG-END-INT - WS-SEG-START-INT + 1
                 END-IF
              END-IF
           END-IF
           .
      *
       POST-DEPT-SHARE-RTN SECTION.
      * WS-SPLIT-AMOUNT to the department at WS-SEG-IX - a code
      *    GLMAP doesn't know is added unmapped so the refusal can
      *    name it. A split employee's shares are listed.
           MOVE WS-SG-DEPT (WS-SEG-IX) TO WS-FIND-DEPT
           PERFORM FIND-DEPT-MAP-RTN
           IF NOT WS-FOUND THEN
              IF WS-DEPT-MAP-COUNT LESS THAN WS-DEPT-MAP-MAX THEN
                 ADD 1 TO WS-DEPT-MAP-COUNT
                 MOVE WS-DEPT-MAP-COUNT TO WS-DEPT-MAP-IX
                 MOVE WS-FIND-DEPT TO WS-DM-DEPT (WS-DEPT-MAP-IX)
                 MOVE SPACES TO WS-DM-COST-CENTER (WS-DEPT-MAP-IX)
                 MOVE SPACES TO WS-DM-ACCOUNT (WS-DEPT-MAP-IX)
                 MOVE "N" TO WS-DM-MAPPED (WS-DEPT-MAP-IX)
                 MOVE ZERO TO WS-DM-ROWS (WS-DEPT-MAP-IX)
                 MOVE ZERO TO WS-DM-AMOUNT (WS-DEPT-MAP-IX)
                 ADD 1 TO WS-UNMAPPED-COUNT
                 SET WS-FOUND TO TRUE
              ELSE
                 DISPLAY "Department table full - " WS-FIND-DEPT
                    " not distributed"
                 SET WS-JOURNAL-REFUSED TO TRUE
              END-IF
           END-IF
           IF WS-FOUND THEN
              ADD 1 TO WS-DM-ROWS (WS-DEPT-MAP-IX)
              ADD WS-SPLIT-AMOUNT TO WS-DM-AMOUNT (WS-DEPT-MAP-IX)
              IF WS-SEG-COUNT GREATER THAN 1 THEN
                 MOVE PAYD-EMP-ID TO WS-RS-EMP-ID
                 MOVE WS-FIND-DEPT TO WS-RS-DEPT
                 MOVE WS-DM-COST-CENTER (WS-DEPT-MAP-IX)
                    TO WS-RS-COST-CENTER
                 MOVE WS-DM-ACCOUNT (WS-DEPT-MAP-IX) TO WS-RS-ACCOUNT
                 MOVE WS-SG-FIRST-INT (WS-SEG-IX) TO WS-DATE-INT
                 PERFORM FORMAT-DATE-RTN
                 MOVE WS-OUT-DATE TO WS-RS-FROM
                 MOVE WS-SG-LAST-INT (WS-SEG-IX) TO WS-DATE-INT
                 PERFORM FORMAT-DATE-RTN
                 MOVE WS-OUT-DATE TO WS-RS-TO
                 MOVE WS-SG-DAYS (WS-SEG-IX) TO WS-RS-DAYS
                 MOVE WS-SPLIT-AMOUNT TO WS-RS-AMOUNT
                 MOVE PAYD-AMOUNT TO WS-RS-PAY-AMOUNT
                 WRITE GL-RPT-RECORD FROM WS-RPT-SPLIT-LINE
                    AFTER ADVANCING 1 LINE
              END-IF
           END-IF
           .
      *
       BUILD-JOURNAL-LINES-RTN SECTION.
      * each mapped department's total onto its cost center and
      *    account line, inserted in key order
           MOVE ZERO TO WS-DEPT-MAP-IX
           PERFORM UNTIL WS-DEPT-MAP-IX GREATER OR EQUAL
                 WS-DEPT-MAP-COUNT
              ADD 1 TO WS-DEPT-MAP-IX
              IF WS-DM-MAPPED (WS-DEPT-MAP-IX) EQUAL "Y"
                    AND WS-DM-ROWS (WS-DEPT-MAP-IX) GREATER THAN ZERO
                    THEN
                 MOVE WS-DM-COST-CENTER (WS-DEPT-MAP-IX)
                    TO WS-JK-COST-CENTER
                 MOVE WS-DM-ACCOUNT (WS-DEPT-MAP-IX) TO WS-JK-ACCOUNT
                 MOVE WS-DM-AMOUNT (WS-DEPT-MAP-IX) TO WS-POST-AMOUNT
                 PERFORM ADD-JOURNAL-LINE-RTN
              END-IF
           END-PERFORM
           .
      *
       ADD-JOURNAL-LINE-RTN SECTION.
           MOVE "N" TO WS-FOUND-SW
           MOVE ZERO TO WS-JRNL-IX
           PERFORM UNTIL WS-FOUND
                 OR WS-JRNL-IX GREATER OR EQUAL WS-JRNL-COUNT
              ADD 1 TO WS-JRNL-IX
              IF WS-JL-KEY (WS-JRNL-IX) NOT LESS THAN WS-JRNL-KEY
                    THEN
                 SET WS-FOUND TO TRUE
              END-IF
           END-PERFORM
           IF WS-FOUND AND WS-JL-KEY (WS-JRNL-IX) EQUAL WS-JRNL-KEY
                 THEN
              ADD WS-POST-AMOUNT TO WS-JL-AMOUNT (WS-JRNL-IX)
           ELSE
              IF WS-JRNL-COUNT NOT LESS THAN WS-JRNL-MAX THEN
                 DISPLAY "More journal lines than supported - "
                    WS-JRNL-KEY " not posted"
                 SET WS-JOURNAL-REFUSED TO TRUE
              ELSE
                 IF NOT WS-FOUND THEN
                    COMPUTE WS-JRNL-IX = WS-JRNL-COUNT + 1
                 END-IF
                 MOVE WS-JRNL-COUNT TO WS-JRNL-SHIFT-IX
                 PERFORM UNTIL WS-JRNL-SHIFT-IX LESS THAN WS-JRNL-IX
                    MOVE WS-JRNL-ENTRY (WS-JRNL-SHIFT-IX)
                       TO WS-JRNL-ENTRY (WS-JRNL-SHIFT-IX + 1)
                    SUBTRACT 1 FROM WS-JRNL-SHIFT-IX
                 END-PERFORM
                 MOVE WS-JRNL-KEY TO WS-JL-KEY (WS-JRNL-IX)
                 MOVE WS-POST-AMOUNT TO WS-JL-AMOUNT (WS-JRNL-IX)
                 ADD 1 TO WS-JRNL-COUNT
              END-IF
           END-IF
           .
      *
       WRITE-DEPT-DISTRIBUTION-RTN SECTION.
           WRITE GL-RPT-RECORD FROM WS-RPT-DEPT-HEADING
              AFTER ADVANCING 2 LINES
           WRITE GL-RPT-RECORD FROM WS-RPT-DEPT-COLUMNS
              AFTER ADVANCING 1 LINE
           MOVE ZERO TO WS-DEPT-MAP-IX
           PERFORM UNTIL WS-DEPT-MAP-IX GREATER OR EQUAL
                 WS-DEPT-MAP-COUNT
              ADD 1 TO WS-DEPT-MAP-IX
              IF WS-DM-ROWS (WS-DEPT-MAP-IX) GREATER THAN ZERO THEN
                 MOVE WS-DM-DEPT (WS-DEPT-MAP-IX) TO WS-RD-DEPT
                 MOVE WS-DM-COST-CENTER (WS-DEPT-MAP-IX)
                    TO WS-RD-COST-CENTER
                 MOVE WS-DM-ACCOUNT (WS-DEPT-MAP-IX) TO WS-RD-ACCOUNT
                 MOVE WS-DM-ROWS (WS-DEPT-MAP-IX) TO WS-RD-ROWS
                 MOVE WS-DM-AMOUNT (WS-DEPT-MAP-IX) TO WS-RD-AMOUNT
                 IF WS-DM-MAPPED (WS-DEPT-MAP-IX) EQUAL "Y" THEN
                    MOVE SPACES TO WS-RD-FLAG
                 ELSE
                    MOVE "*** NO COST-CENTER MAPPING ***"
                       TO WS-RD-FLAG
                 END-IF
                 WRITE GL-RPT-RECORD FROM WS-RPT-DEPT-LINE
                    AFTER ADVANCING 1 LINE
              END-IF
           END-PERFORM
           .
      *
       CHECK-JOURNAL-CONTROLS-RTN SECTION.
      * the refusals - an unmapped department, and a PAYEXTR that
      *    doesn't reconcile to its own trailer (a truncated or
      *    altered export must not reach the ledger)
           IF WS-UNMAPPED-COUNT GREATER THAN ZERO THEN
              DISPLAY WS-UNMAPPED-COUNT " department(s) have no "
                 "GLMAP cost-center mapping"
              SET WS-JOURNAL-REFUSED TO TRUE
           END-IF
           IF NOT WS-TRAILER-SEEN THEN
              DISPLAY "PAYEXTR has no trailer - export incomplete"
              SET WS-JOURNAL-REFUSED TO TRUE
           ELSE
              IF WS-TRAILER-COUNT NOT EQUAL WS-DETAIL-COUNT
                    OR WS-TRAILER-HASH NOT EQUAL WS-DETAIL-HASH THEN
                 DISPLAY "PAYEXTR does not reconcile to its trailer"
                 SET WS-JOURNAL-REFUSED TO TRUE
              END-IF
           END-IF
           IF WS-DETAIL-COUNT EQUAL ZERO THEN
              DISPLAY "PAYEXTR has no detail rows - nothing to post"
              SET WS-JOURNAL-REFUSED TO TRUE
           END-IF
           .
      *
       WRITE-JOURNAL-RTN SECTION.
      * H, a debit per cost center / account (a net credit if a
      *    line nets negative), the balancing credit to the
      *    clearing account, T with the line count and both sides
           OPEN OUTPUT GL-JRNL-FILE
           IF WS-JRNL-STATUS NOT EQUAL "00" THEN
              DISPLAY "GLJRNL not allocated - no journal"
              SET WS-JOURNAL-REFUSED TO TRUE
           ELSE
              MOVE WS-JOURNAL-ID  TO WS-GJH-JOURNAL-ID
              MOVE WS-PERIOD-TO   TO WS-GJH-POST-DATE
              MOVE WS-PERIOD-FROM TO WS-GJH-FROM
              MOVE WS-PERIOD-TO   TO WS-GJH-TO
              MOVE WS-RUN-DATE    TO WS-GJH-RUN-DATE
              WRITE GL-JRNL-RECORD FROM WS-GLJ-HEADER
              WRITE GL-RPT-RECORD FROM WS-RPT-JRNL-HEADING
                 AFTER ADVANCING 2 LINES
              WRITE GL-RPT-RECORD FROM WS-RPT-JRNL-COLUMNS
                 AFTER ADVANCING 1 LINE
              MOVE SPACES TO WS-GJD-TEXT
              STRING "LABOR COST " WS-PERIOD-FROM " " WS-PERIOD-TO
                 DELIMITED BY SIZE INTO WS-GJD-TEXT
              MOVE ZERO TO WS-JRNL-IX
              PERFORM UNTIL WS-JRNL-IX GREATER OR EQUAL WS-JRNL-COUNT
                 ADD 1 TO WS-JRNL-IX
                 MOVE WS-JL-COST-CENTER (WS-JRNL-IX)
                    TO WS-GJD-COST-CENTER
                 MOVE WS-JL-ACCOUNT (WS-JRNL-IX) TO WS-GJD-ACCOUNT
                 MOVE WS-JL-AMOUNT (WS-JRNL-IX) TO WS-POST-AMOUNT
                 IF WS-POST-AMOUNT LESS THAN ZERO THEN
                    MOVE "C" TO WS-GJD-DR-CR
                    SUBTRACT WS-POST-AMOUNT FROM WS-CREDIT-TOTAL
                 ELSE
                    MOVE "D" TO WS-GJD-DR-CR
                    ADD WS-POST-AMOUNT TO WS-DEBIT-TOTAL
                 END-IF
                 PERFORM WRITE-JOURNAL-LINE-RTN
              END-PERFORM
      * the clearing line is whatever balances the two sides
              MOVE WS-CREDIT-COST-CENTER TO WS-GJD-COST-CENTER
              MOVE WS-CREDIT-ACCOUNT     TO WS-GJD-ACCOUNT
              COMPUTE WS-POST-AMOUNT = WS-DEBIT-TOTAL - WS-CREDIT-TOTAL
              IF WS-POST-AMOUNT LESS THAN ZERO THEN
                 MOVE "D" TO WS-GJD-DR-CR
                 SUBTRACT WS-POST-AMOUNT FROM WS-DEBIT-TOTAL
              ELSE
                 MOVE "C" TO WS-GJD-DR-CR
                 ADD WS-POST-AMOUNT TO WS-CREDIT-TOTAL
              END-IF
              PERFORM WRITE-JOURNAL-LINE-RTN
              MOVE WS-JRNL-LINE-NO TO WS-GJT-LINES
              MOVE WS-DEBIT-TOTAL  TO WS-GJT-DEBITS
              MOVE WS-CREDIT-TOTAL TO WS-GJT-CREDITS
              WRITE GL-JRNL-RECORD FROM WS-GLJ-TRAILER
              CLOSE GL-JRNL-FILE
           END-IF
           .
      *
       WRITE-JOURNAL-LINE-RTN SECTION.
      * WS-POST-AMOUNT signed in, unsigned on the upload record
           ADD 1 TO WS-JRNL-LINE-NO
           MOVE WS-JRNL-LINE-NO TO WS-GJD-LINE-NO
           IF WS-POST-AMOUNT LESS THAN ZERO THEN
              COMPUTE WS-GJD-AMOUNT = ZERO - WS-POST-AMOUNT
           ELSE
              MOVE WS-POST-AMOUNT TO WS-GJD-AMOUNT
           END-IF
           WRITE GL-JRNL-RECORD FROM WS-GLJ-DETAIL
           MOVE WS-JRNL-LINE-NO    TO WS-RJ-LINE-NO
           MOVE WS-GJD-COST-CENTER TO WS-RJ-COST-CENTER
           MOVE WS-GJD-ACCOUNT     TO WS-RJ-ACCOUNT
           IF WS-GJD-DR-CR EQUAL "D" THEN
              MOVE "DR" TO WS-RJ-DR-CR
           ELSE
              MOVE "CR" TO WS-RJ-DR-CR
           END-IF
           MOVE WS-GJD-AMOUNT TO WS-RJ-AMOUNT
           WRITE GL-RPT-RECORD FROM WS-RPT-JRNL-LINE
              AFTER ADVANCING 1 LINE
           .
      *
       WRITE-CONTROL-TOTALS-RTN SECTION.
      * the tie-out: PAYEXTR trailer, the rows read, the journal's
      *    two sides, and the verdict
           WRITE GL-RPT-RECORD FROM WS-RPT-CONTROL-HEADING
              AFTER ADVANCING 2 LINES
           MOVE WS-DETAIL-COUNT  TO WS-RC-ROWS
           MOVE WS-TRAILER-COUNT TO WS-RC-TRL-ROWS
           WRITE GL-RPT-RECORD FROM WS-RPT-COUNT-LINE
              AFTER ADVANCING 1 LINE
           MOVE "PAYEXTR TRAILER TOTAL:" TO WS-RA-LABEL
           MOVE WS-TRAILER-HASH TO WS-RA-AMOUNT
           WRITE GL-RPT-RECORD FROM WS-RPT-AMOUNT-LINE
              AFTER ADVANCING 1 LINE
           MOVE "PAYEXTR DETAIL TOTAL:" TO WS-RA-LABEL
           MOVE WS-DETAIL-HASH TO WS-RA-AMOUNT
           WRITE GL-RPT-RECORD FROM WS-RPT-AMOUNT-LINE
              AFTER ADVANCING 1 LINE
           MOVE "JOURNAL DEBITS:" TO WS-RA-LABEL
           MOVE WS-DEBIT-TOTAL TO WS-RA-AMOUNT
           WRITE GL-RPT-RECORD FROM WS-RPT-AMOUNT-LINE
              AFTER ADVANCING 1 LINE
           MOVE "JOURNAL CREDITS:" TO WS-RA-LABEL
           MOVE WS-CREDIT-TOTAL TO WS-RA-AMOUNT
           WRITE GL-RPT-RECORD FROM WS-RPT-AMOUNT-LINE
              AFTER ADVANCING 1 LINE
           MOVE WS-SPLIT-COUNT  TO WS-RSC-SPLIT
           MOVE WS-NOHIST-COUNT TO WS-RSC-NOHIST
           WRITE GL-RPT-RECORD FROM WS-RPT-SPLIT-COUNT-LINE
              AFTER ADVANCING 1 LINE
           MOVE SPACES TO WS-RPT-RESULT-LINE
           EVALUATE TRUE
              WHEN WS-UNMAPPED-COUNT GREATER THAN ZERO
                 STRING "*** DEPARTMENTS WITH NO COST-CENTER "
                    "MAPPING - JOURNAL NOT PRODUCED ***"
                    DELIMITED BY SIZE INTO WS-RPT-RESULT-LINE
              WHEN WS-JOURNAL-REFUSED
                 STRING "*** CONTROLS FAILED (SEE JOB LOG) - "
                    "JOURNAL NOT PRODUCED ***"
                    DELIMITED BY SIZE INTO WS-RPT-RESULT-LINE
              WHEN WS-DEBIT-TOTAL NOT EQUAL WS-CREDIT-TOTAL
                 MOVE "*** JOURNAL OUT OF BALANCE ***"
                    TO WS-RPT-RESULT-LINE
                 MOVE 8 TO RETURN-CODE
              WHEN OTHER
                 STRING "DEBITS TIE TO THE PAYEXTR TRAILER - "
                    "JOURNAL IN BALANCE"
                    DELIMITED BY SIZE INTO WS-RPT-RESULT-LINE
           END-EVALUATE
           WRITE GL-RPT-RECORD FROM WS-RPT-RESULT-LINE
              AFTER ADVANCING 2 LINES
           .
      *
       WRITE-REPORT-HEADING-RTN SECTION.
           MOVE WS-RUN-DATE    TO WS-RT-RUN-DATE
           WRITE GL-RPT-RECORD FROM WS-RPT-TITLE
              AFTER ADVANCING 1 LINE
           MOVE WS-PERIOD-FROM TO WS-RP-FROM
           MOVE WS-PERIOD-TO   TO WS-RP-TO
           MOVE WS-JOURNAL-ID  TO WS-RP-JOURNAL-ID
           MOVE WS-CREDIT-CARD TO WS-RP-CREDIT
           WRITE GL-RPT-RECORD FROM WS-RPT-PERIOD
              AFTER ADVANCING 1 LINE
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
       PRINT-ERRORS SECTION.
           DISPLAY "Error Code = " LN-SQLCODE
           DISPLAY "Error Buffer = " LN-ERROR-BUFFER
           DISPLAY "SQL State = " LN-STATE
           DISPLAY "SQL State Buffer = " LN-STATE-BUFFER
           .
       END PROGRAM GLDIST.
