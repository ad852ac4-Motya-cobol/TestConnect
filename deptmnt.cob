      *****************************************************************
      * DEPTMNT - department reference maintenance.
      * DEPTFILE (code, name, grade, route) drives intake validation,
      * report names, the EMPBURST routes and the DEPTVSAM KSDS EINQ
      * reads. This is the only sanctioned way to change it:
      *    - takes ADD, CHANGE and RETIRE cards, each with an
      *      effective date (blank = today) and the requesting
      *      userid, plus ROUTE cards that declare a routing code
      *      no department uses yet
      *    - an ADD is refused for a code already on file (or
      *      already held for a future ADD), a blank name, a grade
      *      not on GRADEFIL, or a bad route; a CHANGE for a code
      *      not on file, a bad grade or route, or when it alters
      *      nothing. Blank fields on a CHANGE keep the file value
      *    - a route must be one some other department already
      *      uses, or one declared by a ROUTE card in the same deck
      *      (or carried on a held card) - a mistyped route would
      *      otherwise send a burst report to the wrong printer. A
      *      new route is refused once EMPBURST's eight outputs are
      *      all taken
      *    - a RETIRE is refused while the department still has rows
      *      on EMP (READ_FN count - no DB2 connection, no
      *      retirement), appears on either side of an XFERMAP line,
      *      has a PENDIN hire or change queued into it, or has an
      *      open (or future-held) requisition on REQNIN
      *    - a card dated after today is validated and held on
      *      DPNDOUT; held cards that have come due are applied
      *      first on a later run (a held RETIRE takes its
      *      occupancy checks on the day it comes due; a held card
      *      refused then is dropped and must be resubmitted)
      *    - writes the new DEPTFILE generation to DEPTOUT in the
      *      existing order with additions at the end, and the
      *      DEPTVSAM load deck to DEPTLOAD in ascending code order
      *      with no duplicate keys (DEPTVSMJ REPROs it)
      *    - prints DEPTREG, the change register: every card with
      *      its result and reason, and the before/after image of
      *      every applied change
      * A code that appears twice on the incoming DEPTFILE keeps its
      * first record; the later one is dropped and listed.
      * CTLCARD cards (value columns fixed, every card the same):
      *    ACTION     ddd nnnnnnnnnnnnnnnnnnnnnnnnn gg rrrr
      *               yyyy-mm-dd uuuuuuuu
      * i.e. code in value column 1, name 5, grade 31, route 34,
      * effective date 39, userid 50; ACTION is ADD, CHANGE, RETIRE
      * or ROUTE (ROUTE needs only the route and the userid).
      * RETURN-CODE: 0 every card applied or held, 4 a card refused
      * or a duplicate dropped, 8 bad DDs or a DEPTFILE too large
      * to carry (nothing written).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTMNT.
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
           SELECT OPTIONAL XFER-MAP-FILE ASSIGN TO "XFERMAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XFERMAP-STATUS.
           SELECT OPTIONAL PEND-IN-FILE ASSIGN TO "PENDIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDIN-STATUS.
           SELECT OPTIONAL REQN-IN-FILE ASSIGN TO "REQNIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQNIN-STATUS.
           SELECT OPTIONAL DPND-IN-FILE ASSIGN TO "DPNDIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DPNDIN-STATUS.
           SELECT DPND-OUT-FILE ASSIGN TO "DPNDOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DPNDOUT-STATUS.
           SELECT DEPT-OUT-FILE ASSIGN TO "DEPTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPTOUT-STATUS.
           SELECT DEPT-LOAD-FILE ASSIGN TO "DEPTLOAD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPTLOAD-STATUS.
           SELECT DEPT-REG-FILE ASSIGN TO "DEPTREG"
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
      * maintenance cards - the held file carries the same image
       FD  CTL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CTL-RECORD               PIC X(80).
      *
       FD  DEPT-REF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DEPT-REF-RECORD          PIC X(37).
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
      * same layout MAIN reads for MODE=XFER
       FD  XFER-MAP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  XFER-MAP-RECORD.
           05 XMAP-OLD-DEPT         PIC X(3).
           05 FILLER                PIC X(1).
           05 XMAP-NEW-DEPT         PIC X(3).
      *
      * same layout MAIN writes - H data is a HIRETRAN record
      *    (department at 35), M data a MAINTRAN record (at 38)
       FD  PEND-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PEND-IN-RECORD.
           05 PNDI-SOURCE           PIC X(1).
           05 FILLER                PIC X(1).
           05 PNDI-EFF-DATE         PIC X(10).
           05 FILLER                PIC X(1).
           05 PNDI-DATA             PIC X(90).
           05 FILLER                PIC X(1).
           05 PNDI-SUBMITTER        PIC X(8).
           05 FILLER                PIC X(1).
           05 PNDI-CLERK            PIC X(8).
      *
      * same layout MAIN reads - see REQN-IN-RECORD there.
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
           05 FILLER                PIC X(1).
           05 RQNI-OPEN-DATE        PIC X(10).
           05 FILLER                PIC X(1).
           05 RQNI-CLOSE-DATE       PIC X(10).
           05 FILLER                PIC X(1).
           05 RQNI-FILLED-BY        PIC X(6).
           05 FILLER                PIC X(1).
           05 RQNI-APPROVER         PIC X(8).
      *
       FD  DPND-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DPND-IN-RECORD           PIC X(80).
      *
       FD  DPND-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DPND-OUT-RECORD          PIC X(80).
      *
       FD  DEPT-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DEPT-OUT-RECORD          PIC X(37).
      *
       FD  DEPT-LOAD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DEPT-LOAD-RECORD         PIC X(37).
      *
       FD  DEPT-REG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DEPT-REG-RECORD          PIC X(132).
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
       01  WS-XFERMAP-STATUS    PIC X(2) VALUE SPACES.
       01  WS-PENDIN-STATUS     PIC X(2) VALUE SPACES.
       01  WS-REQNIN-STATUS     PIC X(2) VALUE SPACES.
       01  WS-DPNDIN-STATUS     PIC X(2) VALUE SPACES.
       01  WS-DPNDOUT-STATUS    PIC X(2) VALUE SPACES.
       01  WS-DEPTOUT-STATUS    PIC X(2) VALUE SPACES.
       01  WS-DEPTLOAD-STATUS   PIC X(2) VALUE SPACES.
       01  WS-RPT-STATUS        PIC X(2) VALUE SPACES.
       01  WS-CTL-EOF-SW        PIC X(1) VALUE "N".
           88 WS-CTL-EOF             VALUE "Y".
       01  WS-REF-EOF-SW        PIC X(1) VALUE "N".
           88 WS-REF-EOF             VALUE "Y".
       01  WS-DB2-SW            PIC X(1) VALUE "N".
           88 WS-DB2-CONNECTED       VALUE "Y".
      * the department file, in DEPTFILE order - state A on file,
      *    R retired by this run, D a duplicate code dropped
       01  WS-DEPT-COUNT        PIC S9(4) COMP VALUE ZERO.
       01  WS-DEPT-MAX          PIC S9(4) COMP VALUE 200.
       01  WS-DEPT-IX           PIC S9(4) COMP VALUE ZERO.
       01  WS-DEPT-SCAN-IX      PIC S9(4) COMP VALUE ZERO.
       01  WS-DEPT-OVFL-SW      PIC X(1) VALUE "N".
           88 WS-DEPT-OVERFLOW       VALUE "Y".
       01  WS-DEPT-FOUND-SW     PIC X(1) VALUE "N".
           88 WS-DEPT-FOUND          VALUE "Y".
       01  WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 200 TIMES.
              10 WS-DT-IMAGE.
                 15 WS-DT-CODE      PIC X(3).
                 15 FILLER          PIC X(1).
                 15 WS-DT-NAME      PIC X(25).
                 15 FILLER          PIC X(1).
                 15 WS-DT-GRADE     PIC X(2).
                 15 FILLER          PIC X(1).
                 15 WS-DT-ROUTE     PIC X(4).
              10 WS-DT-STATE        PIC X(1).
      * the load deck's view - indexes into the table, code order
       01  WS-LOAD-COUNT        PIC S9(4) COMP VALUE ZERO.
       01  WS-LOAD-IX           PIC S9(4) COMP VALUE ZERO.
       01  WS-LOAD-SHIFT-IX     PIC S9(4) COMP VALUE ZERO.
       01  WS-LOAD-STOP-SW      PIC X(1) VALUE "N".
           88 WS-LOAD-STOP           VALUE "Y".
       01  WS-LOAD-TABLE.
           05 WS-LOAD-ENTRY OCCURS 200 TIMES.
              10 WS-LD-DEPT-IX      PIC S9(4) COMP.
      * grades on GRADEFIL
       01  WS-GRADE-COUNT       PIC S9(4) COMP VALUE ZERO.
       01  WS-GRADE-MAX         PIC S9(4) COMP VALUE 50.
       01  WS-GRADE-IX          PIC S9(4) COMP VALUE ZERO.
       01  WS-GRADE-FOUND-SW    PIC X(1) VALUE "N".
           88 WS-GRADE-FOUND         VALUE "Y".
       01  WS-GRADE-TABLE.
           05 WS-GRADE-ENTRY OCCURS 50 TIMES.
              10 WS-GR-CODE         PIC X(2).
      * departments something still points at - XFERMAP lines,
      *    PENDIN records and live requisitions, counted per code
       01  WS-OCC-COUNT         PIC S9(4) COMP VALUE ZERO.
       01  WS-OCC-MAX           PIC S9(4) COMP VALUE 300.
       01  WS-OCC-IX            PIC S9(4) COMP VALUE ZERO.
       01  WS-OCC-FOUND-SW      PIC X(1) VALUE "N".
           88 WS-OCC-FOUND           VALUE "Y".
       01  WS-OCC-OVFL-SW       PIC X(1) VALUE "N".
           88 WS-OCC-OVERFLOW        VALUE "Y".
       01  WS-OCC-CODE          PIC X(3) VALUE SPACES.
       01  WS-OCC-KIND          PIC X(1) VALUE SPACE.
           88 WS-OCC-XFER            VALUE "X".
           88 WS-OCC-PEND            VALUE "P".
           88 WS-OCC-REQN            VALUE "R".
       01  WS-OCC-TABLE.
           05 WS-OCC-ENTRY OCCURS 300 TIMES.
              10 WS-OC-CODE         PIC X(3).
              10 WS-OC-XFER         PIC 9(5).
              10 WS-OC-PEND         PIC 9(5).
              10 WS-OC-REQN         PIC 9(5).
      * held cards carried forward, and routes a card may use that
      *    no department carries yet (ROUTE cards, held cards)
       01  WS-HOLD-COUNT        PIC S9(4) COMP VALUE ZERO.
       01  WS-HOLD-MAX          PIC S9(4) COMP VALUE 200.
       01  WS-HOLD-IX           PIC S9(4) COMP VALUE ZERO.
       01  WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY OCCURS 200 TIMES.
              10 WS-HD-ACTION       PIC X(6).
              10 WS-HD-CODE         PIC X(3).
       01  WS-HOLD-FOUND-SW     PIC X(1) VALUE "N".
           88 WS-HOLD-FOUND          VALUE "Y".
       01  WS-DECL-COUNT        PIC S9(4) COMP VALUE ZERO.
       01  WS-DECL-MAX          PIC S9(4) COMP VALUE 50.
       01  WS-DECL-IX           PIC S9(4) COMP VALUE ZERO.
       01  WS-DECL-TABLE.
           05 WS-DECL-ENTRY OCCURS 50 TIMES.
              10 WS-DC-ROUTE        PIC X(4).
      * route checks - EMPBURST has eight outputs
       01  WS-ROUTE-MAX         PIC S9(4) COMP VALUE 8.
       01  WS-ROUTE-DISTINCT    PIC S9(4) COMP VALUE ZERO.
       01  WS-ROUTE-SCAN-IX     PIC S9(4) COMP VALUE ZERO.
       01  WS-ROUTE-USED-SW     PIC X(1) VALUE "N".
           88 WS-ROUTE-USED          VALUE "Y".
       01  WS-ROUTE-DECL-SW     PIC X(1) VALUE "N".
           88 WS-ROUTE-DECLARED      VALUE "Y".
       01  WS-ROUTE-SEEN-SW     PIC X(1) VALUE "N".
           88 WS-ROUTE-SEEN          VALUE "Y".
      * the card in hand - deck or held, same image
       01  WS-CARD.
           05 WS-CARD-ACTION        PIC X(6).
           05 FILLER                PIC X(4).
           05 WS-CARD-VALUE.
              10 WS-CARD-CODE       PIC X(3).
              10 FILLER             PIC X(1).
              10 WS-CARD-NAME       PIC X(25).
              10 FILLER             PIC X(1).
              10 WS-CARD-GRADE      PIC X(2).
              10 FILLER             PIC X(1).
              10 WS-CARD-ROUTE      PIC X(4).
              10 FILLER             PIC X(1).
              10 WS-CARD-EFF-DATE   PIC X(10).
              10 FILLER             PIC X(1).
              10 WS-CARD-USERID     PIC X(8).
              10 FILLER             PIC X(13).
       01  WS-CARD-SOURCE       PIC X(4) VALUE SPACES.
       01  WS-CARD-FROM-HOLD-SW PIC X(1) VALUE "N".
           88 WS-CARD-FROM-HOLD      VALUE "Y".
       01  WS-CARD-RESULT       PIC X(8) VALUE SPACES.
       01  WS-REFUSE-TEXT       PIC X(50) VALUE SPACES.
       01  WS-EFF-DATE          PIC X(10) VALUE SPACES.
       01  WS-EFF-DATE-N        PIC 9(8) VALUE ZERO.
       01  WS-EFF-DATE-X REDEFINES WS-EFF-DATE-N.
           05 WS-EFF-YYYY       PIC X(4).
           05 WS-EFF-MM         PIC X(2).
           05 WS-EFF-MM-N REDEFINES WS-EFF-MM
                                PIC 9(2).
           05 WS-EFF-DD         PIC X(2).
           05 WS-EFF-DD-N REDEFINES WS-EFF-DD
                                PIC 9(2).
      * the department image before and after the card
       01  WS-BEFORE-IMAGE      PIC X(37) VALUE SPACES.
       01  WS-NEW-DEPT.
           05 WS-ND-CODE            PIC X(3).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-ND-NAME            PIC X(25).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-ND-GRADE           PIC X(2).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-ND-ROUTE           PIC X(4).
       01  WS-EMP-ROWS          PIC 9(9) VALUE ZERO.
       01  WS-EMP-ROWS-ED       PIC ZZZZZZZZ9.
       01  WS-OCC-COUNT-ED      PIC ZZZZ9.
      * dates
       01  WS-TODAY-DATE        PIC 9(8) VALUE ZERO.
       01  WS-TODAY-R REDEFINES WS-TODAY-DATE.
           05 WS-TODAY-YYYY     PIC 9(4).
           05 WS-TODAY-MM       PIC 9(2).
           05 WS-TODAY-DD       PIC 9(2).
       01  WS-TODAY-ISO         PIC X(10) VALUE SPACES.
      * counters
       01  WS-READ-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-DROPPED-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-APPLIED-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-HELD-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-CARRIED-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-REFUSED-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-WRITTEN-COUNT     PIC 9(5) VALUE ZERO.
      * register layouts
       01  WS-REG-HEADING.
           05 FILLER            PIC X(40)
                    VALUE "DEPARTMENT REFERENCE - CHANGE REGISTER".
           05 FILLER            PIC X(8)  VALUE "DATE: ".
           05 WS-RH-DATE        PIC X(10).
       01  WS-REG-COLUMN-HEADING PIC X(80) VALUE
           "FROM ACTION COD EFFECTIVE  USERID   RESULT   REASON".
       01  WS-REG-LINE.
           05 WS-RL-SOURCE      PIC X(4).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-RL-ACTION      PIC X(6).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-RL-CODE        PIC X(3).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-RL-EFF-DATE    PIC X(10).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-RL-USERID      PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-RL-RESULT      PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-RL-REASON      PIC X(50).
       01  WS-REG-IMAGE-LINE.
           05 FILLER            PIC X(14) VALUE SPACES.
           05 WS-RI-LABEL       PIC X(8).
           05 WS-RI-IMAGE       PIC X(37).
       01  WS-NO-CARDS-LINE     PIC X(50)
               VALUE "   (NO MAINTENANCE CARDS - FILE REWRITTEN AS IS)".
       01  WS-REG-TOTALS-LINE-1.
           05 FILLER            PIC X(14) VALUE "READ:         ".
           05 WS-RT-READ        PIC ZZZZ9.
           05 FILLER            PIC X(13) VALUE "   WRITTEN:  ".
           05 WS-RT-WRITTEN     PIC ZZZZ9.
           05 FILLER            PIC X(13) VALUE "   DROPPED:  ".
           05 WS-RT-DROPPED     PIC ZZZZ9.
       01  WS-REG-TOTALS-LINE-2.
           05 FILLER            PIC X(14) VALUE "APPLIED:      ".
           05 WS-RT-APPLIED     PIC ZZZZ9.
           05 FILLER            PIC X(13) VALUE "   HELD:     ".
           05 WS-RT-HELD        PIC ZZZZ9.
           05 FILLER            PIC X(13) VALUE "   CARRIED:  ".
           05 WS-RT-CARRIED     PIC ZZZZ9.
           05 FILLER            PIC X(13) VALUE "   REFUSED:  ".
           05 WS-RT-REFUSED     PIC ZZZZ9.
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
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
              DELIMITED BY SIZE INTO WS-TODAY-ISO
           OPEN OUTPUT DEPT-REG-FILE
           IF WS-RPT-STATUS NOT EQUAL "00" THEN
              DISPLAY "DEPTREG not allocated - cannot report"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-TODAY-ISO TO WS-RH-DATE
           WRITE DEPT-REG-RECORD FROM WS-REG-HEADING
              AFTER ADVANCING 1 LINE
           WRITE DEPT-REG-RECORD FROM SPACES AFTER ADVANCING 1 LINE
           WRITE DEPT-REG-RECORD FROM WS-REG-COLUMN-HEADING
              AFTER ADVANCING 1 LINE
           PERFORM LOAD-DEPARTMENTS-RTN
      * a DEPTFILE the table can't hold would come out short - and
      *    with no DEPTFILE there is nothing to maintain.
           IF WS-DEPTREF-STATUS NOT EQUAL "00" THEN
              DISPLAY "DEPTFILE not allocated - nothing written"
              CLOSE DEPT-REG-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-DEPT-OVERFLOW THEN
              DISPLAY "DEPTFILE holds more than " WS-DEPT-MAX
                 " departments - nothing written"
              CLOSE DEPT-REG-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-GRADES-RTN
           PERFORM LOAD-OCCUPANCY-RTN
           OPEN OUTPUT DEPT-OUT-FILE
           OPEN OUTPUT DEPT-LOAD-FILE
           OPEN OUTPUT DPND-OUT-FILE
           IF WS-DEPTOUT-STATUS NOT EQUAL "00"
                 OR WS-DEPTLOAD-STATUS NOT EQUAL "00"
                 OR WS-DPNDOUT-STATUS NOT EQUAL "00" THEN
              DISPLAY "DEPTOUT, DEPTLOAD or DPNDOUT not allocated - "
                 "nothing written"
              CLOSE DEPT-REG-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           INITIALIZE LN-CONNECT
           MOVE WS-DBNAME TO LN-DBNAME OF LN-CONNECT
           MOVE WS-USERID TO LN-USERID OF LN-CONNECT
           MOVE WS-PSWD   TO LN-PSWD OF LN-CONNECT
           SET LN-CONNECT-START OF LN-CONNECT TO TRUE
           CALL "CONNECT_FN" USING LN-CONNECT LN-ERROR
           IF LN-SQLCODE OF LN-ERROR EQUAL ZERO THEN
              SET WS-DB2-CONNECTED TO TRUE
           ELSE
              DISPLAY "Connect Failed - RETIRE cards will be refused"
              PERFORM PRINT-ERRORS
           END-IF
           PERFORM COLLECT-ROUTE-CARDS-RTN
           PERFORM APPLY-HELD-CARDS-RTN
           PERFORM APPLY-DECK-CARDS-RTN
           IF WS-APPLIED-COUNT + WS-HELD-COUNT + WS-REFUSED-COUNT
                 + WS-CARRIED-COUNT EQUAL ZERO THEN
              WRITE DEPT-REG-RECORD FROM WS-NO-CARDS-LINE
                 AFTER ADVANCING 1 LINE
           END-IF
           PERFORM WRITE-NEW-GENERATION-RTN
           CLOSE DPND-OUT-FILE
           IF WS-DB2-CONNECTED THEN
              DISPLAY "Resetting connection"
              SET LN-CONNECT-RESET OF LN-CONNECT TO TRUE
              CALL "CONNECT_FN" USING LN-CONNECT LN-ERROR
           END-IF
           WRITE DEPT-REG-RECORD FROM SPACES AFTER ADVANCING 1 LINE
           MOVE WS-READ-COUNT    TO WS-RT-READ
           MOVE WS-WRITTEN-COUNT TO WS-RT-WRITTEN
           MOVE WS-DROPPED-COUNT TO WS-RT-DROPPED
           MOVE WS-APPLIED-COUNT TO WS-RT-APPLIED
           MOVE WS-HELD-COUNT    TO WS-RT-HELD
           MOVE WS-CARRIED-COUNT TO WS-RT-CARRIED
           MOVE WS-REFUSED-COUNT TO WS-RT-REFUSED
           WRITE DEPT-REG-RECORD FROM WS-REG-TOTALS-LINE-1
              AFTER ADVANCING 1 LINE
           WRITE DEPT-REG-RECORD FROM WS-REG-TOTALS-LINE-2
              AFTER ADVANCING 1 LINE
           CLOSE DEPT-REG-FILE
           DISPLAY "Department maintenance complete - Read: "
              WS-READ-COUNT " Written: " WS-WRITTEN-COUNT
              " Applied: " WS-APPLIED-COUNT " Held: " WS-HELD-COUNT
              " Refused: " WS-REFUSED-COUNT
           IF WS-REFUSED-COUNT + WS-DROPPED-COUNT GREATER THAN ZERO
                 THEN
              DISPLAY "  " WS-REFUSED-COUNT " cards refused, "
                 WS-DROPPED-COUNT " duplicate codes dropped"
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
      *
       LOAD-DEPARTMENTS-RTN SECTION.
      * the current generation in file order. A code already taken
      *    by an earlier record is a hand-edit slip - the KSDS load
      *    would fail on it - so the later record is dropped and
      *    registered.
           OPEN INPUT DEPT-REF-FILE
           IF WS-DEPTREF-STATUS EQUAL "00" THEN
              MOVE "N" TO WS-REF-EOF-SW
              PERFORM UNTIL WS-REF-EOF OR WS-DEPT-OVERFLOW
                 READ DEPT-REF-FILE
                    AT END SET WS-REF-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF WS-DEPT-COUNT LESS THAN WS-DEPT-MAX THEN
                          MOVE DEPT-REF-RECORD TO WS-NEW-DEPT
                          PERFORM FIND-DEPARTMENT-RTN
                          ADD 1 TO WS-DEPT-COUNT
                          MOVE DEPT-REF-RECORD
                             TO WS-DT-IMAGE (WS-DEPT-COUNT)
                          IF WS-DEPT-FOUND THEN
                             MOVE "D" TO WS-DT-STATE (WS-DEPT-COUNT)
                             PERFORM REGISTER-DROPPED-RTN
                          ELSE
                             MOVE "A" TO WS-DT-STATE (WS-DEPT-COUNT)
                          END-IF
                       ELSE
                          SET WS-DEPT-OVERFLOW TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DEPT-REF-FILE
           END-IF
           .
      *
       REGISTER-DROPPED-RTN SECTION.
           ADD 1 TO WS-DROPPED-COUNT
           MOVE SPACES TO WS-REG-LINE
           MOVE "FILE"     TO WS-RL-SOURCE
           MOVE WS-ND-CODE TO WS-RL-CODE
           MOVE "DROPPED"  TO WS-RL-RESULT
           MOVE "DUPLICATE CODE ON DEPTFILE - FIRST RECORD KEPT"
              TO WS-RL-REASON
           WRITE DEPT-REG-RECORD FROM WS-REG-LINE
              AFTER ADVANCING 1 LINE
           MOVE "DROPPED:" TO WS-RI-LABEL
           MOVE DEPT-REF-RECORD TO WS-RI-IMAGE
           WRITE DEPT-REG-RECORD FROM WS-REG-IMAGE-LINE
              AFTER ADVANCING 1 LINE
           .
      *
       LOAD-GRADES-RTN SECTION.
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
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GRADE-REF-FILE
           ELSE
              DISPLAY "GRADEFIL not allocated - every ADD and every "
                 "grade CHANGE will be refused"
           END-IF
           .
      *
       LOAD-OCCUPANCY-RTN SECTION.
      * everything besides EMP that would be left pointing at a
      *    retired department. Each DD is optional - one not
      *    allocated simply holds nothing back.
           OPEN INPUT XFER-MAP-FILE
           IF WS-XFERMAP-STATUS EQUAL "00" THEN
              MOVE "N" TO WS-REF-EOF-SW
              SET WS-OCC-XFER TO TRUE
              PERFORM UNTIL WS-REF-EOF
                 READ XFER-MAP-FILE
                    AT END SET WS-REF-EOF TO TRUE
                    NOT AT END
                       MOVE XMAP-OLD-DEPT TO WS-OCC-CODE
                       PERFORM NOTE-OCCUPANCY-RTN
                       MOVE XMAP-NEW-DEPT TO WS-OCC-CODE
                       PERFORM NOTE-OCCUPANCY-RTN
                 END-READ
              END-PERFORM
              CLOSE XFER-MAP-FILE
           END-IF
           OPEN INPUT PEND-IN-FILE
           IF WS-PENDIN-STATUS EQUAL "00" THEN
              MOVE "N" TO WS-REF-EOF-SW
              SET WS-OCC-PEND TO TRUE
              PERFORM UNTIL WS-REF-EOF
                 READ PEND-IN-FILE
                    AT END SET WS-REF-EOF TO TRUE
                    NOT AT END
                       EVALUATE PNDI-SOURCE
                          WHEN "H"
                             MOVE PNDI-DATA (35:3) TO WS-OCC-CODE
                             PERFORM NOTE-OCCUPANCY-RTN
                          WHEN "M"
                             MOVE PNDI-DATA (38:3) TO WS-OCC-CODE
                             PERFORM NOTE-OCCUPANCY-RTN
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE PEND-IN-FILE
           END-IF
      * an open requisition, or one held for a hire not yet
      *    effective, still means a seat in the department
           OPEN INPUT REQN-IN-FILE
           IF WS-REQNIN-STATUS EQUAL "00" THEN
              MOVE "N" TO WS-REF-EOF-SW
              SET WS-OCC-REQN TO TRUE
              PERFORM UNTIL WS-REF-EOF
                 READ REQN-IN-FILE
                    AT END SET WS-REF-EOF TO TRUE
                    NOT AT END
                       IF RQNI-STATE EQUAL "O"
                             OR (RQNI-STATE EQUAL "F"
                             AND RQNI-CLOSE-DATE GREATER THAN
                                 WS-TODAY-ISO) THEN
                          MOVE RQNI-DEPT TO WS-OCC-CODE
                          PERFORM NOTE-OCCUPANCY-RTN
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REQN-IN-FILE
           END-IF
           IF WS-OCC-OVERFLOW THEN
              DISPLAY "WARNING - more than " WS-OCC-MAX
                 " departments referenced by XFERMAP/PENDIN/REQNIN"
                 " - RETIRE cards for the rest will be refused"
           END-IF
           .
      *
       NOTE-OCCUPANCY-RTN SECTION.
      * counts one reference of kind WS-OCC-KIND to WS-OCC-CODE
           IF WS-OCC-CODE NOT EQUAL SPACES THEN
              PERFORM FIND-OCCUPANCY-RTN
              IF NOT WS-OCC-FOUND THEN
                 IF WS-OCC-COUNT LESS THAN WS-OCC-MAX THEN
                    ADD 1 TO WS-OCC-COUNT
                    MOVE WS-OCC-COUNT TO WS-OCC-IX
                    MOVE WS-OCC-CODE TO WS-OC-CODE (WS-OCC-IX)
                    MOVE ZERO TO WS-OC-XFER (WS-OCC-IX)
                    MOVE ZERO TO WS-OC-PEND (WS-OCC-IX)
                    MOVE ZERO TO WS-OC-REQN (WS-OCC-IX)
                    SET WS-OCC-FOUND TO TRUE
                 ELSE
                    SET WS-OCC-OVERFLOW TO TRUE
                 END-IF
              END-IF
              IF WS-OCC-FOUND THEN
                 EVALUATE TRUE
                    WHEN WS-OCC-XFER
                       ADD 1 TO WS-OC-XFER (WS-OCC-IX)
                    WHEN WS-OCC-PEND
                       ADD 1 TO WS-OC-PEND (WS-OCC-IX)
                    WHEN WS-OCC-REQN
                       ADD 1 TO WS-OC-REQN (WS-OCC-IX)
                 END-EVALUATE
              END-IF
           END-IF
           .
      *
       FIND-OCCUPANCY-RTN SECTION.
           MOVE "N" TO WS-OCC-FOUND-SW
           MOVE ZERO TO WS-OCC-IX
           PERFORM UNTIL WS-OCC-FOUND
                 OR WS-OCC-IX GREATER OR EQUAL WS-OCC-COUNT
              ADD 1 TO WS-OCC-IX
              IF WS-OC-CODE (WS-OCC-IX) EQUAL WS-OCC-CODE THEN
                 SET WS-OCC-FOUND TO TRUE
              END-IF
           END-PERFORM
           .
      *
       COLLECT-ROUTE-CARDS-RTN SECTION.
      * ROUTE cards count for the whole deck, wherever they sit in
      *    it - read them first so an ADD ahead of its ROUTE card
      *    still passes.
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS EQUAL "00" THEN
              MOVE "N" TO WS-CTL-EOF-SW
              PERFORM UNTIL WS-CTL-EOF
                 READ CTL-FILE INTO WS-CARD
                    AT END SET WS-CTL-EOF TO TRUE
                    NOT AT END
                       IF WS-CARD-ACTION EQUAL "ROUTE" THEN
                          PERFORM DECLARE-ROUTE-RTN
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CTL-FILE
           END-IF
           .
      *
       DECLARE-ROUTE-RTN SECTION.
           MOVE "DECK" TO WS-CARD-SOURCE
           MOVE SPACES TO WS-REFUSE-TEXT
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE WS-TODAY-ISO TO WS-EFF-DATE
           EVALUATE TRUE
              WHEN WS-CARD-USERID EQUAL SPACES
                 MOVE "NO USERID ON THE CARD" TO WS-REFUSE-TEXT
              WHEN WS-CARD-ROUTE EQUAL SPACES
                 MOVE "NO ROUTE CODE ON THE CARD" TO WS-REFUSE-TEXT
              WHEN WS-DECL-COUNT NOT LESS THAN WS-DECL-MAX
                 MOVE "TOO MANY ROUTE CARDS IN ONE DECK"
                    TO WS-REFUSE-TEXT
           END-EVALUATE
           IF WS-REFUSE-TEXT EQUAL SPACES THEN
              ADD 1 TO WS-DECL-COUNT
              MOVE WS-CARD-ROUTE TO WS-DC-ROUTE (WS-DECL-COUNT)
              MOVE "DECLARED" TO WS-CARD-RESULT
              STRING "ROUTE " WS-CARD-ROUTE " MAY BE USED THIS RUN"
                 DELIMITED BY SIZE INTO WS-REFUSE-TEXT
           ELSE
              ADD 1 TO WS-REFUSED-COUNT
              MOVE "REFUSED" TO WS-CARD-RESULT
           END-IF
           PERFORM WRITE-REGISTER-LINE-RTN
           .
      *
       APPLY-HELD-CARDS-RTN SECTION.
      * held cards in the order they were held. One that has come
      *    due is applied now; the rest go forward to DPNDOUT.
      *    Every route a held card carries stays usable - it passed
      *    the route check when it was held.
           OPEN INPUT DPND-IN-FILE
           IF WS-DPNDIN-STATUS EQUAL "00" THEN
              MOVE "Y" TO WS-CARD-FROM-HOLD-SW
              MOVE "HELD" TO WS-CARD-SOURCE
              MOVE "N" TO WS-REF-EOF-SW
              PERFORM UNTIL WS-REF-EOF
                 READ DPND-IN-FILE INTO WS-CARD
                    AT END SET WS-REF-EOF TO TRUE
                    NOT AT END
                       IF WS-CARD-ROUTE NOT EQUAL SPACES
                             AND WS-DECL-COUNT LESS THAN WS-DECL-MAX
                             THEN
                          ADD 1 TO WS-DECL-COUNT
                          MOVE WS-CARD-ROUTE
                             TO WS-DC-ROUTE (WS-DECL-COUNT)
                       END-IF
                       IF WS-CARD-EFF-DATE GREATER THAN WS-TODAY-ISO
                             THEN
                          WRITE DPND-OUT-RECORD FROM WS-CARD
                          ADD 1 TO WS-CARRIED-COUNT
                          PERFORM NOTE-HELD-CARD-RTN
                          MOVE WS-CARD-EFF-DATE TO WS-EFF-DATE
                          MOVE "CARRIED" TO WS-CARD-RESULT
                          MOVE "STILL HELD UNTIL THE EFFECTIVE DATE"
                             TO WS-REFUSE-TEXT
                          PERFORM WRITE-REGISTER-LINE-RTN
                       ELSE
                          PERFORM PROCESS-CARD-RTN
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DPND-IN-FILE
              MOVE "N" TO WS-CARD-FROM-HOLD-SW
           END-IF
           .
      *
       APPLY-DECK-CARDS-RTN SECTION.
      * ADD/CHANGE/RETIRE in deck order - a CHANGE later in the deck
      *    sees an ADD earlier in it. ROUTE cards were taken up
      *    front; blank cards are skipped.
           MOVE "DECK" TO WS-CARD-SOURCE
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS EQUAL "00" THEN
              MOVE "N" TO WS-CTL-EOF-SW
              PERFORM UNTIL WS-CTL-EOF
                 READ CTL-FILE INTO WS-CARD
                    AT END SET WS-CTL-EOF TO TRUE
                    NOT AT END
                       IF WS-CARD-ACTION NOT EQUAL "ROUTE"
                             AND WS-CARD NOT EQUAL SPACES THEN
                          PERFORM PROCESS-CARD-RTN
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CTL-FILE
           END-IF
           .
      *
       NOTE-HELD-CARD-RTN SECTION.
      * a future ADD reserves its code; a future RETIRE or CHANGE is
      *    noted so a second one can't be stacked behind it
           IF WS-HOLD-COUNT LESS THAN WS-HOLD-MAX THEN
              ADD 1 TO WS-HOLD-COUNT
              MOVE WS-CARD-ACTION TO WS-HD-ACTION (WS-HOLD-COUNT)
              MOVE WS-CARD-CODE   TO WS-HD-CODE (WS-HOLD-COUNT)
           END-IF
           .
      *
       FIND-HELD-CARD-RTN SECTION.
      * any held card (carried or held this run) for WS-CARD-CODE
           MOVE "N" TO WS-HOLD-FOUND-SW
           MOVE ZERO TO WS-HOLD-IX
           PERFORM UNTIL WS-HOLD-FOUND
                 OR WS-HOLD-IX GREATER OR EQUAL WS-HOLD-COUNT
              ADD 1 TO WS-HOLD-IX
              IF WS-HD-CODE (WS-HOLD-IX) EQUAL WS-CARD-CODE THEN
                 SET WS-HOLD-FOUND TO TRUE
              END-IF
           END-PERFORM
           .
      *
       PROCESS-CARD-RTN SECTION.
      * one ADD/CHANGE/RETIRE card in WS-CARD. First failing check
      *    refuses it. A deck card dated after today is validated
      *    against the file as it stands and held; anything else is
      *    applied to the table now.
           MOVE SPACES TO WS-REFUSE-TEXT
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-CARD-RESULT
           PERFORM EDIT-EFFECTIVE-DATE-RTN
           IF WS-REFUSE-TEXT EQUAL SPACES THEN
              EVALUATE TRUE
                 WHEN WS-CARD-USERID EQUAL SPACES
                    MOVE "NO USERID ON THE CARD" TO WS-REFUSE-TEXT
                 WHEN WS-CARD-CODE EQUAL SPACES
                    MOVE "NO DEPARTMENT CODE ON THE CARD"
                       TO WS-REFUSE-TEXT
                 WHEN WS-CARD-ACTION NOT EQUAL "ADD"
                       AND WS-CARD-ACTION NOT EQUAL "CHANGE"
                       AND WS-CARD-ACTION NOT EQUAL "RETIRE"
                    MOVE "UNKNOWN ACTION - ADD, CHANGE, RETIRE, ROUTE"
                       TO WS-REFUSE-TEXT
                 WHEN NOT WS-CARD-FROM-HOLD
                       AND WS-EFF-DATE GREATER THAN WS-TODAY-ISO
                    PERFORM FIND-HELD-CARD-RTN
                    IF WS-HOLD-FOUND THEN
                       MOVE "A HELD CARD FOR THIS CODE IS PENDING"
                          TO WS-REFUSE-TEXT
                    END-IF
              END-EVALUATE
           END-IF
           IF WS-REFUSE-TEXT EQUAL SPACES THEN
              EVALUATE WS-CARD-ACTION
                 WHEN "ADD"
                    PERFORM EDIT-ADD-RTN
                 WHEN "CHANGE"
                    PERFORM EDIT-CHANGE-RTN
                 WHEN "RETIRE"
                    PERFORM EDIT-RETIRE-RTN
              END-EVALUATE
           END-IF
           EVALUATE TRUE
              WHEN WS-REFUSE-TEXT NOT EQUAL SPACES
                 ADD 1 TO WS-REFUSED-COUNT
                 MOVE "REFUSED" TO WS-CARD-RESULT
              WHEN NOT WS-CARD-FROM-HOLD
                    AND WS-EFF-DATE GREATER THAN WS-TODAY-ISO
                 MOVE WS-EFF-DATE TO WS-CARD-EFF-DATE
                 WRITE DPND-OUT-RECORD FROM WS-CARD
                 PERFORM NOTE-HELD-CARD-RTN
                 ADD 1 TO WS-HELD-COUNT
                 MOVE "HELD" TO WS-CARD-RESULT
                 MOVE "HELD UNTIL THE EFFECTIVE DATE" TO WS-REFUSE-TEXT
              WHEN OTHER
                 PERFORM APPLY-CARD-RTN
                 ADD 1 TO WS-APPLIED-COUNT
                 MOVE "APPLIED" TO WS-CARD-RESULT
           END-EVALUATE
           PERFORM WRITE-REGISTER-LINE-RTN
           .
      *
       EDIT-EFFECTIVE-DATE-RTN SECTION.
      * yyyy-mm-dd, blank meaning today. A past date applies now -
      *    the register shows the date the card carried.
           IF WS-CARD-EFF-DATE EQUAL SPACES THEN
              MOVE WS-TODAY-ISO TO WS-EFF-DATE
           ELSE
              MOVE WS-CARD-EFF-DATE TO WS-EFF-DATE
              MOVE WS-EFF-DATE (1:4) TO WS-EFF-YYYY
              MOVE WS-EFF-DATE (6:2) TO WS-EFF-MM
              MOVE WS-EFF-DATE (9:2) TO WS-EFF-DD
              IF WS-EFF-DATE-N NOT NUMERIC
                    OR WS-EFF-DATE (5:1) NOT EQUAL "-"
                    OR WS-EFF-DATE (8:1) NOT EQUAL "-" THEN
                 MOVE "EFFECTIVE DATE NOT YYYY-MM-DD" TO WS-REFUSE-TEXT
              ELSE
                 IF WS-EFF-MM-N LESS THAN 1
                       OR WS-EFF-MM-N GREATER THAN 12
                       OR WS-EFF-DD-N LESS THAN 1
                       OR WS-EFF-DD-N GREATER THAN 31 THEN
                    MOVE "EFFECTIVE DATE NOT A CALENDAR DATE"
                       TO WS-REFUSE-TEXT
                 END-IF
              END-IF
           END-IF
           .
      *
       EDIT-ADD-RTN SECTION.
      * a new code with a name, a GRADEFIL grade and a good route
           MOVE WS-CARD-CODE  TO WS-ND-CODE
           MOVE WS-CARD-NAME  TO WS-ND-NAME
           MOVE WS-CARD-GRADE TO WS-ND-GRADE
           MOVE WS-CARD-ROUTE TO WS-ND-ROUTE
           PERFORM FIND-DEPARTMENT-RTN
           IF NOT WS-CARD-FROM-HOLD THEN
              PERFORM FIND-HELD-CARD-RTN
           ELSE
              MOVE "N" TO WS-HOLD-FOUND-SW
           END-IF
           EVALUATE TRUE
              WHEN WS-DEPT-FOUND
                 MOVE "DEPARTMENT CODE ALREADY ON FILE"
                    TO WS-REFUSE-TEXT
              WHEN WS-HOLD-FOUND
                 MOVE "DEPARTMENT CODE HELD FOR A FUTURE CHANGE"
                    TO WS-REFUSE-TEXT
              WHEN WS-ND-NAME EQUAL SPACES
                 MOVE "NO DEPARTMENT NAME ON THE CARD" TO WS-REFUSE-TEXT
              WHEN WS-DEPT-COUNT NOT LESS THAN WS-DEPT-MAX
                 MOVE "DEPARTMENT TABLE IS FULL" TO WS-REFUSE-TEXT
              WHEN OTHER
                 PERFORM EDIT-GRADE-RTN
                 IF WS-REFUSE-TEXT EQUAL SPACES THEN
                    MOVE ZERO TO WS-DEPT-IX
                    PERFORM EDIT-ROUTE-RTN
                 END-IF
           END-EVALUATE
           .
      *
       EDIT-CHANGE-RTN SECTION.
      * blank fields keep the file value; the route and grade are
      *    checked only when they change
           MOVE WS-CARD-CODE TO WS-ND-CODE
           PERFORM FIND-DEPARTMENT-RTN
           IF NOT WS-DEPT-FOUND THEN
              MOVE "DEPARTMENT NOT ON FILE" TO WS-REFUSE-TEXT
           ELSE
              MOVE WS-DT-IMAGE (WS-DEPT-IX) TO WS-BEFORE-IMAGE
              MOVE WS-DT-IMAGE (WS-DEPT-IX) TO WS-NEW-DEPT
              IF WS-CARD-NAME NOT EQUAL SPACES THEN
                 MOVE WS-CARD-NAME TO WS-ND-NAME
              END-IF
              IF WS-CARD-GRADE NOT EQUAL SPACES THEN
                 MOVE WS-CARD-GRADE TO WS-ND-GRADE
              END-IF
              IF WS-CARD-ROUTE NOT EQUAL SPACES THEN
                 MOVE WS-CARD-ROUTE TO WS-ND-ROUTE
              END-IF
              IF WS-NEW-DEPT EQUAL WS-BEFORE-IMAGE THEN
                 MOVE "NO FIELD DIFFERS FROM THE FILE"
                    TO WS-REFUSE-TEXT
              END-IF
              IF WS-REFUSE-TEXT EQUAL SPACES
                    AND WS-ND-GRADE NOT EQUAL WS-DT-GRADE (WS-DEPT-IX)
                    THEN
                 PERFORM EDIT-GRADE-RTN
              END-IF
              IF WS-REFUSE-TEXT EQUAL SPACES
                    AND WS-ND-ROUTE NOT EQUAL WS-DT-ROUTE (WS-DEPT-IX)
                    THEN
                 PERFORM EDIT-ROUTE-RTN
              END-IF
           END-IF
           .
      *
       EDIT-RETIRE-RTN SECTION.
      * the department must be on file. The occupancy checks wait
      *    for the day the retirement takes effect - departments
      *    are emptied ahead of it.
           MOVE WS-CARD-CODE TO WS-ND-CODE
           PERFORM FIND-DEPARTMENT-RTN
           IF NOT WS-DEPT-FOUND THEN
              MOVE "DEPARTMENT NOT ON FILE" TO WS-REFUSE-TEXT
           ELSE
              MOVE WS-DT-IMAGE (WS-DEPT-IX) TO WS-BEFORE-IMAGE
              IF WS-CARD-FROM-HOLD
                    OR WS-EFF-DATE NOT GREATER THAN WS-TODAY-ISO THEN
                 PERFORM CHECK-RETIRE-RTN
              END-IF
           END-IF
           .
      *
       CHECK-RETIRE-RTN SECTION.
      * nothing may still point at the department: rows on EMP,
      *    an XFERMAP line either side, a queued PENDIN record, or a
      *    live requisition
           MOVE WS-ND-CODE TO WS-OCC-CODE
           PERFORM FIND-OCCUPANCY-RTN
           IF WS-OCC-FOUND THEN
              EVALUATE TRUE
                 WHEN WS-OC-XFER (WS-OCC-IX) GREATER THAN ZERO
                    MOVE WS-OC-XFER (WS-OCC-IX) TO WS-OCC-COUNT-ED
                    STRING "ON" WS-OCC-COUNT-ED " XFERMAP LINE(S)"
                       DELIMITED BY SIZE INTO WS-REFUSE-TEXT
                 WHEN WS-OC-PEND (WS-OCC-IX) GREATER THAN ZERO
                    MOVE WS-OC-PEND (WS-OCC-IX) TO WS-OCC-COUNT-ED
                    STRING WS-OCC-COUNT-ED " PENDIN RECORD(S) QUEUED "
                       "INTO IT" DELIMITED BY SIZE INTO WS-REFUSE-TEXT
                 WHEN WS-OC-REQN (WS-OCC-IX) GREATER THAN ZERO
                    MOVE WS-OC-REQN (WS-OCC-IX) TO WS-OCC-COUNT-ED
                    STRING WS-OCC-COUNT-ED " LIVE REQUISITION(S) ON "
                       "REQNIN" DELIMITED BY SIZE INTO WS-REFUSE-TEXT
              END-EVALUATE
           ELSE
              IF WS-OCC-OVERFLOW THEN
                 MOVE "XFERMAP/PENDIN/REQNIN NOT FULLY CHECKED"
                    TO WS-REFUSE-TEXT
              END-IF
           END-IF
           IF WS-REFUSE-TEXT EQUAL SPACES THEN
              IF NOT WS-DB2-CONNECTED THEN
                 MOVE "NO DB2 CONNECTION - EMP ROWS NOT CHECKED"
                    TO WS-REFUSE-TEXT
              ELSE
                 INITIALIZE LN-READ
                 MOVE WS-ND-CODE TO LN-DEPARTMENT OF LN-READ
                 SET LN-READ-COUNT OF LN-READ-FUNC OF LN-READ TO TRUE
                 CALL "READ_FN" USING LN-READ LN-ERROR
                 IF LN-SQLCODE OF LN-ERROR NOT EQUAL ZERO THEN
                    PERFORM PRINT-ERRORS
                    MOVE "EMP COUNT FAILED - EMP ROWS NOT CHECKED"
                       TO WS-REFUSE-TEXT
                 ELSE
                    MOVE LN-COUNT-TOTAL OF LN-READ TO WS-EMP-ROWS
                    IF WS-EMP-ROWS GREATER THAN ZERO THEN
                       MOVE WS-EMP-ROWS TO WS-EMP-ROWS-ED
                       STRING WS-EMP-ROWS-ED " EMP ROW(S) STILL IN IT"
                          DELIMITED BY SIZE INTO WS-REFUSE-TEXT
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *
       EDIT-GRADE-RTN SECTION.
           MOVE "N" TO WS-GRADE-FOUND-SW
           MOVE ZERO TO WS-GRADE-IX
           PERFORM UNTIL WS-GRADE-FOUND
                 OR WS-GRADE-IX GREATER OR EQUAL WS-GRADE-COUNT
              ADD 1 TO WS-GRADE-IX
              IF WS-GR-CODE (WS-GRADE-IX) EQUAL WS-ND-GRADE THEN
                 SET WS-GRADE-FOUND TO TRUE
              END-IF
           END-PERFORM
           IF NOT WS-GRADE-FOUND THEN
              MOVE "GRADE NOT ON GRADEFIL" TO WS-REFUSE-TEXT
           END-IF
           .
      *
       EDIT-ROUTE-RTN SECTION.
      * WS-ND-ROUTE for the department at WS-DEPT-IX (zero for an
      *    ADD). Good when another department on file already
      *    routes there, or the route was declared; a route new to
      *    the file also needs one of EMPBURST's outputs free.
           MOVE "N" TO WS-ROUTE-USED-SW
           MOVE "N" TO WS-ROUTE-DECL-SW
           IF WS-ND-ROUTE EQUAL SPACES THEN
              MOVE "NO ROUTE CODE" TO WS-REFUSE-TEXT
           ELSE
              MOVE ZERO TO WS-DEPT-SCAN-IX
              PERFORM UNTIL WS-ROUTE-USED
                    OR WS-DEPT-SCAN-IX GREATER OR EQUAL WS-DEPT-COUNT
                 ADD 1 TO WS-DEPT-SCAN-IX
                 IF WS-DEPT-SCAN-IX NOT EQUAL WS-DEPT-IX
                       AND WS-DT-STATE (WS-DEPT-SCAN-IX) EQUAL "A"
                       AND WS-DT-ROUTE (WS-DEPT-SCAN-IX) EQUAL
                           WS-ND-ROUTE THEN
                    SET WS-ROUTE-USED TO TRUE
                 END-IF
              END-PERFORM
              IF NOT WS-ROUTE-USED THEN
                 MOVE ZERO TO WS-DECL-IX
                 PERFORM UNTIL WS-ROUTE-DECLARED
                       OR WS-DECL-IX GREATER OR EQUAL WS-DECL-COUNT
                    ADD 1 TO WS-DECL-IX
                    IF WS-DC-ROUTE (WS-DECL-IX) EQUAL WS-ND-ROUTE THEN
                       SET WS-ROUTE-DECLARED TO TRUE
                    END-IF
                 END-PERFORM
                 IF NOT WS-ROUTE-DECLARED THEN
                    STRING "ROUTE " WS-ND-ROUTE " NOT IN USE - NEEDS "
                       "A ROUTE CARD" DELIMITED BY SIZE
                       INTO WS-REFUSE-TEXT
                 ELSE
                    PERFORM COUNT-ROUTES-RTN
                    IF WS-ROUTE-DISTINCT NOT LESS THAN WS-ROUTE-MAX
                          THEN
                       MOVE "ALL EIGHT BURST ROUTES IN USE"
                          TO WS-REFUSE-TEXT
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *
       COUNT-ROUTES-RTN SECTION.
      * distinct non-blank routes on the departments still on file,
      *    not counting the department at WS-DEPT-IX (a CHANGE frees
      *    its old route if nobody else uses it)
           MOVE ZERO TO WS-ROUTE-DISTINCT
           MOVE ZERO TO WS-DEPT-SCAN-IX
           PERFORM UNTIL WS-DEPT-SCAN-IX GREATER OR EQUAL WS-DEPT-COUNT
              ADD 1 TO WS-DEPT-SCAN-IX
              IF WS-DEPT-SCAN-IX NOT EQUAL WS-DEPT-IX
                    AND WS-DT-STATE (WS-DEPT-SCAN-IX) EQUAL "A"
                    AND WS-DT-ROUTE (WS-DEPT-SCAN-IX) NOT EQUAL SPACES
                    THEN
                 MOVE "N" TO WS-ROUTE-SEEN-SW
                 MOVE ZERO TO WS-ROUTE-SCAN-IX
                 PERFORM UNTIL WS-ROUTE-SEEN
                       OR WS-ROUTE-SCAN-IX GREATER OR EQUAL
                          WS-DEPT-SCAN-IX - 1
                    ADD 1 TO WS-ROUTE-SCAN-IX
                    IF WS-ROUTE-SCAN-IX NOT EQUAL WS-DEPT-IX
                          AND WS-DT-STATE (WS-ROUTE-SCAN-IX) EQUAL "A"
                          AND WS-DT-ROUTE (WS-ROUTE-SCAN-IX) EQUAL
                              WS-DT-ROUTE (WS-DEPT-SCAN-IX) THEN
                       SET WS-ROUTE-SEEN TO TRUE
                    END-IF
                 END-PERFORM
                 IF NOT WS-ROUTE-SEEN THEN
                    ADD 1 TO WS-ROUTE-DISTINCT
                 END-IF
              END-IF
           END-PERFORM
           .
      *
       APPLY-CARD-RTN SECTION.
      * the card passed - WS-DEPT-IX is its entry (CHANGE/RETIRE)
           EVALUATE WS-CARD-ACTION
              WHEN "ADD"
                 ADD 1 TO WS-DEPT-COUNT
                 MOVE WS-NEW-DEPT TO WS-DT-IMAGE (WS-DEPT-COUNT)
                 MOVE "A" TO WS-DT-STATE (WS-DEPT-COUNT)
              WHEN "CHANGE"
                 MOVE WS-NEW-DEPT TO WS-DT-IMAGE (WS-DEPT-IX)
              WHEN "RETIRE"
                 MOVE "R" TO WS-DT-STATE (WS-DEPT-IX)
           END-EVALUATE
           .
      *
       FIND-DEPARTMENT-RTN SECTION.
      * WS-ND-CODE among the departments still on file
           MOVE "N" TO WS-DEPT-FOUND-SW
           MOVE ZERO TO WS-DEPT-IX
           PERFORM UNTIL WS-DEPT-FOUND
                 OR WS-DEPT-IX GREATER OR EQUAL WS-DEPT-COUNT
              ADD 1 TO WS-DEPT-IX
              IF WS-DT-CODE (WS-DEPT-IX) EQUAL WS-ND-CODE
                    AND WS-DT-STATE (WS-DEPT-IX) EQUAL "A" THEN
                 SET WS-DEPT-FOUND TO TRUE
              END-IF
           END-PERFORM
           .
      *
       WRITE-REGISTER-LINE-RTN SECTION.
      * the card's result, then the before/after images of a change
      *    applied or held
           MOVE SPACES TO WS-REG-LINE
           MOVE WS-CARD-SOURCE TO WS-RL-SOURCE
           MOVE WS-CARD-ACTION TO WS-RL-ACTION
           MOVE WS-CARD-CODE   TO WS-RL-CODE
           MOVE WS-EFF-DATE    TO WS-RL-EFF-DATE
           MOVE WS-CARD-USERID TO WS-RL-USERID
           MOVE WS-CARD-RESULT TO WS-RL-RESULT
           MOVE WS-REFUSE-TEXT TO WS-RL-REASON
           WRITE DEPT-REG-RECORD FROM WS-REG-LINE
              AFTER ADVANCING 1 LINE
           IF WS-CARD-RESULT EQUAL "APPLIED"
                 OR WS-CARD-RESULT EQUAL "HELD" THEN
              IF WS-BEFORE-IMAGE NOT EQUAL SPACES THEN
                 MOVE "BEFORE: " TO WS-RI-LABEL
                 MOVE WS-BEFORE-IMAGE TO WS-RI-IMAGE
                 WRITE DEPT-REG-RECORD FROM WS-REG-IMAGE-LINE
                    AFTER ADVANCING 1 LINE
              END-IF
              IF WS-CARD-ACTION NOT EQUAL "RETIRE" THEN
                 MOVE "AFTER:  " TO WS-RI-LABEL
                 MOVE WS-NEW-DEPT TO WS-RI-IMAGE
                 WRITE DEPT-REG-RECORD FROM WS-REG-IMAGE-LINE
                    AFTER ADVANCING 1 LINE
              END-IF
           END-IF
           .
      *
       WRITE-NEW-GENERATION-RTN SECTION.
      * DEPTOUT keeps the file order the reports list departments
      *    in; DEPTLOAD is the same departments in ascending code
      *    order, which is the order REPRO needs to load a KSDS
           MOVE ZERO TO WS-DEPT-IX
           PERFORM UNTIL WS-DEPT-IX GREATER OR EQUAL WS-DEPT-COUNT
              ADD 1 TO WS-DEPT-IX
              IF WS-DT-STATE (WS-DEPT-IX) EQUAL "A" THEN
                 WRITE DEPT-OUT-RECORD FROM WS-DT-IMAGE (WS-DEPT-IX)
                 ADD 1 TO WS-WRITTEN-COUNT
                 PERFORM SEQUENCE-LOAD-ENTRY-RTN
              END-IF
           END-PERFORM
           CLOSE DEPT-OUT-FILE
           MOVE ZERO TO WS-LOAD-IX
           PERFORM UNTIL WS-LOAD-IX GREATER OR EQUAL WS-LOAD-COUNT
              ADD 1 TO WS-LOAD-IX
              MOVE WS-LD-DEPT-IX (WS-LOAD-IX) TO WS-DEPT-IX
              WRITE DEPT-LOAD-RECORD FROM WS-DT-IMAGE (WS-DEPT-IX)
           END-PERFORM
           CLOSE DEPT-LOAD-FILE
           .
      *
       SEQUENCE-LOAD-ENTRY-RTN SECTION.
      * slots the department at WS-DEPT-IX into the load view in
      *    code order
           MOVE "N" TO WS-LOAD-STOP-SW
           MOVE ZERO TO WS-LOAD-IX
           PERFORM UNTIL WS-LOAD-STOP
                 OR WS-LOAD-IX GREATER OR EQUAL WS-LOAD-COUNT
              ADD 1 TO WS-LOAD-IX
              IF WS-DT-CODE (WS-LD-DEPT-IX (WS-LOAD-IX)) GREATER THAN
                    WS-DT-CODE (WS-DEPT-IX) THEN
                 SET WS-LOAD-STOP TO TRUE
              END-IF
           END-PERFORM
           IF NOT WS-LOAD-STOP THEN
              COMPUTE WS-LOAD-IX = WS-LOAD-COUNT + 1
           END-IF
           MOVE WS-LOAD-COUNT TO WS-LOAD-SHIFT-IX
           PERFORM UNTIL WS-LOAD-SHIFT-IX LESS THAN WS-LOAD-IX
              MOVE WS-LD-DEPT-IX (WS-LOAD-SHIFT-IX)
                 TO WS-LD-DEPT-IX (WS-LOAD-SHIFT-IX + 1)
              SUBTRACT 1 FROM WS-LOAD-SHIFT-IX
           END-PERFORM
           MOVE WS-DEPT-IX TO WS-LD-DEPT-IX (WS-LOAD-IX)
           ADD 1 TO WS-LOAD-COUNT
           .
      *
       PRINT-ERRORS SECTION.
           DISPLAY "Error Code = " LN-SQLCODE
           DISPLAY "Error Buffer = " LN-ERROR-BUFFER
           DISPLAY "SQL State = " LN-STATE
           DISPLAY "SQL State Buffer = " LN-STATE-BUFFER
           .
       END PROGRAM DEPTMNT.
