      * optional first-name prefix) - turned into a candidate list
      * through READ_FN's name-prefix filters, with the same full
      * detail panel per match.
      * When DB2 can't be reached - the connect fails, or a cursor
      * open or fetch fails mid-run - the rest of the run is served
      * from EMPMIRR, the read-only KSDS mirror of EMP that EMPMIRRJ
      * refreshes nightly: EMP_IDs by key, name searches through
      * the last-name alternate index. Every panel from the mirror
      * is headed AS OF <refresh time> - DB2 UNAVAILABLE.
      * When DB2 is down hard enough that the DSN attach itself
      * fails, EMPINQ never gets control under IKJEFT01 - EMPINQJB
      * then runs it again as a plain program with M in PARM byte
      * 36, which skips CONNECT_FN and READ_FN altogether and serves
      * the whole run from EMPMIRR. No CREDFILE is read then.
      * RETURN-CODE: 0 all found, 4 one or more IDs not found or a
      * name query matched nobody, or answered from the mirror, 8
      * no connection and no mirror, or nothing requested.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPINQ.
           SELECT OPTIONAL NAME-QRY-FILE ASSIGN TO "NAMEQRY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NQRY-STATUS.
      * read-only KSDS mirror of EMP - opened only when DB2 can't
      *    be reached; the last-name alternate index is the path
      *    allocated alongside it
           SELECT OPTIONAL EMP-MIRR-FILE ASSIGN TO "EMPMIRR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPM-EMP-ID
               ALTERNATE RECORD KEY IS EMPM-LAST-NAME
                  WITH DUPLICATES
               FILE STATUS IS WS-MIRR-STATUS.
           SELECT INQ-PRINT-FILE ASSIGN TO "INQPRINT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRT-STATUS.
           05 NQ-LAST-NAME          PIC X(15).
           05 FILLER                PIC X(1).
           05 NQ-FIRST-NAME         PIC X(12).
      *
      * same layout EMPMIRR unloads - see EMPM-RECORD there
       FD  EMP-MIRR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  EMPM-RECORD.
           05 EMPM-EMP-ID           PIC 9(6).
           05 EMPM-LAST-NAME        PIC X(15).
           05 EMPM-FIRST-NAME       PIC X(12).
           05 EMPM-SEX              PIC X(1).
           05 EMPM-DEPARTMENT       PIC X(3).
           05 EMPM-SALARY           PIC S9(7)V99.
           05 EMPM-HIRE-DATE        PIC X(10).
           05 EMPM-STATUS           PIC X(1).
           05 FILLER                PIC X(23).
       01  EMPM-STAMP-RECORD REDEFINES EMPM-RECORD.
           05 EMPM-STAMP-KEY        PIC 9(6).
           05 EMPM-STAMP-NAME       PIC X(15).
           05 EMPM-STAMP-REFRESH-TS PIC X(19).
           05 EMPM-STAMP-ROW-COUNT  PIC 9(9).
           05 FILLER                PIC X(31).
      *
       FD  INQ-PRINT-FILE
           RECORDING MODE IS F
       01  WS-INQ-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-FOUND-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-NOTFOUND-COUNT    PIC 9(5) VALUE ZERO.
      * DB2 / mirror fallback
       01  WS-MIRR-STATUS       PIC X(2) VALUE SPACES.
       01  WS-DB2-SW            PIC X(1) VALUE "N".
           88 WS-DB2-CONNECTED       VALUE "Y".
       01  WS-DB2-LOST-SW       PIC X(1) VALUE "N".
           88 WS-DB2-LOST            VALUE "Y".
       01  WS-MIRROR-SW         PIC X(1) VALUE "N".
           88 WS-MIRROR-MODE         VALUE "Y".
       01  WS-MIRROR-TRIED-SW   PIC X(1) VALUE "N".
           88 WS-MIRROR-TRIED        VALUE "Y".
       01  WS-MIRROR-ONLY-SW    PIC X(1) VALUE "N".
           88 WS-MIRROR-ONLY         VALUE "Y".
       01  WS-MIRR-EOF-SW       PIC X(1) VALUE "N".
           88 WS-MIRR-EOF            VALUE "Y".
       01  WS-ANSWERED-SW       PIC X(1) VALUE "N".
           88 WS-ANSWERED            VALUE "Y".
       01  WS-NAME-MATCH-SW     PIC X(1) VALUE "N".
           88 WS-NAME-MATCH          VALUE "Y".
       01  WS-MIRROR-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-LNAME-LEN         PIC S9(4) COMP VALUE ZERO.
       01  WS-FNAME-LEN         PIC S9(4) COMP VALUE ZERO.
      * department reference table - same shape MAIN loads
       01  WS-DEPT-REF-COUNT    PIC S9(4) COMP VALUE ZERO.
       01  WS-DEPT-REF-MAX      PIC S9(4) COMP VALUE 100.
           05 WS-SC-COUNT       PIC ZZZZ9.
       01  WS-SEARCH-NONE-LINE  PIC X(30)
                    VALUE "   *** NO MATCHING NAMES ***".
       01  WS-MIRROR-ASOF-LINE.
           05 FILLER            PIC X(6)  VALUE "AS OF ".
           05 WS-MA-REFRESH-TS  PIC X(19) VALUE "UNKNOWN".
           05 FILLER            PIC X(18)
                    VALUE " - DB2 UNAVAILABLE".
       01  WS-PANEL-NOTFOUND-LINE.
           05 FILLER            PIC X(14) VALUE "EMP_ID:     ".
           05 WS-PNF-EMP-ID     PIC 9(6).
      *
       LINKAGE SECTION.
      * PARM layout: 1-9 DBNAME, 10-29 USERID, 30-35 optional
      *    EMP_ID - the same leading 29 bytes as MAIN's PARM - and
      *    36 optional source, M for the mirror without DB2.
       01  WS-PARM-AREA.
           05 WS-PARM-LEN         PIC S9(4) COMP.
           05 WS-PARM-DATA.
              10 WS-PARM-DBNAME   PIC X(9).
              10 WS-PARM-USERID   PIC X(20).
              10 WS-PARM-EMP-ID   PIC X(6).
              10 WS-PARM-SOURCE   PIC X(1).
                 88 WS-PARM-MIRROR-ONLY VALUE "M".
      *
       PROCEDURE DIVISION USING WS-PARM-AREA.
           IF WS-PARM-LEN GREATER THAN ZERO THEN
              DISPLAY "Please Enter User Name:" with no advancing
              ACCEPT WS-USERID
           END-IF
           IF WS-PARM-LEN GREATER THAN 35
                 AND WS-PARM-MIRROR-ONLY THEN
              SET WS-MIRROR-ONLY TO TRUE
           END-IF

      * a mirror-only run never connects, so it needs no password
           IF NOT WS-MIRROR-ONLY THEN
              OPEN INPUT CRED-FILE
              IF WS-CRED-STATUS EQUAL "00" THEN
                 READ CRED-FILE INTO WS-PSWD
                    AT END
                       DISPLAY "Please Enter Password:"
                          with no advancing
                       ACCEPT WS-PSWD
                 END-READ
                 CLOSE CRED-FILE
              ELSE
                 DISPLAY "Please Enter Password:" with no advancing
                 ACCEPT WS-PSWD
              END-IF
           END-IF

           OPEN OUTPUT INQ-PRINT-FILE
           END-IF
           PERFORM LOAD-DEPT-REFERENCE-RTN

           IF WS-MIRROR-ONLY THEN
              DISPLAY "Mirror-only run - DB2 not called"
           ELSE
              INITIALIZE LN-CONNECT
              MOVE WS-DBNAME TO LN-DBNAME OF LN-CONNECT
              MOVE WS-USERID TO LN-USERID OF LN-CONNECT
              MOVE WS-PSWD   TO LN-PSWD OF LN-CONNECT
              SET LN-CONNECT-START OF LN-CONNECT TO TRUE
              CALL "CONNECT_FN" USING LN-CONNECT LN-ERROR
              IF LN-SQLCODE OF LN-ERROR EQUAL ZERO THEN
                 DISPLAY "Connect Successful"
                 SET WS-DB2-CONNECTED TO TRUE
              ELSE
                 DISPLAY "Connect Failed"
                 PERFORM PRINT-ERRORS
              END-IF
           END-IF
           IF NOT WS-DB2-CONNECTED THEN
              PERFORM OPEN-MIRROR-RTN
              IF NOT WS-MIRROR-MODE THEN
                 CLOSE INQ-PRINT-FILE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

      * the PARM's EMP_ID first, then every record of INQIDS
              DISPLAY "Inquiries: " WS-INQ-COUNT " Found: "
                 WS-FOUND-COUNT " Not found: " WS-NOTFOUND-COUNT
              DISPLAY "Name searches: " WS-NQRY-COUNT
              IF WS-NOTFOUND-COUNT GREATER THAN ZERO
                    OR WS-MIRROR-MODE THEN
                 MOVE 4 TO RETURN-CODE
              END-IF
              IF WS-MIRROR-MODE THEN
                 DISPLAY "Answered from the EMP mirror as of "
                    WS-MA-REFRESH-TS ": " WS-MIRROR-COUNT
              END-IF
              IF WS-DB2-LOST AND NOT WS-MIRROR-MODE THEN
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF

           IF WS-DB2-CONNECTED THEN
              DISPLAY "Resetting connection"
              SET LN-CONNECT-RESET OF LN-CONNECT TO TRUE
              CALL "CONNECT_FN" USING LN-CONNECT LN-ERROR
              IF LN-SQLCODE OF LN-ERROR NOT EQUAL ZERO THEN
                 DISPLAY "Reset Conection Failed"
                 PERFORM PRINT-ERRORS
              END-IF
           END-IF
           IF WS-MIRROR-MODE THEN
              CLOSE EMP-MIRR-FILE
           END-IF
           CLOSE INQ-PRINT-FILE
           STOP RUN.
      *
       INQUIRE-ONE-EMPLOYEE-RTN SECTION.
      * one employee - from DB2 while it answers, from the mirror
      *    once it hasn't. With neither, the ID is reported not
      *    found as before and the step ends RC 8.
           ADD 1 TO WS-INQ-COUNT
           MOVE "N" TO WS-ANSWERED-SW
           IF NOT WS-MIRROR-MODE THEN
              PERFORM DB2-ONE-EMPLOYEE-RTN
           END-IF
           IF NOT WS-ANSWERED THEN
              IF WS-MIRROR-MODE THEN
                 PERFORM MIRROR-ONE-EMPLOYEE-RTN
              ELSE
                 PERFORM WRITE-NOTFOUND-PANEL-RTN
              END-IF
           END-IF
           .
      *
       DB2-ONE-EMPLOYEE-RTN SECTION.
      * the cursor is opened scoped to this EMP_ID alone, fetched,
      *    and closed, the same one-row pattern the maintenance
      *    intake uses. An open or fetch error (anything but a row
      *    or +100) leaves the inquiry unanswered for the mirror.
           INITIALIZE LN-READ
           MOVE WS-INQ-EMP-ID TO LN-FILTER-EMP-ID-LOW OF LN-READ
           MOVE WS-INQ-EMP-ID TO LN-FILTER-EMP-ID-HIGH OF LN-READ
           SET LN-READ-OPEN OF LN-READ-FUNC OF LN-READ TO TRUE
           CALL "READ_FN" USING LN-READ LN-ERROR
           IF LN-SQLCODE OF LN-ERROR NOT EQUAL ZERO THEN
              DISPLAY "Inquiry cursor open failed"
              PERFORM SWITCH-TO-MIRROR-RTN
           ELSE
              SET LN-READ-FETCH OF LN-READ-FUNC OF LN-READ TO TRUE
              CALL "READ_FN" USING LN-READ LN-ERROR
              EVALUATE TRUE
                 WHEN LN-SQLCODE OF LN-ERROR EQUAL ZERO
                    SET WS-ANSWERED TO TRUE
                    ADD 1 TO WS-FOUND-COUNT
                    PERFORM WRITE-DETAIL-PANEL-RTN
                 WHEN LN-SQLCODE OF LN-ERROR EQUAL +100
                    SET WS-ANSWERED TO TRUE
                    PERFORM WRITE-NOTFOUND-PANEL-RTN
                 WHEN OTHER
                    DISPLAY "Inquiry fetch failed"
                    PERFORM SWITCH-TO-MIRROR-RTN
              END-EVALUATE
           END-IF
           SET LN-READ-CLOSE OF LN-READ-FUNC OF LN-READ TO TRUE
           CALL "READ_FN" USING LN-READ LN-ERROR
           .
      *
       MIRROR-ONE-EMPLOYEE-RTN SECTION.
      * straight read on the mirror's EMP_ID key - 000000 is the
      *    stamp record, never an employee.
           PERFORM WRITE-MIRROR-ASOF-RTN
           IF WS-INQ-EMP-ID EQUAL ZERO THEN
              PERFORM WRITE-NOTFOUND-PANEL-RTN
           ELSE
              MOVE WS-INQ-EMP-ID TO EMPM-EMP-ID
              READ EMP-MIRR-FILE KEY IS EMPM-EMP-ID
                 INVALID KEY
                    PERFORM WRITE-NOTFOUND-PANEL-RTN
                 NOT INVALID KEY
                    ADD 1 TO WS-FOUND-COUNT
                    PERFORM MIRROR-TO-PANEL-RTN
              END-READ
           END-IF
           .
      *
       WRITE-NOTFOUND-PANEL-RTN SECTION.
           ADD 1 TO WS-NOTFOUND-COUNT
           MOVE WS-INQ-EMP-ID TO WS-PNF-EMP-ID
           WRITE INQ-PRINT-RECORD FROM WS-PANEL-NOTFOUND-LINE
              AFTER ADVANCING 1 LINE
           WRITE INQ-PRINT-RECORD FROM WS-PANEL-RULE
              AFTER ADVANCING 1 LINE
           .
      *
       SEARCH-BY-NAME-RTN SECTION.
      * one NAMEQRY record - a full detail panel per match, from
      *    DB2 or the mirror. A query that matches nobody counts as
      *    a not-found for the step's RETURN-CODE 4.
           ADD 1 TO WS-NQRY-COUNT
           MOVE ZERO TO WS-NQRY-MATCHES
           MOVE NQ-FIRST-NAME TO WS-SH-FIRST-NAME
           WRITE INQ-PRINT-RECORD FROM WS-SEARCH-HEADING
              AFTER ADVANCING 1 LINE
           MOVE "N" TO WS-ANSWERED-SW
           IF NOT WS-MIRROR-MODE THEN
              PERFORM DB2-SEARCH-BY-NAME-RTN
           END-IF
           IF NOT WS-ANSWERED AND WS-MIRROR-MODE THEN
              PERFORM MIRROR-SEARCH-BY-NAME-RTN
           END-IF
           IF WS-NQRY-MATCHES EQUAL ZERO THEN
              ADD 1 TO WS-NOTFOUND-COUNT
              WRITE INQ-PRINT-RECORD FROM WS-SEARCH-NONE-LINE
                 AFTER ADVANCING 1 LINE
              WRITE INQ-PRINT-RECORD FROM WS-PANEL-RULE
                 AFTER ADVANCING 1 LINE
           ELSE
              MOVE WS-NQRY-MATCHES TO WS-SC-COUNT
              WRITE INQ-PRINT-RECORD FROM WS-SEARCH-COUNT-LINE
                 AFTER ADVANCING 1 LINE
              WRITE INQ-PRINT-RECORD FROM WS-PANEL-RULE
                 AFTER ADVANCING 1 LINE
           END-IF
           .
      *
       DB2-SEARCH-BY-NAME-RTN SECTION.
      * the cursor is opened against the name prefixes alone and
      *    walked to exhaustion. A failed open, or a fetch that dies
      *    before the first match, leaves the query to the mirror;
      *    one that dies part-way keeps the panels already printed
      *    and the mirror takes over from the next query.
           INITIALIZE LN-READ
           MOVE NQ-LAST-NAME
              TO LN-FILTER-LAST-NAME OF LN-READ
           CALL "READ_FN" USING LN-READ LN-ERROR
           IF LN-SQLCODE OF LN-ERROR NOT EQUAL ZERO THEN
              DISPLAY "Search cursor open failed"
              PERFORM SWITCH-TO-MIRROR-RTN
           ELSE
              SET LN-READ-FETCH OF LN-READ-FUNC OF LN-READ TO TRUE
              CALL "READ_FN" USING LN-READ LN-ERROR
                    TO TRUE
                 CALL "READ_FN" USING LN-READ LN-ERROR
              END-PERFORM
              IF LN-SQLCODE OF LN-ERROR EQUAL +100 THEN
                 SET WS-ANSWERED TO TRUE
              ELSE
                 DISPLAY "Search fetch ended abnormally"
                 PERFORM SWITCH-TO-MIRROR-RTN
                 IF WS-NQRY-MATCHES GREATER THAN ZERO THEN
                    SET WS-ANSWERED TO TRUE
                 END-IF
              END-IF
           END-IF
           SET LN-READ-CLOSE OF LN-READ-FUNC OF LN-READ TO TRUE
           CALL "READ_FN" USING LN-READ LN-ERROR
           .
      *
       MIRROR-SEARCH-BY-NAME-RTN SECTION.
      * the same prefix match READ_FN makes, on the mirror: START
      *    the last-name alternate index at the prefix and read
      *    forward while the names still begin with it, narrowing
      *    on the first-name prefix when one was given.
           PERFORM WRITE-MIRROR-ASOF-RTN
      * the caller has already skipped a blank last name
           MOVE 15 TO WS-LNAME-LEN
           PERFORM UNTIL NQ-LAST-NAME (WS-LNAME-LEN:1) NOT EQUAL SPACE
              SUBTRACT 1 FROM WS-LNAME-LEN
           END-PERFORM
           MOVE ZERO TO WS-FNAME-LEN
           IF NQ-FIRST-NAME NOT EQUAL SPACES THEN
              MOVE 12 TO WS-FNAME-LEN
              PERFORM UNTIL NQ-FIRST-NAME (WS-FNAME-LEN:1)
                    NOT EQUAL SPACE
                 SUBTRACT 1 FROM WS-FNAME-LEN
              END-PERFORM
           END-IF
           MOVE "N" TO WS-MIRR-EOF-SW
           MOVE NQ-LAST-NAME TO EMPM-LAST-NAME
           START EMP-MIRR-FILE KEY IS NOT LESS THAN EMPM-LAST-NAME
              INVALID KEY SET WS-MIRR-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-MIRR-EOF
              READ EMP-MIRR-FILE NEXT RECORD
                 AT END SET WS-MIRR-EOF TO TRUE
                 NOT AT END
                    IF EMPM-LAST-NAME (1:WS-LNAME-LEN) NOT EQUAL
                          NQ-LAST-NAME (1:WS-LNAME-LEN) THEN
                       SET WS-MIRR-EOF TO TRUE
                    ELSE
                       SET WS-NAME-MATCH TO TRUE
                       IF WS-FNAME-LEN GREATER THAN ZERO THEN
                          IF EMPM-FIRST-NAME (1:WS-FNAME-LEN)
                                NOT EQUAL
                                NQ-FIRST-NAME (1:WS-FNAME-LEN) THEN
                             MOVE "N" TO WS-NAME-MATCH-SW
                          END-IF
                       END-IF
                       IF WS-NAME-MATCH THEN
                          ADD 1 TO WS-NQRY-MATCHES
                          PERFORM MIRROR-TO-PANEL-RTN
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           SET WS-ANSWERED TO TRUE
           .
      *
       SWITCH-TO-MIRROR-RTN SECTION.
      * DB2 stopped answering part-way - the rest of the run goes
      *    to the mirror, if there is one.
           PERFORM PRINT-ERRORS
           SET WS-DB2-LOST TO TRUE
           PERFORM OPEN-MIRROR-RTN
           .
      *
       OPEN-MIRROR-RTN SECTION.
      * tried once per run. The stamp record (EMP_ID 000000) gives
      *    the refresh time every mirror panel is headed with.
           IF NOT WS-MIRROR-TRIED THEN
              SET WS-MIRROR-TRIED TO TRUE
              OPEN INPUT EMP-MIRR-FILE
              IF WS-MIRR-STATUS EQUAL "00" THEN
                 SET WS-MIRROR-MODE TO TRUE
                 MOVE ZERO TO EMPM-EMP-ID
                 READ EMP-MIRR-FILE KEY IS EMPM-EMP-ID
                    INVALID KEY
                       MOVE "UNKNOWN" TO WS-MA-REFRESH-TS
                    NOT INVALID KEY
                       MOVE EMPM-STAMP-REFRESH-TS TO WS-MA-REFRESH-TS
                 END-READ
                 DISPLAY "DB2 unavailable - using the EMP mirror as "
                    "of " WS-MA-REFRESH-TS
              ELSE
                 DISPLAY "EMPMIRR not allocated - no fallback while "
                    "DB2 is unavailable"
              END-IF
           END-IF
           .
      *
       WRITE-MIRROR-ASOF-RTN SECTION.
           ADD 1 TO WS-MIRROR-COUNT
           WRITE INQ-PRINT-RECORD FROM WS-MIRROR-ASOF-LINE
              AFTER ADVANCING 1 LINE
           .
      *
       MIRROR-TO-PANEL-RTN SECTION.
      * the mirror row into the fetch fields, so the panel (and the
      *    department lookup) is built exactly as for a DB2 row
           INITIALIZE LN-READ
           MOVE EMPM-EMP-ID     TO LN-EMP-ID OF LN-READ
           MOVE EMPM-FIRST-NAME TO LN-FIRST-NAME OF LN-READ
           MOVE EMPM-LAST-NAME  TO LN-LAST-NAME OF LN-READ
           MOVE EMPM-SEX        TO LN-SEX OF LN-READ
           MOVE EMPM-DEPARTMENT TO LN-DEPARTMENT OF LN-READ
           MOVE EMPM-SALARY     TO LN-SALARY OF LN-READ
           MOVE EMPM-HIRE-DATE  TO LN-HIRE-DATE OF LN-READ
           MOVE EMPM-STATUS     TO LN-STATUS OF LN-READ
           PERFORM WRITE-DETAIL-PANEL-RTN
           .
      *
       WRITE-DETAIL-PANEL-RTN SECTION.
           MOVE LN-EMP-ID OF LN-READ TO WS-PN-EMP-ID
