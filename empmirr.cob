      *****************************************************************
      * EMPMIRR - nightly unload for EMPMIRR, the read-only VSAM
      * mirror of the EMP table the help-desk inquiries fall back
      * to when DB2 is down (Sunday maintenance, a subsystem
      * restart) - batch EMPINQ and the EINQ transaction both read
      * it then, and say so on the panel.
      * This program:
      *    - takes READ_FN's independent control total for the
      *      whole table (LN-READ-COUNT) before the cursor opens
      *    - writes the stamp record first, under EMP_ID 000000:
      *      the refresh timestamp and that control total - the
      *      inquiries print the timestamp as the mirror's AS OF
      *    - walks EMP through one unfiltered READ_FN cursor (the
      *      rows come back in EMP_ID order, the order REPRO needs)
      *      and writes one mirror record per row to EMPMLOAD
      *    - reconciles the rows written against the control total
      * The job's IDCAMS step rebuilds the KSDS from EMPMLOAD (and
      * the last-name alternate index over it) only when this step
      * ends RC 0 - a short or failed unload leaves last night's
      * mirror standing, still stamped with its own AS OF.
      * RETURN-CODE: 0 reconciled, 8 no connection, a count or
      * fetch failure, a row-count mismatch, or no EMPMLOAD.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPMIRR.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CRED-FILE ASSIGN TO "CREDFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRED-STATUS.
           SELECT MIRR-LOAD-FILE ASSIGN TO "EMPMLOAD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOAD-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CRED-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CRED-RECORD              PIC X(20).
      *
      * the mirror record - EMPINQ and EMPINQC carry the same
      *    layout. Keyed on EMP_ID (1-6); the alternate index is
      *    on the last name (7-21). Salary is zoned so the KSDS
      *    reads the same on every platform that browses it.
       FD  MIRR-LOAD-FILE
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
      * the stamp record - EMP_ID 000000, blank last name
       01  EMPM-STAMP-RECORD REDEFINES EMPM-RECORD.
           05 EMPM-STAMP-KEY        PIC 9(6).
           05 EMPM-STAMP-NAME       PIC X(15).
           05 EMPM-STAMP-REFRESH-TS PIC X(19).
           05 EMPM-STAMP-ROW-COUNT  PIC 9(9).
           05 FILLER                PIC X(31).
      *
       WORKING-STORAGE SECTION.
       COPY "connect_fn".
       COPY "check_err_fn".
       COPY "read_fn".
       01  WS-DBNAME            PIC X(9).
       01  WS-USERID            PIC X(20).
       01  WS-PSWD              PIC X(20).
       01  WS-CRED-STATUS       PIC X(2) VALUE SPACES.
       01  WS-LOAD-STATUS       PIC X(2) VALUE SPACES.
       01  WS-UNLOAD-SW         PIC X(1) VALUE "N".
           88 WS-UNLOAD-FAILED       VALUE "Y".
       01  WS-DB2-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-WRITTEN-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-RUN-DATE          PIC 9(8) VALUE ZERO.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY       PIC X(4).
           05 WS-RUN-MM         PIC X(2).
           05 WS-RUN-DD         PIC X(2).
       01  WS-RUN-TIME          PIC 9(8) VALUE ZERO.
       01  WS-RUN-TIME-X REDEFINES WS-RUN-TIME.
           05 WS-RUN-HH         PIC X(2).
           05 WS-RUN-MI         PIC X(2).
           05 WS-RUN-SS         PIC X(2).
           05 WS-RUN-HS         PIC X(2).
      * yyyy-mm-dd hh:mm:ss - the AS OF the inquiries print
       01  WS-REFRESH-TS        PIC X(19) VALUE SPACES.
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
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD " "
              WS-RUN-HH ":" WS-RUN-MI ":" WS-RUN-SS
              DELIMITED BY SIZE INTO WS-REFRESH-TS
           OPEN OUTPUT MIRR-LOAD-FILE
           IF WS-LOAD-STATUS NOT EQUAL "00" THEN
              DISPLAY "EMPMLOAD not allocated - cannot unload"
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
              PERFORM END-UNLOAD-RTN
           END-IF
           PERFORM COUNT-EMPLOYEES-RTN
           IF NOT WS-UNLOAD-FAILED THEN
              PERFORM WRITE-STAMP-RTN
              PERFORM UNLOAD-EMPLOYEES-RTN
           END-IF
           DISPLAY "Resetting connection"
           SET LN-CONNECT-RESET OF LN-CONNECT TO TRUE
           CALL "CONNECT_FN" USING LN-CONNECT LN-ERROR
           IF LN-SQLCODE OF LN-ERROR NOT EQUAL ZERO THEN
              DISPLAY "Reset Conection Failed"
              PERFORM PRINT-ERRORS
           END-IF
           PERFORM RECONCILE-UNLOAD-RTN
           PERFORM END-UNLOAD-RTN
           .
      *
       END-UNLOAD-RTN SECTION.
           CLOSE MIRR-LOAD-FILE
           DISPLAY "EMP mirror unload complete - as of "
              WS-REFRESH-TS " READ_FN count: " WS-DB2-COUNT
              " Rows written: " WS-WRITTEN-COUNT
           STOP RUN
           .
      *
       COUNT-EMPLOYEES-RTN SECTION.
      * the control total, taken with no filter so it covers the
      *    same rows the unfiltered cursor returns
           INITIALIZE LN-READ
           SET LN-READ-COUNT OF LN-READ-FUNC OF LN-READ TO TRUE
           CALL "READ_FN" USING LN-READ LN-ERROR
           IF LN-SQLCODE OF LN-ERROR EQUAL ZERO THEN
              MOVE LN-COUNT-TOTAL OF LN-READ TO WS-DB2-COUNT
           ELSE
              DISPLAY "EMP count failed"
              PERFORM PRINT-ERRORS
              SET WS-UNLOAD-FAILED TO TRUE
           END-IF
           .
      *
       WRITE-STAMP-RTN SECTION.
           MOVE SPACES        TO EMPM-STAMP-RECORD
           MOVE ZERO          TO EMPM-STAMP-KEY
           MOVE WS-REFRESH-TS TO EMPM-STAMP-REFRESH-TS
           MOVE WS-DB2-COUNT  TO EMPM-STAMP-ROW-COUNT
           WRITE EMPM-STAMP-RECORD
           IF WS-LOAD-STATUS NOT EQUAL "00" THEN
              DISPLAY "EMPMLOAD write failed - status "
                 WS-LOAD-STATUS
              SET WS-UNLOAD-FAILED TO TRUE
           END-IF
           .
      *
       UNLOAD-EMPLOYEES-RTN SECTION.
      * the whole EMP table through one unfiltered cursor - the
      *    rows come back in EMP_ID order, so the load file needs
      *    no sort before the REPRO.
           INITIALIZE LN-READ
           SET LN-READ-OPEN OF LN-READ-FUNC OF LN-READ TO TRUE
           CALL "READ_FN" USING LN-READ LN-ERROR
           IF LN-SQLCODE OF LN-ERROR NOT EQUAL ZERO THEN
              DISPLAY "Cursor open failed"
              PERFORM PRINT-ERRORS
              SET WS-UNLOAD-FAILED TO TRUE
           ELSE
              SET LN-READ-FETCH OF LN-READ-FUNC OF LN-READ TO TRUE
              CALL "READ_FN" USING LN-READ LN-ERROR
              PERFORM UNTIL LN-SQLCODE OF LN-ERROR NOT EQUAL ZERO
                 PERFORM WRITE-MIRROR-RTN
                 CALL "READ_FN" USING LN-READ LN-ERROR
              END-PERFORM
              IF LN-SQLCODE OF LN-ERROR NOT EQUAL +100 THEN
                 DISPLAY "Employee fetch ended abnormally"
                 PERFORM PRINT-ERRORS
                 SET WS-UNLOAD-FAILED TO TRUE
              END-IF
              SET LN-READ-CLOSE OF LN-READ-FUNC OF LN-READ TO TRUE
              CALL "READ_FN" USING LN-READ LN-ERROR
           END-IF
           .
      *
       WRITE-MIRROR-RTN SECTION.
           MOVE SPACES                   TO EMPM-RECORD
           MOVE LN-EMP-ID OF LN-READ     TO EMPM-EMP-ID
           MOVE LN-LAST-NAME OF LN-READ  TO EMPM-LAST-NAME
           MOVE LN-FIRST-NAME OF LN-READ TO EMPM-FIRST-NAME
           MOVE LN-SEX OF LN-READ        TO EMPM-SEX
           MOVE LN-DEPARTMENT OF LN-READ TO EMPM-DEPARTMENT
           MOVE LN-SALARY OF LN-READ     TO EMPM-SALARY
           MOVE LN-HIRE-DATE OF LN-READ  TO EMPM-HIRE-DATE
           MOVE LN-STATUS OF LN-READ     TO EMPM-STATUS
           WRITE EMPM-RECORD
           IF WS-LOAD-STATUS EQUAL "00" THEN
              ADD 1 TO WS-WRITTEN-COUNT
           ELSE
              DISPLAY "EMPMLOAD write failed - status "
                 WS-LOAD-STATUS " EMP_ID " EMPM-EMP-ID
              SET WS-UNLOAD-FAILED TO TRUE
           END-IF
           .
      *
       RECONCILE-UNLOAD-RTN SECTION.
      * anything short of a clean, complete unload is RC 8 - the
      *    KSDS is only rebuilt from a load file that holds every
      *    row READ_FN counted.
           EVALUATE TRUE
              WHEN WS-UNLOAD-FAILED
                 DISPLAY "EMP mirror NOT refreshed - unload failed"
                 MOVE 8 TO RETURN-CODE
              WHEN WS-WRITTEN-COUNT NOT EQUAL WS-DB2-COUNT
                 DISPLAY "EMP mirror NOT refreshed - rows written "
                    WS-WRITTEN-COUNT " do not reconcile to READ_FN "
                    "count " WS-DB2-COUNT
                 MOVE 8 TO RETURN-CODE
              WHEN OTHER
                 DISPLAY "EMP mirror reconciled - " WS-WRITTEN-COUNT
                    " rows"
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
           .
      *
       PRINT-ERRORS SECTION.
           DISPLAY "Error Code = " LN-SQLCODE
           DISPLAY "Error Buffer = " LN-ERROR-BUFFER
           DISPLAY "SQL State = " LN-STATE
           DISPLAY "SQL State Buffer = " LN-STATE-BUFFER
           .
       END PROGRAM EMPMIRR.
