      * ends the session. DB2 access rides the CICS-DB2 attachment
      * (the plan owns the connection), so unlike batch EMPINQ there
      * is no CONNECT_FN call and no CREDFILE here.
      * When DB2 is down the cursor open or fetch fails, and the
      * panel is painted from the EMPMIRR copy of EMP instead (a
      * read-only KSDS keyed on EMP_ID, refreshed nightly by
      * EMPMIRRJ) with the message line AS OF <refresh time> - DB2
      * UNAVAILABLE, the time taken from the mirror's stamp record.
      * Batch EMPINQ stays for bulk INQIDS requests.
      *****************************************************************
       IDENTIFICATION DIVISION.
           05 FILLER            PIC X(1).
           05 WS-DV-ROUTE       PIC X(4).
       01  WS-DEPT-KEY          PIC X(3) VALUE SPACES.
      * the EMPMIRR mirror record - same layout EMPMIRR unloads;
      *    EMP_ID 000000 is the stamp record
       01  WS-EMP-MIRROR-RECORD.
           05 WS-EM-EMP-ID      PIC 9(6).
           05 WS-EM-LAST-NAME   PIC X(15).
           05 WS-EM-FIRST-NAME  PIC X(12).
           05 WS-EM-SEX         PIC X(1).
           05 WS-EM-DEPARTMENT  PIC X(3).
           05 WS-EM-SALARY      PIC S9(7)V99.
           05 WS-EM-HIRE-DATE   PIC X(10).
           05 WS-EM-STATUS      PIC X(1).
           05 FILLER            PIC X(23).
       01  WS-EMP-MIRROR-STAMP REDEFINES WS-EMP-MIRROR-RECORD.
           05 WS-EM-STAMP-KEY   PIC 9(6).
           05 WS-EM-STAMP-NAME  PIC X(15).
           05 WS-EM-STAMP-TS    PIC X(19).
           05 WS-EM-STAMP-COUNT PIC 9(9).
           05 FILLER            PIC X(31).
       01  WS-MIRROR-KEY        PIC 9(6) VALUE ZERO.
       01  WS-MSG-NOTFOUND      PIC X(60) VALUE
           "EMP_ID NOT ON EMP TABLE".
       01  WS-MSG-NOTNUM        PIC X(60) VALUE
           "EMP_ID MUST BE SIX DIGITS".
       01  WS-MSG-DB2-ERROR     PIC X(60) VALUE
           "DB2 ERROR - SEE THE CICS LOG / TRY AGAIN".
       01  WS-MSG-MIRROR.
           05 FILLER            PIC X(6)  VALUE "AS OF ".
           05 WS-MM-REFRESH-TS  PIC X(19) VALUE SPACES.
           05 FILLER            PIC X(35) VALUE " - DB2 UNAVAILABLE".
       01  WS-MSG-MIRROR-NOTFOUND.
           05 FILLER            PIC X(14) VALUE "NOT ON MIRROR ".
           05 FILLER            PIC X(6)  VALUE "AS OF ".
           05 WS-MN-REFRESH-TS  PIC X(19) VALUE SPACES.
           05 FILLER            PIC X(21) VALUE " - DB2 UNAVAILABLE".
       01  WS-MSG-READY         PIC X(60) VALUE
           "ENTER AN EMP_ID AND PRESS ENTER".
       01  WS-MSG-GOODBYE       PIC X(40) VALUE
       INQUIRE-ONE-EMPLOYEE-RTN SECTION.
      * one employee - the cursor is opened scoped to this EMP_ID
      *    alone, fetched, and closed, the same one-row pattern
      *    batch EMPINQ and the maintenance intake use. An open or
      *    fetch error goes to the mirror.
           MOVE LOW-VALUES TO EMPMAPO
           MOVE WS-INQ-EMP-ID TO EMPIDO
           INITIALIZE LN-READ
           SET LN-READ-OPEN OF LN-READ-FUNC OF LN-READ TO TRUE
           CALL "READ_FN" USING LN-READ LN-ERROR
           IF LN-SQLCODE OF LN-ERROR NOT EQUAL ZERO THEN
              PERFORM INQUIRE-MIRROR-RTN
           ELSE
              SET LN-READ-FETCH OF LN-READ-FUNC OF LN-READ TO TRUE
              CALL "READ_FN" USING LN-READ LN-ERROR
                 WHEN LN-SQLCODE OF LN-ERROR EQUAL +100
                    MOVE WS-MSG-NOTFOUND TO MSGO
                 WHEN OTHER
                    PERFORM INQUIRE-MIRROR-RTN
              END-EVALUATE
              SET LN-READ-CLOSE OF LN-READ-FUNC OF LN-READ TO TRUE
              CALL "READ_FN" USING LN-READ LN-ERROR
           END-IF
           .
      *
       INQUIRE-MIRROR-RTN SECTION.
      * DB2 didn't answer - the stamp record first, for the refresh
      *    time the message line carries, then the employee. No
      *    mirror (file closed or not defined) is still a DB2 error.
           MOVE ZERO TO WS-MIRROR-KEY
           EXEC CICS READ FILE('EMPMIRR')
              INTO(WS-EMP-MIRROR-RECORD)
              RIDFLD(WS-MIRROR-KEY)
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL) THEN
              MOVE WS-MSG-DB2-ERROR TO MSGO
           ELSE
              MOVE WS-EM-STAMP-TS TO WS-MM-REFRESH-TS
              MOVE WS-EM-STAMP-TS TO WS-MN-REFRESH-TS
              IF WS-INQ-EMP-ID EQUAL ZERO THEN
                 MOVE WS-MSG-MIRROR-NOTFOUND TO MSGO
              ELSE
                 MOVE WS-INQ-EMP-ID TO WS-MIRROR-KEY
                 EXEC CICS READ FILE('EMPMIRR')
                    INTO(WS-EMP-MIRROR-RECORD)
                    RIDFLD(WS-MIRROR-KEY)
                    RESP(WS-RESP)
                 END-EXEC
                 EVALUATE TRUE
                    WHEN WS-RESP EQUAL DFHRESP(NORMAL)
                       PERFORM MIRROR-TO-PANEL-RTN
                       MOVE WS-MSG-MIRROR TO MSGO
                    WHEN WS-RESP EQUAL DFHRESP(NOTFND)
                       MOVE WS-MSG-MIRROR-NOTFOUND TO MSGO
                    WHEN OTHER
                       MOVE WS-MSG-DB2-ERROR TO MSGO
                 END-EVALUATE
              END-IF
           END-IF
           .
      *
       MIRROR-TO-PANEL-RTN SECTION.
      * the mirror row into the fetch fields, so the panel is
      *    painted exactly as for a DB2 row
           INITIALIZE LN-READ
           MOVE WS-EM-EMP-ID     TO LN-EMP-ID OF LN-READ
           MOVE WS-EM-FIRST-NAME TO LN-FIRST-NAME OF LN-READ
           MOVE WS-EM-LAST-NAME  TO LN-LAST-NAME OF LN-READ
           MOVE WS-EM-SEX        TO LN-SEX OF LN-READ
           MOVE WS-EM-DEPARTMENT TO LN-DEPARTMENT OF LN-READ
           MOVE WS-EM-SALARY     TO LN-SALARY OF LN-READ
           MOVE WS-EM-HIRE-DATE  TO LN-HIRE-DATE OF LN-READ
           MOVE WS-EM-STATUS     TO LN-STATUS OF LN-READ
           PERFORM FILL-DETAIL-PANEL-RTN
           .
      *
       FILL-DETAIL-PANEL-RTN SECTION.
           MOVE LN-FIRST-NAME OF LN-READ TO FNAMEO
