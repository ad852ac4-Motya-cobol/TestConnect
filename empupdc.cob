      *****************************************************************
      * EMPUPDC - online CICS employee update for HR (transaction
      * EUPD, mapset EMPUPDM), the keying side of the EINQ inquiry.
      * The operator keys an EMP_ID and ENTER paints the row the way
      * EINQ does, with first and last name, department, salary and
      * status open for keying plus an effective date. The next
      * ENTER edits the keyed values with the same rules MAIN's
      * MAINTRAN edit pass uses - status code (E014), salary numeric
      * and plausible (E003/E004), effective date (E012), department
      * on DEPTVSAM (E008) and a changed salary inside the grade
      * band of the department it lands in (E013), the bands read
      * from GRADVSAM - then checks the keying userid's grants on
      * AUTHVSAM (E021): the UP byte in both the department the
      * employee is in and the one keyed, and the salary byte for a
      * salary change. A field left as painted (or blanked out)
      * keeps its current value, same keep-current rule as a
      * MAINTRAN UP.
      * A change that passes is applied at once through READ_FN's
      * one-row fetch and update, the assignment history is moved
      * on through HIST_FN when the department or salary changed,
      * and a CHGLOG-layout before/after record is written to the
      * ECHG extrapartition queue naming the keying userid as the
      * submitter - all one unit of work, backed out whole if any
      * part fails. EMPUPDQJ adds the queue to CHGLOG before the
      * night's run.
      * A change MAIN would hold for a second approver (a salary
      * move past the APPRPCT threshold) or one keyed with a future
      * effective date is not applied here - it is written as a
      * one-record BH/BT-wrapped MAINTRAN batch to the EUPQ queue,
      * clerk and submitter the keying userid, and EMPUPDQJ adds it
      * to the night's MAINTRAN, where the intake queues it for the
      * approver or the pending file exactly as a keyed deck would.
      * A back-dated change is refused - the closed-month lock and
      * the retroactive pay differential live in the batch, so it
      * is keyed on MAINTRAN instead.
      * The row is fetched again before the update and compared
      * with the row as painted; if anyone changed it in between,
      * the fresh row is painted and nothing is applied.
      * Pseudo-conversational like EINQ - the commarea carries the
      * row as painted between tasks; PF12 drops the row, PF3/CLEAR
      * ends the session. DB2 access rides the CICS-DB2 attachment.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPUPDC.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY "check_err_fn".
       COPY "read_fn".
       COPY "hist_fn".
       COPY "empupdm".
      * CICS-supplied attention identifiers (DFHPF3, DFHPF12,
      *    DFHCLEAR) - resolved from the CICS library at translate
      *    time.
       COPY DFHAID.
      * the commarea - the task state and, once a row is painted,
      *    the row as it was painted (the keep-current baseline and
      *    the did-anyone-else-change-it check).
       01  WS-COMMAREA.
           05 WS-CA-STATE           PIC X(1).
              88 WS-CA-AWAIT-ID          VALUE "I".
              88 WS-CA-AWAIT-CHANGE      VALUE "U".
           05 WS-CA-EMP-ID          PIC 9(6).
           05 WS-CA-FIRST-NAME      PIC X(12).
           05 WS-CA-LAST-NAME       PIC X(15).
           05 WS-CA-SEX             PIC X(1).
           05 WS-CA-DEPARTMENT      PIC X(3).
           05 WS-CA-SALARY          PIC S9(7)V99 COMP-3.
           05 WS-CA-HIRE-DATE       PIC X(10).
           05 WS-CA-STATUS          PIC X(1).
       01  WS-COMMAREA-LEN      PIC S9(4) COMP VALUE 54.
       01  WS-TRANSID           PIC X(4) VALUE "EUPD".
       01  WS-RESP              PIC S9(8) COMP VALUE ZERO.
       01  WS-USERID            PIC X(8) VALUE SPACES.
       01  WS-INQ-EMP-ID        PIC 9(6) VALUE ZERO.
       01  WS-SALARY-EDIT       PIC Z,ZZZ,ZZ9.99.
      * today and now, from the CICS clock
       01  WS-ABSTIME           PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-TODAY-YMD         PIC X(8) VALUE SPACES.
       01  WS-TODAY-PARTS REDEFINES WS-TODAY-YMD.
           05 WS-TODAY-YYYY     PIC X(4).
           05 WS-TODAY-MM       PIC X(2).
           05 WS-TODAY-DD       PIC X(2).
       01  WS-NOW-HMS           PIC X(6) VALUE SPACES.
       01  WS-TODAY             PIC X(10) VALUE SPACES.
      * the keyed values - the painted value where the operator left
      *    a field alone or blanked it
       01  WS-NEW-FIRST-NAME    PIC X(12) VALUE SPACES.
       01  WS-NEW-LAST-NAME     PIC X(15) VALUE SPACES.
       01  WS-NEW-DEPARTMENT    PIC X(3) VALUE SPACES.
       01  WS-NEW-SALARY        PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-NEW-STATUS        PIC X(1) VALUE SPACES.
       01  WS-NEW-EFF-DATE      PIC X(10) VALUE SPACES.
       01  WS-CHG-NAME-SW       PIC X(1) VALUE "N".
           88 WS-NAME-CHANGED        VALUE "Y".
       01  WS-CHG-DEPT-SW       PIC X(1) VALUE "N".
           88 WS-DEPT-CHANGED        VALUE "Y".
       01  WS-CHG-SALARY-SW     PIC X(1) VALUE "N".
           88 WS-SALARY-CHANGED      VALUE "Y".
       01  WS-CHG-STATUS-SW     PIC X(1) VALUE "N".
           88 WS-STATUS-CHANGED      VALUE "Y".
      * keyed salary - digits, an optional decimal point with up to
      *    two places, commas and blanks ignored
       01  WS-SAL-IN            PIC X(12) VALUE SPACES.
       01  WS-SAL-IX            PIC S9(4) COMP VALUE ZERO.
       01  WS-SAL-CHAR          PIC X(1) VALUE SPACE.
       01  WS-SAL-DIGIT         PIC 9(1) VALUE ZERO.
       01  WS-SAL-WHOLE         PIC 9(7) VALUE ZERO.
       01  WS-SAL-WHOLE-DIGITS  PIC S9(4) COMP VALUE ZERO.
       01  WS-SAL-CENTS         PIC 9(2) VALUE ZERO.
       01  WS-SAL-CENTS-DIGITS  PIC S9(4) COMP VALUE ZERO.
       01  WS-SAL-POINT-SW      PIC X(1) VALUE "N".
           88 WS-SAL-POINT-SEEN      VALUE "Y".
       01  WS-SAL-BAD-SW        PIC X(1) VALUE "N".
           88 WS-SAL-BAD             VALUE "Y".
      * salary plausibility band - MAIN's intake edit values
       01  WS-SALARY-EDIT-MIN   PIC S9(7)V99 VALUE +1000.00.
       01  WS-SALARY-EDIT-MAX   PIC S9(7)V99 VALUE +2500000.00.
      * the two-person threshold - keep in step with the APPRPCT
      *    card on MAINJOB's CTLCARD (digits with two implied
      *    decimals, 1000 is 10.00 percent). A change the batch
      *    would queue for approval is queued from here as well.
       01  WS-APPR-PCT          PIC 9(2)V99 VALUE 10.00.
       01  WS-APPR-CHG-PCT      PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-APPR-NEEDED-SW    PIC X(1) VALUE "N".
           88 WS-APPROVAL-NEEDED     VALUE "Y".
      * edit result - the message painted and the field the cursor
      *    goes back to
       01  WS-EDIT-REJECT-SW    PIC X(1) VALUE "N".
           88 WS-EDIT-REJECTED       VALUE "Y".
       01  WS-EDIT-MSG          PIC X(60) VALUE SPACES.
       01  WS-CURSOR-FIELD      PIC X(1) VALUE SPACE.
           88 WS-CURSOR-FNAME        VALUE "F".
           88 WS-CURSOR-LNAME        VALUE "L".
           88 WS-CURSOR-DEPT         VALUE "D".
           88 WS-CURSOR-SALARY       VALUE "S".
           88 WS-CURSOR-STATUS       VALUE "T".
           88 WS-CURSOR-EFFDT        VALUE "E".
      * calendar validation work fields - MAIN's date edit
       01  WS-EDIT-DATE         PIC X(10) VALUE SPACES.
       01  WS-EDIT-DATE-PARTS.
           05 WS-EDIT-YYYY      PIC 9(4).
           05 WS-EDIT-MM        PIC 9(2).
           05 WS-EDIT-DD        PIC 9(2).
       01  WS-EDIT-DATE-SW      PIC X(1) VALUE "N".
           88 WS-EDIT-DATE-VALID     VALUE "Y".
       01  WS-EDIT-MONTH-MAX    PIC 9(2) VALUE ZERO.
       01  WS-LEAP-CHECK-YYYY   PIC 9(4) VALUE ZERO.
       01  WS-LEAP-WORK         PIC S9(9) COMP VALUE ZERO.
       01  WS-LEAP-QUOT         PIC S9(9) COMP VALUE ZERO.
       01  WS-LEAP-SW           PIC X(1) VALUE "N".
           88 WS-LEAP-YEAR           VALUE "Y".
      * the DEPTVSAM reference record - same fields as DEPTFILE
       01  WS-DEPT-VSAM-RECORD.
           05 WS-DV-CODE        PIC X(3).
           05 FILLER            PIC X(1).
           05 WS-DV-NAME        PIC X(25).
           05 FILLER            PIC X(1).
           05 WS-DV-GRADE       PIC X(2).
           05 FILLER            PIC X(1).
           05 WS-DV-ROUTE       PIC X(4).
       01  WS-DEPT-KEY          PIC X(3) VALUE SPACES.
       01  WS-DEPT-NAME         PIC X(25) VALUE SPACES.
      * the GRADVSAM band record - same fields as GRADEFIL
       01  WS-GRADE-VSAM-RECORD.
           05 WS-GV-CODE        PIC X(2).
           05 FILLER            PIC X(1).
           05 WS-GV-MIN         PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 WS-GV-MID         PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 WS-GV-MAX         PIC 9(7)V99.
       01  WS-GRADE-KEY         PIC X(2) VALUE SPACES.
      * the AUTHVSAM grant record - same fields as AUTHFILE, keyed
      *    on userid, department and the function bytes so every
      *    AUTHFILE line survives the load; the grants for a
      *    userid add up across its department and *** lines, as
      *    in MAIN.
       01  WS-AUTH-VSAM-RECORD.
           05 WS-AV-USERID      PIC X(8).
           05 FILLER            PIC X(1).
           05 WS-AV-DEPT        PIC X(3).
           05 FILLER            PIC X(1).
           05 WS-AV-FUNCS       PIC X(5).
           05 FILLER            PIC X(22).
       01  WS-AUTH-KEY          PIC X(18) VALUE SPACES.
       01  WS-AUTH-PREFIX.
           05 WS-AP-USERID      PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-AP-DEPT        PIC X(3).
       01  WS-AUTH-TEST-DEPT    PIC X(3) VALUE SPACES.
       01  WS-AUTH-TEST-SALARY-SW PIC X(1) VALUE "N".
           88 WS-AUTH-TEST-SALARY    VALUE "Y".
       01  WS-AUTH-FUNC-OK-SW   PIC X(1) VALUE "N".
           88 WS-AUTH-FUNC-OK        VALUE "Y".
       01  WS-AUTH-SALARY-OK-SW PIC X(1) VALUE "N".
           88 WS-AUTH-SALARY-OK      VALUE "Y".
       01  WS-AUTH-FILE-ERR-SW  PIC X(1) VALUE "N".
           88 WS-AUTH-FILE-ERROR     VALUE "Y".
       01  WS-AUTH-BROWSE-SW    PIC X(1) VALUE "N".
           88 WS-AUTH-BROWSE-DONE    VALUE "Y".
       01  WS-AUTH-REFUSED-SW   PIC X(1) VALUE "N".
           88 WS-AUTH-REFUSED        VALUE "Y".
      * the CHGLOG record - MAIN's CHG-LOG-FILE layout, before and
      *    after images in its change-register image layout
       01  WS-CHGLOG-RECORD.
           05 WS-CL-TIMESTAMP       PIC X(17).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-CL-FUNC            PIC X(2).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-CL-EMP-ID          PIC 9(6).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-CL-BEFORE-IMAGE    PIC X(59).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-CL-AFTER-IMAGE     PIC X(59).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-CL-APPROVER        PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-CL-SUBMITTER       PIC X(8).
       01  WS-CHG-IMAGE.
           05 WS-CHI-FIRST-NAME     PIC X(12).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-CHI-LAST-NAME      PIC X(15).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-CHI-SEX            PIC X(1).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-CHI-DEPARTMENT     PIC X(3).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-CHI-SALARY         PIC -9(7).99.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-CHI-HIRE-DATE      PIC X(10).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-CHI-STATUS         PIC X(1).
      * the queued MAINTRAN batch - MAIN's MAINT-TRANS-RECORD
      *    layout between a BH and a BT of MAIN's batch control
      *    layout, each a 90-byte queue record
       01  WS-MT-RECORD.
           05 WS-MT-FUNC            PIC X(2).
           05 WS-MT-WHATIF-SW       PIC X(1).
           05 WS-MT-EMP-ID          PIC 9(6).
           05 WS-MT-FIRST-NAME      PIC X(12).
           05 WS-MT-LAST-NAME       PIC X(15).
           05 WS-MT-SEX             PIC X(1).
           05 WS-MT-DEPARTMENT      PIC X(3).
           05 WS-MT-SALARY          PIC S9(7)V99.
           05 WS-MT-SALARY-X REDEFINES WS-MT-SALARY
                                    PIC X(9).
           05 WS-MT-HIRE-DATE       PIC X(10).
           05 WS-MT-TERM-DATE       PIC X(10).
           05 WS-MT-TERM-REASON     PIC X(3).
           05 WS-MT-EFF-DATE        PIC X(10).
           05 WS-MT-STATUS          PIC X(1).
           05 WS-MT-MANAGER-ID      PIC X(6).
           05 WS-MT-REOPEN-SW       PIC X(1).
       01  WS-BH-RECORD.
           05 WS-BH-TYPE            PIC X(2) VALUE "BH".
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-BH-BATCH-ID.
              10 FILLER             PIC X(2) VALUE "EU".
              10 WS-BH-BATCH-TIME   PIC X(6).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-BH-CLERK           PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-BH-DATE            PIC X(10).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-BH-SUBMITTER       PIC X(8).
           05 FILLER                PIC X(50) VALUE SPACES.
       01  WS-BT-RECORD.
           05 WS-BT-TYPE            PIC X(2) VALUE "BT".
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-BT-COUNT           PIC 9(9) VALUE 1.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-BT-HASH            PIC 9(13)V99.
           05 FILLER                PIC X(62) VALUE SPACES.
       01  WS-QUEUE-LEN         PIC S9(4) COMP VALUE 90.
       01  WS-CHGLOG-LEN        PIC S9(4) COMP VALUE 165.
       01  WS-MSG-NOTFOUND      PIC X(60) VALUE
           "EMP_ID NOT ON EMP TABLE".
       01  WS-MSG-NOTNUM        PIC X(60) VALUE
           "EMP_ID MUST BE SIX DIGITS".
       01  WS-MSG-DB2-ERROR     PIC X(60) VALUE
           "DB2 ERROR - NOTHING CHANGED - SEE THE CICS LOG".
       01  WS-MSG-READY         PIC X(60) VALUE
           "ENTER AN EMP_ID AND PRESS ENTER".
       01  WS-MSG-KEY-CHANGES   PIC X(60) VALUE
           "OVERTYPE THE CHANGES AND PRESS ENTER - PF12 TO CANCEL".
       01  WS-MSG-NO-CHANGE     PIC X(60) VALUE
           "NO CHANGES KEYED - OVERTYPE A FIELD OR PF12 TO CANCEL".
       01  WS-MSG-CANCELLED     PIC X(60) VALUE
           "NOTHING CHANGED - ENTER AN EMP_ID".
       01  WS-MSG-ROW-MOVED     PIC X(60) VALUE
           "ROW CHANGED SINCE IT WAS SHOWN - REVIEW AND KEY AGAIN".
       01  WS-MSG-APPLIED       PIC X(60) VALUE
           "CHANGE APPLIED AND LOGGED".
       01  WS-MSG-LOG-DOWN      PIC X(60) VALUE
           "CHANGE LOG QUEUE UNAVAILABLE - NOTHING CHANGED".
       01  WS-MSG-HIST-DOWN     PIC X(60) VALUE
           "ASSIGNMENT HISTORY UPDATE FAILED - NOTHING CHANGED".
       01  WS-MSG-QUEUE-DOWN    PIC X(60) VALUE
           "BATCH QUEUE UNAVAILABLE - KEY THE CHANGE ON MAINTRAN".
       01  WS-MSG-QUEUED-APPR   PIC X(60) VALUE
           "QUEUED FOR TONIGHT'S BATCH - NEEDS A SECOND APPROVER".
       01  WS-MSG-QUEUED-DATED.
           05 FILLER            PIC X(39) VALUE
              "QUEUED FOR TONIGHT'S BATCH - EFFECTIVE ".
           05 WS-MQD-DATE       PIC X(10).
           05 FILLER            PIC X(11) VALUE SPACES.
       01  WS-MSG-GOODBYE       PIC X(40) VALUE
           "EMPLOYEE UPDATE ENDED".
      *
       LINKAGE SECTION.
       01  DFHCOMMAREA          PIC X(54).
      *
       PROCEDURE DIVISION.
      * first time in (no commarea): paint the empty panel and
      *    come back as EUPD waiting for an EMP_ID.
           IF EIBCALEN EQUAL ZERO THEN
              MOVE SPACES TO WS-COMMAREA
              SET WS-CA-AWAIT-ID TO TRUE
              MOVE LOW-VALUES TO UPDMAPO
              MOVE WS-MSG-READY TO MSGO
              PERFORM SEND-PANEL-RTN
           END-IF
           MOVE DFHCOMMAREA TO WS-COMMAREA
      * PF3 or CLEAR ends the session
           IF EIBAID EQUAL DFHPF3 OR EIBAID EQUAL DFHCLEAR THEN
              EXEC CICS SEND TEXT FROM(WS-MSG-GOODBYE)
                 LENGTH(40) ERASE FREEKB
              END-EXEC
              EXEC CICS RETURN END-EXEC
           END-IF
      * PF12 drops the painted row without changing anything
           IF EIBAID EQUAL DFHPF12 THEN
              SET WS-CA-AWAIT-ID TO TRUE
              MOVE LOW-VALUES TO UPDMAPO
              MOVE WS-MSG-CANCELLED TO MSGO
              PERFORM SEND-PANEL-RTN
           END-IF
           EXEC CICS RECEIVE MAP('UPDMAP') MAPSET('EMPUPDM')
              INTO(UPDMAPI) RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL) THEN
              SET WS-CA-AWAIT-ID TO TRUE
              MOVE LOW-VALUES TO UPDMAPO
              MOVE WS-MSG-READY TO MSGO
              PERFORM SEND-PANEL-RTN
           END-IF
           IF EMPIDI NOT NUMERIC OR EMPIDL EQUAL ZERO THEN
              SET WS-CA-AWAIT-ID TO TRUE
              MOVE LOW-VALUES TO UPDMAPO
              MOVE WS-MSG-NOTNUM TO MSGO
              PERFORM SEND-PANEL-RTN
           END-IF
           MOVE EMPIDI TO WS-INQ-EMP-ID
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC
           PERFORM GET-TODAY-RTN
      * a different EMP_ID keyed over a painted row is a new
      *    inquiry, not a change to the old one.
           IF WS-CA-AWAIT-CHANGE
                 AND WS-INQ-EMP-ID EQUAL WS-CA-EMP-ID THEN
              PERFORM PROCESS-CHANGE-RTN
           ELSE
              PERFORM INQUIRE-ONE-EMPLOYEE-RTN
           END-IF
           PERFORM SEND-PANEL-RTN
           .
      *
       GET-TODAY-RTN SECTION.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
              YYYYMMDD(WS-TODAY-YMD) TIME(WS-NOW-HMS)
           END-EXEC
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
              DELIMITED BY SIZE INTO WS-TODAY
           .
      *
       INQUIRE-ONE-EMPLOYEE-RTN SECTION.
      * one employee - the cursor is opened scoped to this EMP_ID
      *    alone, fetched, and closed, the same one-row pattern
      *    EINQ uses. A row found becomes the painted baseline.
           MOVE LOW-VALUES TO UPDMAPO
           SET WS-CA-AWAIT-ID TO TRUE
           INITIALIZE LN-READ
           MOVE WS-INQ-EMP-ID TO LN-FILTER-EMP-ID-LOW OF LN-READ
           MOVE WS-INQ-EMP-ID TO LN-FILTER-EMP-ID-HIGH OF LN-READ
           SET LN-READ-OPEN OF LN-READ-FUNC OF LN-READ TO TRUE
           CALL "READ_FN" USING LN-READ LN-ERROR
           IF LN-SQLCODE OF LN-ERROR NOT EQUAL ZERO THEN
              MOVE WS-INQ-EMP-ID TO EMPIDO
              MOVE WS-MSG-DB2-ERROR TO MSGO
           ELSE
              SET LN-READ-FETCH OF LN-READ-FUNC OF LN-READ TO TRUE
              CALL "READ_FN" USING LN-READ LN-ERROR
              EVALUATE TRUE
                 WHEN LN-SQLCODE OF LN-ERROR EQUAL ZERO
                    PERFORM SAVE-PAINTED-ROW-RTN
                    PERFORM FILL-PANEL-FROM-ROW-RTN
                    MOVE WS-MSG-KEY-CHANGES TO MSGO
                 WHEN LN-SQLCODE OF LN-ERROR EQUAL +100
                    MOVE WS-INQ-EMP-ID TO EMPIDO
                    MOVE WS-MSG-NOTFOUND TO MSGO
                 WHEN OTHER
                    MOVE WS-INQ-EMP-ID TO EMPIDO
                    MOVE WS-MSG-DB2-ERROR TO MSGO
              END-EVALUATE
              SET LN-READ-CLOSE OF LN-READ-FUNC OF LN-READ TO TRUE
              CALL "READ_FN" USING LN-READ LN-ERROR
           END-IF
           .
      *
       SAVE-PAINTED-ROW-RTN SECTION.
      * the fetched row into the commarea - the baseline the next
      *    ENTER is compared with
           SET WS-CA-AWAIT-CHANGE TO TRUE
           MOVE LN-EMP-ID OF LN-READ     TO WS-CA-EMP-ID
           MOVE LN-FIRST-NAME OF LN-READ TO WS-CA-FIRST-NAME
           MOVE LN-LAST-NAME OF LN-READ  TO WS-CA-LAST-NAME
           MOVE LN-SEX OF LN-READ        TO WS-CA-SEX
           MOVE LN-DEPARTMENT OF LN-READ TO WS-CA-DEPARTMENT
           MOVE LN-SALARY OF LN-READ     TO WS-CA-SALARY
           MOVE LN-HIRE-DATE OF LN-READ  TO WS-CA-HIRE-DATE
           MOVE LN-STATUS OF LN-READ     TO WS-CA-STATUS
           .
      *
       FILL-PANEL-FROM-ROW-RTN SECTION.
      * paints the commarea row, effective date blank
           MOVE WS-CA-FIRST-NAME TO WS-NEW-FIRST-NAME
           MOVE WS-CA-LAST-NAME  TO WS-NEW-LAST-NAME
           MOVE WS-CA-DEPARTMENT TO WS-NEW-DEPARTMENT
           MOVE WS-CA-SALARY     TO WS-NEW-SALARY
           MOVE WS-CA-STATUS     TO WS-NEW-STATUS
           MOVE SPACES           TO WS-NEW-EFF-DATE
           PERFORM FILL-PANEL-FROM-KEYED-RTN
           .
      *
       FILL-PANEL-FROM-KEYED-RTN SECTION.
      * paints the keyed values over the row's fixed fields - used
      *    for the first paint and to hand a refused change back
      *    for correction
           MOVE LOW-VALUES TO UPDMAPO
           MOVE WS-CA-EMP-ID      TO EMPIDO
           MOVE WS-NEW-FIRST-NAME TO FNAMEO
           MOVE WS-NEW-LAST-NAME  TO LNAMEO
           MOVE WS-CA-SEX         TO SEXXO
           MOVE WS-CA-HIRE-DATE   TO HIREDTO
           MOVE WS-NEW-DEPARTMENT TO DEPTO
           MOVE WS-NEW-SALARY     TO WS-SALARY-EDIT
           MOVE WS-SALARY-EDIT    TO SALARYO
           MOVE WS-NEW-STATUS     TO STATUSO
           MOVE WS-NEW-EFF-DATE   TO EFFDTO
           EVALUATE WS-NEW-STATUS
              WHEN "A" MOVE "ACTIVE" TO STATDSO
              WHEN "L" MOVE "LEAVE OF ABSENCE" TO STATDSO
              WHEN "S" MOVE "SUSPENDED" TO STATDSO
              WHEN "M" MOVE "MILITARY SERVICE" TO STATDSO
              WHEN OTHER MOVE SPACES TO STATDSO
           END-EVALUATE
           MOVE WS-NEW-DEPARTMENT TO WS-DEPT-KEY
           PERFORM READ-DEPT-REFERENCE-RTN
           IF WS-RESP EQUAL DFHRESP(NORMAL) THEN
              MOVE WS-DV-NAME TO DEPTNMO
           ELSE
              MOVE SPACES TO DEPTNMO
           END-IF
           .
      *
       PROCESS-CHANGE-RTN SECTION.
      * the second ENTER on a painted row - gather what was keyed,
      *    edit it as the batch would, check the keying userid's
      *    grants, then apply it or queue it for the batch.
           MOVE "N" TO WS-EDIT-REJECT-SW
           MOVE SPACES TO WS-EDIT-MSG
           MOVE SPACE TO WS-CURSOR-FIELD
           PERFORM GATHER-KEYED-VALUES-RTN
           IF NOT WS-EDIT-REJECTED
                 AND NOT WS-NAME-CHANGED AND NOT WS-DEPT-CHANGED
                 AND NOT WS-SALARY-CHANGED
                 AND NOT WS-STATUS-CHANGED THEN
              PERFORM FILL-PANEL-FROM-KEYED-RTN
              MOVE WS-MSG-NO-CHANGE TO MSGO
           ELSE
              IF NOT WS-EDIT-REJECTED THEN
                 PERFORM EDIT-CHANGE-RTN
              END-IF
              IF NOT WS-EDIT-REJECTED THEN
                 PERFORM AUTHORIZE-CHANGE-RTN
              END-IF
              IF WS-EDIT-REJECTED THEN
                 PERFORM FILL-PANEL-FROM-KEYED-RTN
                 MOVE WS-EDIT-MSG TO MSGO
                 PERFORM SET-CURSOR-FIELD-RTN
              ELSE
                 PERFORM CHECK-APPROVAL-NEEDED-RTN
                 IF WS-APPROVAL-NEEDED
                       OR WS-NEW-EFF-DATE GREATER THAN WS-TODAY THEN
                    PERFORM QUEUE-FOR-BATCH-RTN
                 ELSE
                    PERFORM APPLY-CHANGE-RTN
                 END-IF
              END-IF
           END-IF
           .
      *
       GATHER-KEYED-VALUES-RTN SECTION.
      * every keyable field comes back (FSET); nulls are read as
      *    blanks and a blank field keeps the painted value. The
      *    salary is parsed here since a keyed salary that isn't a
      *    number has nothing to compare.
           INSPECT FNAMEI REPLACING ALL LOW-VALUES BY SPACES
           INSPECT LNAMEI REPLACING ALL LOW-VALUES BY SPACES
           INSPECT DEPTI REPLACING ALL LOW-VALUES BY SPACES
           INSPECT SALARYI REPLACING ALL LOW-VALUES BY SPACES
           INSPECT STATUSI REPLACING ALL LOW-VALUES BY SPACES
           INSPECT EFFDTI REPLACING ALL LOW-VALUES BY SPACES
           MOVE "N" TO WS-CHG-NAME-SW
           MOVE "N" TO WS-CHG-DEPT-SW
           MOVE "N" TO WS-CHG-SALARY-SW
           MOVE "N" TO WS-CHG-STATUS-SW
           MOVE WS-CA-FIRST-NAME TO WS-NEW-FIRST-NAME
           IF FNAMEI NOT EQUAL SPACES THEN
              MOVE FNAMEI TO WS-NEW-FIRST-NAME
           END-IF
           MOVE WS-CA-LAST-NAME TO WS-NEW-LAST-NAME
           IF LNAMEI NOT EQUAL SPACES THEN
              MOVE LNAMEI TO WS-NEW-LAST-NAME
           END-IF
           IF WS-NEW-FIRST-NAME NOT EQUAL WS-CA-FIRST-NAME
                 OR WS-NEW-LAST-NAME NOT EQUAL WS-CA-LAST-NAME THEN
              SET WS-NAME-CHANGED TO TRUE
           END-IF
           MOVE WS-CA-DEPARTMENT TO WS-NEW-DEPARTMENT
           IF DEPTI NOT EQUAL SPACES THEN
              MOVE DEPTI TO WS-NEW-DEPARTMENT
           END-IF
           IF WS-NEW-DEPARTMENT NOT EQUAL WS-CA-DEPARTMENT THEN
              SET WS-DEPT-CHANGED TO TRUE
           END-IF
           MOVE WS-CA-STATUS TO WS-NEW-STATUS
           IF STATUSI NOT EQUAL SPACES THEN
              MOVE STATUSI TO WS-NEW-STATUS
           END-IF
           IF WS-NEW-STATUS NOT EQUAL WS-CA-STATUS THEN
              SET WS-STATUS-CHANGED TO TRUE
           END-IF
           MOVE EFFDTI TO WS-NEW-EFF-DATE
           MOVE WS-CA-SALARY TO WS-NEW-SALARY
           IF SALARYI NOT EQUAL SPACES THEN
              MOVE SALARYI TO WS-SAL-IN
              PERFORM PARSE-KEYED-SALARY-RTN
              IF WS-SAL-BAD THEN
                 SET WS-EDIT-REJECTED TO TRUE
                 MOVE "E003 SALARY NOT NUMERIC" TO WS-EDIT-MSG
                 SET WS-CURSOR-SALARY TO TRUE
              ELSE
                 COMPUTE WS-NEW-SALARY =
                    WS-SAL-WHOLE + (WS-SAL-CENTS / 100)
                 IF WS-NEW-SALARY NOT EQUAL WS-CA-SALARY THEN
                    SET WS-SALARY-CHANGED TO TRUE
                 END-IF
              END-IF
           END-IF
      * a refused salary repaints as keyed-over by the painted one;
      *    the message says which field to fix.
           .
      *
       PARSE-KEYED-SALARY-RTN SECTION.
      * WS-SAL-IN as keyed - digits with an optional decimal point
      *    and up to two places after it; commas and blanks are
      *    skipped, anything else (or no digits at all, or more
      *    than seven before the point) is refused.
           MOVE "N" TO WS-SAL-BAD-SW
           MOVE "N" TO WS-SAL-POINT-SW
           MOVE ZERO TO WS-SAL-WHOLE
           MOVE ZERO TO WS-SAL-WHOLE-DIGITS
           MOVE ZERO TO WS-SAL-CENTS
           MOVE ZERO TO WS-SAL-CENTS-DIGITS
           MOVE ZERO TO WS-SAL-IX
           PERFORM UNTIL WS-SAL-IX GREATER OR EQUAL 12
                 OR WS-SAL-BAD
              ADD 1 TO WS-SAL-IX
              MOVE WS-SAL-IN (WS-SAL-IX:1) TO WS-SAL-CHAR
              EVALUATE TRUE
                 WHEN WS-SAL-CHAR NUMERIC
                    MOVE WS-SAL-CHAR TO WS-SAL-DIGIT
                    IF WS-SAL-POINT-SEEN THEN
                       ADD 1 TO WS-SAL-CENTS-DIGITS
                       IF WS-SAL-CENTS-DIGITS GREATER THAN 2 THEN
                          SET WS-SAL-BAD TO TRUE
                       ELSE
                          COMPUTE WS-SAL-CENTS =
                             WS-SAL-CENTS * 10 + WS-SAL-DIGIT
                       END-IF
                    ELSE
                       ADD 1 TO WS-SAL-WHOLE-DIGITS
                       IF WS-SAL-WHOLE-DIGITS GREATER THAN 7 THEN
                          SET WS-SAL-BAD TO TRUE
                       ELSE
                          COMPUTE WS-SAL-WHOLE =
                             WS-SAL-WHOLE * 10 + WS-SAL-DIGIT
                       END-IF
                    END-IF
                 WHEN WS-SAL-CHAR EQUAL "."
                    IF WS-SAL-POINT-SEEN THEN
                       SET WS-SAL-BAD TO TRUE
                    ELSE
                       SET WS-SAL-POINT-SEEN TO TRUE
                    END-IF
                 WHEN WS-SAL-CHAR EQUAL "," OR WS-SAL-CHAR EQUAL SPACE
                    CONTINUE
                 WHEN OTHER
                    SET WS-SAL-BAD TO TRUE
              END-EVALUATE
           END-PERFORM
           IF WS-SAL-WHOLE-DIGITS EQUAL ZERO
                 AND WS-SAL-CENTS-DIGITS EQUAL ZERO THEN
              SET WS-SAL-BAD TO TRUE
           END-IF
      * one place after the point is tenths
           IF WS-SAL-CENTS-DIGITS EQUAL 1 THEN
              COMPUTE WS-SAL-CENTS = WS-SAL-CENTS * 10
           END-IF
           .
      *
       EDIT-CHANGE-RTN SECTION.
      * MAIN's MAINTRAN edits, in MAIN's order, for the fields this
      *    panel can change. The department reference has to answer
      *    here - where the batch edits through a missing DEPTFILE,
      *    a change keyed online waits until DEPTVSAM is back.
           IF WS-STATUS-CHANGED
                 AND WS-NEW-STATUS NOT EQUAL "A"
                 AND WS-NEW-STATUS NOT EQUAL "L"
                 AND WS-NEW-STATUS NOT EQUAL "S"
                 AND WS-NEW-STATUS NOT EQUAL "M" THEN
              SET WS-EDIT-REJECTED TO TRUE
              MOVE "E014 INVALID STATUS CODE - A, L, S OR M"
                 TO WS-EDIT-MSG
              SET WS-CURSOR-STATUS TO TRUE
           END-IF
           IF NOT WS-EDIT-REJECTED AND WS-SALARY-CHANGED
                 AND (WS-NEW-SALARY LESS THAN WS-SALARY-EDIT-MIN
                   OR WS-NEW-SALARY GREATER THAN
                      WS-SALARY-EDIT-MAX) THEN
              SET WS-EDIT-REJECTED TO TRUE
              MOVE "E004 SALARY OUT OF RANGE" TO WS-EDIT-MSG
              SET WS-CURSOR-SALARY TO TRUE
           END-IF
           IF NOT WS-EDIT-REJECTED AND WS-NEW-EFF-DATE NOT EQUAL
                 SPACES THEN
              MOVE WS-NEW-EFF-DATE TO WS-EDIT-DATE
              PERFORM VALIDATE-EDIT-DATE-RTN
              IF NOT WS-EDIT-DATE-VALID THEN
                 SET WS-EDIT-REJECTED TO TRUE
                 MOVE "E012 INVALID EFFECTIVE DATE - YYYY-MM-DD"
                    TO WS-EDIT-MSG
                 SET WS-CURSOR-EFFDT TO TRUE
              ELSE
                 IF WS-NEW-EFF-DATE LESS THAN WS-TODAY THEN
                    SET WS-EDIT-REJECTED TO TRUE
                    MOVE "BACK-DATED CHANGE - KEY IT ON MAINTRAN"
                       TO WS-EDIT-MSG
                    SET WS-CURSOR-EFFDT TO TRUE
                 END-IF
              END-IF
           END-IF
           IF NOT WS-EDIT-REJECTED AND WS-DEPT-CHANGED THEN
              MOVE WS-NEW-DEPARTMENT TO WS-DEPT-KEY
              PERFORM READ-DEPT-REFERENCE-RTN
              EVALUATE TRUE
                 WHEN WS-RESP EQUAL DFHRESP(NORMAL)
                    CONTINUE
                 WHEN WS-RESP EQUAL DFHRESP(NOTFND)
                    SET WS-EDIT-REJECTED TO TRUE
                    MOVE "E008 UNKNOWN DEPARTMENT CODE"
                       TO WS-EDIT-MSG
                    SET WS-CURSOR-DEPT TO TRUE
                 WHEN OTHER
                    SET WS-EDIT-REJECTED TO TRUE
                    MOVE "DEPARTMENT REFERENCE UNAVAILABLE - TRY LATER"
                       TO WS-EDIT-MSG
                    SET WS-CURSOR-DEPT TO TRUE
              END-EVALUATE
           END-IF
      * band edit - a changed salary against the band of the
      *    department the employee ends up in. The batch has to let
      *    a salary keyed without a department through, since only
      *    the fetch knows the current one; here it is on the panel.
           IF NOT WS-EDIT-REJECTED AND WS-SALARY-CHANGED THEN
              PERFORM CHECK-SALARY-BAND-RTN
           END-IF
           .
      *
       CHECK-SALARY-BAND-RTN SECTION.
      * the department's grade from DEPTVSAM, the band from
      *    GRADVSAM. A department with no grade, or a grade with no
      *    band, edits as before the grade reference existed - as
      *    in MAIN.
           MOVE WS-NEW-DEPARTMENT TO WS-DEPT-KEY
           PERFORM READ-DEPT-REFERENCE-RTN
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL) THEN
              SET WS-EDIT-REJECTED TO TRUE
              MOVE "DEPARTMENT REFERENCE UNAVAILABLE - TRY LATER"
                 TO WS-EDIT-MSG
              SET WS-CURSOR-DEPT TO TRUE
           ELSE
              IF WS-DV-GRADE NOT EQUAL SPACES THEN
                 MOVE WS-DV-GRADE TO WS-GRADE-KEY
                 EXEC CICS READ FILE('GRADVSAM')
                    INTO(WS-GRADE-VSAM-RECORD)
                    RIDFLD(WS-GRADE-KEY)
                    RESP(WS-RESP)
                 END-EXEC
                 EVALUATE TRUE
                    WHEN WS-RESP EQUAL DFHRESP(NORMAL)
                       IF WS-NEW-SALARY LESS THAN WS-GV-MIN
                             OR WS-NEW-SALARY GREATER THAN WS-GV-MAX
                             THEN
                          SET WS-EDIT-REJECTED TO TRUE
                          MOVE "E013 SALARY OUTSIDE GRADE BAND"
                             TO WS-EDIT-MSG
                          SET WS-CURSOR-SALARY TO TRUE
                       END-IF
                    WHEN WS-RESP EQUAL DFHRESP(NOTFND)
                       CONTINUE
                    WHEN OTHER
                       SET WS-EDIT-REJECTED TO TRUE
                       MOVE "GRADE BANDS UNAVAILABLE - TRY LATER"
                          TO WS-EDIT-MSG
                       SET WS-CURSOR-SALARY TO TRUE
                 END-EVALUATE
              END-IF
           END-IF
           .
      *
       READ-DEPT-REFERENCE-RTN SECTION.
      * WS-DEPT-KEY on DEPTVSAM - WS-RESP says how it went
           EXEC CICS READ FILE('DEPTVSAM')
              INTO(WS-DEPT-VSAM-RECORD)
              RIDFLD(WS-DEPT-KEY)
              RESP(WS-RESP)
           END-EXEC
           .
      *
       VALIDATE-EDIT-DATE-RTN SECTION.
      * real-calendar check of WS-EDIT-DATE (yyyy-mm-dd) - MAIN's
      *    date edit.
           MOVE "N" TO WS-EDIT-DATE-SW
           IF WS-EDIT-DATE (5:1) EQUAL "-"
                 AND WS-EDIT-DATE (8:1) EQUAL "-" THEN
              MOVE WS-EDIT-DATE (1:4) TO WS-EDIT-YYYY
              MOVE WS-EDIT-DATE (6:2) TO WS-EDIT-MM
              MOVE WS-EDIT-DATE (9:2) TO WS-EDIT-DD
              IF WS-EDIT-DATE-PARTS NUMERIC
                    AND WS-EDIT-YYYY GREATER THAN ZERO
                    AND WS-EDIT-MM GREATER OR EQUAL 01
                    AND WS-EDIT-MM LESS OR EQUAL 12
                    AND WS-EDIT-DD GREATER OR EQUAL 01 THEN
                 EVALUATE WS-EDIT-MM
                    WHEN 01 WHEN 03 WHEN 05 WHEN 07
                    WHEN 08 WHEN 10 WHEN 12
                       MOVE 31 TO WS-EDIT-MONTH-MAX
                    WHEN 04 WHEN 06 WHEN 09 WHEN 11
                       MOVE 30 TO WS-EDIT-MONTH-MAX
                    WHEN 02
                       MOVE WS-EDIT-YYYY TO WS-LEAP-CHECK-YYYY
                       PERFORM CHECK-LEAP-YEAR-RTN
                       IF WS-LEAP-YEAR THEN
                          MOVE 29 TO WS-EDIT-MONTH-MAX
                       ELSE
                          MOVE 28 TO WS-EDIT-MONTH-MAX
                       END-IF
                 END-EVALUATE
                 IF WS-EDIT-DD LESS OR EQUAL WS-EDIT-MONTH-MAX THEN
                    SET WS-EDIT-DATE-VALID TO TRUE
                 END-IF
              END-IF
           END-IF
           .
      *
       CHECK-LEAP-YEAR-RTN SECTION.
           MOVE "N" TO WS-LEAP-SW
           DIVIDE WS-LEAP-CHECK-YYYY BY 4 GIVING WS-LEAP-QUOT
              REMAINDER WS-LEAP-WORK
           IF WS-LEAP-WORK EQUAL ZERO THEN
              SET WS-LEAP-YEAR TO TRUE
              DIVIDE WS-LEAP-CHECK-YYYY BY 100 GIVING WS-LEAP-QUOT
                 REMAINDER WS-LEAP-WORK
              IF WS-LEAP-WORK EQUAL ZERO THEN
                 MOVE "N" TO WS-LEAP-SW
                 DIVIDE WS-LEAP-CHECK-YYYY BY 400
                    GIVING WS-LEAP-QUOT
                    REMAINDER WS-LEAP-WORK
                 IF WS-LEAP-WORK EQUAL ZERO THEN
                    SET WS-LEAP-YEAR TO TRUE
                 END-IF
              END-IF
           END-IF
           .
      *
       AUTHORIZE-CHANGE-RTN SECTION.
      * the keying userid needs the UP grant in the department the
      *    employee is in and, for a transfer, in the one keyed -
      *    plus the salary grant when the salary moves. Without
      *    AUTHVSAM nothing is changed from here.
           MOVE "N" TO WS-AUTH-TEST-SALARY-SW
           IF WS-SALARY-CHANGED THEN
              SET WS-AUTH-TEST-SALARY TO TRUE
           END-IF
           MOVE WS-CA-DEPARTMENT TO WS-AUTH-TEST-DEPT
           PERFORM CHECK-USERID-GRANTS-RTN
           IF NOT WS-AUTH-REFUSED AND WS-DEPT-CHANGED THEN
              MOVE WS-NEW-DEPARTMENT TO WS-AUTH-TEST-DEPT
              PERFORM CHECK-USERID-GRANTS-RTN
           END-IF
           IF WS-AUTH-REFUSED THEN
              SET WS-EDIT-REJECTED TO TRUE
              IF WS-AUTH-FILE-ERROR THEN
                 MOVE "AUTHORIZATION FILE UNAVAILABLE - TRY LATER"
                    TO WS-EDIT-MSG
              ELSE
                 STRING "E021 " DELIMITED BY SIZE
                    WS-USERID DELIMITED BY SPACE
                    " NOT AUTHORIZED FOR DEPARTMENT "
                    WS-AUTH-TEST-DEPT DELIMITED BY SIZE
                    INTO WS-EDIT-MSG
                 IF WS-DEPT-CHANGED THEN
                    SET WS-CURSOR-DEPT TO TRUE
                 END-IF
              END-IF
           END-IF
           .
      *
       CHECK-USERID-GRANTS-RTN SECTION.
      * MAIN's CHECK-SUBMITTER-AUTH-RTN against AUTHVSAM - the UP
      *    byte (2) and the salary byte (5), added up over the
      *    userid's lines for the department and for ***.
           MOVE "N" TO WS-AUTH-REFUSED-SW
           MOVE "N" TO WS-AUTH-FILE-ERR-SW
           MOVE "N" TO WS-AUTH-FUNC-OK-SW
           MOVE "N" TO WS-AUTH-SALARY-OK-SW
           MOVE WS-USERID TO WS-AP-USERID
           MOVE WS-AUTH-TEST-DEPT TO WS-AP-DEPT
           PERFORM BROWSE-USERID-GRANTS-RTN
           IF NOT WS-AUTH-FILE-ERROR THEN
              MOVE "***" TO WS-AP-DEPT
              PERFORM BROWSE-USERID-GRANTS-RTN
           END-IF
           IF WS-AUTH-FILE-ERROR
                 OR WS-USERID EQUAL SPACES
                 OR NOT WS-AUTH-FUNC-OK
                 OR (WS-AUTH-TEST-SALARY
                     AND NOT WS-AUTH-SALARY-OK) THEN
              SET WS-AUTH-REFUSED TO TRUE
           END-IF
           .
      *
       BROWSE-USERID-GRANTS-RTN SECTION.
      * every AUTHVSAM line that starts with WS-AUTH-PREFIX (userid,
      *    blank, department)
           MOVE SPACES TO WS-AUTH-KEY
           MOVE WS-AUTH-PREFIX TO WS-AUTH-KEY (1:12)
           EXEC CICS STARTBR FILE('AUTHVSAM')
              RIDFLD(WS-AUTH-KEY) KEYLENGTH(12) GENERIC GTEQ
              RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
              WHEN WS-RESP EQUAL DFHRESP(NOTFND)
                 CONTINUE
              WHEN WS-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET WS-AUTH-FILE-ERROR TO TRUE
              WHEN OTHER
                 MOVE "N" TO WS-AUTH-BROWSE-SW
                 PERFORM UNTIL WS-AUTH-BROWSE-DONE
                    EXEC CICS READNEXT FILE('AUTHVSAM')
                       INTO(WS-AUTH-VSAM-RECORD)
                       RIDFLD(WS-AUTH-KEY)
                       RESP(WS-RESP)
                    END-EXEC
                    EVALUATE TRUE
                       WHEN WS-RESP EQUAL DFHRESP(ENDFILE)
                          SET WS-AUTH-BROWSE-DONE TO TRUE
                       WHEN WS-RESP NOT EQUAL DFHRESP(NORMAL)
                          SET WS-AUTH-FILE-ERROR TO TRUE
                          SET WS-AUTH-BROWSE-DONE TO TRUE
                       WHEN WS-AUTH-VSAM-RECORD (1:12) NOT EQUAL
                             WS-AUTH-PREFIX
                          SET WS-AUTH-BROWSE-DONE TO TRUE
                       WHEN OTHER
                          IF WS-AV-FUNCS (2:1) EQUAL "Y" THEN
                             SET WS-AUTH-FUNC-OK TO TRUE
                          END-IF
                          IF WS-AV-FUNCS (5:1) EQUAL "Y" THEN
                             SET WS-AUTH-SALARY-OK TO TRUE
                          END-IF
                    END-EVALUATE
                 END-PERFORM
                 EXEC CICS ENDBR FILE('AUTHVSAM') END-EXEC
           END-EVALUATE
           .
      *
       CHECK-APPROVAL-NEEDED-RTN SECTION.
      * MAIN's two-person salary rule against the painted salary -
      *    a move past WS-APPR-PCT either way, or any salary given
      *    to a row that had none.
           MOVE "N" TO WS-APPR-NEEDED-SW
           IF WS-SALARY-CHANGED AND WS-APPR-PCT GREATER THAN ZERO THEN
              IF WS-CA-SALARY EQUAL ZERO THEN
                 SET WS-APPROVAL-NEEDED TO TRUE
              ELSE
                 COMPUTE WS-APPR-CHG-PCT ROUNDED =
                    (WS-NEW-SALARY - WS-CA-SALARY) * 100
                       / WS-CA-SALARY
                    ON SIZE ERROR
                       SET WS-APPROVAL-NEEDED TO TRUE
                 END-COMPUTE
                 IF WS-APPR-CHG-PCT LESS THAN ZERO THEN
                    COMPUTE WS-APPR-CHG-PCT = WS-APPR-CHG-PCT * -1
                 END-IF
                 IF WS-APPR-CHG-PCT GREATER THAN WS-APPR-PCT THEN
                    SET WS-APPROVAL-NEEDED TO TRUE
                 END-IF
              END-IF
           END-IF
           .
      *
       APPLY-CHANGE-RTN SECTION.
      * fetch the row again for update. If it no longer matches what
      *    was painted, someone else changed it - paint it fresh and
      *    apply nothing. Otherwise update it, move the assignment
      *    history on and log the change, committing all of it or
      *    none.
           INITIALIZE LN-READ
           MOVE WS-CA-EMP-ID TO LN-FILTER-EMP-ID-LOW OF LN-READ
           MOVE WS-CA-EMP-ID TO LN-FILTER-EMP-ID-HIGH OF LN-READ
           SET LN-READ-OPEN OF LN-READ-FUNC OF LN-READ TO TRUE
           CALL "READ_FN" USING LN-READ LN-ERROR
           IF LN-SQLCODE OF LN-ERROR NOT EQUAL ZERO THEN
              PERFORM FILL-PANEL-FROM-KEYED-RTN
              MOVE WS-MSG-DB2-ERROR TO MSGO
           ELSE
              SET LN-READ-FETCH OF LN-READ-FUNC OF LN-READ TO TRUE
              CALL "READ_FN" USING LN-READ LN-ERROR
              EVALUATE TRUE
                 WHEN LN-SQLCODE OF LN-ERROR EQUAL +100
                    SET WS-CA-AWAIT-ID TO TRUE
                    MOVE LOW-VALUES TO UPDMAPO
                    MOVE WS-CA-EMP-ID TO EMPIDO
                    MOVE WS-MSG-NOTFOUND TO MSGO
                 WHEN LN-SQLCODE OF LN-ERROR NOT EQUAL ZERO
                    PERFORM FILL-PANEL-FROM-KEYED-RTN
                    MOVE WS-MSG-DB2-ERROR TO MSGO
                 WHEN LN-FIRST-NAME OF LN-READ NOT EQUAL
                         WS-CA-FIRST-NAME
                       OR LN-LAST-NAME OF LN-READ NOT EQUAL
                          WS-CA-LAST-NAME
                       OR LN-SEX OF LN-READ NOT EQUAL WS-CA-SEX
                       OR LN-DEPARTMENT OF LN-READ NOT EQUAL
                          WS-CA-DEPARTMENT
                       OR LN-SALARY OF LN-READ NOT EQUAL
                          WS-CA-SALARY
                       OR LN-HIRE-DATE OF LN-READ NOT EQUAL
                          WS-CA-HIRE-DATE
                       OR LN-STATUS OF LN-READ NOT EQUAL
                          WS-CA-STATUS
                    PERFORM SAVE-PAINTED-ROW-RTN
                    PERFORM FILL-PANEL-FROM-ROW-RTN
                    MOVE WS-MSG-ROW-MOVED TO MSGO
                 WHEN OTHER
                    PERFORM UPDATE-FETCHED-ROW-RTN
              END-EVALUATE
              SET LN-READ-CLOSE OF LN-READ-FUNC OF LN-READ TO TRUE
              CALL "READ_FN" USING LN-READ LN-ERROR
           END-IF
           .
      *
       UPDATE-FETCHED-ROW-RTN SECTION.
      * the row is positioned and matches the panel's baseline. The
      *    before image is the baseline, the after image the row
      *    with the keyed values in.
           MOVE WS-CA-FIRST-NAME TO WS-CHI-FIRST-NAME
           MOVE WS-CA-LAST-NAME  TO WS-CHI-LAST-NAME
           MOVE WS-CA-SEX        TO WS-CHI-SEX
           MOVE WS-CA-DEPARTMENT TO WS-CHI-DEPARTMENT
           MOVE WS-CA-SALARY     TO WS-CHI-SALARY
           MOVE WS-CA-HIRE-DATE  TO WS-CHI-HIRE-DATE
           MOVE WS-CA-STATUS     TO WS-CHI-STATUS
           MOVE WS-CHG-IMAGE     TO WS-CL-BEFORE-IMAGE
           MOVE WS-NEW-FIRST-NAME TO LN-FIRST-NAME OF LN-READ
           MOVE WS-NEW-LAST-NAME  TO LN-LAST-NAME OF LN-READ
           MOVE WS-NEW-DEPARTMENT TO LN-DEPARTMENT OF LN-READ
           MOVE WS-NEW-SALARY     TO LN-SALARY OF LN-READ
           MOVE WS-NEW-STATUS     TO LN-STATUS OF LN-READ
           SET LN-READ-UPDATE OF LN-READ-FUNC OF LN-READ TO TRUE
           CALL "READ_FN" USING LN-READ LN-ERROR
           IF LN-SQLCODE OF LN-ERROR NOT EQUAL ZERO THEN
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              PERFORM FILL-PANEL-FROM-KEYED-RTN
              MOVE WS-MSG-DB2-ERROR TO MSGO
           ELSE
              MOVE "N" TO WS-EDIT-REJECT-SW
      * the assignment history moves on the same day when the
      *    department or salary moved - the open assignment closes
      *    and its replacement opens, as the batch does.
              IF WS-DEPT-CHANGED OR WS-SALARY-CHANGED THEN
                 PERFORM RECORD-ASSIGNMENT-RTN
              END-IF
              IF NOT WS-EDIT-REJECTED THEN
                 PERFORM WRITE-ONLINE-CHGLOG-RTN
              END-IF
              IF WS-EDIT-REJECTED THEN
                 EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                 PERFORM FILL-PANEL-FROM-KEYED-RTN
                 MOVE WS-EDIT-MSG TO MSGO
              ELSE
                 EXEC CICS SYNCPOINT END-EXEC
                 PERFORM SAVE-PAINTED-ROW-RTN
                 PERFORM FILL-PANEL-FROM-ROW-RTN
                 MOVE WS-MSG-APPLIED TO MSGO
              END-IF
           END-IF
           .
      *
       RECORD-ASSIGNMENT-RTN SECTION.
      * SQLCODE +100 on the close (no open row - the employee
      *    predates the history table) is not a failure.
           INITIALIZE LN-HIST
           MOVE WS-CA-EMP-ID TO LN-HIST-EMP-ID
           MOVE WS-TODAY     TO LN-HIST-END-DATE
           SET LN-HIST-END-ASG OF LN-HIST-FUNC OF LN-HIST TO TRUE
           CALL "HIST_FN" USING LN-HIST LN-ERROR
           IF LN-SQLCODE OF LN-ERROR NOT EQUAL ZERO
                 AND LN-SQLCODE OF LN-ERROR NOT EQUAL +100 THEN
              SET WS-EDIT-REJECTED TO TRUE
              MOVE WS-MSG-HIST-DOWN TO WS-EDIT-MSG
           ELSE
              INITIALIZE LN-HIST
              MOVE WS-CA-EMP-ID           TO LN-HIST-EMP-ID
              MOVE LN-FIRST-NAME OF LN-READ TO LN-HIST-FIRST-NAME
              MOVE LN-LAST-NAME OF LN-READ  TO LN-HIST-LAST-NAME
              MOVE LN-SEX OF LN-READ        TO LN-HIST-SEX
              MOVE LN-DEPARTMENT OF LN-READ TO LN-HIST-DEPARTMENT
              MOVE LN-SALARY OF LN-READ     TO LN-HIST-SALARY
              MOVE LN-HIRE-DATE OF LN-READ  TO LN-HIST-HIRE-DATE
              MOVE WS-TODAY                 TO LN-HIST-START-DATE
              SET LN-HIST-INSERT OF LN-HIST-FUNC OF LN-HIST TO TRUE
              CALL "HIST_FN" USING LN-HIST LN-ERROR
              IF LN-SQLCODE OF LN-ERROR NOT EQUAL ZERO THEN
                 SET WS-EDIT-REJECTED TO TRUE
                 MOVE WS-MSG-HIST-DOWN TO WS-EDIT-MSG
              END-IF
           END-IF
           .
      *
       WRITE-ONLINE-CHGLOG-RTN SECTION.
      * one CHGLOG record for the applied change, stamped from the
      *    CICS clock, the keying userid as the submitter
           STRING WS-TODAY-YMD "-" WS-NOW-HMS "00"
              DELIMITED BY SIZE INTO WS-CL-TIMESTAMP
           MOVE "UP"         TO WS-CL-FUNC
           MOVE WS-CA-EMP-ID TO WS-CL-EMP-ID
           MOVE LN-FIRST-NAME OF LN-READ TO WS-CHI-FIRST-NAME
           MOVE LN-LAST-NAME OF LN-READ  TO WS-CHI-LAST-NAME
           MOVE LN-SEX OF LN-READ        TO WS-CHI-SEX
           MOVE LN-DEPARTMENT OF LN-READ TO WS-CHI-DEPARTMENT
           MOVE LN-SALARY OF LN-READ     TO WS-CHI-SALARY
           MOVE LN-HIRE-DATE OF LN-READ  TO WS-CHI-HIRE-DATE
           MOVE LN-STATUS OF LN-READ     TO WS-CHI-STATUS
           MOVE WS-CHG-IMAGE TO WS-CL-AFTER-IMAGE
           MOVE SPACES       TO WS-CL-APPROVER
           MOVE WS-USERID    TO WS-CL-SUBMITTER
           EXEC CICS WRITEQ TD QUEUE('ECHG')
              FROM(WS-CHGLOG-RECORD) LENGTH(WS-CHGLOG-LEN)
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL) THEN
              SET WS-EDIT-REJECTED TO TRUE
              MOVE WS-MSG-LOG-DOWN TO WS-EDIT-MSG
           END-IF
           .
      *
       QUEUE-FOR-BATCH-RTN SECTION.
      * the change as a MAINTRAN UP in a batch of its own - a field
      *    left as painted goes out blank (keep current), so the
      *    batch changes only what was keyed, against the row as it
      *    stands that night. BT count 1, hash the salary keyed.
           MOVE SPACES TO WS-MT-RECORD
           MOVE "UP" TO WS-MT-FUNC
           MOVE WS-CA-EMP-ID TO WS-MT-EMP-ID
           IF WS-NEW-FIRST-NAME NOT EQUAL WS-CA-FIRST-NAME THEN
              MOVE WS-NEW-FIRST-NAME TO WS-MT-FIRST-NAME
           END-IF
           IF WS-NEW-LAST-NAME NOT EQUAL WS-CA-LAST-NAME THEN
              MOVE WS-NEW-LAST-NAME TO WS-MT-LAST-NAME
           END-IF
           IF WS-DEPT-CHANGED THEN
              MOVE WS-NEW-DEPARTMENT TO WS-MT-DEPARTMENT
           END-IF
           MOVE ZERO TO WS-BT-HASH
           IF WS-SALARY-CHANGED THEN
              MOVE WS-NEW-SALARY TO WS-MT-SALARY
              MOVE WS-NEW-SALARY TO WS-BT-HASH
           END-IF
           IF WS-STATUS-CHANGED THEN
              MOVE WS-NEW-STATUS TO WS-MT-STATUS
           END-IF
           IF WS-NEW-EFF-DATE GREATER THAN WS-TODAY THEN
              MOVE WS-NEW-EFF-DATE TO WS-MT-EFF-DATE
           END-IF
           MOVE WS-NOW-HMS TO WS-BH-BATCH-TIME
           MOVE WS-USERID  TO WS-BH-CLERK
           MOVE WS-TODAY   TO WS-BH-DATE
           MOVE WS-USERID  TO WS-BH-SUBMITTER
           EXEC CICS WRITEQ TD QUEUE('EUPQ')
              FROM(WS-BH-RECORD) LENGTH(WS-QUEUE-LEN)
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP EQUAL DFHRESP(NORMAL) THEN
              EXEC CICS WRITEQ TD QUEUE('EUPQ')
                 FROM(WS-MT-RECORD) LENGTH(WS-QUEUE-LEN)
                 RESP(WS-RESP)
              END-EXEC
           END-IF
           IF WS-RESP EQUAL DFHRESP(NORMAL) THEN
              EXEC CICS WRITEQ TD QUEUE('EUPQ')
                 FROM(WS-BT-RECORD) LENGTH(WS-QUEUE-LEN)
                 RESP(WS-RESP)
              END-EXEC
           END-IF
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL) THEN
              PERFORM FILL-PANEL-FROM-KEYED-RTN
              MOVE WS-MSG-QUEUE-DOWN TO MSGO
           ELSE
      * the row itself is unchanged until the batch - paint it as
      *    it stands.
              PERFORM FILL-PANEL-FROM-ROW-RTN
              IF WS-APPROVAL-NEEDED THEN
                 MOVE WS-MSG-QUEUED-APPR TO MSGO
              ELSE
                 MOVE WS-NEW-EFF-DATE TO WS-MQD-DATE
                 MOVE WS-MSG-QUEUED-DATED TO MSGO
              END-IF
           END-IF
           .
      *
       SET-CURSOR-FIELD-RTN SECTION.
      * a refused change puts the cursor back on the field to fix
           EVALUATE TRUE
              WHEN WS-CURSOR-FNAME  MOVE -1 TO FNAMEL
              WHEN WS-CURSOR-LNAME  MOVE -1 TO LNAMEL
              WHEN WS-CURSOR-DEPT   MOVE -1 TO DEPTL
              WHEN WS-CURSOR-SALARY MOVE -1 TO SALARYL
              WHEN WS-CURSOR-STATUS MOVE -1 TO STATUSL
              WHEN WS-CURSOR-EFFDT  MOVE -1 TO EFFDTL
              WHEN OTHER CONTINUE
           END-EVALUATE
           .
      *
       SEND-PANEL-RTN SECTION.
           IF WS-CURSOR-FIELD EQUAL SPACE THEN
              EXEC CICS SEND MAP('UPDMAP') MAPSET('EMPUPDM')
                 FROM(UPDMAPO) ERASE
              END-EXEC
           ELSE
              EXEC CICS SEND MAP('UPDMAP') MAPSET('EMPUPDM')
                 FROM(UPDMAPO) ERASE CURSOR
              END-EXEC
           END-IF
           EXEC CICS RETURN TRANSID(WS-TRANSID)
              COMMAREA(WS-COMMAREA) LENGTH(WS-COMMAREA-LEN)
           END-EXEC
           .
       END PROGRAM EMPUPDC.
