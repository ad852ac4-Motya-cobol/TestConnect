      *      edits as EDIT-HIRE-TRANSACTION-RTN and
      *      EDIT-MAINT-TRANSACTION-RTN in report-only mode, listing
      *      each record that would go to suspense tonight with its
      *      reason code (with REQNIN allocated, the E017
      *      position-control check too - the E018 headcount check
      *      depends on the night's order and is left to the intake)
      *      and, with AUTHFILE allocated, the E021 submitter check
      *      against the department a record names - the grant for
      *      the employee's current department needs the fetch and
      *      is left to the intake as well
      *    - connects with CREDFILE and uses READ_FN's LN-READ-COUNT
      *      to print how many rows tonight's filters will touch -
      *      zero rows, or more than the VALCARD ROWWARN threshold,
           SELECT OPTIONAL GRADE-REF-FILE ASSIGN TO "GRADEFIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GRADEREF-STATUS.
           SELECT OPTIONAL REQN-IN-FILE ASSIGN TO "REQNIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQNIN-STATUS.
           SELECT OPTIONAL AUTH-FILE ASSIGN TO "AUTHFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT OPTIONAL HIRE-TRANS-FILE ASSIGN TO "HIRETRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIRE-STATUS.
           05 FILLER                PIC X(1).
           05 GREF-MAX              PIC 9(7)V99.
      *
      * the position-control file - only the fields the E017
      *    check needs; see REQN-IN-RECORD in MAIN.
       FD  REQN-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REQN-IN-RECORD.
           05 RQNI-REQ-ID           PIC X(6).
           05 FILLER                PIC X(1).
           05 RQNI-DEPT             PIC X(3).
           05 FILLER                PIC X(14).
           05 RQNI-STATE            PIC X(1).
           05 FILLER                PIC X(23).
           05 RQNI-FILLED-BY        PIC X(6).
           05 FILLER                PIC X(9).
      *
      * same layout MAIN reads - see AUTH-RECORD there.
       FD  AUTH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AUTH-RECORD.
           05 AUTH-USERID           PIC X(8).
           05 FILLER                PIC X(1).
           05 AUTH-DEPT             PIC X(3).
           05 FILLER                PIC X(1).
           05 AUTH-FUNCS            PIC X(5).
           05 FILLER                PIC X(22).
      *
      * same layouts MAIN reads - see HIRE-TRANS-RECORD and
      *    MAINT-TRANS-RECORD there.
       FD  HIRE-TRANS-FILE
           05 HTRAN-DEPARTMENT          PIC X(3).
           05 HTRAN-SALARY              PIC S9(7)V99.
           05 HTRAN-HIRE-DATE           PIC X(10).
           05 HTRAN-MANAGER-ID          PIC X(6).
           05 HTRAN-REQ-ID              PIC X(6).
           05 HTRAN-REOPEN-SW           PIC X(1).
      *
       FD  MAINT-TRANS-FILE
           RECORDING MODE IS F
           05 MTRAN-TERM-REASON         PIC X(3).
           05 MTRAN-EFF-DATE            PIC X(10).
           05 MTRAN-STATUS              PIC X(1).
           05 MTRAN-MANAGER-ID          PIC X(6).
           05 MTRAN-REOPEN-SW           PIC X(1).
      *
       FD  VAL-RPT-FILE
           RECORDING MODE IS F
       01  WS-VALCTL-STATUS     PIC X(2) VALUE SPACES.
       01  WS-DEPTREF-STATUS    PIC X(2) VALUE SPACES.
       01  WS-GRADEREF-STATUS   PIC X(2) VALUE SPACES.
       01  WS-REQNIN-STATUS     PIC X(2) VALUE SPACES.
       01  WS-AUTH-STATUS       PIC X(2) VALUE SPACES.
       01  WS-HIRE-STATUS       PIC X(2) VALUE SPACES.
       01  WS-MAINT-STATUS      PIC X(2) VALUE SPACES.
       01  WS-RPT-STATUS        PIC X(2) VALUE SPACES.
           88 WS-GRADE-FOUND         VALUE "Y".
       01  WS-GRADE-BAND-MIN    PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-GRADE-BAND-MAX    PIC S9(7)V99 COMP-3 VALUE ZERO.
      * requisitions, as MAIN's position control sees them. A hire
      *    that passes marks its requisition taken so a second hire
      *    in the deck citing it fails the way it will tonight.
       01  WS-REQNIN-EOF-SW     PIC X(1) VALUE "N".
           88 WS-REQNIN-EOF          VALUE "Y".
       01  WS-REQN-LOADED-SW    PIC X(1) VALUE "N".
           88 WS-REQN-LOADED         VALUE "Y".
       01  WS-REQN-FOUND-SW     PIC X(1) VALUE "N".
           88 WS-REQN-FOUND          VALUE "Y".
       01  WS-REQN-COUNT        PIC S9(4) COMP VALUE ZERO.
       01  WS-REQN-MAX          PIC S9(4) COMP VALUE 2000.
       01  WS-REQN-IX           PIC S9(4) COMP VALUE ZERO.
       01  WS-REQN-TABLE.
           05 WS-REQN-ENTRY OCCURS 2000 TIMES.
              10 WS-RQ-REQ-ID   PIC X(6).
              10 WS-RQ-DEPT     PIC X(3).
              10 WS-RQ-STATE    PIC X(1).
              10 WS-RQ-FILLED-BY PIC X(6).
      * submitter grants, as MAIN's authorization check sees them.
      *    The submitter comes off each BH (columns 33-40) and is
      *    cleared at its BT.
       01  WS-AUTH-EOF-SW       PIC X(1) VALUE "N".
           88 WS-AUTH-EOF            VALUE "Y".
       01  WS-AUTH-LOADED-SW    PIC X(1) VALUE "N".
           88 WS-AUTH-LOADED         VALUE "Y".
       01  WS-AUTH-COUNT        PIC S9(4) COMP VALUE ZERO.
       01  WS-AUTH-MAX          PIC S9(4) COMP VALUE 2000.
       01  WS-AUTH-IX           PIC S9(4) COMP VALUE ZERO.
       01  WS-AUTH-TABLE.
           05 WS-AUTH-ENTRY OCCURS 2000 TIMES.
              10 WS-AU-USERID   PIC X(8).
              10 WS-AU-DEPT     PIC X(3).
              10 WS-AU-FUNCS    PIC X(5).
       01  WS-BATCH-SUBMITTER   PIC X(8) VALUE SPACES.
       01  WS-AUTH-TEST-DEPT    PIC X(3) VALUE SPACES.
       01  WS-AUTH-TEST-POS     PIC 9(1) VALUE ZERO.
       01  WS-AUTH-TEST-SALARY-SW PIC X(1) VALUE "N".
           88 WS-AUTH-TEST-SALARY    VALUE "Y".
       01  WS-AUTH-FUNC-OK-SW   PIC X(1) VALUE "N".
           88 WS-AUTH-FUNC-OK        VALUE "Y".
       01  WS-AUTH-SALARY-OK-SW PIC X(1) VALUE "N".
           88 WS-AUTH-SALARY-OK      VALUE "Y".
       01  WS-AUTH-REFUSED-SW   PIC X(1) VALUE "N".
           88 WS-AUTH-REFUSED        VALUE "Y".
       01  WS-AUTH-REFUSED-TEXT PIC X(25) VALUE SPACES.
      * duplicate-EMP-ID table, same rule as the intake edits
       01  WS-SEEN-ID-COUNT     PIC S9(4) COMP VALUE ZERO.
       01  WS-SEEN-ID-MAX       PIC S9(4) COMP VALUE 5000.
           PERFORM READ-VALIDATOR-CONTROLS
           PERFORM LOAD-DEPT-REFERENCE-RTN
           PERFORM LOAD-GRADE-REFERENCE-RTN
           PERFORM LOAD-REQUISITIONS-RTN
           PERFORM LOAD-AUTHORIZATIONS-RTN
           WRITE VAL-RPT-RECORD FROM WS-RPT-HEADING
              AFTER ADVANCING 1 LINE
           WRITE VAL-RPT-RECORD FROM SPACES AFTER ADVANCING 1 LINE
              AFTER ADVANCING 1 LINE
           PERFORM VALIDATE-CONTROL-CARDS-RTN
           PERFORM CHECK-CARD-CONSISTENCY-RTN
           IF NOT WS-AUTH-LOADED THEN
              MOVE "W" TO WS-VAL-SEVERITY
              MOVE "AUTHFILE not allocated - submitter check off"
                 TO WS-VAL-MESSAGE
              MOVE "AUTHFILE" TO CTL-KEYWORD
              MOVE SPACES TO CTL-VALUE
              PERFORM REPORT-CARD-FINDING-RTN
           END-IF
           WRITE VAL-RPT-RECORD FROM SPACES AFTER ADVANCING 1 LINE
           WRITE VAL-RPT-RECORD FROM WS-SECTION-TRANS
              AFTER ADVANCING 1 LINE
                    MOVE "E" TO WS-VAL-SEVERITY
                    MOVE "value not numeric" TO WS-VAL-MESSAGE
                 END-IF
              WHEN "APPRPCT"
                 IF CTL-VALUE(1:4) NOT NUMERIC THEN
                    MOVE "E" TO WS-VAL-SEVERITY
                    MOVE "value not numeric" TO WS-VAL-MESSAGE
                 END-IF
              WHEN "RAISEAPPLY"
              WHEN "XFERAPPLY"
                 IF CTL-VALUE(1:1) NOT EQUAL "Y"
           IF HIRE-TRANS-RECORD (1:2) EQUAL "BH"
                 OR HIRE-TRANS-RECORD (1:2) EQUAL "BT" THEN
              SUBTRACT 1 FROM WS-HIRE-READ
              IF HIRE-TRANS-RECORD (1:2) EQUAL "BH" THEN
                 MOVE HIRE-TRANS-RECORD (33:8) TO WS-BATCH-SUBMITTER
              ELSE
                 MOVE SPACES TO WS-BATCH-SUBMITTER
              END-IF
           ELSE
              PERFORM EDIT-HIRE-DETAIL-RTN
           END-IF
       EDIT-HIRE-DETAIL-RTN SECTION.
           MOVE "HIRETRAN" TO WS-TL-FILE
           MOVE HTRAN-EMP-ID (1:6) TO WS-TL-EMP-ID
      * a blank EMP_ID is MAIN's cue to assign one - not an error
           EVALUATE TRUE
              WHEN HTRAN-EMP-ID NOT NUMERIC
                    AND HIRE-TRANS-RECORD (1:6) NOT EQUAL SPACES
                 MOVE "E001" TO WS-TL-REASON
                 MOVE "EMP-ID NOT NUMERIC" TO WS-TL-MESSAGE
                 PERFORM REPORT-TRAN-FINDING-RTN
      *    table. First failure wins, same as the intake edit.
           MOVE HTRAN-HIRE-DATE TO WS-EDIT-DATE
           PERFORM VALIDATE-EDIT-DATE-RTN
           MOVE "N" TO WS-AUTH-REFUSED-SW
           IF WS-EDIT-DATE-VALID THEN
              MOVE HTRAN-DEPARTMENT TO WS-AUTH-TEST-DEPT
              MOVE 1 TO WS-AUTH-TEST-POS
              MOVE "N" TO WS-AUTH-TEST-SALARY-SW
              PERFORM CHECK-SUBMITTER-AUTH-RTN
           END-IF
           EVALUATE TRUE
              WHEN NOT WS-EDIT-DATE-VALID
                 MOVE "E005" TO WS-TL-REASON
                 MOVE "INVALID HIRE DATE" TO WS-TL-MESSAGE
                 PERFORM REPORT-TRAN-FINDING-RTN
              WHEN WS-AUTH-REFUSED
                 MOVE "E021" TO WS-TL-REASON
                 MOVE WS-AUTH-REFUSED-TEXT TO WS-TL-MESSAGE
                 PERFORM REPORT-TRAN-FINDING-RTN
              WHEN OTHER
                 MOVE HTRAN-DEPARTMENT TO WS-DEPT-LOOKUP-CODE
                 PERFORM LOOKUP-DEPT-CODE-RTN
                 MOVE "E013" TO WS-TL-REASON
                 MOVE "SALARY OUTSIDE GRADE BAND" TO WS-TL-MESSAGE
                 PERFORM REPORT-TRAN-FINDING-RTN
              WHEN HTRAN-MANAGER-ID NOT EQUAL SPACES
                    AND (HTRAN-MANAGER-ID NOT NUMERIC
                      OR HTRAN-MANAGER-ID EQUAL HTRAN-EMP-ID)
                 MOVE "E016" TO WS-TL-REASON
                 MOVE "INVALID MANAGER EMP-ID" TO WS-TL-MESSAGE
                 PERFORM REPORT-TRAN-FINDING-RTN
              WHEN OTHER
                 PERFORM CHECK-HIRE-REQUISITION-RTN
           END-EVALUATE
           .
      *
       CHECK-HIRE-REQUISITION-RTN SECTION.
      * MAIN's E017 - an open requisition in the hire's own
      *    department (or one already held for this EMP_ID by the
      *    pending queue). Only with REQNIN allocated.
           MOVE SPACES TO WS-TL-REASON
           IF WS-REQN-LOADED THEN
              PERFORM LOOKUP-REQUISITION-RTN
              EVALUATE TRUE
                 WHEN HTRAN-REQ-ID EQUAL SPACES
                    MOVE "NO REQUISITION CITED" TO WS-TL-MESSAGE
                    MOVE "E017" TO WS-TL-REASON
                 WHEN NOT WS-REQN-FOUND
                    MOVE "REQUISITION NOT ON FILE" TO WS-TL-MESSAGE
                    MOVE "E017" TO WS-TL-REASON
                 WHEN WS-RQ-DEPT (WS-REQN-IX) NOT EQUAL
                       HTRAN-DEPARTMENT
                    MOVE "REQUISITION DEPT MISMATCH" TO WS-TL-MESSAGE
                    MOVE "E017" TO WS-TL-REASON
                 WHEN WS-RQ-STATE (WS-REQN-IX) NOT EQUAL "O"
                       AND (WS-RQ-STATE (WS-REQN-IX) NOT EQUAL "F"
                         OR WS-RQ-FILLED-BY (WS-REQN-IX) NOT EQUAL
                            HTRAN-EMP-ID)
                    MOVE "REQUISITION NOT OPEN" TO WS-TL-MESSAGE
                    MOVE "E017" TO WS-TL-REASON
                 WHEN OTHER
                    MOVE "F" TO WS-RQ-STATE (WS-REQN-IX)
                    MOVE HTRAN-EMP-ID TO WS-RQ-FILLED-BY (WS-REQN-IX)
              END-EVALUATE
           END-IF
           IF WS-TL-REASON NOT EQUAL SPACES THEN
              PERFORM REPORT-TRAN-FINDING-RTN
           ELSE
              IF HTRAN-EMP-ID NUMERIC THEN
                 MOVE HTRAN-EMP-ID TO WS-SEEN-ID-WORK
                 PERFORM CHECK-DUPLICATE-EMP-ID-RTN
                 IF WS-SEEN-ID-DUP THEN
                    MOVE "E006" TO WS-TL-REASON
                    MOVE "DUPLICATE EMP-ID IN FILE" TO WS-TL-MESSAGE
                    PERFORM REPORT-TRAN-FINDING-RTN
                 END-IF
              END-IF
           END-IF
           .
      *
       VALIDATE-MAINT-FILE-RTN SECTION.
           IF MAINT-TRANS-RECORD (1:2) EQUAL "BH"
                 OR MAINT-TRANS-RECORD (1:2) EQUAL "BT" THEN
              SUBTRACT 1 FROM WS-MAINT-READ
              IF MAINT-TRANS-RECORD (1:2) EQUAL "BH" THEN
                 MOVE MAINT-TRANS-RECORD (33:8)
                    TO WS-BATCH-SUBMITTER
              ELSE
                 MOVE SPACES TO WS-BATCH-SUBMITTER
              END-IF
           ELSE
              PERFORM EDIT-MAINT-DETAIL-RTN
           END-IF
      *
       EDIT-MAINT-TAIL-RTN SECTION.
           MOVE SPACES TO WS-TL-REASON
           EVALUATE TRUE
              WHEN MTRAN-DELETE
                 MOVE 3 TO WS-AUTH-TEST-POS
              WHEN MTRAN-TERMINATE
                 MOVE 4 TO WS-AUTH-TEST-POS
              WHEN OTHER
                 MOVE 2 TO WS-AUTH-TEST-POS
           END-EVALUATE
           MOVE "N" TO WS-AUTH-TEST-SALARY-SW
           IF MTRAN-UPDATE AND MTRAN-SALARY-X NOT EQUAL SPACES
                 AND MTRAN-SALARY NUMERIC
                 AND MTRAN-SALARY NOT EQUAL ZERO THEN
              SET WS-AUTH-TEST-SALARY TO TRUE
           END-IF
           MOVE MTRAN-DEPARTMENT TO WS-AUTH-TEST-DEPT
           PERFORM CHECK-SUBMITTER-AUTH-RTN
           IF WS-AUTH-REFUSED THEN
              MOVE "E021" TO WS-TL-REASON
              MOVE WS-AUTH-REFUSED-TEXT TO WS-TL-MESSAGE
           END-IF
           IF WS-TL-REASON EQUAL SPACES AND MTRAN-UPDATE THEN
              IF MTRAN-SEX NOT EQUAL SPACE
                    AND MTRAN-SEX NOT EQUAL "M"
                    AND MTRAN-SEX NOT EQUAL "F" THEN
              MOVE "E014" TO WS-TL-REASON
              MOVE "INVALID STATUS CODE" TO WS-TL-MESSAGE
           END-IF
           IF WS-TL-REASON EQUAL SPACES AND MTRAN-UPDATE
                 AND MTRAN-MANAGER-ID NOT EQUAL SPACES THEN
              IF MTRAN-MANAGER-ID NOT NUMERIC
                    OR MTRAN-MANAGER-ID EQUAL MTRAN-EMP-ID THEN
                 MOVE "E016" TO WS-TL-REASON
                 MOVE "INVALID MANAGER EMP-ID" TO WS-TL-MESSAGE
              END-IF
           END-IF
           IF WS-TL-REASON EQUAL SPACES
                 AND MTRAN-EFF-DATE NOT EQUAL SPACES THEN
              MOVE MTRAN-EFF-DATE TO WS-EDIT-DATE
              PERFORM REPORT-TRAN-FINDING-RTN
           END-IF
           .
      *
       LOAD-AUTHORIZATIONS-RTN SECTION.
           OPEN INPUT AUTH-FILE
           IF WS-AUTH-STATUS EQUAL "00" THEN
              SET WS-AUTH-LOADED TO TRUE
              MOVE "N" TO WS-AUTH-EOF-SW
              PERFORM UNTIL WS-AUTH-EOF
                 READ AUTH-FILE
                    AT END SET WS-AUTH-EOF TO TRUE
                    NOT AT END
                       IF WS-AUTH-COUNT LESS THAN WS-AUTH-MAX THEN
                          ADD 1 TO WS-AUTH-COUNT
                          MOVE AUTH-USERID
                             TO WS-AU-USERID (WS-AUTH-COUNT)
                          MOVE AUTH-DEPT
                             TO WS-AU-DEPT (WS-AUTH-COUNT)
                          MOVE AUTH-FUNCS
                             TO WS-AU-FUNCS (WS-AUTH-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AUTH-FILE
           END-IF
           .
      *
       CHECK-SUBMITTER-AUTH-RTN SECTION.
      * MAIN's CHECK-SUBMITTER-AUTH-RTN rule for rule - the grants
      *    for the userid add up across its department and ***
      *    records; a blank department only asks for a submitter.
           MOVE "N" TO WS-AUTH-REFUSED-SW
           MOVE SPACES TO WS-AUTH-REFUSED-TEXT
           IF WS-AUTH-LOADED THEN
              IF WS-BATCH-SUBMITTER EQUAL SPACES THEN
                 SET WS-AUTH-REFUSED TO TRUE
                 MOVE "NO SUBMITTER ON BATCH" TO WS-AUTH-REFUSED-TEXT
              ELSE
              IF WS-AUTH-TEST-DEPT NOT EQUAL SPACES THEN
                 MOVE "N" TO WS-AUTH-FUNC-OK-SW
                 MOVE "N" TO WS-AUTH-SALARY-OK-SW
                 MOVE ZERO TO WS-AUTH-IX
                 PERFORM UNTIL WS-AUTH-IX GREATER OR EQUAL
                       WS-AUTH-COUNT
                    ADD 1 TO WS-AUTH-IX
                    IF WS-AU-USERID (WS-AUTH-IX) EQUAL
                          WS-BATCH-SUBMITTER
                          AND (WS-AU-DEPT (WS-AUTH-IX) EQUAL
                                  WS-AUTH-TEST-DEPT
                            OR WS-AU-DEPT (WS-AUTH-IX) EQUAL "***")
                          THEN
                       IF WS-AU-FUNCS (WS-AUTH-IX)
                             (WS-AUTH-TEST-POS:1) EQUAL "Y" THEN
                          SET WS-AUTH-FUNC-OK TO TRUE
                       END-IF
                       IF WS-AU-FUNCS (WS-AUTH-IX) (5:1) EQUAL "Y"
                             THEN
                          SET WS-AUTH-SALARY-OK TO TRUE
                       END-IF
                    END-IF
                 END-PERFORM
                 IF NOT WS-AUTH-FUNC-OK
                       OR (WS-AUTH-TEST-SALARY
                           AND NOT WS-AUTH-SALARY-OK) THEN
                    SET WS-AUTH-REFUSED TO TRUE
                    MOVE "SUBMITTER NOT AUTHORIZED"
                       TO WS-AUTH-REFUSED-TEXT
                 END-IF
              END-IF
              END-IF
           END-IF
           .
      *
       REPORT-TRAN-FINDING-RTN SECTION.
           ADD 1 TO WS-ERROR-COUNT
              END-IF
           END-PERFORM
           .
      *
       LOAD-REQUISITIONS-RTN SECTION.
           OPEN INPUT REQN-IN-FILE
           IF WS-REQNIN-STATUS EQUAL "00" THEN
              MOVE "N" TO WS-REQNIN-EOF-SW
              PERFORM UNTIL WS-REQNIN-EOF
                 READ REQN-IN-FILE
                    AT END SET WS-REQNIN-EOF TO TRUE
                    NOT AT END
                       IF WS-REQN-COUNT LESS THAN WS-REQN-MAX THEN
                          ADD 1 TO WS-REQN-COUNT
                          MOVE RQNI-REQ-ID
                             TO WS-RQ-REQ-ID (WS-REQN-COUNT)
                          MOVE RQNI-DEPT
                             TO WS-RQ-DEPT (WS-REQN-COUNT)
                          MOVE RQNI-STATE
                             TO WS-RQ-STATE (WS-REQN-COUNT)
                          MOVE RQNI-FILLED-BY
                             TO WS-RQ-FILLED-BY (WS-REQN-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REQN-IN-FILE
              SET WS-REQN-LOADED TO TRUE
           END-IF
           .
      *
       LOOKUP-REQUISITION-RTN SECTION.
           MOVE "N" TO WS-REQN-FOUND-SW
           MOVE ZERO TO WS-REQN-IX
           PERFORM UNTIL WS-REQN-FOUND
                 OR WS-REQN-IX GREATER OR EQUAL WS-REQN-COUNT
              ADD 1 TO WS-REQN-IX
              IF WS-RQ-REQ-ID (WS-REQN-IX) EQUAL HTRAN-REQ-ID THEN
                 SET WS-REQN-FOUND TO TRUE
              END-IF
           END-PERFORM
           .
      *
       LOOKUP-GRADE-BAND-RTN SECTION.
           MOVE "N" TO WS-GRADE-LOOKUP-SW
