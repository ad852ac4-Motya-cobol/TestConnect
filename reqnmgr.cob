      *****************************************************************
      * REQNMGR - position-control desk for the requisition file
      * (REQNIN/REQNOUT).
      * Every MODE=HIRE transaction has to cite an open requisition
      * in its department once REQNIN is allocated to MAIN; the
      * hire fills it. This utility is where the openings come
      * from and where they are withdrawn:
      *    - takes OPEN cards (requisition id, department, grade,
      *      budgeted salary, approving userid) and CANCEL cards,
      *      in deck order, against the prior generation
      *    - refuses an OPEN whose id is already on file, whose
      *      department is not on DEPTFILE, whose grade is not on
      *      GRADEFIL, whose budgeted salary is outside that
      *      grade's band, or that carries no approver; refuses a
      *      CANCEL of a requisition that is not open (a filled
      *      one is held by a hire - cancel the hire instead)
      *    - writes the revised file to REQNOUT in requisition-id
      *      order, the layout MAIN reads
      *    - prints VACRPT: the card results, then every open
      *      requisition by department with its age in days, an
      *      age-bucket count per department, and the department's
      *      BUDGFILE authorized heads beside it
      * Point the next MODE=HIRE run's REQNIN at this REQNOUT
      * generation.
      * CTLCARD cards (value columns fixed):
      *    OPEN       rrrrrr ddd gg nnnnnnnnn uuuuuuuu
      *    CANCEL     rrrrrr uuuuuuuu
      * where rrrrrr is the requisition id, ddd the department,
      * gg the grade (blank takes the department's DEPTFILE grade),
      * nnnnnnnnn the budgeted annual salary in cents, and
      * uuuuuuuu the approving (or cancelling) userid.
      * RETURN-CODE: 0 all cards applied, 4 one or more cards
      * refused, 8 bad DDs or a prior generation too large to
      * carry.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQNMGR.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REQN-IN-FILE ASSIGN TO "REQNIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQNIN-STATUS.
           SELECT OPTIONAL CTL-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT OPTIONAL DEPT-REF-FILE ASSIGN TO "DEPTFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPTREF-STATUS.
           SELECT OPTIONAL GRADE-REF-FILE ASSIGN TO "GRADEFIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GRADEREF-STATUS.
           SELECT OPTIONAL BUDG-REF-FILE ASSIGN TO "BUDGFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUDGREF-STATUS.
           SELECT REQN-OUT-FILE ASSIGN TO "REQNOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQNOUT-STATUS.
           SELECT VAC-RPT-FILE ASSIGN TO "VACRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      * same layout MAIN reads - see REQN-IN-RECORD there.
       FD  REQN-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REQN-IN-RECORD               PIC X(63).
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
       FD  BUDG-REF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  BUDG-REF-RECORD.
           05 BREF-CODE             PIC X(3).
           05 FILLER                PIC X(1).
           05 BREF-AUTH-HEADS       PIC 9(7).
           05 FILLER                PIC X(1).
           05 BREF-BUDGET-SALARY    PIC 9(11)V99.
           05 FILLER                PIC X(1).
           05 BREF-PERIOD           PIC X(7).
      *
       FD  REQN-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REQN-OUT-RECORD              PIC X(63).
      *
       FD  VAC-RPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  VAC-RPT-RECORD               PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-REQNIN-STATUS     PIC X(2) VALUE SPACES.
       01  WS-CTL-STATUS        PIC X(2) VALUE SPACES.
       01  WS-DEPTREF-STATUS    PIC X(2) VALUE SPACES.
       01  WS-GRADEREF-STATUS   PIC X(2) VALUE SPACES.
       01  WS-BUDGREF-STATUS    PIC X(2) VALUE SPACES.
       01  WS-REQNOUT-STATUS    PIC X(2) VALUE SPACES.
       01  WS-RPT-STATUS        PIC X(2) VALUE SPACES.
       01  WS-REQNIN-EOF-SW     PIC X(1) VALUE "N".
           88 WS-REQNIN-EOF          VALUE "Y".
       01  WS-CTL-EOF-SW        PIC X(1) VALUE "N".
           88 WS-CTL-EOF             VALUE "Y".
       01  WS-DEPTREF-EOF-SW    PIC X(1) VALUE "N".
           88 WS-DEPTREF-EOF         VALUE "Y".
       01  WS-GRADEREF-EOF-SW   PIC X(1) VALUE "N".
           88 WS-GRADEREF-EOF        VALUE "Y".
       01  WS-BUDGREF-EOF-SW    PIC X(1) VALUE "N".
           88 WS-BUDGREF-EOF         VALUE "Y".
      * the requisition file, in requisition-id order - same
      *    entry layout as the record
       01  WS-REQN-COUNT        PIC S9(4) COMP VALUE ZERO.
       01  WS-REQN-MAX          PIC S9(4) COMP VALUE 2000.
       01  WS-REQN-IX           PIC S9(4) COMP VALUE ZERO.
       01  WS-REQN-SHIFT-IX     PIC S9(4) COMP VALUE ZERO.
       01  WS-REQN-FOUND-SW     PIC X(1) VALUE "N".
           88 WS-REQN-FOUND          VALUE "Y".
       01  WS-REQN-STOP-SW      PIC X(1) VALUE "N".
           88 WS-REQN-STOP           VALUE "Y".
       01  WS-REQN-OVFL-SW      PIC X(1) VALUE "N".
           88 WS-REQN-OVERFLOW       VALUE "Y".
       01  WS-REQN-TABLE.
           05 WS-REQN-ENTRY OCCURS 2000 TIMES.
              10 WS-RQ-REQ-ID       PIC X(6).
              10 FILLER             PIC X(1).
              10 WS-RQ-DEPT         PIC X(3).
              10 FILLER             PIC X(1).
              10 WS-RQ-GRADE        PIC X(2).
              10 FILLER             PIC X(1).
              10 WS-RQ-BUDGET       PIC 9(7)V99.
              10 FILLER             PIC X(1).
              10 WS-RQ-STATE        PIC X(1).
              10 FILLER             PIC X(1).
              10 WS-RQ-OPEN-DATE    PIC X(10).
              10 FILLER             PIC X(1).
              10 WS-RQ-CLOSE-DATE   PIC X(10).
              10 FILLER             PIC X(1).
              10 WS-RQ-FILLED-BY    PIC X(6).
              10 FILLER             PIC X(1).
              10 WS-RQ-APPROVER     PIC X(8).
      * a new requisition, built from an OPEN card
       01  WS-NEW-REQN.
           05 WS-NR-REQ-ID          PIC X(6).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-NR-DEPT            PIC X(3).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-NR-GRADE           PIC X(2).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-NR-BUDGET          PIC 9(7)V99.
           05 WS-NR-BUDGET-X REDEFINES WS-NR-BUDGET
                                    PIC X(9).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-NR-STATE           PIC X(1) VALUE "O".
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-NR-OPEN-DATE       PIC X(10).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-NR-CLOSE-DATE      PIC X(10) VALUE SPACES.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-NR-FILLED-BY       PIC X(6) VALUE SPACES.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-NR-APPROVER        PIC X(8).
      * reference tables
       01  WS-DEPT-COUNT        PIC S9(4) COMP VALUE ZERO.
       01  WS-DEPT-MAX          PIC S9(4) COMP VALUE 200.
       01  WS-DEPT-IX           PIC S9(4) COMP VALUE ZERO.
       01  WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 200 TIMES.
              10 WS-DT-CODE         PIC X(3).
              10 WS-DT-NAME         PIC X(25).
              10 WS-DT-GRADE        PIC X(2).
       01  WS-DEPT-FOUND-SW     PIC X(1) VALUE "N".
           88 WS-DEPT-FOUND          VALUE "Y".
       01  WS-GRADE-COUNT       PIC S9(4) COMP VALUE ZERO.
       01  WS-GRADE-MAX         PIC S9(4) COMP VALUE 50.
       01  WS-GRADE-IX          PIC S9(4) COMP VALUE ZERO.
       01  WS-GRADE-TABLE.
           05 WS-GRADE-ENTRY OCCURS 50 TIMES.
              10 WS-GR-CODE         PIC X(2).
              10 WS-GR-MIN          PIC 9(7)V99.
              10 WS-GR-MAX          PIC 9(7)V99.
       01  WS-GRADE-FOUND-SW    PIC X(1) VALUE "N".
           88 WS-GRADE-FOUND         VALUE "Y".
       01  WS-BUDG-COUNT        PIC S9(4) COMP VALUE ZERO.
       01  WS-BUDG-MAX          PIC S9(4) COMP VALUE 100.
       01  WS-BUDG-IX           PIC S9(4) COMP VALUE ZERO.
       01  WS-BUDG-TABLE.
           05 WS-BUDG-ENTRY OCCURS 100 TIMES.
              10 WS-BG-CODE         PIC X(3).
              10 WS-BG-AUTH-HEADS   PIC 9(7).
       01  WS-BUDG-FOUND-SW     PIC X(1) VALUE "N".
           88 WS-BUDG-FOUND          VALUE "Y".
      * card in hand
       01  WS-CARD-REQ-ID       PIC X(6) VALUE SPACES.
       01  WS-CARD-USERID       PIC X(8) VALUE SPACES.
       01  WS-CARD-RESULT       PIC X(10) VALUE SPACES.
       01  WS-REFUSE-TEXT       PIC X(40) VALUE SPACES.
      * dates
       01  WS-TODAY-DATE        PIC 9(8) VALUE ZERO.
       01  WS-TODAY-R REDEFINES WS-TODAY-DATE.
           05 WS-TODAY-YYYY     PIC 9(4).
           05 WS-TODAY-MM       PIC 9(2).
           05 WS-TODAY-DD       PIC 9(2).
       01  WS-TODAY-ISO         PIC X(10) VALUE SPACES.
       01  WS-TODAY-INT         PIC S9(9) COMP VALUE ZERO.
       01  WS-OPEN-DATE         PIC 9(8) VALUE ZERO.
       01  WS-OPEN-DATE-X REDEFINES WS-OPEN-DATE
                                PIC X(8).
       01  WS-AGE-DAYS          PIC S9(9) COMP VALUE ZERO.
      * per-department vacancy tallies
       01  WS-DV-OPEN           PIC 9(5) VALUE ZERO.
       01  WS-DV-AGE-30         PIC 9(5) VALUE ZERO.
       01  WS-DV-AGE-60         PIC 9(5) VALUE ZERO.
       01  WS-DV-AGE-90         PIC 9(5) VALUE ZERO.
       01  WS-DV-AGE-OVER       PIC 9(5) VALUE ZERO.
       01  WS-LISTED-COUNT      PIC 9(5) VALUE ZERO.
      * counters
       01  WS-READ-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-OPENED-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-CANCELLED-COUNT   PIC 9(5) VALUE ZERO.
       01  WS-REFUSED-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-OPEN-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-FILLED-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-CLOSED-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-WRITTEN-COUNT     PIC 9(7) VALUE ZERO.
      * report layouts
       01  WS-RPT-HEADING.
           05 FILLER            PIC X(40)
                    VALUE "POSITION CONTROL - OPEN REQUISITIONS".
           05 FILLER            PIC X(8)  VALUE "DATE: ".
           05 WS-RH-DATE        PIC X(10).
       01  WS-CARD-HEADING      PIC X(60) VALUE
           "CARD       REQN   DEP GR  BUDGET SALARY USERID   RESULT".
       01  WS-CARD-LINE.
           05 WS-CL-KEYWORD     PIC X(10).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-CL-REQ-ID      PIC X(6).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-CL-DEPT        PIC X(3).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-CL-GRADE       PIC X(2).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-CL-BUDGET      PIC X(14).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-CL-USERID      PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-CL-RESULT      PIC X(10).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-CL-REASON      PIC X(40).
       01  WS-CL-BUDGET-ED      PIC ZZ,ZZZ,ZZ9.99.
       01  WS-NO-CARDS-LINE     PIC X(40)
                    VALUE "   (NO OPEN/CANCEL CARDS - LIST ONLY)".
       01  WS-DEPT-HEADING.
           05 FILLER            PIC X(5)  VALUE "DEPT ".
           05 WS-DH-CODE        PIC X(3).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-DH-NAME        PIC X(25).
       01  WS-VAC-COLUMN-HEADING PIC X(80) VALUE
           "     REQN   GR    BUDGET SALARY OPENED      AGE APPROVER".
       01  WS-VAC-DETAIL.
           05 FILLER            PIC X(5)  VALUE SPACES.
           05 WS-VD-REQ-ID      PIC X(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-VD-GRADE       PIC X(2).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-VD-BUDGET      PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-VD-OPEN-DATE   PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-VD-AGE         PIC ZZZZ9.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-VD-APPROVER    PIC X(8).
       01  WS-DEPT-TOTAL-LINE.
           05 FILLER            PIC X(11) VALUE "     OPEN: ".
           05 WS-DTL-OPEN       PIC ZZZZ9.
           05 FILLER            PIC X(12) VALUE "   0-30 DAYS".
           05 WS-DTL-AGE-30     PIC ZZZZ9.
           05 FILLER            PIC X(7)  VALUE "  31-60".
           05 WS-DTL-AGE-60     PIC ZZZZ9.
           05 FILLER            PIC X(7)  VALUE "  61-90".
           05 WS-DTL-AGE-90     PIC ZZZZ9.
           05 FILLER            PIC X(8)  VALUE "  OVER90".
           05 WS-DTL-AGE-OVER   PIC ZZZZ9.
           05 FILLER            PIC X(15) VALUE "   AUTH HEADS: ".
           05 WS-DTL-AUTH       PIC X(9).
       01  WS-DTL-AUTH-ED       PIC ZZZZZZ9.
       01  WS-UNLISTED-HEADING  PIC X(50) VALUE
           "DEPT ??? OPEN REQUISITIONS NOT ON DEPTFILE".
       01  WS-NO-VACANCY-LINE   PIC X(30)
                    VALUE "   (NO OPEN REQUISITIONS)".
       01  WS-RPT-TOTALS-LINE.
           05 FILLER            PIC X(10) VALUE "ON FILE: ".
           05 WS-RT-ON-FILE     PIC ZZZZZZ9.
           05 FILLER            PIC X(8)  VALUE " OPEN: ".
           05 WS-RT-OPEN        PIC ZZZZZZ9.
           05 FILLER            PIC X(10) VALUE " FILLED: ".
           05 WS-RT-FILLED      PIC ZZZZZZ9.
           05 FILLER            PIC X(13) VALUE " CANCELLED: ".
           05 WS-RT-CLOSED      PIC ZZZZZZ9.
           05 FILLER            PIC X(10) VALUE " REFUSED: ".
           05 WS-RT-REFUSED     PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
              DELIMITED BY SIZE INTO WS-TODAY-ISO
           OPEN OUTPUT VAC-RPT-FILE
           IF WS-RPT-STATUS NOT EQUAL "00" THEN
              DISPLAY "VACRPT not allocated - cannot report"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-REFERENCE-RTN
           PERFORM LOAD-REQUISITIONS-RTN
      * a prior generation the table can't hold would be written
      *    back short - stop before REQNOUT is opened instead.
           IF WS-REQN-OVERFLOW THEN
              DISPLAY "REQNIN holds more than " WS-REQN-MAX
                 " requisitions - nothing written"
              CLOSE VAC-RPT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT REQN-OUT-FILE
           IF WS-REQNOUT-STATUS NOT EQUAL "00" THEN
              DISPLAY "REQNOUT not allocated - cannot write the "
                 "revised file"
              CLOSE VAC-RPT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-TODAY-ISO TO WS-RH-DATE
           WRITE VAC-RPT-RECORD FROM WS-RPT-HEADING
              AFTER ADVANCING 1 LINE
           WRITE VAC-RPT-RECORD FROM SPACES AFTER ADVANCING 1 LINE
           WRITE VAC-RPT-RECORD FROM WS-CARD-HEADING
              AFTER ADVANCING 1 LINE
           PERFORM APPLY-CONTROL-CARDS-RTN
           MOVE ZERO TO WS-REQN-IX
           PERFORM UNTIL WS-REQN-IX GREATER OR EQUAL WS-REQN-COUNT
              ADD 1 TO WS-REQN-IX
              WRITE REQN-OUT-RECORD FROM WS-REQN-ENTRY (WS-REQN-IX)
              ADD 1 TO WS-WRITTEN-COUNT
              EVALUATE WS-RQ-STATE (WS-REQN-IX)
                 WHEN "O"
                    ADD 1 TO WS-OPEN-COUNT
                 WHEN "F"
                    ADD 1 TO WS-FILLED-COUNT
                 WHEN OTHER
                    ADD 1 TO WS-CLOSED-COUNT
              END-EVALUATE
           END-PERFORM
           CLOSE REQN-OUT-FILE
           PERFORM WRITE-VACANCY-REPORT-RTN
           WRITE VAC-RPT-RECORD FROM SPACES AFTER ADVANCING 1 LINE
           MOVE WS-WRITTEN-COUNT   TO WS-RT-ON-FILE
           MOVE WS-OPEN-COUNT      TO WS-RT-OPEN
           MOVE WS-FILLED-COUNT    TO WS-RT-FILLED
           MOVE WS-CLOSED-COUNT    TO WS-RT-CLOSED
           MOVE WS-REFUSED-COUNT   TO WS-RT-REFUSED
           WRITE VAC-RPT-RECORD FROM WS-RPT-TOTALS-LINE
              AFTER ADVANCING 1 LINE
           CLOSE VAC-RPT-FILE
           DISPLAY "Requisitions complete - On file: "
              WS-WRITTEN-COUNT " Opened: " WS-OPENED-COUNT
              " Cancelled: " WS-CANCELLED-COUNT
              " Open now: " WS-OPEN-COUNT
           IF WS-REFUSED-COUNT GREATER THAN ZERO THEN
              DISPLAY "  " WS-REFUSED-COUNT " cards refused"
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
      *
       LOAD-REFERENCE-RTN SECTION.
      * DEPTFILE and GRADEFIL are what an OPEN is validated against;
      *    BUDGFILE only feeds the authorized-heads column.
           OPEN INPUT DEPT-REF-FILE
           IF WS-DEPTREF-STATUS EQUAL "00" THEN
              MOVE "N" TO WS-DEPTREF-EOF-SW
              PERFORM UNTIL WS-DEPTREF-EOF
                 READ DEPT-REF-FILE
                    AT END SET WS-DEPTREF-EOF TO TRUE
                    NOT AT END
                       IF WS-DEPT-COUNT LESS THAN WS-DEPT-MAX THEN
                          ADD 1 TO WS-DEPT-COUNT
                          MOVE DREF-CODE
                             TO WS-DT-CODE (WS-DEPT-COUNT)
                          MOVE DREF-NAME
                             TO WS-DT-NAME (WS-DEPT-COUNT)
                          MOVE DREF-GRADE
                             TO WS-DT-GRADE (WS-DEPT-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DEPT-REF-FILE
           ELSE
              DISPLAY "DEPTFILE not allocated - every OPEN card "
                 "will be refused"
           END-IF
           OPEN INPUT GRADE-REF-FILE
           IF WS-GRADEREF-STATUS EQUAL "00" THEN
              MOVE "N" TO WS-GRADEREF-EOF-SW
              PERFORM UNTIL WS-GRADEREF-EOF
                 READ GRADE-REF-FILE
                    AT END SET WS-GRADEREF-EOF TO TRUE
                    NOT AT END
                       IF WS-GRADE-COUNT LESS THAN WS-GRADE-MAX THEN
                          ADD 1 TO WS-GRADE-COUNT
                          MOVE GREF-CODE
                             TO WS-GR-CODE (WS-GRADE-COUNT)
                          MOVE GREF-MIN
                             TO WS-GR-MIN (WS-GRADE-COUNT)
                          MOVE GREF-MAX
                             TO WS-GR-MAX (WS-GRADE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GRADE-REF-FILE
           ELSE
              DISPLAY "GRADEFIL not allocated - every OPEN card "
                 "will be refused"
           END-IF
           OPEN INPUT BUDG-REF-FILE
           IF WS-BUDGREF-STATUS EQUAL "00" THEN
              MOVE "N" TO WS-BUDGREF-EOF-SW
              PERFORM UNTIL WS-BUDGREF-EOF
                 READ BUDG-REF-FILE
                    AT END SET WS-BUDGREF-EOF TO TRUE
                    NOT AT END
                       IF WS-BUDG-COUNT LESS THAN WS-BUDG-MAX THEN
                          ADD 1 TO WS-BUDG-COUNT
                          MOVE BREF-CODE
                             TO WS-BG-CODE (WS-BUDG-COUNT)
                          MOVE BREF-AUTH-HEADS
                             TO WS-BG-AUTH-HEADS (WS-BUDG-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BUDG-REF-FILE
           END-IF
           .
      *
       LOAD-REQUISITIONS-RTN SECTION.
      * the prior generation, as written - already in id order.
      *    Without REQNIN this run starts the file.
           OPEN INPUT REQN-IN-FILE
           IF WS-REQNIN-STATUS EQUAL "00" THEN
              MOVE "N" TO WS-REQNIN-EOF-SW
              PERFORM UNTIL WS-REQNIN-EOF OR WS-REQN-OVERFLOW
                 READ REQN-IN-FILE
                    AT END SET WS-REQNIN-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF WS-REQN-COUNT LESS THAN WS-REQN-MAX THEN
                          ADD 1 TO WS-REQN-COUNT
                          MOVE REQN-IN-RECORD
                             TO WS-REQN-ENTRY (WS-REQN-COUNT)
                       ELSE
                          SET WS-REQN-OVERFLOW TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REQN-IN-FILE
           ELSE
              DISPLAY "REQNIN not allocated - starting a new "
                 "requisition file"
           END-IF
           .
      *
       APPLY-CONTROL-CARDS-RTN SECTION.
      * OPEN/CANCEL cards in deck order - a CANCEL later in the
      *    deck can withdraw an OPEN earlier in it.
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS EQUAL "00" THEN
              MOVE "N" TO WS-CTL-EOF-SW
              PERFORM UNTIL WS-CTL-EOF
                 READ CTL-FILE
                    AT END MOVE "Y" TO WS-CTL-EOF-SW
                    NOT AT END
                       EVALUATE CTL-KEYWORD
                          WHEN "OPEN"
                             PERFORM OPEN-REQUISITION-RTN
                          WHEN "CANCEL"
                             PERFORM CANCEL-REQUISITION-RTN
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE CTL-FILE
           END-IF
           IF WS-OPENED-COUNT + WS-CANCELLED-COUNT + WS-REFUSED-COUNT
                 EQUAL ZERO THEN
              WRITE VAC-RPT-RECORD FROM WS-NO-CARDS-LINE
                 AFTER ADVANCING 1 LINE
           END-IF
           .
      *
       OPEN-REQUISITION-RTN SECTION.
      * rrrrrr ddd gg nnnnnnnnn uuuuuuuu - the new requisition opens
      *    today. First failing check refuses the card.
           MOVE CTL-VALUE (1:6)   TO WS-NR-REQ-ID
           MOVE CTL-VALUE (8:3)   TO WS-NR-DEPT
           MOVE CTL-VALUE (12:2)  TO WS-NR-GRADE
           MOVE CTL-VALUE (15:9)  TO WS-NR-BUDGET-X
           MOVE CTL-VALUE (25:8)  TO WS-NR-APPROVER
           MOVE WS-TODAY-ISO      TO WS-NR-OPEN-DATE
           MOVE SPACES TO WS-REFUSE-TEXT
           MOVE WS-NR-REQ-ID TO WS-CARD-REQ-ID
           PERFORM FIND-REQUISITION-RTN
           EVALUATE TRUE
              WHEN WS-NR-REQ-ID EQUAL SPACES
                 MOVE "NO REQUISITION ID" TO WS-REFUSE-TEXT
              WHEN WS-REQN-FOUND
                 MOVE "REQUISITION ID ALREADY ON FILE"
                    TO WS-REFUSE-TEXT
              WHEN WS-NR-APPROVER EQUAL SPACES
                 MOVE "NO APPROVING USERID ON THE CARD"
                    TO WS-REFUSE-TEXT
              WHEN WS-REQN-COUNT NOT LESS THAN WS-REQN-MAX
                 MOVE "REQUISITION FILE IS FULL" TO WS-REFUSE-TEXT
           END-EVALUATE
           IF WS-REFUSE-TEXT EQUAL SPACES THEN
              PERFORM FIND-DEPARTMENT-RTN
              IF NOT WS-DEPT-FOUND THEN
                 MOVE "DEPARTMENT NOT ON DEPTFILE" TO WS-REFUSE-TEXT
              ELSE
                 IF WS-NR-GRADE EQUAL SPACES THEN
                    MOVE WS-DT-GRADE (WS-DEPT-IX) TO WS-NR-GRADE
                 END-IF
                 PERFORM FIND-GRADE-RTN
                 IF NOT WS-GRADE-FOUND THEN
                    MOVE "GRADE NOT ON GRADEFIL" TO WS-REFUSE-TEXT
                 ELSE
                    IF WS-NR-BUDGET-X NOT NUMERIC THEN
                       MOVE "BUDGETED SALARY NOT NUMERIC"
                          TO WS-REFUSE-TEXT
                    ELSE
                       IF WS-NR-BUDGET LESS THAN
                             WS-GR-MIN (WS-GRADE-IX)
                          OR WS-NR-BUDGET GREATER THAN
                             WS-GR-MAX (WS-GRADE-IX) THEN
                          MOVE "BUDGETED SALARY OUTSIDE GRADE BAND"
                             TO WS-REFUSE-TEXT
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF WS-REFUSE-TEXT EQUAL SPACES THEN
      * FIND left WS-REQN-IX where the new id belongs - open a slot
      *    there so the file stays in id order.
              MOVE WS-REQN-COUNT TO WS-REQN-SHIFT-IX
              PERFORM UNTIL WS-REQN-SHIFT-IX LESS THAN WS-REQN-IX
                 MOVE WS-REQN-ENTRY (WS-REQN-SHIFT-IX)
                    TO WS-REQN-ENTRY (WS-REQN-SHIFT-IX + 1)
                 SUBTRACT 1 FROM WS-REQN-SHIFT-IX
              END-PERFORM
              MOVE WS-NEW-REQN TO WS-REQN-ENTRY (WS-REQN-IX)
              ADD 1 TO WS-REQN-COUNT
              ADD 1 TO WS-OPENED-COUNT
              MOVE "OPENED" TO WS-CARD-RESULT
           ELSE
              ADD 1 TO WS-REFUSED-COUNT
              MOVE "REFUSED" TO WS-CARD-RESULT
           END-IF
           MOVE WS-NR-APPROVER TO WS-CARD-USERID
           PERFORM WRITE-CARD-LINE-RTN
           .
      *
       CANCEL-REQUISITION-RTN SECTION.
      * rrrrrr uuuuuuuu - only an open requisition can be withdrawn.
           MOVE CTL-VALUE (1:6) TO WS-CARD-REQ-ID
           MOVE CTL-VALUE (8:8) TO WS-CARD-USERID
           MOVE SPACES TO WS-REFUSE-TEXT
           PERFORM FIND-REQUISITION-RTN
           EVALUATE TRUE
              WHEN WS-CARD-USERID EQUAL SPACES
                 MOVE "NO CANCELLING USERID ON THE CARD"
                    TO WS-REFUSE-TEXT
              WHEN NOT WS-REQN-FOUND
                 MOVE "REQUISITION NOT ON FILE" TO WS-REFUSE-TEXT
              WHEN WS-RQ-STATE (WS-REQN-IX) EQUAL "F"
                 MOVE "REQUISITION IS FILLED OR HELD FOR A HIRE"
                    TO WS-REFUSE-TEXT
              WHEN WS-RQ-STATE (WS-REQN-IX) NOT EQUAL "O"
                 MOVE "REQUISITION IS ALREADY CANCELLED"
                    TO WS-REFUSE-TEXT
           END-EVALUATE
           IF WS-REFUSE-TEXT EQUAL SPACES THEN
              MOVE "C" TO WS-RQ-STATE (WS-REQN-IX)
              MOVE WS-TODAY-ISO TO WS-RQ-CLOSE-DATE (WS-REQN-IX)
              ADD 1 TO WS-CANCELLED-COUNT
              MOVE "CANCELLED" TO WS-CARD-RESULT
           ELSE
              ADD 1 TO WS-REFUSED-COUNT
              MOVE "REFUSED" TO WS-CARD-RESULT
           END-IF
           PERFORM WRITE-CARD-LINE-RTN
           .
      *
       WRITE-CARD-LINE-RTN SECTION.
           MOVE SPACES TO WS-CARD-LINE
           MOVE CTL-KEYWORD    TO WS-CL-KEYWORD
           MOVE WS-CARD-REQ-ID TO WS-CL-REQ-ID
           IF CTL-KEYWORD EQUAL "OPEN" THEN
              MOVE WS-NR-DEPT  TO WS-CL-DEPT
              MOVE WS-NR-GRADE TO WS-CL-GRADE
              IF WS-NR-BUDGET-X NUMERIC THEN
                 MOVE WS-NR-BUDGET TO WS-CL-BUDGET-ED
                 MOVE WS-CL-BUDGET-ED TO WS-CL-BUDGET
              ELSE
                 MOVE WS-NR-BUDGET-X TO WS-CL-BUDGET
              END-IF
           ELSE
              IF WS-REQN-FOUND THEN
                 MOVE WS-RQ-DEPT (WS-REQN-IX)  TO WS-CL-DEPT
                 MOVE WS-RQ-GRADE (WS-REQN-IX) TO WS-CL-GRADE
              END-IF
           END-IF
           MOVE WS-CARD-USERID TO WS-CL-USERID
           MOVE WS-CARD-RESULT TO WS-CL-RESULT
           MOVE WS-REFUSE-TEXT TO WS-CL-REASON
           WRITE VAC-RPT-RECORD FROM WS-CARD-LINE
              AFTER ADVANCING 1 LINE
           .
      *
       FIND-REQUISITION-RTN SECTION.
      * looks up WS-CARD-REQ-ID. Found - WS-REQN-IX is its entry.
      *    Not found - WS-REQN-IX is where it would go to keep the
      *    table in id order.
           MOVE "N" TO WS-REQN-FOUND-SW
           MOVE "N" TO WS-REQN-STOP-SW
           MOVE ZERO TO WS-REQN-IX
           PERFORM UNTIL WS-REQN-STOP
                 OR WS-REQN-IX GREATER OR EQUAL WS-REQN-COUNT
              ADD 1 TO WS-REQN-IX
              IF WS-RQ-REQ-ID (WS-REQN-IX) NOT LESS THAN
                    WS-CARD-REQ-ID THEN
                 SET WS-REQN-STOP TO TRUE
                 IF WS-RQ-REQ-ID (WS-REQN-IX) EQUAL
                       WS-CARD-REQ-ID THEN
                    SET WS-REQN-FOUND TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           IF NOT WS-REQN-STOP THEN
              COMPUTE WS-REQN-IX = WS-REQN-COUNT + 1
           END-IF
           .
      *
       FIND-DEPARTMENT-RTN SECTION.
           MOVE "N" TO WS-DEPT-FOUND-SW
           MOVE ZERO TO WS-DEPT-IX
           PERFORM UNTIL WS-DEPT-FOUND
                 OR WS-DEPT-IX GREATER OR EQUAL WS-DEPT-COUNT
              ADD 1 TO WS-DEPT-IX
              IF WS-DT-CODE (WS-DEPT-IX) EQUAL WS-NR-DEPT THEN
                 SET WS-DEPT-FOUND TO TRUE
              END-IF
           END-PERFORM
           .
      *
       FIND-GRADE-RTN SECTION.
           MOVE "N" TO WS-GRADE-FOUND-SW
           MOVE ZERO TO WS-GRADE-IX
           PERFORM UNTIL WS-GRADE-FOUND
                 OR WS-GRADE-IX GREATER OR EQUAL WS-GRADE-COUNT
              ADD 1 TO WS-GRADE-IX
              IF WS-GR-CODE (WS-GRADE-IX) EQUAL WS-NR-GRADE THEN
                 SET WS-GRADE-FOUND TO TRUE
              END-IF
           END-PERFORM
           .
      *
       WRITE-VACANCY-REPORT-RTN SECTION.
      * open requisitions department by department in DEPTFILE
      *    order - a department with none is skipped. Anything
      *    open under a code DEPTFILE no longer carries is listed
      *    at the end so it can't hide.
           MOVE ZERO TO WS-LISTED-COUNT
           MOVE ZERO TO WS-DEPT-IX
           PERFORM UNTIL WS-DEPT-IX GREATER OR EQUAL WS-DEPT-COUNT
              ADD 1 TO WS-DEPT-IX
              PERFORM WRITE-DEPT-VACANCIES-RTN
           END-PERFORM
           IF WS-LISTED-COUNT LESS THAN WS-OPEN-COUNT THEN
              WRITE VAC-RPT-RECORD FROM SPACES
                 AFTER ADVANCING 1 LINE
              WRITE VAC-RPT-RECORD FROM WS-UNLISTED-HEADING
                 AFTER ADVANCING 1 LINE
              MOVE ZERO TO WS-REQN-IX
              PERFORM UNTIL WS-REQN-IX GREATER OR EQUAL WS-REQN-COUNT
                 ADD 1 TO WS-REQN-IX
                 IF WS-RQ-STATE (WS-REQN-IX) EQUAL "O" THEN
                    MOVE WS-RQ-DEPT (WS-REQN-IX) TO WS-NR-DEPT
                    PERFORM FIND-DEPARTMENT-RTN
                    IF NOT WS-DEPT-FOUND THEN
                       PERFORM WRITE-VACANCY-DETAIL-RTN
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           IF WS-OPEN-COUNT EQUAL ZERO THEN
              WRITE VAC-RPT-RECORD FROM SPACES
                 AFTER ADVANCING 1 LINE
              WRITE VAC-RPT-RECORD FROM WS-NO-VACANCY-LINE
                 AFTER ADVANCING 1 LINE
           END-IF
           .
      *
       WRITE-DEPT-VACANCIES-RTN SECTION.
      * one department - its open requisitions, then the age
      *    buckets and the authorized heads it is budgeted for.
           MOVE ZERO TO WS-DV-OPEN
           MOVE ZERO TO WS-DV-AGE-30
           MOVE ZERO TO WS-DV-AGE-60
           MOVE ZERO TO WS-DV-AGE-90
           MOVE ZERO TO WS-DV-AGE-OVER
           MOVE ZERO TO WS-REQN-IX
           PERFORM UNTIL WS-REQN-IX GREATER OR EQUAL WS-REQN-COUNT
              ADD 1 TO WS-REQN-IX
              IF WS-RQ-STATE (WS-REQN-IX) EQUAL "O"
                    AND WS-RQ-DEPT (WS-REQN-IX) EQUAL
                        WS-DT-CODE (WS-DEPT-IX) THEN
                 IF WS-DV-OPEN EQUAL ZERO THEN
                    MOVE WS-DT-CODE (WS-DEPT-IX) TO WS-DH-CODE
                    MOVE WS-DT-NAME (WS-DEPT-IX) TO WS-DH-NAME
                    WRITE VAC-RPT-RECORD FROM SPACES
                       AFTER ADVANCING 1 LINE
                    WRITE VAC-RPT-RECORD FROM WS-DEPT-HEADING
                       AFTER ADVANCING 1 LINE
                    WRITE VAC-RPT-RECORD FROM WS-VAC-COLUMN-HEADING
                       AFTER ADVANCING 1 LINE
                 END-IF
                 ADD 1 TO WS-DV-OPEN
                 PERFORM WRITE-VACANCY-DETAIL-RTN
                 EVALUATE TRUE
                    WHEN WS-AGE-DAYS NOT GREATER THAN 30
                       ADD 1 TO WS-DV-AGE-30
                    WHEN WS-AGE-DAYS NOT GREATER THAN 60
                       ADD 1 TO WS-DV-AGE-60
                    WHEN WS-AGE-DAYS NOT GREATER THAN 90
                       ADD 1 TO WS-DV-AGE-90
                    WHEN OTHER
                       ADD 1 TO WS-DV-AGE-OVER
                 END-EVALUATE
              END-IF
           END-PERFORM
           IF WS-DV-OPEN GREATER THAN ZERO THEN
              MOVE WS-DV-OPEN     TO WS-DTL-OPEN
              MOVE WS-DV-AGE-30   TO WS-DTL-AGE-30
              MOVE WS-DV-AGE-60   TO WS-DTL-AGE-60
              MOVE WS-DV-AGE-90   TO WS-DTL-AGE-90
              MOVE WS-DV-AGE-OVER TO WS-DTL-AGE-OVER
              MOVE "N" TO WS-BUDG-FOUND-SW
              MOVE ZERO TO WS-BUDG-IX
              PERFORM UNTIL WS-BUDG-FOUND
                    OR WS-BUDG-IX GREATER OR EQUAL WS-BUDG-COUNT
                 ADD 1 TO WS-BUDG-IX
                 IF WS-BG-CODE (WS-BUDG-IX) EQUAL
                       WS-DT-CODE (WS-DEPT-IX) THEN
                    SET WS-BUDG-FOUND TO TRUE
                 END-IF
              END-PERFORM
              IF WS-BUDG-FOUND THEN
                 MOVE WS-BG-AUTH-HEADS (WS-BUDG-IX) TO WS-DTL-AUTH-ED
                 MOVE WS-DTL-AUTH-ED TO WS-DTL-AUTH
              ELSE
                 MOVE "NO BUDGET" TO WS-DTL-AUTH
              END-IF
              WRITE VAC-RPT-RECORD FROM WS-DEPT-TOTAL-LINE
                 AFTER ADVANCING 1 LINE
           END-IF
           .
      *
       WRITE-VACANCY-DETAIL-RTN SECTION.
      * one open requisition at WS-REQN-IX - its age is days since
      *    it opened (yyyy-mm-dd on file).
           MOVE ZERO TO WS-AGE-DAYS
           STRING WS-RQ-OPEN-DATE (WS-REQN-IX) (1:4)
                  WS-RQ-OPEN-DATE (WS-REQN-IX) (6:2)
                  WS-RQ-OPEN-DATE (WS-REQN-IX) (9:2)
              DELIMITED BY SIZE INTO WS-OPEN-DATE-X
           IF WS-OPEN-DATE NUMERIC
                 AND WS-OPEN-DATE GREATER THAN 16010101 THEN
              COMPUTE WS-AGE-DAYS = WS-TODAY-INT -
                 FUNCTION INTEGER-OF-DATE (WS-OPEN-DATE)
              IF WS-AGE-DAYS LESS THAN ZERO THEN
                 MOVE ZERO TO WS-AGE-DAYS
              END-IF
           END-IF
           MOVE WS-RQ-REQ-ID (WS-REQN-IX)    TO WS-VD-REQ-ID
           MOVE WS-RQ-GRADE (WS-REQN-IX)     TO WS-VD-GRADE
           MOVE WS-RQ-BUDGET (WS-REQN-IX)    TO WS-VD-BUDGET
           MOVE WS-RQ-OPEN-DATE (WS-REQN-IX) TO WS-VD-OPEN-DATE
           MOVE WS-AGE-DAYS                  TO WS-VD-AGE
           MOVE WS-RQ-APPROVER (WS-REQN-IX)  TO WS-VD-APPROVER
           WRITE VAC-RPT-RECORD FROM WS-VAC-DETAIL
              AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LISTED-COUNT
           .
       END PROGRAM REQNMGR.
