      *****************************************************************
      * HRISCONV - inbound HR system change feed to intake decks.
      * The corporate HR system is where hires, transfers, pay
      * changes and terminations are first recorded. Its daily
      * change file (HRISIN - one event per record) is converted
      * here into the two intake formats MAIN already edits, so the
      * events no longer have to be re-keyed:
      *    HIRE  new hire            -> HIRETRAN (hire date = eff);
      *          a blank EMP_ID is passed through blank for MAIN to
      *          assign the next number in the site's range
      *    REHR  rehire of a former employee -> HIRETRAN under the
      *          EMP_ID they left with, which MAIN recognizes on
      *          the EMPHIST archive and keeps
      *    XFER  department transfer -> MAINTRAN UP department
      *          (manager too when the event names one)
      *    PAY   salary change       -> MAINTRAN UP salary
      *    STAT  status change       -> MAINTRAN UP status (A/L/S/M)
      *    NAME  name or sex change  -> MAINTRAN UP first/last/sex
      *    MGR   new manager         -> MAINTRAN UP manager
      *    TERM  termination         -> MAINTRAN TM, term date = eff,
      *          the HR system's reason mapped to RES/RET/DIS/RIF
      * An event dated after today also rides as MTRAN-EFF-DATE so
      * MAIN queues it on PENDIN until its night; a hire carries its
      * date as the hire date, which MAIN holds the same way.
      * MAIN refuses a second MAINTRAN record for one EMP_ID in a
      * file, so same-day changes for one employee are folded into
      * one UP. An event that cannot be folded (a different date,
      * or mixed with a termination), an unknown event type, an
      * unknown department, an unmapped reason, or a field that
      * would fail MAIN's edits goes to HRISEXC instead of a deck,
      * for HR to correct at source and resend.
      * Departments arrive as HR organization units and are mapped
      * through DEPTXREF (org unit(6), blank, department(3)); with
      * no DEPTXREF the first three bytes of the org unit are taken
      * as the department. Either way the department must be on
      * DEPTFILE.
      * Each deck is one BH/BT batch (batch id HRISmmdd, clerk and
      * submitter HRISFEED) that MAIN's batch-control pre-pass
      * verifies - HRISFEED needs its AUTHFILE grants like anyone.
      * HRISIN layout: event id(12), type(4), eff date(10), EMP_ID
      * (6), first name(12), last name(15), sex(1), org unit(6),
      * salary(9, two implied decimals), status(1), manager EMP_ID
      * (6), term reason(4), requisition id(6) - each followed by a
      * blank, LRECL 120.
      * CTLCARD keywords: TERMMAP hhhh rrr (repeatable - HR reason
      * hhhh maps to shop reason rrr, added to or replacing the
      * built-in VOL/RSG RES, RET RET, INV/CAUS DIS, LAY/RIF RIF).
      * RETURN-CODE: 0 every event converted, 4 exceptions written,
      * 8 an input or output missing or a table overflowed.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HRISCONV.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CTL-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT OPTIONAL HRIS-IN-FILE ASSIGN TO "HRISIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HRIS-STATUS.
           SELECT OPTIONAL DEPT-REF-FILE ASSIGN TO "DEPTFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPTREF-STATUS.
           SELECT OPTIONAL DEPT-XREF-FILE ASSIGN TO "DEPTXREF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT HIRE-OUT-FILE ASSIGN TO "HIREOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOUT-STATUS.
           SELECT MAINT-OUT-FILE ASSIGN TO "MAINTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MOUT-STATUS.
           SELECT EXC-RPT-FILE ASSIGN TO "HRISEXC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CTL-RECORD.
           05 CTL-KEYWORD           PIC X(10).
           05 CTL-VALUE             PIC X(40).
      *
       FD  HRIS-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HRIS-RECORD.
           05 HRIS-EVENT-ID             PIC X(12).
           05 FILLER                    PIC X(1).
           05 HRIS-EVENT-TYPE           PIC X(4).
           05 FILLER                    PIC X(1).
           05 HRIS-EFF-DATE             PIC X(10).
           05 FILLER                    PIC X(1).
           05 HRIS-EMP-ID               PIC X(6).
           05 HRIS-EMP-ID-9 REDEFINES HRIS-EMP-ID
                                        PIC 9(6).
           05 FILLER                    PIC X(1).
           05 HRIS-FIRST-NAME           PIC X(12).
           05 FILLER                    PIC X(1).
           05 HRIS-LAST-NAME            PIC X(15).
           05 FILLER                    PIC X(1).
           05 HRIS-SEX                  PIC X(1).
           05 FILLER                    PIC X(1).
           05 HRIS-ORG-UNIT             PIC X(6).
           05 FILLER                    PIC X(1).
           05 HRIS-SALARY-X             PIC X(9).
           05 HRIS-SALARY REDEFINES HRIS-SALARY-X
                                        PIC 9(7)V99.
           05 FILLER                    PIC X(1).
           05 HRIS-STATUS               PIC X(1).
           05 FILLER                    PIC X(1).
           05 HRIS-MANAGER-ID           PIC X(6).
           05 FILLER                    PIC X(1).
           05 HRIS-TERM-REASON          PIC X(4).
           05 FILLER                    PIC X(1).
           05 HRIS-REQ-ID               PIC X(6).
           05 FILLER                    PIC X(16).
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
       FD  DEPT-XREF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DEPT-XREF-RECORD.
           05 DXRF-ORG-UNIT         PIC X(6).
           05 FILLER                PIC X(1).
           05 DXRF-DEPT             PIC X(3).
      *
      * same layout MAIN reads as HIRETRAN
       FD  HIRE-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HIRE-OUT-RECORD          PIC X(69).
      *
      * same layout MAIN reads as MAINTRAN
       FD  MAINT-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MAINT-OUT-RECORD         PIC X(90).
      *
       FD  EXC-RPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  EXC-RPT-RECORD           PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS        PIC X(2) VALUE SPACES.
       01  WS-HRIS-STATUS       PIC X(2) VALUE SPACES.
       01  WS-DEPTREF-STATUS    PIC X(2) VALUE SPACES.
       01  WS-XREF-STATUS       PIC X(2) VALUE SPACES.
       01  WS-HOUT-STATUS       PIC X(2) VALUE SPACES.
       01  WS-MOUT-STATUS       PIC X(2) VALUE SPACES.
       01  WS-RPT-STATUS        PIC X(2) VALUE SPACES.
       01  WS-CTL-EOF-SW        PIC X(1) VALUE "N".
           88 WS-CTL-EOF             VALUE "Y".
       01  WS-HRIS-EOF-SW       PIC X(1) VALUE "N".
           88 WS-HRIS-EOF            VALUE "Y".
       01  WS-REF-EOF-SW        PIC X(1) VALUE "N".
           88 WS-REF-EOF             VALUE "Y".
       01  WS-CONV-FAILED-SW    PIC X(1) VALUE "N".
           88 WS-CONV-FAILED         VALUE "Y".
       01  WS-REPORT-DATE.
           05 WS-REPORT-YYYY    PIC 9(4).
           05 WS-REPORT-MM      PIC 9(2).
           05 WS-REPORT-DD      PIC 9(2).
       01  WS-REPORT-DATE-DISPLAY.
           05 WS-RD-MM          PIC 9(2).
           05 FILLER            PIC X(1) VALUE "/".
           05 WS-RD-DD          PIC 9(2).
           05 FILLER            PIC X(1) VALUE "/".
           05 WS-RD-YYYY        PIC 9(4).
       01  WS-TODAY-ISO         PIC X(10) VALUE SPACES.
      * department reference and the org-unit cross-reference
       01  WS-DEPT-REF-COUNT    PIC S9(4) COMP VALUE ZERO.
       01  WS-DEPT-REF-MAX      PIC S9(4) COMP VALUE 500.
       01  WS-DEPT-REF-IX       PIC S9(4) COMP VALUE ZERO.
       01  WS-DEPT-REF-TABLE.
           05 WS-DR-CODE OCCURS 500 TIMES
                                PIC X(3).
       01  WS-DEPT-FOUND-SW     PIC X(1) VALUE "N".
           88 WS-DEPT-FOUND          VALUE "Y".
       01  WS-XREF-LOADED-SW    PIC X(1) VALUE "N".
           88 WS-XREF-LOADED         VALUE "Y".
       01  WS-XREF-COUNT        PIC S9(4) COMP VALUE ZERO.
       01  WS-XREF-MAX          PIC S9(4) COMP VALUE 2000.
       01  WS-XREF-IX           PIC S9(4) COMP VALUE ZERO.
       01  WS-XREF-TABLE.
           05 WS-XREF-ENTRY OCCURS 2000 TIMES.
              10 WS-XR-ORG-UNIT PIC X(6).
              10 WS-XR-DEPT     PIC X(3).
       01  WS-XREF-FOUND-SW     PIC X(1) VALUE "N".
           88 WS-XREF-FOUND          VALUE "Y".
       01  WS-MAPPED-DEPT       PIC X(3) VALUE SPACES.
      * termination reason map - HR reason to shop reason
       01  WS-TMAP-COUNT        PIC S9(4) COMP VALUE ZERO.
       01  WS-TMAP-MAX          PIC S9(4) COMP VALUE 50.
       01  WS-TMAP-IX           PIC S9(4) COMP VALUE ZERO.
       01  WS-TMAP-TABLE.
           05 WS-TMAP-ENTRY OCCURS 50 TIMES.
              10 WS-TM-HR-REASON   PIC X(4).
              10 WS-TM-SHOP-REASON PIC X(3).
       01  WS-TMAP-FOUND-SW     PIC X(1) VALUE "N".
           88 WS-TMAP-FOUND          VALUE "Y".
       01  WS-TMAP-HR-WORK      PIC X(4) VALUE SPACES.
       01  WS-TMAP-SHOP-WORK    PIC X(3) VALUE SPACES.
       01  WS-MAPPED-REASON     PIC X(3) VALUE SPACES.
      * calendar validation - the same test as MAIN's
      *    VALIDATE-EDIT-DATE-RTN
       01  WS-EDIT-DATE         PIC X(10) VALUE SPACES.
       01  WS-EDIT-DATE-PARTS.
           05 WS-EDIT-YYYY      PIC 9(4).
           05 WS-EDIT-MM        PIC 9(2).
           05 WS-EDIT-DD        PIC 9(2).
       01  WS-EDIT-DATE-SW      PIC X(1)  VALUE "N".
           88 WS-EDIT-DATE-VALID     VALUE "Y".
       01  WS-EDIT-MONTH-MAX    PIC 9(2)  VALUE ZERO.
       01  WS-LEAP-CHECK-YYYY   PIC 9(4)  VALUE ZERO.
       01  WS-LEAP-WORK         PIC S9(9) COMP VALUE ZERO.
       01  WS-LEAP-QUOT         PIC S9(9) COMP VALUE ZERO.
       01  WS-LEAP-SW           PIC X(1)  VALUE "N".
           88 WS-LEAP-YEAR           VALUE "Y".
      * the event in hand
       01  WS-EVENT-BAD-SW      PIC X(1) VALUE "N".
           88 WS-EVENT-BAD           VALUE "Y".
       01  WS-EXC-REASON        PIC X(45) VALUE SPACES.
       01  WS-EVENT-EFF         PIC X(10) VALUE SPACES.
      * hire deck - held until the end so the BT can follow; the
      *    EMP_IDs are remembered so a second hire for one id is
      *    caught here rather than as E006 at intake
       01  WS-HIRE-COUNT        PIC S9(4) COMP VALUE ZERO.
       01  WS-HIRE-MAX          PIC S9(4) COMP VALUE 2000.
       01  WS-HIRE-IX           PIC S9(4) COMP VALUE ZERO.
       01  WS-HIRE-TABLE.
           05 WS-HIRE-ENTRY OCCURS 2000 TIMES
                                PIC X(69).
       01  WS-HIRE-REC.
           05 WS-HR-EMP-ID      PIC 9(6).
           05 WS-HR-EMP-ID-X REDEFINES WS-HR-EMP-ID
                                PIC X(6).
           05 WS-HR-FIRST-NAME  PIC X(12).
           05 WS-HR-LAST-NAME   PIC X(15).
           05 WS-HR-SEX         PIC X(1).
           05 WS-HR-DEPARTMENT  PIC X(3).
           05 WS-HR-SALARY      PIC S9(7)V99.
           05 WS-HR-HIRE-DATE   PIC X(10).
           05 WS-HR-MANAGER-ID  PIC X(6).
           05 WS-HR-REQ-ID      PIC X(6).
           05 WS-HR-REOPEN      PIC X(1)  VALUE SPACE.
      * maintenance deck - one record per EMP_ID, built up as that
      *    employee's events arrive
       01  WS-MNT-COUNT         PIC S9(4) COMP VALUE ZERO.
       01  WS-MNT-MAX           PIC S9(4) COMP VALUE 3000.
       01  WS-MNT-IX            PIC S9(4) COMP VALUE ZERO.
       01  WS-MNT-FOUND-SW      PIC X(1) VALUE "N".
           88 WS-MNT-FOUND           VALUE "Y".
       01  WS-MNT-TABLE.
           05 WS-MNT-ENTRY OCCURS 3000 TIMES
                                PIC X(90).
       01  WS-MNT-REC.
           05 WS-MR-FUNC        PIC X(2).
           05 WS-MR-WHATIF      PIC X(1).
           05 WS-MR-EMP-ID      PIC 9(6).
           05 WS-MR-FIRST-NAME  PIC X(12).
           05 WS-MR-LAST-NAME   PIC X(15).
           05 WS-MR-SEX         PIC X(1).
           05 WS-MR-DEPARTMENT  PIC X(3).
           05 WS-MR-SALARY      PIC S9(7)V99.
           05 WS-MR-SALARY-X REDEFINES WS-MR-SALARY
                                PIC X(9).
           05 WS-MR-HIRE-DATE   PIC X(10).
           05 WS-MR-TERM-DATE   PIC X(10).
           05 WS-MR-TERM-REASON PIC X(3).
           05 WS-MR-EFF-DATE    PIC X(10).
           05 WS-MR-STATUS      PIC X(1).
           05 WS-MR-MANAGER-ID  PIC X(6).
           05 WS-MR-REOPEN      PIC X(1).
      * batch control records, as MAIN's pre-pass reads them
       01  WS-BH-RECORD.
           05 FILLER            PIC X(3)  VALUE "BH ".
           05 WS-BH-BATCH-ID    PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-BH-CLERK       PIC X(8)  VALUE "HRISFEED".
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-BH-DATE        PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-BH-SUBMITTER   PIC X(8)  VALUE "HRISFEED".
       01  WS-BT-RECORD.
           05 FILLER            PIC X(3)  VALUE "BT ".
           05 WS-BT-COUNT       PIC 9(9).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-BT-HASH        PIC 9(13)V99.
       01  WS-DECK-HASH         PIC S9(13)V99 COMP-3 VALUE ZERO.
      * counters
       01  WS-READ-COUNT        PIC 9(7)  VALUE ZERO.
       01  WS-UP-EVENT-COUNT    PIC 9(7)  VALUE ZERO.
       01  WS-TM-COUNT          PIC 9(7)  VALUE ZERO.
       01  WS-FOLD-COUNT        PIC 9(7)  VALUE ZERO.
       01  WS-FUTURE-COUNT      PIC 9(7)  VALUE ZERO.
       01  WS-EXC-COUNT         PIC 9(7)  VALUE ZERO.
      * report layouts
       01  WS-RPT-HEADING.
           05 FILLER            PIC X(40)
                    VALUE "HR SYSTEM FEED - CONVERSION EXCEPTIONS".
           05 FILLER            PIC X(6)  VALUE "DATE: ".
           05 WS-RH-DATE        PIC X(10).
       01  WS-COLUMN-HEADING    PIC X(100) VALUE
           "EVENT ID     TYPE EMP_ID EFF DATE   ORG    REASON".
       01  WS-EXC-LINE.
           05 WS-EL-EVENT-ID    PIC X(12).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-EL-TYPE        PIC X(4).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-EL-EMP-ID      PIC X(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-EL-EFF-DATE    PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-EL-ORG-UNIT    PIC X(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-EL-REASON      PIC X(45).
       01  WS-NONE-LINE         PIC X(40)
                    VALUE "   (EVERY EVENT CONVERTED)".
       01  WS-TOTAL-LINE-1.
           05 FILLER            PIC X(16) VALUE "EVENTS READ:".
           05 WS-T1-READ        PIC ZZZ,ZZ9.
           05 FILLER            PIC X(10) VALUE "   HIRES: ".
           05 WS-T1-HIRES       PIC ZZZ,ZZ9.
           05 FILLER            PIC X(16) VALUE "   CHANGES: ".
           05 WS-T1-CHANGES     PIC ZZZ,ZZ9.
           05 FILLER            PIC X(16) VALUE "   TERMINATIONS:".
           05 WS-T1-TERMS       PIC ZZZ,ZZ9.
       01  WS-TOTAL-LINE-2.
           05 FILLER            PIC X(16) VALUE "UP RECORDS:".
           05 WS-T2-UP          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(10) VALUE "   FOLDED:".
           05 WS-T2-FOLDED      PIC ZZZ,ZZ9.
           05 FILLER            PIC X(16) VALUE "   FUTURE-DATED:".
           05 WS-T2-FUTURE      PIC ZZZ,ZZ9.
           05 FILLER            PIC X(16) VALUE "   EXCEPTIONS:".
           05 WS-T2-EXC         PIC ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           MOVE WS-REPORT-MM TO WS-RD-MM
           MOVE WS-REPORT-DD TO WS-RD-DD
           MOVE WS-REPORT-YYYY TO WS-RD-YYYY
           STRING WS-REPORT-YYYY "-" WS-REPORT-MM "-" WS-REPORT-DD
              DELIMITED BY SIZE INTO WS-TODAY-ISO
           PERFORM LOAD-TERM-MAP-RTN
           PERFORM READ-CONV-CONTROLS
           PERFORM LOAD-DEPT-REFERENCES-RTN
           IF WS-CONV-FAILED THEN
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT HRIS-IN-FILE
           IF WS-HRIS-STATUS NOT EQUAL "00" THEN
              DISPLAY "HRISIN not allocated - no feed to convert"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT EXC-RPT-FILE
           IF WS-RPT-STATUS NOT EQUAL "00" THEN
              DISPLAY "HRISEXC not allocated - exceptions would be "
                 "lost, nothing converted"
              CLOSE HRIS-IN-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-REPORT-DATE-DISPLAY TO WS-RH-DATE
           WRITE EXC-RPT-RECORD FROM WS-RPT-HEADING
              AFTER ADVANCING 1 LINE
           WRITE EXC-RPT-RECORD FROM SPACES AFTER ADVANCING 1 LINE
           WRITE EXC-RPT-RECORD FROM WS-COLUMN-HEADING
              AFTER ADVANCING 1 LINE

           MOVE "N" TO WS-HRIS-EOF-SW
           PERFORM UNTIL WS-HRIS-EOF OR WS-CONV-FAILED
              READ HRIS-IN-FILE
                 AT END SET WS-HRIS-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    PERFORM CONVERT-EVENT-RTN
              END-READ
           END-PERFORM
           CLOSE HRIS-IN-FILE

      * a deck cut short by a full table would intake as if it were
      *    the whole day - write nothing and let HR resend
           IF WS-CONV-FAILED THEN
              DISPLAY "Feed larger than the conversion tables - "
                 "no decks written"
              CLOSE EXC-RPT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM WRITE-HIRE-DECK-RTN
           PERFORM WRITE-MAINT-DECK-RTN
           IF WS-CONV-FAILED THEN
              CLOSE EXC-RPT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-EXC-COUNT EQUAL ZERO THEN
              WRITE EXC-RPT-RECORD FROM WS-NONE-LINE
                 AFTER ADVANCING 1 LINE
           END-IF
           WRITE EXC-RPT-RECORD FROM SPACES AFTER ADVANCING 1 LINE
           MOVE WS-READ-COUNT     TO WS-T1-READ
           MOVE WS-HIRE-COUNT     TO WS-T1-HIRES
           MOVE WS-UP-EVENT-COUNT TO WS-T1-CHANGES
           MOVE WS-TM-COUNT       TO WS-T1-TERMS
           WRITE EXC-RPT-RECORD FROM WS-TOTAL-LINE-1
              AFTER ADVANCING 1 LINE
           COMPUTE WS-T2-UP = WS-MNT-COUNT - WS-TM-COUNT
           MOVE WS-FOLD-COUNT     TO WS-T2-FOLDED
           MOVE WS-FUTURE-COUNT   TO WS-T2-FUTURE
           MOVE WS-EXC-COUNT      TO WS-T2-EXC
           WRITE EXC-RPT-RECORD FROM WS-TOTAL-LINE-2
              AFTER ADVANCING 1 LINE
           CLOSE EXC-RPT-FILE

           DISPLAY "HR feed converted - Events: " WS-READ-COUNT
              " Hires: " WS-HIRE-COUNT
              " Maintenance records: " WS-MNT-COUNT
              " Exceptions: " WS-EXC-COUNT
           IF WS-EXC-COUNT GREATER THAN ZERO THEN
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF
           STOP RUN.
      *
       LOAD-TERM-MAP-RTN SECTION.
      * the HR system's common reasons; TERMMAP cards add to these
           MOVE "VOL " TO WS-TMAP-HR-WORK
           MOVE "RES"  TO WS-TMAP-SHOP-WORK
           PERFORM ADD-TERM-MAP-RTN
           MOVE "RSG " TO WS-TMAP-HR-WORK
           MOVE "RES"  TO WS-TMAP-SHOP-WORK
           PERFORM ADD-TERM-MAP-RTN
           MOVE "RET " TO WS-TMAP-HR-WORK
           MOVE "RET"  TO WS-TMAP-SHOP-WORK
           PERFORM ADD-TERM-MAP-RTN
           MOVE "INV " TO WS-TMAP-HR-WORK
           MOVE "DIS"  TO WS-TMAP-SHOP-WORK
           PERFORM ADD-TERM-MAP-RTN
           MOVE "CAUS" TO WS-TMAP-HR-WORK
           MOVE "DIS"  TO WS-TMAP-SHOP-WORK
           PERFORM ADD-TERM-MAP-RTN
           MOVE "LAY " TO WS-TMAP-HR-WORK
           MOVE "RIF"  TO WS-TMAP-SHOP-WORK
           PERFORM ADD-TERM-MAP-RTN
           MOVE "RIF " TO WS-TMAP-HR-WORK
           MOVE "RIF"  TO WS-TMAP-SHOP-WORK
           PERFORM ADD-TERM-MAP-RTN
           .
      *
       ADD-TERM-MAP-RTN SECTION.
      * a repeated HR reason replaces the earlier mapping, so a
      *    TERMMAP card can override a built-in one
           PERFORM FIND-TERM-MAP-RTN
           IF WS-TMAP-FOUND THEN
              MOVE WS-TMAP-SHOP-WORK TO WS-TM-SHOP-REASON (WS-TMAP-IX)
           ELSE
              IF WS-TMAP-COUNT LESS THAN WS-TMAP-MAX THEN
                 ADD 1 TO WS-TMAP-COUNT
                 MOVE WS-TMAP-HR-WORK
                    TO WS-TM-HR-REASON (WS-TMAP-COUNT)
                 MOVE WS-TMAP-SHOP-WORK
                    TO WS-TM-SHOP-REASON (WS-TMAP-COUNT)
              ELSE
                 DISPLAY "Too many TERMMAP cards - " WS-TMAP-HR-WORK
                    " not mapped"
              END-IF
           END-IF
           .
      *
       FIND-TERM-MAP-RTN SECTION.
           MOVE "N" TO WS-TMAP-FOUND-SW
           MOVE ZERO TO WS-TMAP-IX
           PERFORM UNTIL WS-TMAP-FOUND
                 OR WS-TMAP-IX GREATER OR EQUAL WS-TMAP-COUNT
              ADD 1 TO WS-TMAP-IX
              IF WS-TM-HR-REASON (WS-TMAP-IX) EQUAL WS-TMAP-HR-WORK
                    THEN
                 SET WS-TMAP-FOUND TO TRUE
              END-IF
           END-PERFORM
           .
      *
       READ-CONV-CONTROLS SECTION.
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS EQUAL "00" THEN
              MOVE "N" TO WS-CTL-EOF-SW
              PERFORM UNTIL WS-CTL-EOF
                 READ CTL-FILE
                    AT END MOVE "Y" TO WS-CTL-EOF-SW
                    NOT AT END
                       EVALUATE CTL-KEYWORD
                          WHEN "TERMMAP"
                             MOVE CTL-VALUE(1:4) TO WS-TMAP-HR-WORK
                             MOVE CTL-VALUE(6:3) TO WS-TMAP-SHOP-WORK
                             PERFORM EDIT-TERM-MAP-CARD-RTN
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE CTL-FILE
           END-IF
           .
      *
       EDIT-TERM-MAP-CARD-RTN SECTION.
      * only the four reasons MAIN's TM edit knows are worth mapping
      *    to - anything else would just move the reject downstream
           IF WS-TMAP-HR-WORK EQUAL SPACES THEN
              DISPLAY "TERMMAP card with no HR reason - ignored"
           ELSE
              IF WS-TMAP-SHOP-WORK EQUAL "RES"
                    OR WS-TMAP-SHOP-WORK EQUAL "RET"
                    OR WS-TMAP-SHOP-WORK EQUAL "DIS"
                    OR WS-TMAP-SHOP-WORK EQUAL "RIF" THEN
                 PERFORM ADD-TERM-MAP-RTN
              ELSE
                 DISPLAY "TERMMAP " WS-TMAP-HR-WORK " maps to "
                    WS-TMAP-SHOP-WORK " - not RES/RET/DIS/RIF, "
                    "ignored"
              END-IF
           END-IF
           .
      *
       LOAD-DEPT-REFERENCES-RTN SECTION.
      * DEPTFILE is required - checking departments is half of what
      *    this program is for. DEPTXREF is optional.
           OPEN INPUT DEPT-REF-FILE
           IF WS-DEPTREF-STATUS EQUAL "00" THEN
              MOVE "N" TO WS-REF-EOF-SW
              PERFORM UNTIL WS-REF-EOF
                 READ DEPT-REF-FILE
                    AT END SET WS-REF-EOF TO TRUE
                    NOT AT END
                       IF WS-DEPT-REF-COUNT LESS THAN
                             WS-DEPT-REF-MAX THEN
                          ADD 1 TO WS-DEPT-REF-COUNT
                          MOVE DREF-CODE
                             TO WS-DR-CODE (WS-DEPT-REF-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DEPT-REF-FILE
           ELSE
              DISPLAY "DEPTFILE not allocated - departments cannot "
                 "be checked, nothing converted"
              SET WS-CONV-FAILED TO TRUE
           END-IF
           OPEN INPUT DEPT-XREF-FILE
           IF WS-XREF-STATUS EQUAL "00" THEN
              SET WS-XREF-LOADED TO TRUE
              MOVE "N" TO WS-REF-EOF-SW
              PERFORM UNTIL WS-REF-EOF
                 READ DEPT-XREF-FILE
                    AT END SET WS-REF-EOF TO TRUE
                    NOT AT END
                       IF WS-XREF-COUNT LESS THAN WS-XREF-MAX THEN
                          ADD 1 TO WS-XREF-COUNT
                          MOVE DXRF-ORG-UNIT
                             TO WS-XR-ORG-UNIT (WS-XREF-COUNT)
                          MOVE DXRF-DEPT
                             TO WS-XR-DEPT (WS-XREF-COUNT)
                       ELSE
                          DISPLAY "DEPTXREF larger than the table - "
                             "nothing converted"
                          SET WS-CONV-FAILED TO TRUE
                          SET WS-REF-EOF TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DEPT-XREF-FILE
           ELSE
              DISPLAY "DEPTXREF not allocated - org units taken as "
                 "department codes"
           END-IF
           .
      *
       CONVERT-EVENT-RTN SECTION.
      * edits common to every event, then the event's own
           MOVE "N" TO WS-EVENT-BAD-SW
           MOVE SPACES TO WS-EXC-REASON
           MOVE HRIS-EFF-DATE TO WS-EDIT-DATE
           PERFORM VALIDATE-EDIT-DATE-RTN
           IF NOT WS-EDIT-DATE-VALID THEN
              MOVE "EFFECTIVE DATE NOT A VALID YYYY-MM-DD DATE"
                 TO WS-EXC-REASON
              SET WS-EVENT-BAD TO TRUE
           ELSE
      * today or earlier applies tonight - only a later date is
      *    carried to MAIN as a scheduled change
              IF HRIS-EFF-DATE GREATER THAN WS-TODAY-ISO THEN
                 MOVE HRIS-EFF-DATE TO WS-EVENT-EFF
              ELSE
                 MOVE SPACES TO WS-EVENT-EFF
              END-IF
           END-IF
      * a new hire may come without an EMP_ID - MAIN assigns one
           IF NOT WS-EVENT-BAD
                 AND NOT (HRIS-EVENT-TYPE EQUAL "HIRE"
                      AND HRIS-EMP-ID EQUAL SPACES) THEN
              IF HRIS-EMP-ID NOT NUMERIC
                    OR HRIS-EMP-ID-9 EQUAL ZERO THEN
                 MOVE "EMP_ID MISSING OR NOT NUMERIC" TO WS-EXC-REASON
                 SET WS-EVENT-BAD TO TRUE
              END-IF
           END-IF
           IF NOT WS-EVENT-BAD THEN
              EVALUATE HRIS-EVENT-TYPE
                 WHEN "HIRE"
                 WHEN "REHR"
                    PERFORM CONVERT-HIRE-RTN
                 WHEN "XFER"
                 WHEN "PAY "
                 WHEN "STAT"
                 WHEN "NAME"
                 WHEN "MGR "
                    PERFORM CONVERT-CHANGE-RTN
                 WHEN "TERM"
                    PERFORM CONVERT-TERM-RTN
                 WHEN OTHER
                    MOVE "UNKNOWN EVENT TYPE" TO WS-EXC-REASON
                    SET WS-EVENT-BAD TO TRUE
              END-EVALUATE
           END-IF
           IF WS-EVENT-BAD THEN
              PERFORM WRITE-EXCEPTION-RTN
           END-IF
           .
      *
       CONVERT-HIRE-RTN SECTION.
      * the same edits MAIN's hire intake applies, so the deck
      *    doesn't just move the rejects into SUSPFILE
           PERFORM MAP-DEPARTMENT-RTN
           EVALUATE TRUE
              WHEN WS-EVENT-BAD
                 CONTINUE
              WHEN HRIS-FIRST-NAME EQUAL SPACES
                    OR HRIS-LAST-NAME EQUAL SPACES
                 MOVE "HIRE WITHOUT A FIRST AND LAST NAME"
                    TO WS-EXC-REASON
                 SET WS-EVENT-BAD TO TRUE
              WHEN HRIS-SEX NOT EQUAL "F" AND HRIS-SEX NOT EQUAL "M"
                 MOVE "SEX NOT F OR M" TO WS-EXC-REASON
                 SET WS-EVENT-BAD TO TRUE
              WHEN HRIS-SALARY-X NOT NUMERIC
                    OR HRIS-SALARY EQUAL ZERO
                 MOVE "SALARY MISSING OR NOT NUMERIC" TO WS-EXC-REASON
                 SET WS-EVENT-BAD TO TRUE
              WHEN HRIS-MANAGER-ID NOT EQUAL SPACES
                    AND HRIS-MANAGER-ID NOT NUMERIC
                 MOVE "MANAGER EMP_ID NOT NUMERIC" TO WS-EXC-REASON
                 SET WS-EVENT-BAD TO TRUE
              WHEN OTHER
                 MOVE ZERO TO WS-HIRE-IX
                 MOVE "N" TO WS-MNT-FOUND-SW
                 PERFORM UNTIL WS-MNT-FOUND
                       OR HRIS-EMP-ID EQUAL SPACES
                       OR WS-HIRE-IX GREATER OR EQUAL WS-HIRE-COUNT
                    ADD 1 TO WS-HIRE-IX
                    IF WS-HIRE-ENTRY (WS-HIRE-IX) (1:6) EQUAL
                          HRIS-EMP-ID THEN
                       SET WS-MNT-FOUND TO TRUE
                    END-IF
                 END-PERFORM
                 IF WS-MNT-FOUND THEN
                    MOVE "SECOND HIRE FOR THIS EMP_ID IN THE FEED"
                       TO WS-EXC-REASON
                    SET WS-EVENT-BAD TO TRUE
                 ELSE
                    IF WS-HIRE-COUNT NOT LESS THAN WS-HIRE-MAX THEN
                       SET WS-CONV-FAILED TO TRUE
                    ELSE
                       MOVE HRIS-EMP-ID      TO WS-HR-EMP-ID-X
                       MOVE HRIS-FIRST-NAME  TO WS-HR-FIRST-NAME
                       MOVE HRIS-LAST-NAME   TO WS-HR-LAST-NAME
                       MOVE HRIS-SEX         TO WS-HR-SEX
                       MOVE WS-MAPPED-DEPT   TO WS-HR-DEPARTMENT
                       MOVE HRIS-SALARY      TO WS-HR-SALARY
                       MOVE HRIS-EFF-DATE    TO WS-HR-HIRE-DATE
                       MOVE HRIS-MANAGER-ID  TO WS-HR-MANAGER-ID
                       MOVE HRIS-REQ-ID      TO WS-HR-REQ-ID
                       ADD 1 TO WS-HIRE-COUNT
                       MOVE WS-HIRE-REC
                          TO WS-HIRE-ENTRY (WS-HIRE-COUNT)
                       IF WS-EVENT-EFF NOT EQUAL SPACES THEN
                          ADD 1 TO WS-FUTURE-COUNT
                       END-IF
                    END-IF
                 END-IF
           END-EVALUATE
           .
      *
       CONVERT-CHANGE-RTN SECTION.
      * one field group per event type; everything else on the UP
      *    stays blank, which MAIN reads as keep the current value
           IF HRIS-EVENT-TYPE EQUAL "XFER" THEN
              PERFORM MAP-DEPARTMENT-RTN
           END-IF
           IF NOT WS-EVENT-BAD THEN
              EVALUATE HRIS-EVENT-TYPE
                 WHEN "PAY "
                    IF HRIS-SALARY-X NOT NUMERIC
                          OR HRIS-SALARY EQUAL ZERO THEN
                       MOVE "SALARY MISSING OR NOT NUMERIC"
                          TO WS-EXC-REASON
                       SET WS-EVENT-BAD TO TRUE
                    END-IF
                 WHEN "STAT"
                    IF HRIS-STATUS NOT EQUAL "A"
                          AND HRIS-STATUS NOT EQUAL "L"
                          AND HRIS-STATUS NOT EQUAL "S"
                          AND HRIS-STATUS NOT EQUAL "M" THEN
                       MOVE "STATUS NOT A, L, S OR M" TO WS-EXC-REASON
                       SET WS-EVENT-BAD TO TRUE
                    END-IF
                 WHEN "NAME"
                    IF HRIS-FIRST-NAME EQUAL SPACES
                          AND HRIS-LAST-NAME EQUAL SPACES
                          AND HRIS-SEX EQUAL SPACE THEN
                       MOVE "NAME CHANGE WITH NO NAME OR SEX"
                          TO WS-EXC-REASON
                       SET WS-EVENT-BAD TO TRUE
                    END-IF
                    IF HRIS-SEX NOT EQUAL SPACE
                          AND HRIS-SEX NOT EQUAL "F"
                          AND HRIS-SEX NOT EQUAL "M" THEN
                       MOVE "SEX NOT F OR M" TO WS-EXC-REASON
                       SET WS-EVENT-BAD TO TRUE
                    END-IF
                 WHEN "MGR "
                    IF HRIS-MANAGER-ID NOT NUMERIC THEN
                       MOVE "MANAGER EMP_ID MISSING OR NOT NUMERIC"
                          TO WS-EXC-REASON
                       SET WS-EVENT-BAD TO TRUE
                    END-IF
                 WHEN "XFER"
                    IF HRIS-MANAGER-ID NOT EQUAL SPACES
                          AND HRIS-MANAGER-ID NOT NUMERIC THEN
                       MOVE "MANAGER EMP_ID NOT NUMERIC"
                          TO WS-EXC-REASON
                       SET WS-EVENT-BAD TO TRUE
                    END-IF
              END-EVALUATE
           END-IF
           IF NOT WS-EVENT-BAD THEN
              PERFORM FIND-MAINT-ENTRY-RTN
              IF WS-MNT-FOUND THEN
      * a second change for the employee folds into the first only
      *    when both take effect the same night
                 MOVE WS-MNT-ENTRY (WS-MNT-IX) TO WS-MNT-REC
                 EVALUATE TRUE
                    WHEN WS-MR-FUNC EQUAL "TM"
                       MOVE "EMPLOYEE ALSO TERMINATED IN THIS FEED"
                          TO WS-EXC-REASON
                       SET WS-EVENT-BAD TO TRUE
                    WHEN WS-MR-EFF-DATE NOT EQUAL WS-EVENT-EFF
                       MOVE "ANOTHER CHANGE FOR EMP_ID ON ANOTHER DATE"
                          TO WS-EXC-REASON
                       SET WS-EVENT-BAD TO TRUE
                    WHEN OTHER
                       ADD 1 TO WS-FOLD-COUNT
                 END-EVALUATE
              ELSE
                 IF WS-MNT-COUNT NOT LESS THAN WS-MNT-MAX THEN
                    SET WS-CONV-FAILED TO TRUE
                    SET WS-EVENT-BAD TO TRUE
                 ELSE
                    MOVE SPACES TO WS-MNT-REC
                    MOVE "UP" TO WS-MR-FUNC
                    MOVE HRIS-EMP-ID-9 TO WS-MR-EMP-ID
                    MOVE WS-EVENT-EFF TO WS-MR-EFF-DATE
                    ADD 1 TO WS-MNT-COUNT
                    MOVE WS-MNT-COUNT TO WS-MNT-IX
                    IF WS-EVENT-EFF NOT EQUAL SPACES THEN
                       ADD 1 TO WS-FUTURE-COUNT
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF NOT WS-EVENT-BAD THEN
              ADD 1 TO WS-UP-EVENT-COUNT
              EVALUATE HRIS-EVENT-TYPE
                 WHEN "XFER"
                    MOVE WS-MAPPED-DEPT TO WS-MR-DEPARTMENT
                    IF HRIS-MANAGER-ID NOT EQUAL SPACES THEN
                       MOVE HRIS-MANAGER-ID TO WS-MR-MANAGER-ID
                    END-IF
                 WHEN "PAY "
                    MOVE HRIS-SALARY TO WS-MR-SALARY
                 WHEN "STAT"
                    MOVE HRIS-STATUS TO WS-MR-STATUS
                 WHEN "NAME"
                    IF HRIS-FIRST-NAME NOT EQUAL SPACES THEN
                       MOVE HRIS-FIRST-NAME TO WS-MR-FIRST-NAME
                    END-IF
                    IF HRIS-LAST-NAME NOT EQUAL SPACES THEN
                       MOVE HRIS-LAST-NAME TO WS-MR-LAST-NAME
                    END-IF
                    IF HRIS-SEX NOT EQUAL SPACE THEN
                       MOVE HRIS-SEX TO WS-MR-SEX
                    END-IF
                 WHEN "MGR "
                    MOVE HRIS-MANAGER-ID TO WS-MR-MANAGER-ID
              END-EVALUATE
              MOVE WS-MNT-REC TO WS-MNT-ENTRY (WS-MNT-IX)
           END-IF
           .
      *
       CONVERT-TERM-RTN SECTION.
      * a termination stands alone - changes to a leaver in the
      *    same feed can't be applied after the row is archived
           MOVE HRIS-TERM-REASON TO WS-TMAP-HR-WORK
           PERFORM FIND-TERM-MAP-RTN
           IF NOT WS-TMAP-FOUND THEN
              MOVE "TERMINATION REASON NOT MAPPED (TERMMAP)"
                 TO WS-EXC-REASON
              SET WS-EVENT-BAD TO TRUE
           ELSE
              MOVE WS-TM-SHOP-REASON (WS-TMAP-IX) TO WS-MAPPED-REASON
              PERFORM FIND-MAINT-ENTRY-RTN
              IF WS-MNT-FOUND THEN
                 MOVE "ANOTHER EVENT FOR THIS EMP_ID IN THE FEED"
                    TO WS-EXC-REASON
                 SET WS-EVENT-BAD TO TRUE
              ELSE
                 IF WS-MNT-COUNT NOT LESS THAN WS-MNT-MAX THEN
                    SET WS-CONV-FAILED TO TRUE
                    SET WS-EVENT-BAD TO TRUE
                 ELSE
                    MOVE SPACES TO WS-MNT-REC
                    MOVE "TM" TO WS-MR-FUNC
                    MOVE HRIS-EMP-ID-9 TO WS-MR-EMP-ID
                    MOVE HRIS-EFF-DATE TO WS-MR-TERM-DATE
                    MOVE WS-MAPPED-REASON TO WS-MR-TERM-REASON
                    MOVE WS-EVENT-EFF TO WS-MR-EFF-DATE
                    ADD 1 TO WS-MNT-COUNT
                    MOVE WS-MNT-REC TO WS-MNT-ENTRY (WS-MNT-COUNT)
                    ADD 1 TO WS-TM-COUNT
                    IF WS-EVENT-EFF NOT EQUAL SPACES THEN
                       ADD 1 TO WS-FUTURE-COUNT
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *
       FIND-MAINT-ENTRY-RTN SECTION.
           MOVE "N" TO WS-MNT-FOUND-SW
           MOVE ZERO TO WS-MNT-IX
           PERFORM UNTIL WS-MNT-FOUND
                 OR WS-MNT-IX GREATER OR EQUAL WS-MNT-COUNT
              ADD 1 TO WS-MNT-IX
              IF WS-MNT-ENTRY (WS-MNT-IX) (4:6) EQUAL HRIS-EMP-ID
                    THEN
                 SET WS-MNT-FOUND TO TRUE
              END-IF
           END-PERFORM
           .
      *
       MAP-DEPARTMENT-RTN SECTION.
      * org unit -> department through DEPTXREF, then the result
      *    must be a department MAIN will accept
           MOVE SPACES TO WS-MAPPED-DEPT
           IF WS-XREF-LOADED THEN
              MOVE "N" TO WS-XREF-FOUND-SW
              MOVE ZERO TO WS-XREF-IX
              PERFORM UNTIL WS-XREF-FOUND
                    OR WS-XREF-IX GREATER OR EQUAL WS-XREF-COUNT
                 ADD 1 TO WS-XREF-IX
                 IF WS-XR-ORG-UNIT (WS-XREF-IX) EQUAL HRIS-ORG-UNIT
                       THEN
                    SET WS-XREF-FOUND TO TRUE
                    MOVE WS-XR-DEPT (WS-XREF-IX) TO WS-MAPPED-DEPT
                 END-IF
              END-PERFORM
              IF NOT WS-XREF-FOUND THEN
                 MOVE "ORG UNIT NOT ON DEPTXREF - UNKNOWN DEPARTMENT"
                    TO WS-EXC-REASON
                 SET WS-EVENT-BAD TO TRUE
              END-IF
           ELSE
              MOVE HRIS-ORG-UNIT (1:3) TO WS-MAPPED-DEPT
           END-IF
           IF NOT WS-EVENT-BAD THEN
              MOVE "N" TO WS-DEPT-FOUND-SW
              MOVE ZERO TO WS-DEPT-REF-IX
              PERFORM UNTIL WS-DEPT-FOUND
                    OR WS-DEPT-REF-IX GREATER OR EQUAL
                       WS-DEPT-REF-COUNT
                 ADD 1 TO WS-DEPT-REF-IX
                 IF WS-DR-CODE (WS-DEPT-REF-IX) EQUAL WS-MAPPED-DEPT
                       THEN
                    SET WS-DEPT-FOUND TO TRUE
                 END-IF
              END-PERFORM
              IF NOT WS-DEPT-FOUND THEN
                 MOVE "DEPARTMENT NOT ON DEPTFILE - UNKNOWN DEPARTMENT"
                    TO WS-EXC-REASON
                 SET WS-EVENT-BAD TO TRUE
              END-IF
           END-IF
           .
      *
       WRITE-EXCEPTION-RTN SECTION.
           ADD 1 TO WS-EXC-COUNT
           MOVE HRIS-EVENT-ID   TO WS-EL-EVENT-ID
           MOVE HRIS-EVENT-TYPE TO WS-EL-TYPE
           MOVE HRIS-EMP-ID     TO WS-EL-EMP-ID
           MOVE HRIS-EFF-DATE   TO WS-EL-EFF-DATE
           MOVE HRIS-ORG-UNIT   TO WS-EL-ORG-UNIT
           MOVE WS-EXC-REASON   TO WS-EL-REASON
           WRITE EXC-RPT-RECORD FROM WS-EXC-LINE
              AFTER ADVANCING 1 LINE
           .
      *
       WRITE-HIRE-DECK-RTN SECTION.
      * one BH/BT batch, hash over the salaries as MAIN's pre-pass
      *    recomputes it
           OPEN OUTPUT HIRE-OUT-FILE
           IF WS-HOUT-STATUS NOT EQUAL "00" THEN
              DISPLAY "HIREOUT not allocated - hire deck not written"
              SET WS-CONV-FAILED TO TRUE
           ELSE
              MOVE SPACES TO WS-BH-BATCH-ID
              STRING "HRIS" WS-REPORT-MM WS-REPORT-DD
                 DELIMITED BY SIZE INTO WS-BH-BATCH-ID
              MOVE WS-TODAY-ISO TO WS-BH-DATE
              MOVE SPACES TO HIRE-OUT-RECORD
              MOVE WS-BH-RECORD TO HIRE-OUT-RECORD
              WRITE HIRE-OUT-RECORD
              MOVE ZERO TO WS-DECK-HASH
              MOVE ZERO TO WS-HIRE-IX
              PERFORM UNTIL WS-HIRE-IX GREATER OR EQUAL WS-HIRE-COUNT
                 ADD 1 TO WS-HIRE-IX
                 MOVE WS-HIRE-ENTRY (WS-HIRE-IX) TO WS-HIRE-REC
                 ADD WS-HR-SALARY TO WS-DECK-HASH
                 WRITE HIRE-OUT-RECORD FROM WS-HIRE-REC
              END-PERFORM
              MOVE WS-HIRE-COUNT TO WS-BT-COUNT
              MOVE WS-DECK-HASH  TO WS-BT-HASH
              MOVE SPACES TO HIRE-OUT-RECORD
              MOVE WS-BT-RECORD TO HIRE-OUT-RECORD
              WRITE HIRE-OUT-RECORD
              CLOSE HIRE-OUT-FILE
           END-IF
           .
      *
       WRITE-MAINT-DECK-RTN SECTION.
      * blank salaries (keep current) hash as zero, as MAIN's
      *    pre-pass treats them
           OPEN OUTPUT MAINT-OUT-FILE
           IF WS-MOUT-STATUS NOT EQUAL "00" THEN
              DISPLAY "MAINTOUT not allocated - maintenance deck "
                 "not written"
              SET WS-CONV-FAILED TO TRUE
           ELSE
              MOVE SPACES TO WS-BH-BATCH-ID
              STRING "HRIS" WS-REPORT-MM WS-REPORT-DD
                 DELIMITED BY SIZE INTO WS-BH-BATCH-ID
              MOVE WS-TODAY-ISO TO WS-BH-DATE
              MOVE SPACES TO MAINT-OUT-RECORD
              MOVE WS-BH-RECORD TO MAINT-OUT-RECORD
              WRITE MAINT-OUT-RECORD
              MOVE ZERO TO WS-DECK-HASH
              MOVE ZERO TO WS-MNT-IX
              PERFORM UNTIL WS-MNT-IX GREATER OR EQUAL WS-MNT-COUNT
                 ADD 1 TO WS-MNT-IX
                 MOVE WS-MNT-ENTRY (WS-MNT-IX) TO WS-MNT-REC
                 IF WS-MR-SALARY-X NOT EQUAL SPACES
                       AND WS-MR-SALARY NUMERIC THEN
                    ADD WS-MR-SALARY TO WS-DECK-HASH
                 END-IF
                 WRITE MAINT-OUT-RECORD FROM WS-MNT-REC
              END-PERFORM
              MOVE WS-MNT-COUNT TO WS-BT-COUNT
              MOVE WS-DECK-HASH TO WS-BT-HASH
              MOVE SPACES TO MAINT-OUT-RECORD
              MOVE WS-BT-RECORD TO MAINT-OUT-RECORD
              WRITE MAINT-OUT-RECORD
              CLOSE MAINT-OUT-FILE
           END-IF
           .
      *
       VALIDATE-EDIT-DATE-RTN SECTION.
      * real-calendar check of WS-EDIT-DATE (yyyy-mm-dd) - digits in
      *    the digit positions, month 1-12, day within the month,
      *    February 29 only in a leap year.
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
      * sets WS-LEAP-YEAR for WS-LEAP-CHECK-YYYY - divisible by 4,
      *    except centuries, except every fourth century.
           MOVE "N" TO WS-LEAP-SW
           DIVIDE WS-LEAP-CHECK-YYYY BY 4 GIVING WS-LEAP-QUOT
              REMAINDER WS-LEAP-WORK
           IF WS-LEAP-WORK EQUAL ZERO THEN
              SET WS-LEAP-YEAR TO TRUE
              DIVIDE WS-LEAP-CHECK-YYYY BY 100 GIVING WS-LEAP-QUOT
                 REMAINDER WS-LEAP-WORK
              IF WS-LEAP-WORK EQUAL ZERO THEN
                 MOVE "N" TO WS-LEAP-SW
                 DIVIDE WS-LEAP-CHECK-YYYY BY 400 GIVING WS-LEAP-QUOT
                    REMAINDER WS-LEAP-WORK
                 IF WS-LEAP-WORK EQUAL ZERO THEN
                    SET WS-LEAP-YEAR TO TRUE
                 END-IF
              END-IF
           END-IF
           .
       END PROGRAM HRISCONV.
