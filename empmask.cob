      *****************************************************************
      * EMPMASK - masked test-region copy of an EMP unload.
      * Reads one UNLDFILE generation (UNLDIN - the wrapped H/D/T
      * layout MODE=UNLD writes) and writes a new generation in the
      * same layout (MASKOUT) that MODE=LOAD can take into a test
      * region with no real names, salaries or hire dates in it:
      *    - first and last names are replaced by aliases picked
      *      from built-in name lists by a key derived from the
      *      EMP_ID and the CTLCARD MASKSEED, so the same person
      *      gets the same alias on every refresh (first names
      *      follow the row's sex)
      *    - the salary is moved by up to MASKPCT percent either
      *      way and then held inside the GRADEFIL band of the
      *      department's DEPTFILE grade (a department with no
      *      band is perturbed unclamped; a zero salary stays zero)
      *    - the hire date moves by a per-person offset of 1 to
      *      DATESHFT days, earlier or later - never past today
      *    - with REMAPIDS Y, each EMP_ID is replaced through the
      *      retained cross-reference (XREFIN, prod id order): a
      *      person already on it keeps their test id, a new one is
      *      issued the next id above the highest on file (MASKBASE
      *      on the first run), and the full cross-reference goes
      *      to XREFOUT as the next generation. Ids that left the
      *      unload stay on the cross-reference so a rehire gets
      *      the same test id back.
      * Sex, department and status pass through unchanged. The
      * trailer count and salary hash are recomputed over the masked
      * rows so MODE=LOAD still reconciles. The unload itself must
      * reconcile first - no trailer, or details that disagree with
      * it, fails the step (RC 8) and the masked copy is left
      * without a trailer, so MODE=LOAD refuses it. The
      * cross-reference maps test ids back to real ones, so it is
      * kept under production access rules, as is the CTLCARD
      * member holding MASKSEED.
      * CTLCARD keywords: MASKSEED nnnnnnnnn (required), MASKPCT nn
      * (default 10), DATESHFT nnn (default 045), REMAPIDS Y/N
      * (default N), MASKBASE nnnnnn (default 100001).
      * RETURN-CODE: 0 masked, 8 unload failed verification, no
      * seed, or the cross-reference could not be kept.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPMASK.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CTL-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT OPTIONAL UNLD-IN-FILE ASSIGN TO "UNLDIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UNLD-STATUS.
           SELECT MASK-OUT-FILE ASSIGN TO "MASKOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASK-STATUS.
           SELECT OPTIONAL DEPT-REF-FILE ASSIGN TO "DEPTFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPTREF-STATUS.
           SELECT OPTIONAL GRADE-REF-FILE ASSIGN TO "GRADEFIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GRADEREF-STATUS.
           SELECT OPTIONAL XREF-IN-FILE ASSIGN TO "XREFIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREFIN-STATUS.
           SELECT OPTIONAL XREF-OUT-FILE ASSIGN TO "XREFOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREFOUT-STATUS.
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
       FD  UNLD-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  UNLD-IN-RECORD           PIC X(80).
      *
       FD  MASK-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MASK-OUT-RECORD          PIC X(80).
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
      * EMP_ID cross-reference - production id, the test id issued
      *    for it, and the date it was first issued. Prod id order.
       FD  XREF-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  XREF-IN-RECORD.
           05 XRI-PROD-ID           PIC 9(6).
           05 FILLER                PIC X(1).
           05 XRI-TEST-ID           PIC 9(6).
           05 FILLER                PIC X(1).
           05 XRI-ISSUED            PIC X(10).
      *
       FD  XREF-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  XREF-OUT-RECORD          PIC X(24).
      *
       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-UNLD-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-MASK-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-DEPTREF-STATUS        PIC X(2)  VALUE SPACES.
       01  WS-GRADEREF-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-XREFIN-STATUS         PIC X(2)  VALUE SPACES.
       01  WS-XREFOUT-STATUS        PIC X(2)  VALUE SPACES.
       01  WS-CTL-EOF-SW            PIC X(1)  VALUE "N".
           88 WS-CTL-EOF                      VALUE "Y".
       01  WS-REF-EOF-SW            PIC X(1)  VALUE "N".
           88 WS-REF-EOF                      VALUE "Y".
       01  WS-UNLD-EOF-SW           PIC X(1)  VALUE "N".
           88 WS-UNLD-EOF                     VALUE "Y".
       01  WS-XREF-EOF-SW           PIC X(1)  VALUE "N".
           88 WS-XREF-EOF                     VALUE "Y".
       01  WS-MASK-FAIL-SW          PIC X(1)  VALUE "N".
           88 WS-MASK-FAILED                  VALUE "Y".
      * run date
       01  WS-REPORT-DATE.
           05 WS-REPORT-YYYY        PIC 9(4).
           05 WS-REPORT-MM          PIC 9(2).
           05 WS-REPORT-DD          PIC 9(2).
       01  WS-REPORT-DATE-NUM REDEFINES WS-REPORT-DATE
                                    PIC 9(8).
       01  WS-REPORT-DATE-DISPLAY.
           05 WS-RD-MM              PIC 9(2).
           05 FILLER                PIC X(1) VALUE "/".
           05 WS-RD-DD              PIC 9(2).
           05 FILLER                PIC X(1) VALUE "/".
           05 WS-RD-YYYY            PIC 9(4).
       01  WS-TODAY-ISO             PIC X(10) VALUE SPACES.
       01  WS-TODAY-INT             PIC 9(7)  VALUE ZERO.
      * masking controls
       01  WS-SEED-IN               PIC X(9)  VALUE SPACES.
       01  WS-SEED                  PIC 9(9)  VALUE ZERO.
       01  WS-PCT-IN                PIC X(2)  VALUE "10".
       01  WS-PCT REDEFINES WS-PCT-IN
                                    PIC 9(2).
       01  WS-SHIFT-IN              PIC X(3)  VALUE "045".
       01  WS-SHIFT REDEFINES WS-SHIFT-IN
                                    PIC 9(3).
       01  WS-REMAP-SW              PIC X(1)  VALUE "N".
           88 WS-REMAP-IDS                    VALUE "Y".
       01  WS-BASE-IN               PIC X(6)  VALUE "100001".
       01  WS-BASE REDEFINES WS-BASE-IN
                                    PIC 9(6).
      * the unload record in hand, in the wrapped extract layout
       01  WS-UNLD-RECORD.
           05 WS-UL-REC-TYPE        PIC X(1).
              88 WS-UL-HEADER-REC             VALUE "H".
              88 WS-UL-DETAIL-REC             VALUE "D".
              88 WS-UL-TRAILER-REC            VALUE "T".
           05 FILLER                PIC X(1).
           05 WS-UL-BODY            PIC X(78).
       01  WS-UNLD-HEADER-VIEW REDEFINES WS-UNLD-RECORD.
           05 FILLER                PIC X(19).
           05 WS-UL-HDR-FILTERS     PIC X(40).
           05 FILLER                PIC X(21).
       01  WS-UNLD-TRAILER-VIEW REDEFINES WS-UNLD-RECORD.
           05 FILLER                PIC X(2).
           05 WS-UL-TRL-COUNT       PIC 9(9).
           05 FILLER                PIC X(1).
           05 WS-UL-TRL-HASH        PIC S9(13)V99.
           05 FILLER                PIC X(53).
      * the detail body - same layout as MAIN's WS-EXT-DETAIL
       01  WS-EXT-DETAIL.
           05 WS-XD-EMP-ID          PIC 9(6).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-XD-FIRST-NAME      PIC X(12).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-XD-LAST-NAME       PIC X(15).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-XD-SEX             PIC X(1).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-XD-DEPARTMENT      PIC X(3).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-XD-SALARY          PIC S9(7)V99.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-XD-HIRE-DATE       PIC X(10).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-XD-STATUS          PIC X(1).
      * masked-generation control records - same shape MAIN writes
       01  WS-MASK-HEADER.
           05 FILLER                PIC X(1)  VALUE "H".
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-MH-RUN-DATE        PIC X(10).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 FILLER                PIC X(5)  VALUE "MASK ".
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-MH-FILTERS         PIC X(40).
       01  WS-MASK-DETAIL-REC.
           05 FILLER                PIC X(1)  VALUE "D".
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-MDR-DETAIL         PIC X(64).
       01  WS-MASK-TRAILER.
           05 FILLER                PIC X(1)  VALUE "T".
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-MT-COUNT           PIC 9(9).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-MT-HASH            PIC S9(13)V99.
      * verification and output totals
       01  WS-UL-DETAIL-COUNT       PIC 9(9)  VALUE ZERO.
       01  WS-UL-HASH               PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-UL-TRAILER-SW         PIC X(1)  VALUE "N".
           88 WS-UL-TRAILER-SEEN              VALUE "Y".
       01  WS-UL-EXP-COUNT          PIC 9(9)  VALUE ZERO.
       01  WS-UL-EXP-HASH           PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-MASK-COUNT            PIC 9(9)  VALUE ZERO.
       01  WS-MASK-HASH             PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-CLAMP-COUNT           PIC 9(9)  VALUE ZERO.
       01  WS-NO-BAND-COUNT         PIC 9(9)  VALUE ZERO.
       01  WS-BAD-DATE-COUNT        PIC 9(9)  VALUE ZERO.
       01  WS-XREF-KEPT-COUNT       PIC 9(9)  VALUE ZERO.
       01  WS-XREF-NEW-COUNT        PIC 9(9)  VALUE ZERO.
       01  WS-XREF-OUT-COUNT        PIC 9(9)  VALUE ZERO.
      * department reference - code and grade
       01  WS-DEPT-REF-COUNT        PIC S9(4) COMP VALUE ZERO.
       01  WS-DEPT-REF-MAX          PIC S9(4) COMP VALUE 500.
       01  WS-DEPT-REF-IX           PIC S9(4) COMP VALUE ZERO.
       01  WS-DEPT-REF-TABLE.
           05 WS-DEPT-REF-ENTRY OCCURS 500 TIMES.
              10 WS-DR-CODE         PIC X(3).
              10 WS-DR-GRADE        PIC X(2).
       01  WS-DEPT-FOUND-SW         PIC X(1)  VALUE "N".
           88 WS-DEPT-FOUND                   VALUE "Y".
      * grade bands
       01  WS-GRADE-COUNT           PIC S9(4) COMP VALUE ZERO.
       01  WS-GRADE-MAX             PIC S9(4) COMP VALUE 100.
       01  WS-GRADE-IX              PIC S9(4) COMP VALUE ZERO.
       01  WS-GRADE-TABLE.
           05 WS-GRADE-ENTRY OCCURS 100 TIMES.
              10 WS-GR-CODE         PIC X(2).
              10 WS-GR-MIN          PIC 9(7)V99.
              10 WS-GR-MAX          PIC 9(7)V99.
       01  WS-GRADE-FOUND-SW        PIC X(1)  VALUE "N".
           88 WS-GRADE-FOUND                  VALUE "Y".
       01  WS-ROW-GRADE             PIC X(2)  VALUE SPACES.
      * per-person keys. Each pick divides a key built from the
      *    EMP_ID and the seed by the size of what is being picked
      *    from; the multipliers keep the picks independent of
      *    each other.
       01  WS-PERSON-KEY            PIC 9(15) VALUE ZERO.
       01  WS-PICK-QUOT             PIC 9(15) VALUE ZERO.
       01  WS-PICK-REM              PIC 9(4)  VALUE ZERO.
       01  WS-PICK-RANGE            PIC 9(4)  VALUE ZERO.
       01  WS-PROD-ID               PIC 9(6)  VALUE ZERO.
      * salary perturbation
       01  WS-SAL-PCT               PIC S9(3) VALUE ZERO.
       01  WS-NEW-SALARY            PIC S9(7)V99 VALUE ZERO.
      * hire-date shift
       01  WS-SHIFT-DAYS            PIC S9(4) VALUE ZERO.
       01  WS-HIRE-NUM              PIC 9(8)  VALUE ZERO.
       01  WS-HIRE-INT              PIC 9(7)  VALUE ZERO.
       01  WS-HIRE-NEW              PIC 9(8)  VALUE ZERO.
       01  WS-HIRE-NEW-X REDEFINES WS-HIRE-NEW.
           05 WS-HN-YYYY            PIC 9(4).
           05 WS-HN-MM              PIC 9(2).
           05 WS-HN-DD              PIC 9(2).
      * cross-reference matching - XREFIN is read alongside the
      *    unload, both in prod id order
       01  WS-XREF-OPEN-SW          PIC X(1)  VALUE "N".
           88 WS-XREF-IN-OPEN                 VALUE "Y".
       01  WS-XREF-HIGH-ID          PIC 9(6)  VALUE ZERO.
       01  WS-NEXT-TEST-ID          PIC 9(7)  VALUE ZERO.
       01  WS-LAST-PROD-ID          PIC 9(6)  VALUE ZERO.
       01  WS-XREF-LINE.
           05 WS-XL-PROD-ID         PIC 9(6).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-XL-TEST-ID         PIC 9(6).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-XL-ISSUED          PIC X(10).
      * alias name lists
       01  WS-MALE-NAME-LIST.
           05 FILLER PIC X(60) VALUE
              "JAMES       JOHN        ROBERT      MICHAEL     WILLIAM".
           05 FILLER PIC X(60) VALUE
              "DAVID       RICHARD     JOSEPH      THOMAS      CHARLES".
           05 FILLER PIC X(60) VALUE
              "DANIEL      MATTHEW     ANTHONY     MARK        DONALD".
           05 FILLER PIC X(60) VALUE
              "STEVEN      PAUL        ANDREW      KENNETH     GEORGE".
           05 FILLER PIC X(60) VALUE
              "EDWARD      BRIAN       RONALD      KEVIN       JASON".
           05 FILLER PIC X(60) VALUE
              "GARY        TIMOTHY     JEFFREY     RYAN        FRANK".
           05 FILLER PIC X(60) VALUE
              "SCOTT       ERIC        STEPHEN     RAYMOND     GREGORY".
           05 FILLER PIC X(60) VALUE
              "SAMUEL      PATRICK     DENNIS      WALTER      PETER".
       01  WS-MALE-NAMES REDEFINES WS-MALE-NAME-LIST.
           05 WS-MALE-NAME OCCURS 40 TIMES
                                    PIC X(12).
       01  WS-FEMALE-NAME-LIST.
           05 FILLER PIC X(60) VALUE
              "MARY        PATRICIA    JENNIFER    LINDA       SUSAN".
           05 FILLER PIC X(60) VALUE
              "KAREN       NANCY       LISA        BETTY       SANDRA".
           05 FILLER PIC X(60) VALUE
              "MARGARET    ASHLEY      DOROTHY     KIMBERLY    EMILY".
           05 FILLER PIC X(60) VALUE
              "DONNA       MICHELLE    CAROL       AMANDA      MELISSA".
           05 FILLER PIC X(60) VALUE
              "DEBORAH     STEPHANIE   REBECCA     LAURA       SHARON".
           05 FILLER PIC X(60) VALUE
              "CYNTHIA     KATHLEEN    AMY         ANGELA      HELEN".
           05 FILLER PIC X(60) VALUE
              "ANNA        BRENDA      PAMELA      NICOLE      RUTH".
           05 FILLER PIC X(60) VALUE
              "KATHERINE   CHRISTINE   JANET       CATHERINE   DIANE".
       01  WS-FEMALE-NAMES REDEFINES WS-FEMALE-NAME-LIST.
           05 WS-FEMALE-NAME OCCURS 40 TIMES
                                    PIC X(12).
       01  WS-LAST-NAME-LIST.
           05 FILLER PIC X(60) VALUE
              "ANDERSON       BAKER          CAMPBELL       CARTER".
           05 FILLER PIC X(60) VALUE
              "CLARK          COLLINS        COOPER         DAVIS".
           05 FILLER PIC X(60) VALUE
              "EDWARDS        EVANS          FISHER         FOSTER".
           05 FILLER PIC X(60) VALUE
              "GARDNER        GRAHAM         HARRIS         HAYES".
           05 FILLER PIC X(60) VALUE
              "HUGHES         JACKSON        JENKINS        KELLY".
           05 FILLER PIC X(60) VALUE
              "LAMBERT        MARSHALL       MARTIN         MILLER".
           05 FILLER PIC X(60) VALUE
              "MITCHELL       MORGAN         MURPHY         NELSON".
           05 FILLER PIC X(60) VALUE
              "PALMER         PARKER         PETERSON       PHILLIPS".
           05 FILLER PIC X(60) VALUE
              "PRICE          REYNOLDS       RICHARDSON     ROBERTS".
           05 FILLER PIC X(60) VALUE
              "RUSSELL        SANDERS        SHAW           SULLIVAN".
           05 FILLER PIC X(60) VALUE
              "TAYLOR         THOMPSON       TURNER         WALKER".
           05 FILLER PIC X(60) VALUE
              "WALLACE        WARD           WATSON         WHEELER".
           05 FILLER PIC X(60) VALUE
              "WHITE          WILLIAMS       WILSON         WRIGHT".
           05 FILLER PIC X(60) VALUE
              "BENNETT        BROOKS         BUTLER         DIXON".
           05 FILLER PIC X(60) VALUE
              "ELLIOTT        FLEMING        GRANT          HOLLAND".
       01  WS-LAST-NAMES REDEFINES WS-LAST-NAME-LIST.
           05 WS-LAST-NAME OCCURS 60 TIMES
                                    PIC X(15).
      *
       PROCEDURE DIVISION.
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           MOVE WS-REPORT-MM TO WS-RD-MM
           MOVE WS-REPORT-DD TO WS-RD-DD
           MOVE WS-REPORT-YYYY TO WS-RD-YYYY
           STRING WS-REPORT-YYYY "-" WS-REPORT-MM "-" WS-REPORT-DD
              DELIMITED BY SIZE INTO WS-TODAY-ISO
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE (WS-REPORT-DATE-NUM)
           PERFORM READ-MASK-CONTROLS
           IF WS-MASK-FAILED THEN
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT UNLD-IN-FILE
           IF WS-UNLD-STATUS NOT EQUAL "00" THEN
              DISPLAY "UNLDIN not allocated - nothing to mask"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT MASK-OUT-FILE
           IF WS-MASK-STATUS NOT EQUAL "00" THEN
              DISPLAY "MASKOUT not allocated - cannot mask"
              CLOSE UNLD-IN-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-REFERENCES-RTN
           IF WS-REMAP-IDS THEN
              PERFORM OPEN-XREF-RTN
           END-IF

           PERFORM MASK-UNLOAD-RTN

           IF WS-REMAP-IDS THEN
              PERFORM FINISH-XREF-RTN
           END-IF
           IF NOT WS-UL-TRAILER-SEEN THEN
              DISPLAY "UNLDIN has no trailer - generation is "
                 "truncated, masked copy not trustworthy"
              SET WS-MASK-FAILED TO TRUE
           ELSE
              IF WS-UL-DETAIL-COUNT NOT EQUAL WS-UL-EXP-COUNT
                    OR WS-UL-HASH NOT EQUAL WS-UL-EXP-HASH THEN
                 DISPLAY "UNLDIN details do not match its trailer "
                    "- Details: " WS-UL-DETAIL-COUNT
                    " Trailer: " WS-UL-EXP-COUNT
                 SET WS-MASK-FAILED TO TRUE
              END-IF
           END-IF
      * a failed mask gets no trailer - MODE=LOAD refuses a
      *    generation without one, so it can never be loaded.
           IF WS-MASK-FAILED THEN
              DISPLAY "MASKOUT left without a trailer - do not load"
           ELSE
              MOVE WS-MASK-COUNT TO WS-MT-COUNT
              MOVE WS-MASK-HASH  TO WS-MT-HASH
              WRITE MASK-OUT-RECORD FROM WS-MASK-TRAILER
           END-IF
           CLOSE MASK-OUT-FILE
           CLOSE UNLD-IN-FILE

           DISPLAY "Mask complete - Rows: " WS-MASK-COUNT
              " Unload trailer: " WS-UL-EXP-COUNT
           DISPLAY "  Salaries held to band: " WS-CLAMP-COUNT
              " No band: " WS-NO-BAND-COUNT
              " Hire dates unshifted: " WS-BAD-DATE-COUNT
           IF WS-REMAP-IDS THEN
              DISPLAY "  Test ids kept: " WS-XREF-KEPT-COUNT
                 " Issued: " WS-XREF-NEW-COUNT
                 " Cross-reference entries: " WS-XREF-OUT-COUNT
           END-IF
           IF WS-MASK-FAILED THEN
              MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
      *
       READ-MASK-CONTROLS SECTION.
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS EQUAL "00" THEN
              MOVE "N" TO WS-CTL-EOF-SW
              PERFORM UNTIL WS-CTL-EOF
                 READ CTL-FILE
                    AT END MOVE "Y" TO WS-CTL-EOF-SW
                    NOT AT END
                       EVALUATE CTL-KEYWORD
                          WHEN "MASKSEED"
                             MOVE CTL-VALUE(1:9) TO WS-SEED-IN
                          WHEN "MASKPCT"
                             MOVE CTL-VALUE(1:2) TO WS-PCT-IN
                          WHEN "DATESHFT"
                             MOVE CTL-VALUE(1:3) TO WS-SHIFT-IN
                          WHEN "REMAPIDS"
                             MOVE CTL-VALUE(1:1) TO WS-REMAP-SW
                          WHEN "MASKBASE"
                             MOVE CTL-VALUE(1:6) TO WS-BASE-IN
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE CTL-FILE
           END-IF
      * without a seed anyone holding this program could rebuild
      *    the aliases and offsets from the EMP_IDs
           IF WS-SEED-IN NUMERIC AND WS-SEED-IN NOT EQUAL ZERO THEN
              MOVE WS-SEED-IN TO WS-SEED
           ELSE
              DISPLAY "MASKSEED missing or not nine digits - "
                 "cannot mask"
              SET WS-MASK-FAILED TO TRUE
           END-IF
           IF WS-PCT-IN NOT NUMERIC THEN
              DISPLAY "MASKPCT not numeric - using 10"
              MOVE "10" TO WS-PCT-IN
           END-IF
           IF WS-SHIFT-IN NOT NUMERIC OR WS-SHIFT EQUAL ZERO THEN
              DISPLAY "DATESHFT not numeric - using 045"
              MOVE "045" TO WS-SHIFT-IN
           END-IF
           IF WS-BASE-IN NOT NUMERIC OR WS-BASE EQUAL ZERO THEN
              DISPLAY "MASKBASE not numeric - using 100001"
              MOVE "100001" TO WS-BASE-IN
           END-IF
           IF WS-REMAP-SW NOT EQUAL "Y" THEN
              MOVE "N" TO WS-REMAP-SW
           END-IF
           .
      *
       LOAD-REFERENCES-RTN SECTION.
      * DEPTFILE maps each department to its grade, GRADEFIL each
      *    grade to its band. Without them salaries are still
      *    perturbed, just not held to a band.
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
                          MOVE DREF-GRADE
                             TO WS-DR-GRADE (WS-DEPT-REF-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DEPT-REF-FILE
           ELSE
              DISPLAY "DEPTFILE not allocated - salaries not held "
                 "to a band"
           END-IF
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
                          MOVE GREF-MIN
                             TO WS-GR-MIN (WS-GRADE-COUNT)
                          MOVE GREF-MAX
                             TO WS-GR-MAX (WS-GRADE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GRADE-REF-FILE
           ELSE
              DISPLAY "GRADEFIL not allocated - salaries not held "
                 "to a band"
           END-IF
           .
      *
       MASK-UNLOAD-RTN SECTION.
      * one pass over the unload - the header is rewritten with this
      *    run's date, every detail masked, and the trailer kept
      *    only to verify the unload against.
           MOVE "N" TO WS-UNLD-EOF-SW
           PERFORM UNTIL WS-UNLD-EOF
              READ UNLD-IN-FILE INTO WS-UNLD-RECORD
                 AT END SET WS-UNLD-EOF TO TRUE
                 NOT AT END
                    EVALUATE TRUE
                       WHEN WS-UL-HEADER-REC
                          MOVE WS-REPORT-DATE-DISPLAY
                             TO WS-MH-RUN-DATE
                          MOVE WS-UL-HDR-FILTERS TO WS-MH-FILTERS
                          WRITE MASK-OUT-RECORD FROM WS-MASK-HEADER
                       WHEN WS-UL-DETAIL-REC
                          PERFORM MASK-ONE-ROW-RTN
                       WHEN WS-UL-TRAILER-REC
                          SET WS-UL-TRAILER-SEEN TO TRUE
                          MOVE WS-UL-TRL-COUNT TO WS-UL-EXP-COUNT
                          MOVE WS-UL-TRL-HASH  TO WS-UL-EXP-HASH
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
              END-READ
           END-PERFORM
           .
      *
       MASK-ONE-ROW-RTN SECTION.
           MOVE WS-UL-BODY (1:64) TO WS-EXT-DETAIL
           ADD 1 TO WS-UL-DETAIL-COUNT
           ADD WS-XD-SALARY TO WS-UL-HASH
      * every pick below keys off the production id, so it must be
      *    captured before any remap replaces it
           MOVE WS-XD-EMP-ID TO WS-PROD-ID
           PERFORM MASK-NAMES-RTN
           PERFORM MASK-SALARY-RTN
           PERFORM MASK-HIRE-DATE-RTN
           IF WS-REMAP-IDS THEN
              PERFORM REMAP-EMP-ID-RTN
           END-IF
           MOVE WS-EXT-DETAIL TO WS-MDR-DETAIL
           WRITE MASK-OUT-RECORD FROM WS-MASK-DETAIL-REC
           ADD 1 TO WS-MASK-COUNT
           ADD WS-XD-SALARY TO WS-MASK-HASH
           .
      *
       MASK-NAMES-RTN SECTION.
           COMPUTE WS-PERSON-KEY = WS-PROD-ID * 7919 + WS-SEED
           MOVE 40 TO WS-PICK-RANGE
           PERFORM PICK-FROM-KEY-RTN
      * anyone neither M nor F draws from either list by the key
           EVALUATE WS-XD-SEX
              WHEN "M"
                 MOVE WS-MALE-NAME (WS-PICK-REM + 1)
                    TO WS-XD-FIRST-NAME
              WHEN "F"
                 MOVE WS-FEMALE-NAME (WS-PICK-REM + 1)
                    TO WS-XD-FIRST-NAME
              WHEN OTHER
                 IF WS-PICK-QUOT (15:1) LESS THAN "5" THEN
                    MOVE WS-MALE-NAME (WS-PICK-REM + 1)
                       TO WS-XD-FIRST-NAME
                 ELSE
                    MOVE WS-FEMALE-NAME (WS-PICK-REM + 1)
                       TO WS-XD-FIRST-NAME
                 END-IF
           END-EVALUATE
           COMPUTE WS-PERSON-KEY = WS-PROD-ID * 6151 + WS-SEED
           MOVE 60 TO WS-PICK-RANGE
           PERFORM PICK-FROM-KEY-RTN
           MOVE WS-LAST-NAME (WS-PICK-REM + 1) TO WS-XD-LAST-NAME
           .
      *
       MASK-SALARY-RTN SECTION.
      * up to MASKPCT percent either way, then inside the band
           IF WS-XD-SALARY EQUAL ZERO THEN
              CONTINUE
           ELSE
              COMPUTE WS-PERSON-KEY = WS-PROD-ID * 3571 + WS-SEED
              COMPUTE WS-PICK-RANGE = WS-PCT * 2 + 1
              PERFORM PICK-FROM-KEY-RTN
              COMPUTE WS-SAL-PCT = WS-PICK-REM - WS-PCT
              COMPUTE WS-NEW-SALARY ROUNDED =
                 WS-XD-SALARY * (100 + WS-SAL-PCT) / 100
                 ON SIZE ERROR MOVE WS-XD-SALARY TO WS-NEW-SALARY
              END-COMPUTE
              PERFORM FIND-ROW-BAND-RTN
              IF WS-GRADE-FOUND THEN
                 IF WS-NEW-SALARY LESS THAN WS-GR-MIN (WS-GRADE-IX)
                       THEN
                    MOVE WS-GR-MIN (WS-GRADE-IX) TO WS-NEW-SALARY
                    ADD 1 TO WS-CLAMP-COUNT
                 END-IF
                 IF WS-NEW-SALARY GREATER THAN WS-GR-MAX (WS-GRADE-IX)
                       THEN
                    MOVE WS-GR-MAX (WS-GRADE-IX) TO WS-NEW-SALARY
                    ADD 1 TO WS-CLAMP-COUNT
                 END-IF
              ELSE
                 ADD 1 TO WS-NO-BAND-COUNT
              END-IF
              MOVE WS-NEW-SALARY TO WS-XD-SALARY
           END-IF
           .
      *
       FIND-ROW-BAND-RTN SECTION.
           MOVE SPACES TO WS-ROW-GRADE
           MOVE "N" TO WS-DEPT-FOUND-SW
           MOVE "N" TO WS-GRADE-FOUND-SW
           MOVE ZERO TO WS-DEPT-REF-IX
           PERFORM UNTIL WS-DEPT-FOUND
                 OR WS-DEPT-REF-IX GREATER OR EQUAL WS-DEPT-REF-COUNT
              ADD 1 TO WS-DEPT-REF-IX
              IF WS-DR-CODE (WS-DEPT-REF-IX) EQUAL WS-XD-DEPARTMENT
                    THEN
                 SET WS-DEPT-FOUND TO TRUE
                 MOVE WS-DR-GRADE (WS-DEPT-REF-IX) TO WS-ROW-GRADE
              END-IF
           END-PERFORM
           IF WS-ROW-GRADE NOT EQUAL SPACES THEN
              MOVE ZERO TO WS-GRADE-IX
              PERFORM UNTIL WS-GRADE-FOUND
                    OR WS-GRADE-IX GREATER OR EQUAL WS-GRADE-COUNT
                 ADD 1 TO WS-GRADE-IX
                 IF WS-GR-CODE (WS-GRADE-IX) EQUAL WS-ROW-GRADE THEN
                    SET WS-GRADE-FOUND TO TRUE
                 END-IF
              END-PERFORM
           END-IF
           .
      *
       MASK-HIRE-DATE-RTN SECTION.
      * 1 to DATESHFT days, the direction from the key as well. A
      *    shift that would land after today goes the other way. A
      *    hire date that is not in yyyy-mm-dd form (a hand-built
      *    generation - MODE=UNLD copies DB2 DATE columns, which are
      *    always real dates) passes through unshifted.
           MOVE ZERO TO WS-HIRE-NUM
           IF WS-XD-HIRE-DATE (1:4) NUMERIC
                 AND WS-XD-HIRE-DATE (5:1) EQUAL "-"
                 AND WS-XD-HIRE-DATE (6:2) NUMERIC
                 AND WS-XD-HIRE-DATE (8:1) EQUAL "-"
                 AND WS-XD-HIRE-DATE (9:2) NUMERIC THEN
              IF WS-XD-HIRE-DATE (1:4) GREATER THAN "1600"
                    AND WS-XD-HIRE-DATE (6:2) GREATER THAN "00"
                    AND WS-XD-HIRE-DATE (6:2) LESS THAN "13"
                    AND WS-XD-HIRE-DATE (9:2) GREATER THAN "00"
                    AND WS-XD-HIRE-DATE (9:2) LESS THAN "32" THEN
                 STRING WS-XD-HIRE-DATE (1:4) WS-XD-HIRE-DATE (6:2)
                    WS-XD-HIRE-DATE (9:2)
                    DELIMITED BY SIZE INTO WS-HIRE-NUM
              END-IF
           END-IF
           IF WS-HIRE-NUM EQUAL ZERO THEN
              ADD 1 TO WS-BAD-DATE-COUNT
           ELSE
              COMPUTE WS-PERSON-KEY = WS-PROD-ID * 2749 + WS-SEED
              COMPUTE WS-PICK-RANGE = WS-SHIFT * 2
              PERFORM PICK-FROM-KEY-RTN
              IF WS-PICK-REM LESS THAN WS-SHIFT THEN
                 COMPUTE WS-SHIFT-DAYS = 0 - (WS-PICK-REM + 1)
              ELSE
                 COMPUTE WS-SHIFT-DAYS = WS-PICK-REM - WS-SHIFT + 1
              END-IF
              COMPUTE WS-HIRE-INT =
                 FUNCTION INTEGER-OF-DATE (WS-HIRE-NUM)
                 + WS-SHIFT-DAYS
              IF WS-HIRE-INT GREATER THAN WS-TODAY-INT THEN
                 COMPUTE WS-HIRE-INT = WS-HIRE-INT
                    - WS-SHIFT-DAYS - WS-SHIFT-DAYS
              END-IF
              COMPUTE WS-HIRE-NEW =
                 FUNCTION DATE-OF-INTEGER (WS-HIRE-INT)
              MOVE SPACES TO WS-XD-HIRE-DATE
              STRING WS-HN-YYYY "-" WS-HN-MM "-" WS-HN-DD
                 DELIMITED BY SIZE INTO WS-XD-HIRE-DATE
           END-IF
           .
      *
       PICK-FROM-KEY-RTN SECTION.
           DIVIDE WS-PERSON-KEY BY WS-PICK-RANGE
              GIVING WS-PICK-QUOT REMAINDER WS-PICK-REM
           .
      *
       OPEN-XREF-RTN SECTION.
      * the prior cross-reference is optional - the first remapping
      *    run starts from MASKBASE. XREFOUT is not: ids issued with
      *    nowhere to keep them would be reissued differently next
      *    time.
           OPEN OUTPUT XREF-OUT-FILE
           IF WS-XREFOUT-STATUS NOT EQUAL "00" THEN
              DISPLAY "XREFOUT not allocated - ids not remapped"
              MOVE "N" TO WS-REMAP-SW
              SET WS-MASK-FAILED TO TRUE
           ELSE
              OPEN INPUT XREF-IN-FILE
              IF WS-XREFIN-STATUS EQUAL "00" THEN
                 SET WS-XREF-IN-OPEN TO TRUE
              ELSE
                 DISPLAY "XREFIN not allocated - starting a new "
                    "cross-reference at " WS-BASE
              END-IF
      * the next id issued is one above the highest on the prior
      *    cross-reference, which means reading it end to end
      *    first; it is then reopened for the match against the
      *    unload.
              IF WS-XREF-IN-OPEN THEN
                 MOVE "N" TO WS-XREF-EOF-SW
                 PERFORM UNTIL WS-XREF-EOF
                    READ XREF-IN-FILE
                       AT END SET WS-XREF-EOF TO TRUE
                       NOT AT END
                          IF XRI-TEST-ID GREATER THAN WS-XREF-HIGH-ID
                                THEN
                             MOVE XRI-TEST-ID TO WS-XREF-HIGH-ID
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE XREF-IN-FILE
                 OPEN INPUT XREF-IN-FILE
                 MOVE "N" TO WS-XREF-EOF-SW
                 PERFORM READ-XREF-RTN
              ELSE
                 SET WS-XREF-EOF TO TRUE
              END-IF
              IF WS-XREF-HIGH-ID LESS THAN WS-BASE THEN
                 MOVE WS-BASE TO WS-NEXT-TEST-ID
              ELSE
                 COMPUTE WS-NEXT-TEST-ID = WS-XREF-HIGH-ID + 1
              END-IF
           END-IF
           .
      *
       READ-XREF-RTN SECTION.
           IF NOT WS-XREF-EOF THEN
              READ XREF-IN-FILE
                 AT END SET WS-XREF-EOF TO TRUE
              END-READ
           END-IF
           .
      *
       REMAP-EMP-ID-RTN SECTION.
      * match on prod id - entries ahead of this one (people no
      *    longer on the unload) are copied through untouched.
      *    MODE=UNLD writes in EMP_ID order; an id out of order
      *    means the unload was tampered with or sorted and the
      *    match can no longer be trusted.
           IF WS-PROD-ID NOT GREATER THAN WS-LAST-PROD-ID
                 AND WS-MASK-COUNT GREATER THAN ZERO THEN
              DISPLAY "UNLDIN not in EMP_ID order at " WS-PROD-ID
                 " - cross-reference abandoned"
              SET WS-MASK-FAILED TO TRUE
           END-IF
           MOVE WS-PROD-ID TO WS-LAST-PROD-ID
           PERFORM UNTIL WS-XREF-EOF
                 OR XRI-PROD-ID NOT LESS THAN WS-PROD-ID
              WRITE XREF-OUT-RECORD FROM XREF-IN-RECORD
              ADD 1 TO WS-XREF-OUT-COUNT
              PERFORM READ-XREF-RTN
           END-PERFORM
           IF NOT WS-XREF-EOF
                 AND XRI-PROD-ID EQUAL WS-PROD-ID THEN
              MOVE XRI-TEST-ID TO WS-XD-EMP-ID
              WRITE XREF-OUT-RECORD FROM XREF-IN-RECORD
              ADD 1 TO WS-XREF-OUT-COUNT
              ADD 1 TO WS-XREF-KEPT-COUNT
              PERFORM READ-XREF-RTN
           ELSE
              IF WS-NEXT-TEST-ID GREATER THAN 999999 THEN
                 DISPLAY "Test id range exhausted - EMP_ID "
                    WS-PROD-ID " not remapped"
                 SET WS-MASK-FAILED TO TRUE
              ELSE
                 MOVE WS-PROD-ID      TO WS-XL-PROD-ID
                 MOVE WS-NEXT-TEST-ID TO WS-XL-TEST-ID
                 MOVE WS-TODAY-ISO    TO WS-XL-ISSUED
                 WRITE XREF-OUT-RECORD FROM WS-XREF-LINE
                 ADD 1 TO WS-XREF-OUT-COUNT
                 ADD 1 TO WS-XREF-NEW-COUNT
                 MOVE WS-NEXT-TEST-ID TO WS-XD-EMP-ID
                 ADD 1 TO WS-NEXT-TEST-ID
              END-IF
           END-IF
           .
      *
       FINISH-XREF-RTN SECTION.
      * whatever is left of the prior cross-reference is carried
      *    into the new generation.
           PERFORM UNTIL WS-XREF-EOF
              WRITE XREF-OUT-RECORD FROM XREF-IN-RECORD
              ADD 1 TO WS-XREF-OUT-COUNT
              PERFORM READ-XREF-RTN
           END-PERFORM
           IF WS-XREF-IN-OPEN THEN
              CLOSE XREF-IN-FILE
           END-IF
           CLOSE XREF-OUT-FILE
           .
       END PROGRAM EMPMASK.
