      *      M maint), counting how many are older than the AGEDAYS
      *      cutoff (CTLCARD, default 7) and keeping the oldest
      *      timestamp per reason, so supervision sees what the
      *      clerks never resolved. Age is in business days off the
      *      BUSCAL business calendar - a reject that landed Friday
      *      night is one day old on Monday, not three
      *    - lists each aged reject individually (EMP_ID, source,
      *      reason, when it landed)
      *    - writes the selected records back out as properly
      *      once a clerk has corrected the fields in place
      * SELECTID cards (repeatable) restrict the resubmission decks
      * to the listed EMP_IDs; with none, every record goes out.
      * Each deck is one BH/BT batch (batch id RSUBmmdd) that MAIN's
      * batch-control pre-pass verifies. The SUBMITTER card names
      * the userid resubmitting the corrections - it goes on the BH
      * as both clerk and submitter and needs its AUTHFILE grants
      * like anyone; without it the decks carry no submitter, MAIN
      * suspends them again once AUTHFILE is allocated, and the
      * step ends at least RC 4.
      * CUTOVER NOTE: this FD is fixed at the 141-byte timestamped
      * layout - a physical pre-timestamp 123-byte generation does
      * NOT open here and must be dropped from the concatenation
      * covers old-layout record CONTENT that was copied forward
      * into a 141-byte dataset; such records report in an UNDATED
      * bucket and resubmit from the old field offsets.
      * RETURN-CODE: 0 nothing aged, 4 aged rejects on file or no
      * SUBMITTER card, 8 no suspense input or no report DD.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPRPT.
       FD  HIRE-RSUB-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HIRE-RSUB-RECORD         PIC X(69).
      *
       FD  MAINT-RSUB-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MAINT-RSUB-RECORD        PIC X(90).
      *
       FD  SUSP-RPT-FILE
           RECORDING MODE IS F
           88 WS-MRSUB-UNAVAILABLE   VALUE "Y".
       01  WS-AGE-DAYS          PIC 9(3) VALUE 7.
       01  WS-TODAY-DATE        PIC 9(8) VALUE ZERO.
       01  WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE.
           05 WS-TODAY-YYYY     PIC X(4).
           05 WS-TODAY-MM       PIC X(2).
           05 WS-TODAY-DD       PIC X(2).
       01  WS-TODAY-INT         PIC S9(9) COMP VALUE ZERO.
       01  WS-ENTRY-INT         PIC S9(9) COMP VALUE ZERO.
       01  WS-ENTRY-AGE         PIC S9(9) COMP VALUE ZERO.
       01  WS-DATE-WORK-9       PIC 9(8) VALUE ZERO.
       01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK-9
                                PIC X(8).
       COPY "cal_fn".
      * the record carved into fields - one layout serves both the
      *    timestamped and the legacy shape
       01  WS-SUSP-TIMESTAMP    PIC X(17) VALUE SPACES.
       01  WS-UNDATED-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-HRSUB-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-MRSUB-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-HRSUB-HASH        PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-MRSUB-HASH        PIC S9(13)V99 COMP-3 VALUE ZERO.
      * the userid the decks are resubmitted under (SUBMITTER card)
       01  WS-RSUB-SUBMITTER    PIC X(8) VALUE SPACES.
      * batch control records, as MAIN's pre-pass reads them
       01  WS-BH-RECORD.
           05 FILLER            PIC X(3)  VALUE "BH ".
           05 WS-BH-BATCH-ID    PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-BH-CLERK       PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-BH-DATE        PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-BH-SUBMITTER   PIC X(8).
       01  WS-BT-RECORD.
           05 FILLER            PIC X(3)  VALUE "BT ".
           05 WS-BT-COUNT       PIC 9(9).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-BT-HASH        PIC 9(13)V99.
      * the resubmitted images, salary where MAIN's pre-pass hashes
      *    it from - HIRETRAN and MAINTRAN layouts
       01  WS-HIRE-IMAGE.
           05 FILLER            PIC X(37).
           05 WS-HI-SALARY      PIC S9(7)V99.
           05 FILLER            PIC X(23).
       01  WS-MAINT-IMAGE.
           05 FILLER            PIC X(40).
           05 WS-MI-SALARY      PIC S9(7)V99.
           05 WS-MI-SALARY-X REDEFINES WS-MI-SALARY
                                PIC X(9).
           05 FILLER            PIC X(41).
      * SELECTID restriction - none selects everything
       01  WS-SEL-COUNT         PIC S9(4) COMP VALUE ZERO.
       01  WS-SEL-MAX           PIC S9(4) COMP VALUE 100.
           05 FILLER            PIC X(15)
                    VALUE "AGED AFTER:    ".
           05 WS-RH-AGEDAYS     PIC ZZ9.
           05 WS-RH-DAY-UNIT    PIC X(14) VALUE " DAYS".
       01  WS-ROLL-SECTION-HEADING  PIC X(40)
                    VALUE "REJECTS BY SOURCE AND REASON".
       01  WS-ROLL-COLUMN-HEADING   PIC X(52) VALUE
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
           SET LN-CAL-TEST-DAY OF LN-CAL TO TRUE
           MOVE WS-TODAY-INT TO LN-CAL-DATE-INT
           CALL "CAL_FN" USING LN-CAL
           IF LN-CAL-LOADED THEN
              MOVE " BUSINESS DAYS" TO WS-RH-DAY-UNIT
           END-IF
           OPEN OUTPUT SUSP-RPT-FILE
           IF WS-RPT-STATUS NOT EQUAL "00" THEN
              DISPLAY "SUSPREPT not allocated - cannot report"
           END-IF
      * the resubmission decks are optional - without them this is
      *    a report-only pass, announced.
      *    Each deck opens with its BH; the BT follows at the end.
           IF WS-RSUB-SUBMITTER EQUAL SPACES THEN
              DISPLAY "WARNING - no SUBMITTER card - resubmission "
                 "decks carry no submitter"
           END-IF
           MOVE SPACES TO WS-BH-BATCH-ID
           STRING "RSUB" WS-TODAY-MM WS-TODAY-DD
              DELIMITED BY SIZE INTO WS-BH-BATCH-ID
           MOVE WS-RSUB-SUBMITTER TO WS-BH-CLERK
           MOVE WS-RSUB-SUBMITTER TO WS-BH-SUBMITTER
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
              DELIMITED BY SIZE INTO WS-BH-DATE
           OPEN OUTPUT HIRE-RSUB-FILE
           IF WS-HRSUB-STATUS NOT EQUAL "00" THEN
              DISPLAY "HIRERSUB not allocated - hire "
                 "resubmission deck skipped"
              SET WS-HRSUB-UNAVAILABLE TO TRUE
           ELSE
              MOVE SPACES TO HIRE-RSUB-RECORD
              MOVE WS-BH-RECORD TO HIRE-RSUB-RECORD
              WRITE HIRE-RSUB-RECORD
           END-IF
           OPEN OUTPUT MAINT-RSUB-FILE
           IF WS-MRSUB-STATUS NOT EQUAL "00" THEN
              DISPLAY "MAINRSUB not allocated - maint "
                 "resubmission deck skipped"
              SET WS-MRSUB-UNAVAILABLE TO TRUE
           ELSE
              MOVE SPACES TO MAINT-RSUB-RECORD
              MOVE WS-BH-RECORD TO MAINT-RSUB-RECORD
              WRITE MAINT-RSUB-RECORD
           END-IF
           MOVE WS-AGE-DAYS TO WS-RH-AGEDAYS
           WRITE SUSP-RPT-RECORD FROM WS-RPT-HEADING-1
           END-IF
           PERFORM WRITE-ROLLUP-SECTION-RTN
           IF NOT WS-HRSUB-UNAVAILABLE THEN
              MOVE WS-HRSUB-COUNT TO WS-BT-COUNT
              MOVE WS-HRSUB-HASH  TO WS-BT-HASH
              MOVE SPACES TO HIRE-RSUB-RECORD
              MOVE WS-BT-RECORD TO HIRE-RSUB-RECORD
              WRITE HIRE-RSUB-RECORD
              CLOSE HIRE-RSUB-FILE
           END-IF
           IF NOT WS-MRSUB-UNAVAILABLE THEN
              MOVE WS-MRSUB-COUNT TO WS-BT-COUNT
              MOVE WS-MRSUB-HASH  TO WS-BT-HASH
              MOVE SPACES TO MAINT-RSUB-RECORD
              MOVE WS-BT-RECORD TO MAINT-RSUB-RECORD
              WRITE MAINT-RSUB-RECORD
              CLOSE MAINT-RSUB-FILE
           END-IF
           CLOSE SUSP-RPT-FILE
              " Aged: " WS-AGED-COUNT
           DISPLAY "  Resubmitted - Hire: " WS-HRSUB-COUNT
              " Maint: " WS-MRSUB-COUNT
           IF (WS-AGED-COUNT GREATER THAN ZERO
                 OR WS-RSUB-SUBMITTER EQUAL SPACES)
                 AND RETURN-CODE LESS THAN 4 THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
                       EVALUATE CTL-KEYWORD
                          WHEN "AGEDAYS"
                             MOVE CTL-VALUE(1:3) TO WS-AGE-DAYS
                          WHEN "SUBMITTER"
                             MOVE CTL-VALUE(1:8) TO WS-RSUB-SUBMITTER
                          WHEN "SELECTID"
                             IF WS-SEL-COUNT LESS THAN
                                   WS-SEL-MAX THEN
                 MOVE WS-SUSP-TIMESTAMP (1:8) TO WS-DATE-WORK-X
                 COMPUTE WS-ENTRY-INT =
                    FUNCTION INTEGER-OF-DATE (WS-DATE-WORK-9)
      * business days since the day it landed - the landing day
      *    itself doesn't count, today does
                 SET LN-CAL-COUNT-DAYS OF LN-CAL TO TRUE
                 COMPUTE LN-CAL-DATE-INT = WS-ENTRY-INT + 1
                 MOVE WS-TODAY-INT TO LN-CAL-TO-INT
                 CALL "CAL_FN" USING LN-CAL
                 MOVE LN-CAL-DAYS TO WS-ENTRY-AGE
                 IF WS-ENTRY-AGE GREATER THAN WS-AGE-DAYS THEN
                    SET WS-SUSP-AGED TO TRUE
                 END-IF
       WRITE-RESUB-RECORD-RTN SECTION.
      * the original transaction image back out as an intake deck
      *    record, split on source - restricted to the SELECTID
      *    list when one was supplied. The salary goes into the
      *    deck's BT hash as MAIN's pre-pass recomputes it - a
      *    blank or non-numeric salary hashes as zero.
           IF WS-SEL-COUNT GREATER THAN ZERO THEN
              MOVE "N" TO WS-SEL-FOUND-SW
              MOVE ZERO TO WS-SEL-IX
           IF WS-SEL-FOUND THEN
              IF WS-SUSP-SOURCE EQUAL "H" THEN
                 IF NOT WS-HRSUB-UNAVAILABLE THEN
                    MOVE WS-SUSP-IMAGE (1:69) TO WS-HIRE-IMAGE
                    IF WS-HI-SALARY NUMERIC THEN
                       ADD WS-HI-SALARY TO WS-HRSUB-HASH
                    END-IF
                    WRITE HIRE-RSUB-RECORD FROM WS-HIRE-IMAGE
                    ADD 1 TO WS-HRSUB-COUNT
                 END-IF
              ELSE
                 IF NOT WS-MRSUB-UNAVAILABLE THEN
                    MOVE WS-SUSP-IMAGE (1:90) TO WS-MAINT-IMAGE
                    IF WS-MI-SALARY-X NOT EQUAL SPACES
                          AND WS-MI-SALARY NUMERIC THEN
                       ADD WS-MI-SALARY TO WS-MRSUB-HASH
                    END-IF
                    WRITE MAINT-RSUB-RECORD FROM WS-MAINT-IMAGE
                    ADD 1 TO WS-MRSUB-COUNT
                 END-IF
              END-IF
