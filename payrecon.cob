      *****************************************************************
      * PAYRECON - employee-level reconciliation of the payroll
      * export against what payroll actually paid.
      * ACKCHK proves the payroll system received the count and hash
      * MAIN sent; this program proves each person was paid what the
      * export said. It reads one PAYEXTR generation (EXTRIN - the
      * wrapped H/D/T layout MAIN writes) and the pay register the
      * payroll system returns for the same period (PAYREG - one
      * record per payment, gross paid), brings both together in
      * EMP_ID order, and reports on PAYRRPT:
      *    - PAID NOT EXTRACTED: a payment to an EMP_ID with no
      *      export row for the period (a terminated employee still
      *      on the payroll system's books shows up here)
      *    - EXTRACTED NOT PAID: an export row with no payment
      *    - AMOUNT DIFFERENCE: total paid differs from the total
      *      exported by more than PAYTOL
      * Each exception also goes to ALERTS (PAYNOEXT / PAYNOPAY /
      * PAYDIFF, EMP_ID and the amount in cents) for the morning
      * digest. Several export rows for one EMP_ID (terminated and
      * rehired inside the period) are summed, as are several
      * payments (an off-cycle check), before comparing.
      * The export must reconcile to its own trailer first, and its
      * header period must match PAYFROM/PAYTO when they are given.
      * Register records for any other period are listed and not
      * matched - a register for the wrong period fails the step.
      * PAYREG layout: EMP_ID(6), blank, period from (yyyy-mm-dd),
      * blank, period to, blank, gross paid (9 digits, two implied
      * decimals, trailing sign overpunch), blank, check or advice
      * number (10).
      * CTLCARD keywords: PAYFROM yyyy-mm-dd, PAYTO yyyy-mm-dd
      * (default the export header's period), PAYTOL nnnnnnn (cents,
      * default 0000100 - one dollar).
      * RETURN-CODE: 0 every employee reconciles, 4 exceptions
      * found, 8 an input missing, the export damaged or for the
      * wrong period, or register records for another period.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYRECON.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CTL-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT OPTIONAL EXT-IN-FILE ASSIGN TO "EXTRIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.
           SELECT OPTIONAL PAY-REG-FILE ASSIGN TO "PAYREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT OPTIONAL ALERT-FILE ASSIGN TO "ALERTS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT RECON-RPT-FILE ASSIGN TO "PAYRRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".
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
      * same wrapped layout MAIN writes to PAYEXTR - H header, D
      *    details, T trailer. The record is redefined per type.
       FD  EXT-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  EXT-IN-RECORD.
           05 EXT-REC-TYPE              PIC X(1).
              88 EXT-HEADER-REC               VALUE "H".
              88 EXT-DETAIL-REC               VALUE "D".
              88 EXT-TRAILER-REC              VALUE "T".
           05 FILLER                    PIC X(1).
           05 EXT-REC-BODY              PIC X(78).
       01  EXT-HEADER-VIEW REDEFINES EXT-IN-RECORD.
           05 FILLER                    PIC X(2).
           05 EXT-HDR-RUN-DATE          PIC X(10).
           05 FILLER                    PIC X(1).
           05 EXT-HDR-KIND              PIC X(7).
           05 FILLER                    PIC X(8).
           05 EXT-HDR-FROM              PIC X(10).
           05 FILLER                    PIC X(1).
           05 EXT-HDR-TO                PIC X(10).
           05 FILLER                    PIC X(31).
       01  EXT-DETAIL-VIEW REDEFINES EXT-IN-RECORD.
           05 FILLER                    PIC X(2).
           05 EXT-DET-EMP-ID            PIC 9(6).
           05 FILLER                    PIC X(1).
           05 EXT-DET-FIRST-NAME        PIC X(12).
           05 FILLER                    PIC X(1).
           05 EXT-DET-LAST-NAME         PIC X(15).
           05 FILLER                    PIC X(3).
           05 EXT-DET-DEPARTMENT        PIC X(3).
           05 FILLER                    PIC X(1).
           05 EXT-DET-AMOUNT            PIC S9(7)V99.
           05 FILLER                    PIC X(1).
           05 EXT-DET-DAYS              PIC 9(3).
           05 FILLER                    PIC X(2).
           05 EXT-DET-PRORATE-TAG       PIC X(1).
           05 FILLER                    PIC X(20).
       01  EXT-TRAILER-VIEW REDEFINES EXT-IN-RECORD.
           05 FILLER                    PIC X(2).
           05 EXT-TRL-COUNT             PIC 9(9).
           05 FILLER                    PIC X(1).
           05 EXT-TRL-AMOUNT-HASH       PIC S9(13)V99.
           05 FILLER                    PIC X(53).
      *
      * the payroll system's register - one record per payment
       FD  PAY-REG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PAY-REG-RECORD.
           05 REG-EMP-ID                PIC X(6).
           05 REG-EMP-ID-9 REDEFINES REG-EMP-ID
                                        PIC 9(6).
           05 FILLER                    PIC X(1).
           05 REG-PAY-FROM              PIC X(10).
           05 FILLER                    PIC X(1).
           05 REG-PAY-TO                PIC X(10).
           05 FILLER                    PIC X(1).
           05 REG-GROSS                 PIC S9(7)V99.
           05 FILLER                    PIC X(1).
           05 REG-CHECK-NO              PIC X(10).
           05 FILLER                    PIC X(31).
      *
      * same layout MAIN writes - see ALERT-RECORD there.
       FD  ALERT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ALERT-RECORD.
           05 ALERT-TIMESTAMP           PIC X(17).
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 ALERT-CODE                PIC X(8).
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 ALERT-VALUE-1             PIC 9(9).
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 ALERT-VALUE-2             PIC 9(9).
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 ALERT-TEXT                PIC X(60).
      *
       FD  RECON-RPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RECON-RPT-RECORD             PIC X(132).
      *
      * one record per export row (E) or register payment (R); E
      *    sorts ahead of R within an EMP_ID so the name comes first
       SD  SORT-WORK-FILE.
       01  SRT-RECORD.
           05 SRT-EMP-ID            PIC 9(6).
           05 SRT-SOURCE            PIC X(1).
              88 SRT-FROM-EXTRACT        VALUE "E".
              88 SRT-FROM-REGISTER       VALUE "R".
           05 SRT-AMOUNT            PIC S9(7)V99.
           05 SRT-LAST-NAME         PIC X(15).
           05 SRT-FIRST-NAME        PIC X(12).
           05 SRT-DEPARTMENT        PIC X(3).
           05 SRT-PRORATE-TAG       PIC X(1).
      *
       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS        PIC X(2) VALUE SPACES.
       01  WS-EXT-STATUS        PIC X(2) VALUE SPACES.
       01  WS-REG-STATUS        PIC X(2) VALUE SPACES.
       01  WS-ALERT-STATUS      PIC X(2) VALUE SPACES.
       01  WS-RPT-STATUS        PIC X(2) VALUE SPACES.
       01  WS-CTL-EOF-SW        PIC X(1) VALUE "N".
           88 WS-CTL-EOF             VALUE "Y".
       01  WS-EXT-EOF-SW        PIC X(1) VALUE "N".
           88 WS-EXT-EOF             VALUE "Y".
       01  WS-REG-EOF-SW        PIC X(1) VALUE "N".
           88 WS-REG-EOF             VALUE "Y".
       01  WS-SORT-EOF-SW       PIC X(1) VALUE "N".
           88 WS-SORT-EOF            VALUE "Y".
       01  WS-ALERT-SW          PIC X(1) VALUE "N".
           88 WS-ALERT-UNAVAILABLE   VALUE "Y".
       01  WS-RECON-FAILED-SW   PIC X(1) VALUE "N".
           88 WS-RECON-FAILED        VALUE "Y".
       01  WS-LOG-DATE          PIC 9(8) VALUE ZERO.
       01  WS-LOG-TIME          PIC 9(8) VALUE ZERO.
       01  WS-NOW-TS            PIC X(17) VALUE SPACES.
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
      * controls - the period the register should be for, and how
      *    far a payment may drift from the export before it is an
      *    exception (rounding on the payroll side is a cent or two)
       01  WS-PAY-FROM          PIC X(10) VALUE SPACES.
       01  WS-PAY-TO            PIC X(10) VALUE SPACES.
       01  WS-TOL-IN            PIC X(7)  VALUE "0000100".
       01  WS-TOL-CENTS REDEFINES WS-TOL-IN
                                PIC 9(7).
       01  WS-TOLERANCE         PIC S9(7)V99 COMP-3 VALUE ZERO.
      * the export's own control totals
       01  WS-HEADER-SW         PIC X(1) VALUE "N".
           88 WS-HEADER-SEEN         VALUE "Y".
       01  WS-TRAILER-SW        PIC X(1) VALUE "N".
           88 WS-TRAILER-SEEN        VALUE "Y".
       01  WS-EXT-PERIOD-FROM   PIC X(10) VALUE SPACES.
       01  WS-EXT-PERIOD-TO     PIC X(10) VALUE SPACES.
       01  WS-EXT-COUNT         PIC 9(9)  VALUE ZERO.
       01  WS-EXT-HASH          PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TRL-COUNT         PIC 9(9)  VALUE ZERO.
       01  WS-TRL-HASH          PIC S9(13)V99 COMP-3 VALUE ZERO.
      * register totals
       01  WS-REG-COUNT         PIC 9(9)  VALUE ZERO.
       01  WS-REG-TOTAL         PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-REG-OTHER-COUNT   PIC 9(7)  VALUE ZERO.
       01  WS-REG-BAD-COUNT     PIC 9(7)  VALUE ZERO.
      * the EMP_ID group being brought together
       01  WS-GRP-OPEN-SW       PIC X(1) VALUE "N".
           88 WS-GRP-OPEN            VALUE "Y".
       01  WS-GRP-EMP-ID        PIC 9(6)  VALUE ZERO.
       01  WS-GRP-LAST-NAME     PIC X(15) VALUE SPACES.
       01  WS-GRP-FIRST-NAME    PIC X(12) VALUE SPACES.
       01  WS-GRP-DEPARTMENT    PIC X(3)  VALUE SPACES.
       01  WS-GRP-PRORATE-TAG   PIC X(1)  VALUE SPACE.
       01  WS-GRP-EXT-ROWS      PIC 9(5)  VALUE ZERO.
       01  WS-GRP-REG-ROWS      PIC 9(5)  VALUE ZERO.
       01  WS-GRP-EXT-AMOUNT    PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-GRP-REG-AMOUNT    PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-GRP-DIFF          PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-GRP-ABS-DIFF      PIC S9(9)V99 COMP-3 VALUE ZERO.
      * reconciliation counts
       01  WS-EMP-COUNT         PIC 9(7)  VALUE ZERO.
       01  WS-MATCH-COUNT       PIC 9(7)  VALUE ZERO.
       01  WS-TOL-COUNT         PIC 9(7)  VALUE ZERO.
       01  WS-NOEXT-COUNT       PIC 9(7)  VALUE ZERO.
       01  WS-NOPAY-COUNT       PIC 9(7)  VALUE ZERO.
       01  WS-DIFF-COUNT        PIC 9(7)  VALUE ZERO.
       01  WS-NOEXT-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-NOPAY-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-DIFF-TOTAL        PIC S9(13)V99 COMP-3 VALUE ZERO.
      * alert staging
       01  WS-ALERT-CODE        PIC X(8)  VALUE SPACES.
       01  WS-ALERT-TEXT        PIC X(60) VALUE SPACES.
       01  WS-ALERT-CENTS       PIC 9(9)  VALUE ZERO.
      * report layouts
       01  WS-RPT-HEADING.
           05 FILLER            PIC X(40)
                    VALUE "PAYROLL REGISTER RECONCILIATION".
           05 FILLER            PIC X(8)  VALUE "PERIOD: ".
           05 WS-RH-FROM        PIC X(10).
           05 FILLER            PIC X(4)  VALUE " TO ".
           05 WS-RH-TO          PIC X(10).
           05 FILLER            PIC X(8)  VALUE "   RUN: ".
           05 WS-RH-DATE        PIC X(10).
       01  WS-TOL-LINE.
           05 FILLER            PIC X(30)
                    VALUE "AMOUNT TOLERANCE PER EMPLOYEE:".
           05 WS-TL-TOL         PIC ZZ,ZZZ,ZZ9.99.
       01  WS-OTHER-HEADING     PIC X(80) VALUE
           "REGISTER RECORDS FOR ANOTHER PERIOD OR UNREADABLE - NOT MATC
      -    "HED".
       01  WS-OTHER-LINE.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 WS-OL-RECORD      PIC X(49).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-OL-REASON      PIC X(30).
       01  WS-COLUMN-HEADING    PIC X(110) VALUE
           "EMP_ID LAST NAME       FIRST NAME   DEP T      EXPORTED
      -    "      PAID    DIFFERENCE EXCEPTION".
       01  WS-DETAIL-LINE.
           05 WS-DL-EMP-ID      PIC 9(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-DL-LAST-NAME   PIC X(15).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-DL-FIRST-NAME  PIC X(12).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-DL-DEPARTMENT  PIC X(3).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-DL-TAG         PIC X(1).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-DL-EXPORTED    PIC -Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-DL-PAID        PIC -Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-DL-DIFF        PIC -Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-DL-EXCEPTION   PIC X(24).
       01  WS-NONE-LINE         PIC X(40)
                    VALUE "   (EVERY EMPLOYEE RECONCILES)".
       01  WS-TOTAL-LINE-1.
           05 FILLER            PIC X(20) VALUE "EXPORT ROWS:".
           05 WS-T1-EXT-COUNT   PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(12) VALUE "   AMOUNT: ".
           05 WS-T1-EXT-AMOUNT  PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-LINE-2.
           05 FILLER            PIC X(20) VALUE "REGISTER PAYMENTS:".
           05 WS-T2-REG-COUNT   PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(12) VALUE "   AMOUNT: ".
           05 WS-T2-REG-AMOUNT  PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-LINE-3.
           05 FILLER            PIC X(20) VALUE "EMPLOYEES:".
           05 WS-T3-EMPS        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(12) VALUE "   EXACT: ".
           05 WS-T3-MATCHED     PIC ZZZ,ZZ9.
           05 FILLER            PIC X(20) VALUE "   WITHIN TOLERANCE:".
           05 WS-T3-TOL         PIC ZZZ,ZZ9.
       01  WS-TOTAL-LINE-4.
           05 FILLER            PIC X(20) VALUE "PAID NOT EXTRACTED:".
           05 WS-T4-COUNT       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(12) VALUE "   AMOUNT: ".
           05 WS-T4-AMOUNT      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-LINE-5.
           05 FILLER            PIC X(20) VALUE "EXTRACTED NOT PAID:".
           05 WS-T5-COUNT       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(12) VALUE "   AMOUNT: ".
           05 WS-T5-AMOUNT      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-LINE-6.
           05 FILLER            PIC X(20) VALUE "AMOUNT DIFFERENCES:".
           05 WS-T6-COUNT       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(12) VALUE "   NET: ".
           05 WS-T6-AMOUNT      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-DAMAGED-LINE      PIC X(80) VALUE
           "*** EXPORT DOES NOT MATCH ITS OWN TRAILER - RECONCILIATION N
      -    "OT RELIABLE ***".
      *
       PROCEDURE DIVISION.
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           MOVE WS-REPORT-MM TO WS-RD-MM
           MOVE WS-REPORT-DD TO WS-RD-DD
           MOVE WS-REPORT-YYYY TO WS-RD-YYYY
           PERFORM READ-RECON-CONTROLS
           IF WS-RECON-FAILED THEN
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
      * the export header fixes the period before anything is
      *    matched - the wrong generation must not reconcile
           PERFORM READ-EXTRACT-HEADER-RTN
           IF WS-RECON-FAILED THEN
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT PAY-REG-FILE
           IF WS-REG-STATUS NOT EQUAL "00" THEN
              DISPLAY "PAYREG not allocated - no register to "
                 "reconcile against"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT RECON-RPT-FILE
           IF WS-RPT-STATUS NOT EQUAL "00" THEN
              DISPLAY "PAYRRPT not allocated - cannot report"
              CLOSE PAY-REG-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT ALERT-FILE
           IF WS-ALERT-STATUS NOT EQUAL "00" THEN
              DISPLAY "ALERTS not allocated - exceptions on the "
                 "report only"
              SET WS-ALERT-UNAVAILABLE TO TRUE
           END-IF
           MOVE WS-PAY-FROM TO WS-RH-FROM
           MOVE WS-PAY-TO   TO WS-RH-TO
           MOVE WS-REPORT-DATE-DISPLAY TO WS-RH-DATE
           WRITE RECON-RPT-RECORD FROM WS-RPT-HEADING
              AFTER ADVANCING 1 LINE
           MOVE WS-TOLERANCE TO WS-TL-TOL
           WRITE RECON-RPT-RECORD FROM WS-TOL-LINE
              AFTER ADVANCING 1 LINE

           SORT SORT-WORK-FILE
              ON ASCENDING KEY SRT-EMP-ID SRT-SOURCE
              INPUT PROCEDURE IS RELEASE-RECON-INPUT-RTN
              OUTPUT PROCEDURE IS RECONCILE-EMPLOYEES-RTN

           CLOSE PAY-REG-FILE
           PERFORM WRITE-RECON-TOTALS-RTN
           IF NOT WS-ALERT-UNAVAILABLE THEN
              CLOSE ALERT-FILE
           END-IF
           CLOSE RECON-RPT-FILE

           DISPLAY "Reconciliation complete - Employees: "
              WS-EMP-COUNT " Paid not extracted: " WS-NOEXT-COUNT
              " Extracted not paid: " WS-NOPAY-COUNT
              " Amount differences: " WS-DIFF-COUNT
           IF WS-REG-OTHER-COUNT GREATER THAN ZERO THEN
              DISPLAY "PAYREG holds " WS-REG-OTHER-COUNT
                 " records for another period or unreadable - "
                 "wrong register?"
              SET WS-RECON-FAILED TO TRUE
           END-IF
           EVALUATE TRUE
              WHEN WS-RECON-FAILED
                 MOVE 8 TO RETURN-CODE
              WHEN WS-NOEXT-COUNT GREATER THAN ZERO
                    OR WS-NOPAY-COUNT GREATER THAN ZERO
                    OR WS-DIFF-COUNT GREATER THAN ZERO
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           STOP RUN.
      *
       READ-RECON-CONTROLS SECTION.
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS EQUAL "00" THEN
              MOVE "N" TO WS-CTL-EOF-SW
              PERFORM UNTIL WS-CTL-EOF
                 READ CTL-FILE
                    AT END MOVE "Y" TO WS-CTL-EOF-SW
                    NOT AT END
                       EVALUATE CTL-KEYWORD
                          WHEN "PAYFROM"
                             MOVE CTL-VALUE(1:10) TO WS-PAY-FROM
                          WHEN "PAYTO"
                             MOVE CTL-VALUE(1:10) TO WS-PAY-TO
                          WHEN "PAYTOL"
                             MOVE CTL-VALUE(1:7) TO WS-TOL-IN
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE CTL-FILE
           END-IF
           IF WS-TOL-IN NOT NUMERIC THEN
              DISPLAY "PAYTOL not seven digits (cents) - using "
                 "0000100"
              MOVE "0000100" TO WS-TOL-IN
           END-IF
           COMPUTE WS-TOLERANCE = WS-TOL-CENTS / 100
           IF (WS-PAY-FROM EQUAL SPACES
                 AND WS-PAY-TO NOT EQUAL SPACES)
                 OR (WS-PAY-FROM NOT EQUAL SPACES
                 AND WS-PAY-TO EQUAL SPACES) THEN
              DISPLAY "PAYFROM/PAYTO must both be supplied or both "
                 "left off"
              SET WS-RECON-FAILED TO TRUE
           END-IF
           .
      *
       READ-EXTRACT-HEADER-RTN SECTION.
      * the H record carries the period the export was cut for;
      *    with no PAYFROM/PAYTO cards it becomes the run's period
           OPEN INPUT EXT-IN-FILE
           IF WS-EXT-STATUS NOT EQUAL "00" THEN
              DISPLAY "EXTRIN not allocated - nothing to reconcile"
              SET WS-RECON-FAILED TO TRUE
           ELSE
              READ EXT-IN-FILE
                 AT END
                    DISPLAY "EXTRIN is empty - nothing to reconcile"
                    SET WS-RECON-FAILED TO TRUE
                 NOT AT END
                    IF EXT-HEADER-REC
                          AND EXT-HDR-KIND EQUAL "PAYROLL" THEN
                       SET WS-HEADER-SEEN TO TRUE
                       MOVE EXT-HDR-FROM TO WS-EXT-PERIOD-FROM
                       MOVE EXT-HDR-TO   TO WS-EXT-PERIOD-TO
                    ELSE
                       DISPLAY "EXTRIN has no payroll export header "
                          "- not a PAYEXTR generation"
                       SET WS-RECON-FAILED TO TRUE
                    END-IF
              END-READ
              CLOSE EXT-IN-FILE
           END-IF
           IF WS-HEADER-SEEN THEN
              IF WS-PAY-FROM EQUAL SPACES THEN
                 MOVE WS-EXT-PERIOD-FROM TO WS-PAY-FROM
                 MOVE WS-EXT-PERIOD-TO   TO WS-PAY-TO
              ELSE
                 IF WS-PAY-FROM NOT EQUAL WS-EXT-PERIOD-FROM
                       OR WS-PAY-TO NOT EQUAL WS-EXT-PERIOD-TO THEN
                    DISPLAY "EXTRIN is for " WS-EXT-PERIOD-FROM
                       " to " WS-EXT-PERIOD-TO " - PAYFROM/PAYTO "
                       "ask for " WS-PAY-FROM " to " WS-PAY-TO
                    SET WS-RECON-FAILED TO TRUE
                 END-IF
              END-IF
           END-IF
           .
      *
       RELEASE-RECON-INPUT-RTN SECTION.
      * SORT's input procedure - the export details, checked
      *    against the export trailer as they pass, then the
      *    register payments for the period. MAIN appends the
      *    terminated rows after the fetched ones, so neither file
      *    is trusted to be in EMP_ID order.
           OPEN INPUT EXT-IN-FILE
           MOVE "N" TO WS-EXT-EOF-SW
           PERFORM UNTIL WS-EXT-EOF
              READ EXT-IN-FILE
                 AT END SET WS-EXT-EOF TO TRUE
                 NOT AT END
                    EVALUATE TRUE
                       WHEN EXT-DETAIL-REC
                          ADD 1 TO WS-EXT-COUNT
                          ADD EXT-DET-AMOUNT TO WS-EXT-HASH
                          MOVE EXT-DET-EMP-ID     TO SRT-EMP-ID
                          SET SRT-FROM-EXTRACT TO TRUE
                          MOVE EXT-DET-AMOUNT     TO SRT-AMOUNT
                          MOVE EXT-DET-LAST-NAME  TO SRT-LAST-NAME
                          MOVE EXT-DET-FIRST-NAME TO SRT-FIRST-NAME
                          MOVE EXT-DET-DEPARTMENT TO SRT-DEPARTMENT
                          MOVE EXT-DET-PRORATE-TAG
                             TO SRT-PRORATE-TAG
                          RELEASE SRT-RECORD
                       WHEN EXT-TRAILER-REC
                          SET WS-TRAILER-SEEN TO TRUE
                          MOVE EXT-TRL-COUNT TO WS-TRL-COUNT
                          MOVE EXT-TRL-AMOUNT-HASH TO WS-TRL-HASH
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE EXT-IN-FILE
           MOVE "N" TO WS-REG-EOF-SW
           PERFORM UNTIL WS-REG-EOF
              READ PAY-REG-FILE
                 AT END SET WS-REG-EOF TO TRUE
                 NOT AT END
                    PERFORM RELEASE-REGISTER-RTN
              END-READ
           END-PERFORM
           .
      *
       RELEASE-REGISTER-RTN SECTION.
      * a payment for another period, or one that won't parse, is
      *    listed up front and kept out of the match
           EVALUATE TRUE
              WHEN REG-EMP-ID NOT NUMERIC OR REG-GROSS NOT NUMERIC
                 MOVE "UNREADABLE EMP_ID OR AMOUNT" TO WS-OL-REASON
                 PERFORM WRITE-OTHER-REGISTER-RTN
              WHEN REG-PAY-FROM NOT EQUAL WS-PAY-FROM
                    OR REG-PAY-TO NOT EQUAL WS-PAY-TO
                 MOVE "PERIOD DIFFERS FROM EXPORT" TO WS-OL-REASON
                 PERFORM WRITE-OTHER-REGISTER-RTN
              WHEN OTHER
                 ADD 1 TO WS-REG-COUNT
                 ADD REG-GROSS TO WS-REG-TOTAL
                 MOVE REG-EMP-ID-9 TO SRT-EMP-ID
                 SET SRT-FROM-REGISTER TO TRUE
                 MOVE REG-GROSS    TO SRT-AMOUNT
                 MOVE SPACES TO SRT-LAST-NAME SRT-FIRST-NAME
                    SRT-DEPARTMENT SRT-PRORATE-TAG
                 RELEASE SRT-RECORD
           END-EVALUATE
           .
      *
       WRITE-OTHER-REGISTER-RTN SECTION.
           IF WS-REG-OTHER-COUNT EQUAL ZERO THEN
              WRITE RECON-RPT-RECORD FROM SPACES
                 AFTER ADVANCING 1 LINE
              WRITE RECON-RPT-RECORD FROM WS-OTHER-HEADING
                 AFTER ADVANCING 1 LINE
           END-IF
           ADD 1 TO WS-REG-OTHER-COUNT
           MOVE PAY-REG-RECORD (1:49) TO WS-OL-RECORD
           WRITE RECON-RPT-RECORD FROM WS-OTHER-LINE
              AFTER ADVANCING 1 LINE
           .
      *
       RECONCILE-EMPLOYEES-RTN SECTION.
      * SORT's output procedure - export rows then payments for
      *    each EMP_ID; a change of EMP_ID closes the employee.
           WRITE RECON-RPT-RECORD FROM SPACES AFTER ADVANCING 1 LINE
           WRITE RECON-RPT-RECORD FROM WS-COLUMN-HEADING
              AFTER ADVANCING 1 LINE
           MOVE "N" TO WS-SORT-EOF-SW
           PERFORM UNTIL WS-SORT-EOF
              RETURN SORT-WORK-FILE
                 AT END SET WS-SORT-EOF TO TRUE
                 NOT AT END
                    IF WS-GRP-OPEN
                          AND SRT-EMP-ID NOT EQUAL WS-GRP-EMP-ID THEN
                       PERFORM CLOSE-EMPLOYEE-RTN
                    END-IF
                    IF NOT WS-GRP-OPEN THEN
                       PERFORM OPEN-EMPLOYEE-RTN
                    END-IF
                    IF SRT-FROM-EXTRACT THEN
                       ADD 1 TO WS-GRP-EXT-ROWS
                       ADD SRT-AMOUNT TO WS-GRP-EXT-AMOUNT
                       MOVE SRT-LAST-NAME   TO WS-GRP-LAST-NAME
                       MOVE SRT-FIRST-NAME  TO WS-GRP-FIRST-NAME
                       MOVE SRT-DEPARTMENT  TO WS-GRP-DEPARTMENT
                       MOVE SRT-PRORATE-TAG TO WS-GRP-PRORATE-TAG
                    ELSE
                       ADD 1 TO WS-GRP-REG-ROWS
                       ADD SRT-AMOUNT TO WS-GRP-REG-AMOUNT
                    END-IF
              END-RETURN
           END-PERFORM
           IF WS-GRP-OPEN THEN
              PERFORM CLOSE-EMPLOYEE-RTN
           END-IF
           IF WS-NOEXT-COUNT EQUAL ZERO AND WS-NOPAY-COUNT EQUAL ZERO
                 AND WS-DIFF-COUNT EQUAL ZERO THEN
              WRITE RECON-RPT-RECORD FROM WS-NONE-LINE
                 AFTER ADVANCING 1 LINE
           END-IF
           .
      *
       OPEN-EMPLOYEE-RTN SECTION.
           SET WS-GRP-OPEN TO TRUE
           MOVE SRT-EMP-ID TO WS-GRP-EMP-ID
           MOVE SPACES TO WS-GRP-LAST-NAME WS-GRP-FIRST-NAME
              WS-GRP-DEPARTMENT WS-GRP-PRORATE-TAG
           MOVE ZERO TO WS-GRP-EXT-ROWS WS-GRP-REG-ROWS
              WS-GRP-EXT-AMOUNT WS-GRP-REG-AMOUNT
           .
      *
       CLOSE-EMPLOYEE-RTN SECTION.
      * a zero-amount export row with no payment, or a zero payment
      *    with no export row, moved no money and is not an exception
           MOVE "N" TO WS-GRP-OPEN-SW
           ADD 1 TO WS-EMP-COUNT
           COMPUTE WS-GRP-DIFF = WS-GRP-REG-AMOUNT - WS-GRP-EXT-AMOUNT
           IF WS-GRP-DIFF LESS THAN ZERO THEN
              COMPUTE WS-GRP-ABS-DIFF = 0 - WS-GRP-DIFF
           ELSE
              MOVE WS-GRP-DIFF TO WS-GRP-ABS-DIFF
           END-IF
           EVALUATE TRUE
              WHEN WS-GRP-EXT-ROWS EQUAL ZERO
                 IF WS-GRP-REG-AMOUNT NOT EQUAL ZERO THEN
                    ADD 1 TO WS-NOEXT-COUNT
                    ADD WS-GRP-REG-AMOUNT TO WS-NOEXT-TOTAL
                    MOVE "PAID NOT EXTRACTED" TO WS-DL-EXCEPTION
                    MOVE "PAYNOEXT" TO WS-ALERT-CODE
                    MOVE "PAID BUT NOT ON THE PAYROLL EXPORT"
                       TO WS-ALERT-TEXT
                    PERFORM WRITE-EXCEPTION-RTN
                 END-IF
              WHEN WS-GRP-REG-ROWS EQUAL ZERO
                 IF WS-GRP-EXT-AMOUNT NOT EQUAL ZERO THEN
                    ADD 1 TO WS-NOPAY-COUNT
                    ADD WS-GRP-EXT-AMOUNT TO WS-NOPAY-TOTAL
                    MOVE "EXTRACTED NOT PAID" TO WS-DL-EXCEPTION
                    MOVE "PAYNOPAY" TO WS-ALERT-CODE
                    MOVE "ON THE PAYROLL EXPORT BUT NOT PAID"
                       TO WS-ALERT-TEXT
                    PERFORM WRITE-EXCEPTION-RTN
                 END-IF
              WHEN WS-GRP-DIFF EQUAL ZERO
                 ADD 1 TO WS-MATCH-COUNT
              WHEN WS-GRP-ABS-DIFF NOT GREATER THAN WS-TOLERANCE
                 ADD 1 TO WS-TOL-COUNT
              WHEN OTHER
                 ADD 1 TO WS-DIFF-COUNT
                 ADD WS-GRP-DIFF TO WS-DIFF-TOTAL
                 IF WS-GRP-DIFF GREATER THAN ZERO THEN
                    MOVE "OVERPAID" TO WS-DL-EXCEPTION
                    MOVE "PAID MORE THAN THE PAYROLL EXPORT"
                       TO WS-ALERT-TEXT
                 ELSE
                    MOVE "UNDERPAID" TO WS-DL-EXCEPTION
                    MOVE "PAID LESS THAN THE PAYROLL EXPORT"
                       TO WS-ALERT-TEXT
                 END-IF
                 MOVE "PAYDIFF" TO WS-ALERT-CODE
                 PERFORM WRITE-EXCEPTION-RTN
           END-EVALUATE
           .
      *
       WRITE-EXCEPTION-RTN SECTION.
      * caller sets the exception text and alert code/text
           MOVE WS-GRP-EMP-ID      TO WS-DL-EMP-ID
           MOVE WS-GRP-LAST-NAME   TO WS-DL-LAST-NAME
           MOVE WS-GRP-FIRST-NAME  TO WS-DL-FIRST-NAME
           MOVE WS-GRP-DEPARTMENT  TO WS-DL-DEPARTMENT
           MOVE WS-GRP-PRORATE-TAG TO WS-DL-TAG
           MOVE WS-GRP-EXT-AMOUNT  TO WS-DL-EXPORTED
           MOVE WS-GRP-REG-AMOUNT  TO WS-DL-PAID
           MOVE WS-GRP-DIFF        TO WS-DL-DIFF
           WRITE RECON-RPT-RECORD FROM WS-DETAIL-LINE
              AFTER ADVANCING 1 LINE
           IF NOT WS-ALERT-UNAVAILABLE THEN
              ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
              ACCEPT WS-LOG-TIME FROM TIME
              STRING WS-LOG-DATE "-" WS-LOG-TIME
                 DELIMITED BY SIZE INTO WS-NOW-TS
              COMPUTE WS-ALERT-CENTS = WS-GRP-ABS-DIFF * 100
                 ON SIZE ERROR
                    MOVE 999999999 TO WS-ALERT-CENTS
              END-COMPUTE
              MOVE WS-NOW-TS     TO ALERT-TIMESTAMP
              MOVE WS-ALERT-CODE TO ALERT-CODE
              MOVE WS-GRP-EMP-ID TO ALERT-VALUE-1
              MOVE WS-ALERT-CENTS TO ALERT-VALUE-2
              MOVE WS-ALERT-TEXT TO ALERT-TEXT
              WRITE ALERT-RECORD
           END-IF
           .
      *
       WRITE-RECON-TOTALS-RTN SECTION.
      * control totals, then the export's own trailer check - a
      *    damaged export can't vouch for anybody
           WRITE RECON-RPT-RECORD FROM SPACES AFTER ADVANCING 1 LINE
           MOVE WS-EXT-COUNT   TO WS-T1-EXT-COUNT
           MOVE WS-EXT-HASH    TO WS-T1-EXT-AMOUNT
           WRITE RECON-RPT-RECORD FROM WS-TOTAL-LINE-1
              AFTER ADVANCING 1 LINE
           MOVE WS-REG-COUNT   TO WS-T2-REG-COUNT
           MOVE WS-REG-TOTAL   TO WS-T2-REG-AMOUNT
           WRITE RECON-RPT-RECORD FROM WS-TOTAL-LINE-2
              AFTER ADVANCING 1 LINE
           MOVE WS-EMP-COUNT   TO WS-T3-EMPS
           MOVE WS-MATCH-COUNT TO WS-T3-MATCHED
           MOVE WS-TOL-COUNT   TO WS-T3-TOL
           WRITE RECON-RPT-RECORD FROM WS-TOTAL-LINE-3
              AFTER ADVANCING 1 LINE
           MOVE WS-NOEXT-COUNT TO WS-T4-COUNT
           MOVE WS-NOEXT-TOTAL TO WS-T4-AMOUNT
           WRITE RECON-RPT-RECORD FROM WS-TOTAL-LINE-4
              AFTER ADVANCING 1 LINE
           MOVE WS-NOPAY-COUNT TO WS-T5-COUNT
           MOVE WS-NOPAY-TOTAL TO WS-T5-AMOUNT
           WRITE RECON-RPT-RECORD FROM WS-TOTAL-LINE-5
              AFTER ADVANCING 1 LINE
           MOVE WS-DIFF-COUNT  TO WS-T6-COUNT
           MOVE WS-DIFF-TOTAL  TO WS-T6-AMOUNT
           WRITE RECON-RPT-RECORD FROM WS-TOTAL-LINE-6
              AFTER ADVANCING 1 LINE
           IF NOT WS-TRAILER-SEEN THEN
              DISPLAY "EXTRIN has no trailer - export is truncated"
              SET WS-RECON-FAILED TO TRUE
           ELSE
              IF WS-EXT-COUNT NOT EQUAL WS-TRL-COUNT
                    OR WS-EXT-HASH NOT EQUAL WS-TRL-HASH THEN
                 DISPLAY "EXTRIN details do not match its trailer "
                    "- Details: " WS-EXT-COUNT
                    " Trailer: " WS-TRL-COUNT
                 SET WS-RECON-FAILED TO TRUE
              END-IF
           END-IF
           IF WS-RECON-FAILED THEN
              WRITE RECON-RPT-RECORD FROM SPACES
                 AFTER ADVANCING 1 LINE
              WRITE RECON-RPT-RECORD FROM WS-DAMAGED-LINE
                 AFTER ADVANCING 1 LINE
           END-IF
           .
       END PROGRAM PAYRECON.
