      *****************************************************************
      * CHGARCH - periodic housekeeping over the CHGLOG change trail
      * MAIN appends under DISP=MOD.
      * The trail only ever grows, and every reader of it - EMPAUDIT
      * and CHGVRFY - used to scan it end to end to find a handful
      * of employees. This program moves the closed periods out:
      *    - every entry stamped before the cutoff (ARCHBEFORE,
      *      yyyymmdd, CTLCARD-settable, default the first of the
      *      current month - the months before it are closed) is
      *      written to the CHGARCH VSAM KSDS keyed by EMP_ID and
      *      timestamp, where the readers go straight to the
      *      employees they want
      *    - the ** VOID markers are resolved on the way in: the
      *      entries a marker covers - within VOIDDEPTH records
      *      before it (default 100, the shop's commit frequency)
      *      and stamped the same day, the rule EMPAUDIT and CHGVRFY
      *      apply to the live trail - are archived flagged VOID,
      *      since the record order the rule needs is gone once the
      *      entries are keyed. The markers themselves are archived
      *      too, under EMP_ID 000000. The cutoff is a day boundary
      *      and a marker only reaches back into its own day, so no
      *      marker left in the live tail ever covers an archived
      *      entry.
      *    - writes the entries being kept to CHGLOGNW - the job's
      *      follow-up step copies CHGLOGNW back over CHGLOG once
      *      this step ends clean, so the live trail shrinks
      *      without ever being truncated in place, the arrangement
      *      ERRHSKP and HSTPURGE use
      *    - reconciles: after the load the archive is read back
      *      and the entries stamped by this run, plus any a prior
      *      run had already archived (a rerun after a failed
      *      swap), must equal the entries moved. On any mismatch
      *      the step ends RC 8 and the live trail is not trimmed.
      * Plain sequential-file program - no DB2 connection needed.
      * RETURN-CODE: 0 reconciled (trim may proceed), 8 mismatch,
      * bad DDs or unresolvable VOID markers - nothing trimmed.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGARCH.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CHG-LOG-FILE ASSIGN TO "CHGLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGLOG-STATUS.
           SELECT OPTIONAL CTL-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT CHG-ARCH-FILE ASSIGN TO "CHGARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHGA-KEY
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT CHG-NEW-FILE ASSIGN TO "CHGLOGNW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT CHG-ARPT-FILE ASSIGN TO "CHGARPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      * same layout MAIN writes - see CHGLOG-RECORD there. Only the
      *    key fields are carved out; the record moves whole.
       FD  CHG-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CHGLOG-RECORD.
           05 CHGLOG-TIMESTAMP          PIC X(17).
           05 FILLER                    PIC X(1).
           05 CHGLOG-FUNC               PIC X(2).
           05 FILLER                    PIC X(1).
           05 CHGLOG-EMP-ID             PIC X(6).
           05 FILLER                    PIC X(138).
      *
       FD  CTL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CTL-RECORD.
           05 CTL-KEYWORD           PIC X(10).
           05 CTL-VALUE             PIC X(40).
      *
      * the archive - EMPAUDIT and CHGVRFY carry the same layout.
      *    The key is EMP_ID and timestamp, with the entry's record
      *    number in the trail it was archived from as a tie-break
      *    for two entries stamped in the same hundredth. VOID is
      *    the resolved marker coverage; ARCHIVED-TS is the run
      *    that moved the entry, which the reconciliation counts.
       FD  CHG-ARCH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CHGA-RECORD.
           05 CHGA-KEY.
              10 CHGA-EMP-ID            PIC X(6).
              10 CHGA-TIMESTAMP         PIC X(17).
              10 CHGA-TRAIL-SEQ         PIC 9(9).
           05 CHGA-VOID-SW              PIC X(1).
              88 CHGA-VOIDED                  VALUE "V".
           05 CHGA-ARCHIVED-TS          PIC X(17).
           05 CHGA-CHGLOG-IMAGE         PIC X(165).
      *
       FD  CHG-NEW-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CHG-NEW-RECORD               PIC X(165).
      *
       FD  CHG-ARPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CHG-ARPT-RECORD              PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01  WS-CHGLOG-STATUS         PIC X(2)  VALUE SPACES.
       01  WS-CTL-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-ARCH-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-NEW-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-RPT-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-CHGLOG-EOF-SW         PIC X(1)  VALUE "N".
           88 WS-CHGLOG-EOF                   VALUE "Y".
       01  WS-CTL-EOF-SW            PIC X(1)  VALUE "N".
           88 WS-CTL-EOF                      VALUE "Y".
       01  WS-ARCH-EOF-SW           PIC X(1)  VALUE "N".
           88 WS-ARCH-EOF                     VALUE "Y".
       01  WS-REFUSE-SW             PIC X(1)  VALUE "N".
           88 WS-RUN-REFUSED                  VALUE "Y".
      * cutoff - spaces until CTLCARD or the default fills it
       01  WS-CUTOFF-DATE           PIC X(8)  VALUE SPACES.
       01  WS-VOID-DEPTH            PIC 9(5)  VALUE 100.
       01  WS-TODAY-DATE.
           05 WS-TODAY-YYYYMM       PIC X(6).
           05 WS-TODAY-DD           PIC X(2).
       01  WS-LOG-DATE              PIC 9(8)  VALUE ZERO.
       01  WS-LOG-TIME              PIC 9(8)  VALUE ZERO.
       01  WS-RUN-TS                PIC X(17) VALUE SPACES.
      * the VOID markers inside the closed period, by trail record
      *    number - loaded in the first pass, applied in the second
       01  WS-MARK-COUNT            PIC S9(4) COMP VALUE ZERO.
       01  WS-MARK-MAX              PIC S9(4) COMP VALUE 1000.
       01  WS-MARK-IX               PIC S9(4) COMP VALUE ZERO.
       01  WS-MARK-TABLE.
           05 WS-MARK-ENTRY OCCURS 1000 TIMES.
              10 WS-MK-SEQ          PIC S9(9) COMP.
              10 WS-MK-DATE         PIC X(8).
       01  WS-TRAIL-SEQ             PIC S9(9) COMP VALUE ZERO.
       01  WS-ENTRY-VOID-SW         PIC X(1)  VALUE "N".
           88 WS-ENTRY-VOIDED                 VALUE "Y".
      * the archive record built for the write, held aside so a
      *    duplicate-key read doesn't lose it
       01  WS-ARCH-HOLD             PIC X(215) VALUE SPACES.
      * counters
       01  WS-READ-COUNT            PIC 9(9)  VALUE ZERO.
       01  WS-PASS2-COUNT           PIC 9(9)  VALUE ZERO.
       01  WS-KEPT-COUNT            PIC 9(9)  VALUE ZERO.
       01  WS-MOVED-COUNT           PIC 9(9)  VALUE ZERO.
       01  WS-WRITTEN-COUNT         PIC 9(9)  VALUE ZERO.
       01  WS-PRESENT-COUNT         PIC 9(9)  VALUE ZERO.
       01  WS-FAILED-COUNT          PIC 9(9)  VALUE ZERO.
       01  WS-VOIDED-COUNT          PIC 9(9)  VALUE ZERO.
       01  WS-MARKER-COUNT          PIC 9(9)  VALUE ZERO.
       01  WS-STAMPED-COUNT         PIC 9(9)  VALUE ZERO.
       01  WS-ARCH-TOTAL-COUNT      PIC 9(9)  VALUE ZERO.
       01  WS-ACCOUNTED-COUNT       PIC 9(9)  VALUE ZERO.
      * report layouts
       01  WS-RPT-HEADING-1.
           05 FILLER                PIC X(26)
                    VALUE "CHGLOG ARCHIVE".
           05 FILLER                PIC X(15)
                    VALUE "CUTOFF BEFORE: ".
           05 WS-RH-CUTOFF          PIC X(8).
           05 FILLER                PIC X(7)  VALUE "  RUN: ".
           05 WS-RH-RUN-TS          PIC X(17).
       01  WS-RPT-RULE              PIC X(60) VALUE ALL "-".
       01  WS-RPT-COUNT-LINE.
           05 WS-RC-LABEL           PIC X(40).
           05 WS-RC-COUNT           PIC ZZZZZZZZ9.
       01  WS-RPT-OK-LINE           PIC X(60) VALUE
           "RECONCILED - LIVE CHGLOG MAY BE TRIMMED".
       01  WS-RPT-BAD-LINE          PIC X(60) VALUE
           "** MISMATCH - LIVE CHGLOG NOT TRIMMED **".
       01  WS-RPT-REFUSED-LINE.
           05 FILLER                PIC X(13) VALUE "** REFUSED - ".
           05 WS-RR-TEXT            PIC X(60).
      *
       PROCEDURE DIVISION.
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOG-TIME FROM TIME
           STRING WS-LOG-DATE "-" WS-LOG-TIME
              DELIMITED BY SIZE INTO WS-RUN-TS
           MOVE WS-RUN-TS (1:8) TO WS-TODAY-DATE
           PERFORM READ-ARCHIVE-CONTROLS
      * default cutoff - the first of this month; the months before
      *    it are closed. A cutoff past today would archive entries
      *    the next run may still be voiding, so it is pulled back.
           IF WS-CUTOFF-DATE EQUAL SPACES THEN
              STRING WS-TODAY-YYYYMM "01"
                 DELIMITED BY SIZE INTO WS-CUTOFF-DATE
           END-IF
           IF WS-CUTOFF-DATE GREATER THAN WS-TODAY-DATE THEN
              DISPLAY "ARCHBEFORE " WS-CUTOFF-DATE " is after today"
                 " - cutoff set to today"
              MOVE WS-TODAY-DATE TO WS-CUTOFF-DATE
           END-IF
           OPEN OUTPUT CHG-NEW-FILE
           OPEN OUTPUT CHG-ARPT-FILE
           IF WS-NEW-STATUS NOT EQUAL "00"
                 OR WS-RPT-STATUS NOT EQUAL "00" THEN
              DISPLAY "CHGLOGNW/CHGARPT not all allocated - "
                 "cannot run housekeeping"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-CUTOFF-DATE TO WS-RH-CUTOFF
           MOVE WS-RUN-TS      TO WS-RH-RUN-TS
           WRITE CHG-ARPT-RECORD FROM WS-RPT-HEADING-1
              AFTER ADVANCING 1 LINE
           WRITE CHG-ARPT-RECORD FROM WS-RPT-RULE
              AFTER ADVANCING 1 LINE
           PERFORM OPEN-ARCHIVE-RTN
           IF NOT WS-RUN-REFUSED THEN
              PERFORM LOAD-VOID-MARKERS-RTN
           END-IF
           IF NOT WS-RUN-REFUSED THEN
              PERFORM MOVE-CLOSED-ENTRIES-RTN
              CLOSE CHG-ARCH-FILE
              PERFORM RECONCILE-ARCHIVE-RTN
           END-IF
           PERFORM WRITE-ARCHIVE-REPORT-RTN
           CLOSE CHG-NEW-FILE
           CLOSE CHG-ARPT-FILE
           DISPLAY "CHGLOG housekeeping complete - Read: "
              WS-READ-COUNT " Kept: " WS-KEPT-COUNT
              " Moved: " WS-MOVED-COUNT
              " Archived: " WS-ACCOUNTED-COUNT
           IF WS-RUN-REFUSED THEN
              MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
      *
       READ-ARCHIVE-CONTROLS SECTION.
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS EQUAL "00" THEN
              MOVE "N" TO WS-CTL-EOF-SW
              PERFORM UNTIL WS-CTL-EOF
                 READ CTL-FILE
                    AT END MOVE "Y" TO WS-CTL-EOF-SW
                    NOT AT END
                       EVALUATE CTL-KEYWORD
                          WHEN "ARCHBEFORE"
                             MOVE CTL-VALUE(1:8) TO WS-CUTOFF-DATE
                          WHEN "VOIDDEPTH"
                             MOVE CTL-VALUE(1:5) TO WS-VOID-DEPTH
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE CTL-FILE
           END-IF
           .
      *
       OPEN-ARCHIVE-RTN SECTION.
      * I-O for an archive already holding entries; a freshly
      *    defined, still-empty cluster only opens OUTPUT (status
      *    35 on the I-O attempt). 97 is an open that had to verify
      *    the cluster first - usable.
           OPEN I-O CHG-ARCH-FILE
           IF WS-ARCH-STATUS EQUAL "35" THEN
              OPEN OUTPUT CHG-ARCH-FILE
           END-IF
           IF WS-ARCH-STATUS NOT EQUAL "00"
                 AND WS-ARCH-STATUS NOT EQUAL "97" THEN
              DISPLAY "CHGARCH open failed, status " WS-ARCH-STATUS
                 " - nothing archived"
              MOVE "CHGARCH ARCHIVE COULD NOT BE OPENED"
                 TO WS-RR-TEXT
              SET WS-RUN-REFUSED TO TRUE
           END-IF
           .
      *
       LOAD-VOID-MARKERS-RTN SECTION.
      * first pass - the markers inside the closed period. A marker
      *    table that overflows would leave voided entries
      *    archived as live, so the run refuses rather than guess.
           OPEN INPUT CHG-LOG-FILE
           IF WS-CHGLOG-STATUS EQUAL "00" THEN
              MOVE "N" TO WS-CHGLOG-EOF-SW
              MOVE ZERO TO WS-TRAIL-SEQ
              PERFORM UNTIL WS-CHGLOG-EOF
                 READ CHG-LOG-FILE
                    AT END SET WS-CHGLOG-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       ADD 1 TO WS-TRAIL-SEQ
                       IF CHGLOG-FUNC EQUAL "**"
                             AND CHGLOG-TIMESTAMP (1:8) LESS THAN
                                 WS-CUTOFF-DATE THEN
                          IF WS-MARK-COUNT LESS THAN WS-MARK-MAX
                                THEN
                             ADD 1 TO WS-MARK-COUNT
                             MOVE WS-TRAIL-SEQ
                                TO WS-MK-SEQ (WS-MARK-COUNT)
                             MOVE CHGLOG-TIMESTAMP (1:8)
                                TO WS-MK-DATE (WS-MARK-COUNT)
                          ELSE
                             MOVE "TOO MANY VOID MARKERS - NARROW "
                                TO WS-RR-TEXT
                             MOVE "ARCHBEFORE" TO WS-RR-TEXT (32:10)
                             SET WS-RUN-REFUSED TO TRUE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CHG-LOG-FILE
           ELSE
              DISPLAY "CHGLOG not allocated - nothing to archive"
              MOVE "CHGLOG NOT ALLOCATED" TO WS-RR-TEXT
              SET WS-RUN-REFUSED TO TRUE
           END-IF
           .
      *
       MOVE-CLOSED-ENTRIES-RTN SECTION.
      * second pass - route every entry: before the cutoff to the
      *    archive, the rest to the rewritten live trail.
           OPEN INPUT CHG-LOG-FILE
           IF WS-CHGLOG-STATUS EQUAL "00" THEN
              MOVE "N" TO WS-CHGLOG-EOF-SW
              MOVE ZERO TO WS-TRAIL-SEQ
              PERFORM UNTIL WS-CHGLOG-EOF
                 READ CHG-LOG-FILE
                    AT END SET WS-CHGLOG-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-PASS2-COUNT
                       ADD 1 TO WS-TRAIL-SEQ
                       IF CHGLOG-TIMESTAMP (1:8) LESS THAN
                             WS-CUTOFF-DATE THEN
                          PERFORM ARCHIVE-ONE-ENTRY-RTN
                       ELSE
                          WRITE CHG-NEW-RECORD FROM CHGLOG-RECORD
                          ADD 1 TO WS-KEPT-COUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CHG-LOG-FILE
           END-IF
      * the trail must not have moved between the passes - MAIN
      *    appending mid-run would leave the two passes disagreeing
           IF WS-PASS2-COUNT NOT EQUAL WS-READ-COUNT THEN
              MOVE "CHGLOG CHANGED BETWEEN PASSES - RERUN WHEN IDLE"
                 TO WS-RR-TEXT
              SET WS-RUN-REFUSED TO TRUE
           END-IF
           .
      *
       ARCHIVE-ONE-ENTRY-RTN SECTION.
           ADD 1 TO WS-MOVED-COUNT
           MOVE "N" TO WS-ENTRY-VOID-SW
           IF CHGLOG-FUNC EQUAL "**" THEN
              ADD 1 TO WS-MARKER-COUNT
           ELSE
              MOVE ZERO TO WS-MARK-IX
              PERFORM UNTIL WS-ENTRY-VOIDED
                    OR WS-MARK-IX GREATER OR EQUAL WS-MARK-COUNT
                 ADD 1 TO WS-MARK-IX
                 IF WS-MK-SEQ (WS-MARK-IX) GREATER THAN WS-TRAIL-SEQ
                       AND WS-MK-SEQ (WS-MARK-IX) - WS-VOID-DEPTH
                           LESS THAN WS-TRAIL-SEQ
                       AND WS-MK-DATE (WS-MARK-IX) EQUAL
                           CHGLOG-TIMESTAMP (1:8) THEN
                    SET WS-ENTRY-VOIDED TO TRUE
                 END-IF
              END-PERFORM
           END-IF
           MOVE SPACES TO CHGA-RECORD
           MOVE CHGLOG-EMP-ID    TO CHGA-EMP-ID
           MOVE CHGLOG-TIMESTAMP TO CHGA-TIMESTAMP
           MOVE WS-TRAIL-SEQ     TO CHGA-TRAIL-SEQ
           IF WS-ENTRY-VOIDED THEN
              MOVE "V" TO CHGA-VOID-SW
              ADD 1 TO WS-VOIDED-COUNT
           END-IF
           MOVE WS-RUN-TS        TO CHGA-ARCHIVED-TS
           MOVE CHGLOG-RECORD    TO CHGA-CHGLOG-IMAGE
           MOVE CHGA-RECORD      TO WS-ARCH-HOLD
           WRITE CHGA-RECORD
              INVALID KEY
                 PERFORM CHECK-ALREADY-ARCHIVED-RTN
              NOT INVALID KEY
                 ADD 1 TO WS-WRITTEN-COUNT
           END-WRITE
           .
      *
       CHECK-ALREADY-ARCHIVED-RTN SECTION.
      * the key is on file. The same entry archived by an earlier
      *    run whose swap never ran is fine - it is accounted for.
      *    Anything else is a failure the reconciliation will see.
           IF WS-ARCH-STATUS EQUAL "22" THEN
              READ CHG-ARCH-FILE
                 INVALID KEY
                    ADD 1 TO WS-FAILED-COUNT
                 NOT INVALID KEY
                    IF CHGA-CHGLOG-IMAGE EQUAL
                          WS-ARCH-HOLD (51:165) THEN
                       ADD 1 TO WS-PRESENT-COUNT
                    ELSE
                       ADD 1 TO WS-FAILED-COUNT
                       DISPLAY "CHGARCH key on file with a "
                          "different entry: " WS-ARCH-HOLD (1:32)
                    END-IF
              END-READ
           ELSE
              ADD 1 TO WS-FAILED-COUNT
              DISPLAY "CHGARCH write failed, status " WS-ARCH-STATUS
                 " key " WS-ARCH-HOLD (1:32)
           END-IF
           .
      *
       RECONCILE-ARCHIVE-RTN SECTION.
      * read the archive back and count what this run actually
      *    put there - moved must equal stamped-by-this-run plus
      *    already-present, and stamped must equal written.
           OPEN INPUT CHG-ARCH-FILE
           IF WS-ARCH-STATUS EQUAL "00"
                 OR WS-ARCH-STATUS EQUAL "97" THEN
              MOVE "N" TO WS-ARCH-EOF-SW
              PERFORM UNTIL WS-ARCH-EOF
                 READ CHG-ARCH-FILE NEXT RECORD
                    AT END SET WS-ARCH-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-ARCH-TOTAL-COUNT
                       IF CHGA-ARCHIVED-TS EQUAL WS-RUN-TS THEN
                          ADD 1 TO WS-STAMPED-COUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CHG-ARCH-FILE
           ELSE
              DISPLAY "CHGARCH reopen for reconciliation failed, "
                 "status " WS-ARCH-STATUS
           END-IF
           COMPUTE WS-ACCOUNTED-COUNT =
              WS-STAMPED-COUNT + WS-PRESENT-COUNT
           IF WS-ACCOUNTED-COUNT NOT EQUAL WS-MOVED-COUNT
                 OR WS-STAMPED-COUNT NOT EQUAL WS-WRITTEN-COUNT
                 OR WS-FAILED-COUNT GREATER THAN ZERO THEN
              IF NOT WS-RUN-REFUSED THEN
                 MOVE "ENTRIES MOVED AND ARCHIVED DO NOT AGREE"
                    TO WS-RR-TEXT
              END-IF
              SET WS-RUN-REFUSED TO TRUE
           END-IF
           .
      *
       WRITE-ARCHIVE-REPORT-RTN SECTION.
           MOVE "ENTRIES READ FROM CHGLOG" TO WS-RC-LABEL
           MOVE WS-READ-COUNT TO WS-RC-COUNT
           PERFORM WRITE-COUNT-LINE-RTN
           MOVE "KEPT IN THE LIVE TRAIL (CHGLOGNW)" TO WS-RC-LABEL
           MOVE WS-KEPT-COUNT TO WS-RC-COUNT
           PERFORM WRITE-COUNT-LINE-RTN
           MOVE "MOVED - BEFORE THE CUTOFF" TO WS-RC-LABEL
           MOVE WS-MOVED-COUNT TO WS-RC-COUNT
           PERFORM WRITE-COUNT-LINE-RTN
           MOVE "   OF WHICH VOID MARKERS" TO WS-RC-LABEL
           MOVE WS-MARKER-COUNT TO WS-RC-COUNT
           PERFORM WRITE-COUNT-LINE-RTN
           MOVE "   OF WHICH ARCHIVED FLAGGED VOID" TO WS-RC-LABEL
           MOVE WS-VOIDED-COUNT TO WS-RC-COUNT
           PERFORM WRITE-COUNT-LINE-RTN
           MOVE "ARCHIVED BY THIS RUN (READ BACK)" TO WS-RC-LABEL
           MOVE WS-STAMPED-COUNT TO WS-RC-COUNT
           PERFORM WRITE-COUNT-LINE-RTN
           MOVE "ALREADY ARCHIVED BY AN EARLIER RUN" TO WS-RC-LABEL
           MOVE WS-PRESENT-COUNT TO WS-RC-COUNT
           PERFORM WRITE-COUNT-LINE-RTN
           MOVE "FAILED TO ARCHIVE" TO WS-RC-LABEL
           MOVE WS-FAILED-COUNT TO WS-RC-COUNT
           PERFORM WRITE-COUNT-LINE-RTN
           MOVE "ARCHIVE TOTAL ENTRIES" TO WS-RC-LABEL
           MOVE WS-ARCH-TOTAL-COUNT TO WS-RC-COUNT
           PERFORM WRITE-COUNT-LINE-RTN
           WRITE CHG-ARPT-RECORD FROM WS-RPT-RULE
              AFTER ADVANCING 1 LINE
           IF WS-RUN-REFUSED THEN
              WRITE CHG-ARPT-RECORD FROM WS-RPT-BAD-LINE
                 AFTER ADVANCING 1 LINE
              WRITE CHG-ARPT-RECORD FROM WS-RPT-REFUSED-LINE
                 AFTER ADVANCING 1 LINE
              DISPLAY "CHGLOG archive NOT reconciled - " WS-RR-TEXT
           ELSE
              WRITE CHG-ARPT-RECORD FROM WS-RPT-OK-LINE
                 AFTER ADVANCING 1 LINE
           END-IF
           .
      *
       WRITE-COUNT-LINE-RTN SECTION.
           WRITE CHG-ARPT-RECORD FROM WS-RPT-COUNT-LINE
              AFTER ADVANCING 1 LINE
           .
       END PROGRAM CHGARCH.
