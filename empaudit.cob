      * before the marker and stamped the same day are flagged VOID
      * in the chronology and skipped by the replay. Reconcile
      * against the annotated RUNHIST line when it matters.
      * Closed periods are moved off CHGLOG by CHGARCH into the
      * CHGARCH VSAM KSDS keyed by EMP_ID and timestamp; each
      * requested employee's archived entries are read straight by
      * key ahead of the live trail, with the VOID flags CHGARCH
      * resolved when it moved them. Without the CHGARCH DD only
      * the live trail is searched.
      * RETURN-CODE: 0 all requested employees had trail entries,
      * 4 one or more had none, 8 nothing requested or no trail.
      *****************************************************************
           SELECT OPTIONAL CTL-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT OPTIONAL CHG-ARCH-FILE ASSIGN TO "CHGARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHGA-KEY
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT OPTIONAL AUD-ID-FILE ASSIGN TO "AUDIDS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IDS-STATUS.
           05 CHGLOG-BEFORE-IMAGE       PIC X(59).
           05 FILLER                    PIC X(1).
           05 CHGLOG-AFTER-IMAGE        PIC X(59).
           05 FILLER                    PIC X(1).
           05 CHGLOG-APPROVER           PIC X(8).
           05 FILLER                    PIC X(1).
           05 CHGLOG-SUBMITTER          PIC X(8).
      *
      * same layout CHGARCH writes - see CHGA-RECORD there. The
      *    image is the CHGLOG record as MAIN wrote it.
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
           05 CHGA-CHGLOG-IMAGE.
              10 CHGA-TS                PIC X(17).
              10 FILLER                 PIC X(1).
              10 CHGA-FUNC              PIC X(2).
              10 FILLER                 PIC X(1).
              10 CHGA-IMAGE-EMP-ID      PIC X(6).
              10 FILLER                 PIC X(1).
              10 CHGA-BEFORE-IMAGE      PIC X(59).
              10 FILLER                 PIC X(1).
              10 CHGA-AFTER-IMAGE       PIC X(59).
              10 FILLER                 PIC X(1).
              10 CHGA-APPROVER          PIC X(8).
              10 FILLER                 PIC X(1).
              10 CHGA-SUBMITTER         PIC X(8).
      *
      * same layout MAIN writes - see EMPHIST-RECORD there.
       FD  EMP-HIST-FILE
       01  WS-RUNHIST-STATUS    PIC X(2) VALUE SPACES.
       01  WS-CTL-STATUS        PIC X(2) VALUE SPACES.
       01  WS-IDS-STATUS        PIC X(2) VALUE SPACES.
       01  WS-ARCH-STATUS       PIC X(2) VALUE SPACES.
       01  WS-PRT-STATUS        PIC X(2) VALUE SPACES.
       01  WS-CHGLOG-EOF-SW     PIC X(1) VALUE "N".
           88 WS-CHGLOG-EOF          VALUE "Y".
           88 WS-CTL-EOF             VALUE "Y".
       01  WS-IDS-EOF-SW        PIC X(1) VALUE "N".
           88 WS-IDS-EOF             VALUE "Y".
       01  WS-ARCH-EOF-SW       PIC X(1) VALUE "N".
           88 WS-ARCH-EOF            VALUE "Y".
       01  WS-ARCH-COUNT        PIC 9(7) VALUE ZERO.
      * as-of reconstruction date (yyyymmdd) - spaces means no
      *    reconstruction was asked for, chronology only
       01  WS-ASOF-DATE         PIC X(8) VALUE SPACES.
       01  WS-NOTRAIL-COUNT     PIC 9(5) VALUE ZERO.
      * collected trail entries for the requested employees, in
      *    file (chronological) order. TYPE C = CHGLOG change,
      *    A = EMPHIST archive event. Entries read from the CHGARCH
      *    archive come first and carry a SEQ below any live trail
      *    record's, so no live VOID marker reaches back to them.
       01  WS-ENT-COUNT         PIC S9(4) COMP VALUE ZERO.
       01  WS-ENT-MAX           PIC S9(4) COMP VALUE 2000.
       01  WS-ENT-IX            PIC S9(4) COMP VALUE ZERO.
              10 WS-EN-FUNC     PIC X(2).
              10 WS-EN-BEFORE   PIC X(59).
              10 WS-EN-AFTER    PIC X(59).
              10 WS-EN-APPROVER PIC X(8).
              10 WS-EN-SUBMITTER PIC X(8).
              10 WS-EN-VOID-SW  PIC X(1).
                 88 WS-EN-VOIDED        VALUE "Y".
              10 WS-EN-TERM-DATE PIC X(10).
           05 WS-EL-RUN-MODE    PIC X(5).
           05 FILLER            PIC X(5) VALUE " RC: ".
           05 WS-EL-RUN-RC      PIC X(4).
           05 FILLER            PIC X(7) VALUE SPACES.
           05 WS-EL-APPR-TAG    PIC X(5).
           05 WS-EL-APPROVER    PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-EL-SUBM-TAG    PIC X(5).
           05 WS-EL-SUBMITTER   PIC X(8).
       01  WS-ENTRY-BEFORE-LINE.
           05 FILLER            PIC X(11) VALUE "   BEFORE  ".
           05 WS-EB-IMAGE       PIC X(59).
              STOP RUN
           END-IF
           PERFORM LOAD-RUN-HISTORY-RTN
           PERFORM COLLECT-ARCHIVED-ENTRIES-RTN
           PERFORM COLLECT-CHGLOG-ENTRIES-RTN
           PERFORM COLLECT-EMPHIST-ENTRIES-RTN
      * one chronology (and reconstruction, when asked for) per
           DISPLAY "Audit inquiry complete - Requested: "
              WS-REQ-COUNT " Without trail: " WS-NOTRAIL-COUNT
              " Voided entries: " WS-VOIDED-COUNT
              " From archive: " WS-ARCH-COUNT
           IF WS-NOTRAIL-COUNT GREATER THAN ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF
                 "not annotated with their runs"
           END-IF
           .
      *
       COLLECT-ARCHIVED-ENTRIES-RTN SECTION.
      * the closed periods - one keyed browse per requested
      *    employee, EMP_ID then timestamp order, which is the
      *    order the live trail had them in.
           OPEN INPUT CHG-ARCH-FILE
           IF WS-ARCH-STATUS EQUAL "00"
                 OR WS-ARCH-STATUS EQUAL "97" THEN
              MOVE ZERO TO WS-REQ-IX
              PERFORM UNTIL WS-REQ-IX GREATER OR EQUAL WS-REQ-COUNT
                 ADD 1 TO WS-REQ-IX
                 PERFORM BROWSE-ONE-EMPLOYEE-RTN
              END-PERFORM
              CLOSE CHG-ARCH-FILE
           ELSE
              DISPLAY "CHGARCH not allocated - live CHGLOG trail "
                 "only, closed periods not searched"
           END-IF
           .
      *
       BROWSE-ONE-EMPLOYEE-RTN SECTION.
           MOVE LOW-VALUES TO CHGA-KEY
           MOVE WS-RQ-EMP-ID (WS-REQ-IX) TO CHGA-EMP-ID
           MOVE "N" TO WS-ARCH-EOF-SW
           START CHG-ARCH-FILE KEY IS NOT LESS THAN CHGA-KEY
              INVALID KEY SET WS-ARCH-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-ARCH-EOF
              READ CHG-ARCH-FILE NEXT RECORD
                 AT END SET WS-ARCH-EOF TO TRUE
                 NOT AT END
                    IF CHGA-EMP-ID NOT EQUAL
                          WS-RQ-EMP-ID (WS-REQ-IX) THEN
                       SET WS-ARCH-EOF TO TRUE
                    ELSE
                       IF CHGA-FUNC NOT EQUAL "**" THEN
                          PERFORM STORE-ARCHIVED-ENTRY-RTN
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .
      *
       STORE-ARCHIVED-ENTRY-RTN SECTION.
           IF WS-ENT-COUNT LESS THAN WS-ENT-MAX THEN
              ADD 1 TO WS-ENT-COUNT
              ADD 1 TO WS-ARCH-COUNT
              MOVE CHGA-EMP-ID TO WS-EN-EMP-ID (WS-ENT-COUNT)
              MOVE -999999999 TO WS-EN-SEQ (WS-ENT-COUNT)
              MOVE "C" TO WS-EN-TYPE (WS-ENT-COUNT)
              MOVE CHGA-TS TO WS-EN-TS (WS-ENT-COUNT)
              MOVE CHGA-FUNC TO WS-EN-FUNC (WS-ENT-COUNT)
              MOVE CHGA-BEFORE-IMAGE
                 TO WS-EN-BEFORE (WS-ENT-COUNT)
              MOVE CHGA-AFTER-IMAGE
                 TO WS-EN-AFTER (WS-ENT-COUNT)
              MOVE CHGA-APPROVER
                 TO WS-EN-APPROVER (WS-ENT-COUNT)
              MOVE CHGA-SUBMITTER
                 TO WS-EN-SUBMITTER (WS-ENT-COUNT)
              IF CHGA-VOIDED THEN
                 MOVE "Y" TO WS-EN-VOID-SW (WS-ENT-COUNT)
                 ADD 1 TO WS-VOIDED-COUNT
              ELSE
                 MOVE "N" TO WS-EN-VOID-SW (WS-ENT-COUNT)
              END-IF
              MOVE SPACES TO WS-EN-TERM-DATE (WS-ENT-COUNT)
              MOVE SPACES TO WS-EN-TERM-REASON (WS-ENT-COUNT)
           ELSE
              SET WS-ENT-OVERFLOW TO TRUE
           END-IF
           .
      *
       COLLECT-CHGLOG-ENTRIES-RTN SECTION.
           OPEN INPUT CHG-LOG-FILE
                    TO WS-EN-BEFORE (WS-ENT-COUNT)
                 MOVE CHGLOG-AFTER-IMAGE
                    TO WS-EN-AFTER (WS-ENT-COUNT)
                 MOVE CHGLOG-APPROVER
                    TO WS-EN-APPROVER (WS-ENT-COUNT)
                 MOVE CHGLOG-SUBMITTER
                    TO WS-EN-SUBMITTER (WS-ENT-COUNT)
                 MOVE "N" TO WS-EN-VOID-SW (WS-ENT-COUNT)
                 MOVE SPACES TO WS-EN-TERM-DATE (WS-ENT-COUNT)
                 MOVE SPACES TO WS-EN-TERM-REASON (WS-ENT-COUNT)
                 MOVE EMPH-ROW-IMAGE
                    TO WS-EN-BEFORE (WS-ENT-COUNT)
                 MOVE SPACES TO WS-EN-AFTER (WS-ENT-COUNT)
                 MOVE SPACES TO WS-EN-APPROVER (WS-ENT-COUNT)
                 MOVE SPACES TO WS-EN-SUBMITTER (WS-ENT-COUNT)
                 MOVE "N" TO WS-EN-VOID-SW (WS-ENT-COUNT)
                 MOVE EMPH-TERM-DATE
                    TO WS-EN-TERM-DATE (WS-ENT-COUNT)
                 MOVE SPACES TO WS-EL-VOID-TAG
              END-IF
              PERFORM ANNOTATE-RUN-RTN
      * a change released from the approval queue names its
      *    second approver beside the run that applied it.
              IF WS-EN-APPROVER (WS-ENT-IX) NOT EQUAL SPACES THEN
                 MOVE "APPR:" TO WS-EL-APPR-TAG
              ELSE
                 MOVE SPACES TO WS-EL-APPR-TAG
              END-IF
              MOVE WS-EN-APPROVER (WS-ENT-IX) TO WS-EL-APPROVER
      * and the userid whose batch asked for it.
              IF WS-EN-SUBMITTER (WS-ENT-IX) NOT EQUAL SPACES THEN
                 MOVE "SUBM:" TO WS-EL-SUBM-TAG
              ELSE
                 MOVE SPACES TO WS-EL-SUBM-TAG
              END-IF
              MOVE WS-EN-SUBMITTER (WS-ENT-IX) TO WS-EL-SUBMITTER
              WRITE AUD-PRINT-RECORD FROM WS-ENTRY-LINE-1
                 AFTER ADVANCING 1 LINE
              MOVE WS-EN-BEFORE (WS-ENT-IX) TO WS-EB-IMAGE
