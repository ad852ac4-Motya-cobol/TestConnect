      *      row missing that the trail says should exist
      *    - writes an OOBCHG record to ALERTS per mismatch so
      *      operations sees it the same morning
      * A VRFYDATE older than the live trail - the period has been
      * moved off CHGLOG by CHGARCH - is verified from the CHGARCH
      * VSAM archive instead, with the VOID flags CHGARCH resolved
      * when it moved the entries. The archive is keyed by EMP_ID,
      * not date, so that re-verification browses it end to end.
      * RETURN-CODE: 0 trail and table agree, 4 mismatches found,
      * 8 no connection / no inputs.
      *****************************************************************
           SELECT OPTIONAL CHG-LOG-FILE ASSIGN TO "CHGLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGLOG-STATUS.
           SELECT OPTIONAL CHG-ARCH-FILE ASSIGN TO "CHGARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHGA-KEY
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT OPTIONAL CTL-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
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
       FD  CTL-FILE
           RECORDING MODE IS F
       01  WS-CRED-STATUS       PIC X(2) VALUE SPACES.
       01  WS-CHGLOG-STATUS     PIC X(2) VALUE SPACES.
       01  WS-CTL-STATUS        PIC X(2) VALUE SPACES.
       01  WS-ARCH-STATUS       PIC X(2) VALUE SPACES.
       01  WS-ARCH-EOF-SW       PIC X(1) VALUE "N".
           88 WS-ARCH-EOF            VALUE "Y".
      * the earliest date still on the live trail - spaces when the
      *    trail is empty; a VRFYDATE before it is in the archive
       01  WS-FIRST-LIVE-DATE   PIC X(8) VALUE SPACES.
       01  WS-ALERT-STATUS      PIC X(2) VALUE SPACES.
       01  WS-RPT-STATUS        PIC X(2) VALUE SPACES.
       01  WS-CHGLOG-EOF-SW     PIC X(1) VALUE "N".
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       ADD 1 TO WS-CHGLOG-SEQ
                       IF WS-FIRST-LIVE-DATE EQUAL SPACES THEN
                          MOVE CHGLOG-TIMESTAMP (1:8)
                             TO WS-FIRST-LIVE-DATE
                       END-IF
                       IF CHGLOG-TIMESTAMP (1:8) EQUAL
                             WS-VRFY-DATE THEN
                          ADD 1 TO WS-DAY-COUNT
           ELSE
              DISPLAY "CHGLOG not allocated - nothing to verify"
           END-IF
           IF WS-DAY-COUNT EQUAL ZERO
                 AND (WS-FIRST-LIVE-DATE EQUAL SPACES
                   OR WS-VRFY-DATE LESS THAN WS-FIRST-LIVE-DATE) THEN
              PERFORM COLLECT-ARCHIVED-DAY-RTN
           END-IF
           .
      *
       COLLECT-ARCHIVED-DAY-RTN SECTION.
      * the date has been archived - every entry stamped that day,
      *    in EMP_ID then timestamp order, so each employee's last
      *    entry is still the last one collected for them.
           OPEN INPUT CHG-ARCH-FILE
           IF WS-ARCH-STATUS EQUAL "00"
                 OR WS-ARCH-STATUS EQUAL "97" THEN
              MOVE "N" TO WS-ARCH-EOF-SW
              PERFORM UNTIL WS-ARCH-EOF
                 READ CHG-ARCH-FILE NEXT RECORD
                    AT END SET WS-ARCH-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF CHGA-TIMESTAMP (1:8) EQUAL WS-VRFY-DATE
                             THEN
                          ADD 1 TO WS-DAY-COUNT
                          IF CHGA-FUNC NOT EQUAL "**" THEN
                             PERFORM STORE-ARCHIVED-ENTRY-RTN
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CHG-ARCH-FILE
              DISPLAY "VRFYDATE " WS-VRFY-DATE " is before the live "
                 "trail - verified from the CHGARCH archive"
           ELSE
              DISPLAY "CHGARCH not allocated - archived dates "
                 "cannot be verified"
           END-IF
           .
      *
       STORE-ARCHIVED-ENTRY-RTN SECTION.
           IF WS-ENT-COUNT LESS THAN WS-ENT-MAX THEN
              ADD 1 TO WS-ENT-COUNT
              MOVE CHGA-TRAIL-SEQ TO WS-EN-SEQ (WS-ENT-COUNT)
              MOVE CHGA-EMP-ID   TO WS-EN-EMP-ID (WS-ENT-COUNT)
              MOVE CHGA-FUNC     TO WS-EN-FUNC (WS-ENT-COUNT)
              MOVE CHGA-AFTER-IMAGE
                 TO WS-EN-AFTER (WS-ENT-COUNT)
              IF CHGA-VOIDED THEN
                 MOVE "Y" TO WS-EN-VOID-SW (WS-ENT-COUNT)
              ELSE
                 MOVE "N" TO WS-EN-VOID-SW (WS-ENT-COUNT)
              END-IF
              MOVE "N" TO WS-EN-DONE-SW (WS-ENT-COUNT)
           ELSE
              SET WS-ENT-OVERFLOW TO TRUE
           END-IF
           .
      *
       STORE-DAY-ENTRY-RTN SECTION.
