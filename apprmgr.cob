      *****************************************************************
      * APPRMGR - second-approver desk for the MAINTRAN approval
      * queue (APPRIN/APPROUT).
      * MAIN holds back the maintenance changes one clerk must not
      * be able to key and apply alone - a salary move past the
      * APPRPCT threshold, any DL, a TM for dismissal - and queues
      * them stamped with the clerk who keyed the batch. This
      * utility:
      *    - lists every queued change on APPRRPT - status, when it
      *      was queued and how many days it has waited, why it
      *      needs approval, who keyed it, and a decoded summary of
      *      the MAINTRAN payload
      *    - takes APPROVE/REJECT control cards, each carrying the
      *      deciding userid, and stamps the decision, the userid,
      *      and a timestamp onto every pending record the card
      *      matches
      *    - refuses an APPROVE from the same userid that keyed the
      *      change or of a change with no keying clerk recorded,
      *      and a card with no userid - the record stays pending
      *      and the refusal is printed. Neither the keying clerk
      *      nor the batch's submitter may approve a change.
      *    - writes the revised queue to APPROUT in the same layout
      *      MAIN reads
      * Point the next MODE=MAINT run's APPRIN at this APPROUT
      * generation: approved changes are applied with the approver
      * on CHGLOG/CHGRPT, rejected ones go to suspense (E015).
      * CTLCARD cards (value columns fixed):
      *    APPROVE    ff nnnnnn uuuuuuuu
      *    REJECT     ff nnnnnn uuuuuuuu
      * where ff is the MAINTRAN function (UP/DL/TM), nnnnnn the
      * EMP_ID, and uuuuuuuu the deciding userid.
      * RETURN-CODE: 0 all cards applied, 4 one or more cards
      * matched nothing or were refused (the records they named
      * stay pending), 8 bad DDs.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPRMGR.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL APPR-IN-FILE ASSIGN TO "APPRIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPRIN-STATUS.
           SELECT OPTIONAL CTL-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT APPR-OUT-FILE ASSIGN TO "APPROUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPROUT-STATUS.
           SELECT APPR-RPT-FILE ASSIGN TO "APPRRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      * same layout MAIN writes - see APPR-IN-RECORD there.
       FD  APPR-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  APPR-IN-RECORD.
           05 APQI-STATUS               PIC X(1).
              88 APQI-PENDING                  VALUE "P".
           05 FILLER                    PIC X(1).
           05 APQI-QUEUED-TS            PIC X(17).
           05 FILLER                    PIC X(1).
           05 APQI-REASON               PIC X(4).
           05 FILLER                    PIC X(1).
           05 APQI-MAKER                PIC X(8).
           05 FILLER                    PIC X(1).
           05 APQI-APPROVER             PIC X(8).
           05 FILLER                    PIC X(1).
           05 APQI-DECIDED-TS           PIC X(17).
           05 FILLER                    PIC X(1).
           05 APQI-DATA                 PIC X(90).
           05 FILLER                    PIC X(1).
           05 APQI-SUBMITTER            PIC X(8).
      *
       FD  CTL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CTL-RECORD.
           05 CTL-KEYWORD           PIC X(10).
           05 CTL-VALUE             PIC X(40).
      *
       FD  APPR-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  APPR-OUT-RECORD              PIC X(160).
      *
       FD  APPR-RPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  APPR-RPT-RECORD              PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-APPRIN-STATUS     PIC X(2) VALUE SPACES.
       01  WS-CTL-STATUS        PIC X(2) VALUE SPACES.
       01  WS-APPROUT-STATUS    PIC X(2) VALUE SPACES.
       01  WS-RPT-STATUS        PIC X(2) VALUE SPACES.
       01  WS-APPRIN-EOF-SW     PIC X(1) VALUE "N".
           88 WS-APPRIN-EOF          VALUE "Y".
       01  WS-CTL-EOF-SW        PIC X(1) VALUE "N".
           88 WS-CTL-EOF             VALUE "Y".
      * the queued payload is a MAINTRAN record - decoded view
       01  WS-MAINT-VIEW.
           05 WS-MV-FUNC        PIC X(2).
           05 WS-MV-WHATIF      PIC X(1).
           05 WS-MV-EMP-ID      PIC X(6).
           05 WS-MV-FIRST-NAME  PIC X(12).
           05 WS-MV-LAST-NAME   PIC X(15).
           05 WS-MV-SEX         PIC X(1).
           05 WS-MV-DEPARTMENT  PIC X(3).
           05 WS-MV-SALARY      PIC X(9).
           05 WS-MV-SALARY-N REDEFINES WS-MV-SALARY
                                PIC S9(7)V99.
           05 WS-MV-HIRE-DATE   PIC X(10).
           05 WS-MV-TERM-DATE   PIC X(10).
           05 WS-MV-TERM-REASON PIC X(3).
           05 WS-MV-EFF-DATE    PIC X(10).
           05 WS-MV-STATUS      PIC X(1).
           05 FILLER            PIC X(7).
      * the decision stamped on the record in hand
       01  WS-DECISION          PIC X(1) VALUE SPACE.
       01  WS-DECIDER           PIC X(8) VALUE SPACES.
       01  WS-LOG-DATE          PIC 9(8).
       01  WS-LOG-TIME          PIC 9(8).
       01  WS-DECIDED-TS        PIC X(17) VALUE SPACES.
      * waiting-time arithmetic
       01  WS-TODAY-DATE        PIC 9(8) VALUE ZERO.
       01  WS-TODAY-INT         PIC S9(9) COMP VALUE ZERO.
       01  WS-QUEUED-DATE       PIC 9(8) VALUE ZERO.
       01  WS-QUEUED-DATE-X REDEFINES WS-QUEUED-DATE
                                PIC X(8).
       01  WS-AGE-DAYS          PIC S9(9) COMP VALUE ZERO.
      * control-card decisions - each may match any number of
      *    pending records; one that matches none is reported
       01  WS-ACT-COUNT         PIC S9(4) COMP VALUE ZERO.
       01  WS-ACT-MAX           PIC S9(4) COMP VALUE 100.
       01  WS-ACT-IX            PIC S9(4) COMP VALUE ZERO.
       01  WS-ACT-TABLE.
           05 WS-ACT-ENTRY OCCURS 100 TIMES.
              10 WS-AC-VERB     PIC X(1).
                 88 WS-AC-APPROVE       VALUE "A".
                 88 WS-AC-REJECT        VALUE "R".
              10 WS-AC-FUNC     PIC X(2).
              10 WS-AC-EMP-ID   PIC X(6).
              10 WS-AC-USERID   PIC X(8).
              10 WS-AC-MATCHED  PIC 9(5).
      * counters
       01  WS-READ-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-PENDING-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-APPROVED-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-REJECTED-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-REFUSED-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-UNMATCHED-COUNT   PIC 9(5) VALUE ZERO.
      * report layouts
       01  WS-RPT-HEADING.
           05 FILLER            PIC X(40)
                    VALUE "MAINTENANCE APPROVAL QUEUE".
           05 FILLER            PIC X(8)  VALUE "DATE: ".
           05 WS-RH-DATE        PIC 9(8).
       01  WS-RPT-COLUMN-HEADING PIC X(100) VALUE
           "S QUEUED-AT          AGE RSN  KEYED-BY FN EMP_ID ACTION
      -    "     DETAIL".
       01  WS-QUEUE-DETAIL.
           05 WS-QD-STATUS      PIC X(1).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-QD-QUEUED-TS   PIC X(17).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-QD-AGE         PIC ZZ9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-QD-REASON      PIC X(4).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-QD-MAKER       PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-QD-FUNC        PIC X(2).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-QD-EMP-ID      PIC X(6).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-QD-ACTION      PIC X(10).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-QD-SUMMARY     PIC X(73).
      * decoded payload summaries
       01  WS-UPDATE-SUMMARY.
           05 WS-US-FIRST-NAME  PIC X(12).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-US-LAST-NAME   PIC X(15).
           05 FILLER            PIC X(5)  VALUE " DEP ".
           05 WS-US-DEPARTMENT  PIC X(3).
           05 FILLER            PIC X(5)  VALUE " SAL ".
           05 WS-US-SALARY      PIC Z(6)9.99.
           05 FILLER            PIC X(6)  VALUE " STAT ".
           05 WS-US-STATUS      PIC X(1).
       01  WS-TERM-SUMMARY.
           05 FILLER            PIC X(10) VALUE "TERMINATE ".
           05 WS-TS-TERM-DATE   PIC X(10).
           05 FILLER            PIC X(8)  VALUE " REASON ".
           05 WS-TS-REASON      PIC X(3).
       01  WS-DELETE-SUMMARY    PIC X(30)
                    VALUE "DELETE ROW FROM EMP".
       01  WS-DECIDED-TAG.
           05 FILLER            PIC X(3)  VALUE "BY ".
           05 WS-DT-USERID      PIC X(8).
           05 FILLER            PIC X(4)  VALUE " AT ".
           05 WS-DT-TS          PIC X(17).
       01  WS-REFUSED-LINE.
           05 FILLER            PIC X(37) VALUE SPACES.
           05 FILLER            PIC X(14) VALUE "*** REFUSED - ".
           05 WS-RF-TEXT        PIC X(50) VALUE SPACES.
       01  WS-NO-MAKER-TEXT     PIC X(50) VALUE
           "NO MAKER RECORDED - CANNOT VERIFY TWO-PERSON RULE".
       01  WS-UNMATCHED-LINE.
           05 FILLER            PIC X(24)
                    VALUE "CARD MATCHED NOTHING -  ".
           05 WS-UM-VERB        PIC X(7).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-UM-FUNC        PIC X(2).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-UM-EMP-ID      PIC X(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-UM-USERID      PIC X(8).
       01  WS-RPT-TOTALS-LINE.
           05 FILLER            PIC X(8)  VALUE "QUEUED: ".
           05 WS-RT-READ        PIC ZZZZZZZZ9.
           05 FILLER            PIC X(11) VALUE " APPROVED: ".
           05 WS-RT-APPROVED    PIC ZZZZZZZZ9.
           05 FILLER            PIC X(11) VALUE " REJECTED: ".
           05 WS-RT-REJECTED    PIC ZZZZZZZZ9.
           05 FILLER            PIC X(10) VALUE " PENDING: ".
           05 WS-RT-PENDING     PIC ZZZZZZZZ9.
           05 FILLER            PIC X(10) VALUE " REFUSED: ".
           05 WS-RT-REFUSED     PIC ZZZZ9.
       01  WS-NONE-LINE         PIC X(30)
                    VALUE "   (QUEUE IS EMPTY)".
      *
       PROCEDURE DIVISION.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
           PERFORM READ-DECISION-CONTROLS
           OPEN OUTPUT APPR-RPT-FILE
           IF WS-RPT-STATUS NOT EQUAL "00" THEN
              DISPLAY "APPRRPT not allocated - cannot report"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT APPR-OUT-FILE
           IF WS-APPROUT-STATUS NOT EQUAL "00" THEN
              DISPLAY "APPROUT not allocated - cannot write the "
                 "revised queue"
              CLOSE APPR-RPT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-TODAY-DATE TO WS-RH-DATE
           WRITE APPR-RPT-RECORD FROM WS-RPT-HEADING
              AFTER ADVANCING 1 LINE
           WRITE APPR-RPT-RECORD FROM WS-RPT-COLUMN-HEADING
              AFTER ADVANCING 1 LINE
           OPEN INPUT APPR-IN-FILE
           IF WS-APPRIN-STATUS EQUAL "00" THEN
              MOVE "N" TO WS-APPRIN-EOF-SW
              PERFORM UNTIL WS-APPRIN-EOF
                 READ APPR-IN-FILE
                    AT END SET WS-APPRIN-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM PROCESS-QUEUE-RECORD-RTN
                 END-READ
              END-PERFORM
              CLOSE APPR-IN-FILE
           ELSE
              DISPLAY "APPRIN not allocated - queue is empty"
           END-IF
           IF WS-READ-COUNT EQUAL ZERO THEN
              WRITE APPR-RPT-RECORD FROM WS-NONE-LINE
                 AFTER ADVANCING 1 LINE
           END-IF
           PERFORM REPORT-UNMATCHED-CARDS-RTN
           WRITE APPR-RPT-RECORD FROM SPACES AFTER ADVANCING 1 LINE
           MOVE WS-READ-COUNT      TO WS-RT-READ
           MOVE WS-APPROVED-COUNT  TO WS-RT-APPROVED
           MOVE WS-REJECTED-COUNT  TO WS-RT-REJECTED
           MOVE WS-PENDING-COUNT   TO WS-RT-PENDING
           MOVE WS-REFUSED-COUNT   TO WS-RT-REFUSED
           WRITE APPR-RPT-RECORD FROM WS-RPT-TOTALS-LINE
              AFTER ADVANCING 1 LINE
           CLOSE APPR-OUT-FILE
           CLOSE APPR-RPT-FILE
           DISPLAY "Approval queue complete - Queued: "
              WS-READ-COUNT " Approved: " WS-APPROVED-COUNT
              " Rejected: " WS-REJECTED-COUNT
              " Still pending: " WS-PENDING-COUNT
           IF WS-UNMATCHED-COUNT GREATER THAN ZERO
                 OR WS-REFUSED-COUNT GREATER THAN ZERO THEN
              DISPLAY "  " WS-UNMATCHED-COUNT " cards matched "
                 "nothing, " WS-REFUSED-COUNT " decisions refused"
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
      *
       READ-DECISION-CONTROLS SECTION.
      * APPROVE/REJECT cards into the decision table - value
      *    columns are fixed: function, blank, six-digit EMP_ID,
      *    blank, eight-byte deciding userid.
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS EQUAL "00" THEN
              MOVE "N" TO WS-CTL-EOF-SW
              PERFORM UNTIL WS-CTL-EOF
                 READ CTL-FILE
                    AT END MOVE "Y" TO WS-CTL-EOF-SW
                    NOT AT END
                       EVALUATE CTL-KEYWORD
                          WHEN "APPROVE"
                             PERFORM ADD-DECISION-CARD-RTN
                          WHEN "REJECT"
                             PERFORM ADD-DECISION-CARD-RTN
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE CTL-FILE
           END-IF
           .
      *
       ADD-DECISION-CARD-RTN SECTION.
           IF WS-ACT-COUNT LESS THAN WS-ACT-MAX THEN
              ADD 1 TO WS-ACT-COUNT
              IF CTL-KEYWORD EQUAL "APPROVE" THEN
                 MOVE "A" TO WS-AC-VERB (WS-ACT-COUNT)
              ELSE
                 MOVE "R" TO WS-AC-VERB (WS-ACT-COUNT)
              END-IF
              MOVE CTL-VALUE (1:2)  TO WS-AC-FUNC (WS-ACT-COUNT)
              MOVE CTL-VALUE (4:6)  TO WS-AC-EMP-ID (WS-ACT-COUNT)
              MOVE CTL-VALUE (11:8) TO WS-AC-USERID (WS-ACT-COUNT)
              MOVE ZERO TO WS-AC-MATCHED (WS-ACT-COUNT)
           ELSE
              DISPLAY "WARNING - more decision cards than supported, "
                 CTL-KEYWORD " " CTL-VALUE (1:18) " ignored"
           END-IF
           .
      *
       PROCESS-QUEUE-RECORD-RTN SECTION.
      * one queued record - decode it, apply the first matching
      *    decision card if it is still pending, and carry it to
      *    APPROUT. A record already decided is waiting for the
      *    next MAINT run to act on it and passes through as is.
           MOVE APQI-DATA TO WS-MAINT-VIEW
           MOVE APQI-QUEUED-TS  TO WS-QD-QUEUED-TS
           MOVE APQI-REASON     TO WS-QD-REASON
           MOVE APQI-MAKER      TO WS-QD-MAKER
           MOVE WS-MV-FUNC      TO WS-QD-FUNC
           MOVE WS-MV-EMP-ID    TO WS-QD-EMP-ID
           PERFORM COMPUTE-AGE-RTN
           PERFORM DECODE-PAYLOAD-RTN
           MOVE SPACE  TO WS-DECISION
           MOVE SPACES TO WS-DECIDER
           IF APQI-PENDING THEN
              MOVE "PENDING" TO WS-QD-ACTION
      * first matching card wins - an APPROVE and a REJECT for the
      *    same change make no sense together, and deck order
      *    settles it the way the approver wrote it.
              MOVE ZERO TO WS-ACT-IX
              PERFORM UNTIL WS-ACT-IX GREATER OR EQUAL WS-ACT-COUNT
                    OR WS-DECISION NOT EQUAL SPACE
                 ADD 1 TO WS-ACT-IX
                 IF WS-AC-FUNC (WS-ACT-IX) EQUAL WS-MV-FUNC
                       AND WS-AC-EMP-ID (WS-ACT-IX) EQUAL
                           WS-MV-EMP-ID THEN
                    ADD 1 TO WS-AC-MATCHED (WS-ACT-IX)
                    MOVE WS-AC-VERB (WS-ACT-IX)   TO WS-DECISION
                    MOVE WS-AC-USERID (WS-ACT-IX) TO WS-DECIDER
                 END-IF
              END-PERFORM
              IF WS-DECISION NOT EQUAL SPACE THEN
                 PERFORM APPLY-DECISION-RTN
              END-IF
           ELSE
              MOVE "DECIDED"   TO WS-QD-ACTION
              MOVE APQI-APPROVER   TO WS-DT-USERID
              MOVE APQI-DECIDED-TS TO WS-DT-TS
              MOVE WS-DECIDED-TAG  TO WS-QD-SUMMARY
           END-IF
           MOVE APQI-STATUS TO WS-QD-STATUS
           WRITE APPR-RPT-RECORD FROM WS-QUEUE-DETAIL
              AFTER ADVANCING 1 LINE
           IF WS-RF-TEXT NOT EQUAL SPACES THEN
              WRITE APPR-RPT-RECORD FROM WS-REFUSED-LINE
                 AFTER ADVANCING 1 LINE
              MOVE SPACES TO WS-RF-TEXT
           END-IF
           IF APQI-PENDING THEN
              ADD 1 TO WS-PENDING-COUNT
           END-IF
           MOVE APPR-IN-RECORD TO APPR-OUT-RECORD
           WRITE APPR-OUT-RECORD
           .
      *
       APPLY-DECISION-RTN SECTION.
      * the two-person rule itself - neither the userid that keyed
      *    the batch nor the userid it was submitted under can
      *    approve its own change, and a decision with no userid
      *    is no decision. Any refusal leaves the record pending.
      *    A REJECT from the keying clerk is allowed - it is the
      *    clerk withdrawing the change. With no clerk recorded
      *    the rule can't be checked, so such a record can be
      *    rejected but never approved.
           MOVE SPACES TO WS-RF-TEXT
           IF WS-DECIDER EQUAL SPACES THEN
              MOVE "NO DECIDING USERID ON THE CARD" TO WS-RF-TEXT
           ELSE
              IF WS-DECISION EQUAL "A" THEN
                 IF APQI-MAKER EQUAL SPACES THEN
                    MOVE WS-NO-MAKER-TEXT TO WS-RF-TEXT
                 ELSE
                    IF WS-DECIDER EQUAL APQI-MAKER THEN
                       MOVE "APPROVER IS THE CLERK WHO KEYED IT"
                          TO WS-RF-TEXT
                    END-IF
                 END-IF
                 IF WS-RF-TEXT EQUAL SPACES
                       AND APQI-SUBMITTER NOT EQUAL SPACES
                       AND WS-DECIDER EQUAL APQI-SUBMITTER THEN
                    MOVE "APPROVER IS THE USERID THAT SUBMITTED IT"
                       TO WS-RF-TEXT
                 END-IF
              END-IF
           END-IF
           IF WS-RF-TEXT NOT EQUAL SPACES THEN
              ADD 1 TO WS-REFUSED-COUNT
              MOVE "REFUSED" TO WS-QD-ACTION
           ELSE
              ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
              ACCEPT WS-LOG-TIME FROM TIME
              STRING WS-LOG-DATE "-" WS-LOG-TIME
                 DELIMITED BY SIZE INTO WS-DECIDED-TS
              MOVE WS-DECISION   TO APQI-STATUS
              MOVE WS-DECIDER    TO APQI-APPROVER
              MOVE WS-DECIDED-TS TO APQI-DECIDED-TS
              IF WS-DECISION EQUAL "A" THEN
                 MOVE "APPROVED" TO WS-QD-ACTION
                 ADD 1 TO WS-APPROVED-COUNT
              ELSE
                 MOVE "REJECTED" TO WS-QD-ACTION
                 ADD 1 TO WS-REJECTED-COUNT
              END-IF
              MOVE WS-DECIDER    TO WS-DT-USERID
              MOVE WS-DECIDED-TS TO WS-DT-TS
              MOVE WS-DECIDED-TAG TO WS-QD-SUMMARY
           END-IF
           .
      *
       COMPUTE-AGE-RTN SECTION.
      * days since MAIN queued the change - the queue timestamp
      *    opens with yyyymmdd.
           MOVE APQI-QUEUED-TS (1:8) TO WS-QUEUED-DATE-X
           IF WS-QUEUED-DATE NUMERIC
                 AND WS-QUEUED-DATE GREATER THAN 16010101 THEN
              COMPUTE WS-AGE-DAYS = WS-TODAY-INT -
                 FUNCTION INTEGER-OF-DATE (WS-QUEUED-DATE)
              IF WS-AGE-DAYS LESS THAN ZERO THEN
                 MOVE ZERO TO WS-AGE-DAYS
              END-IF
              IF WS-AGE-DAYS GREATER THAN 999 THEN
                 MOVE 999 TO WS-AGE-DAYS
              END-IF
           ELSE
              MOVE ZERO TO WS-AGE-DAYS
           END-IF
           MOVE WS-AGE-DAYS TO WS-QD-AGE
           .
      *
       DECODE-PAYLOAD-RTN SECTION.
           EVALUATE WS-MV-FUNC
              WHEN "TM"
                 MOVE WS-MV-TERM-DATE   TO WS-TS-TERM-DATE
                 MOVE WS-MV-TERM-REASON TO WS-TS-REASON
                 MOVE WS-TERM-SUMMARY   TO WS-QD-SUMMARY
              WHEN "DL"
                 MOVE WS-DELETE-SUMMARY TO WS-QD-SUMMARY
              WHEN OTHER
                 MOVE WS-MV-FIRST-NAME  TO WS-US-FIRST-NAME
                 MOVE WS-MV-LAST-NAME   TO WS-US-LAST-NAME
                 MOVE WS-MV-DEPARTMENT  TO WS-US-DEPARTMENT
                 IF WS-MV-SALARY NOT EQUAL SPACES
                       AND WS-MV-SALARY-N NUMERIC THEN
                    MOVE WS-MV-SALARY-N TO WS-US-SALARY
                 ELSE
                    MOVE ZERO TO WS-US-SALARY
                 END-IF
                 MOVE WS-MV-STATUS      TO WS-US-STATUS
                 MOVE WS-UPDATE-SUMMARY TO WS-QD-SUMMARY
           END-EVALUATE
           .
      *
       REPORT-UNMATCHED-CARDS-RTN SECTION.
           MOVE ZERO TO WS-ACT-IX
           PERFORM UNTIL WS-ACT-IX GREATER OR EQUAL WS-ACT-COUNT
              ADD 1 TO WS-ACT-IX
              IF WS-AC-MATCHED (WS-ACT-IX) EQUAL ZERO THEN
                 ADD 1 TO WS-UNMATCHED-COUNT
                 IF WS-AC-APPROVE (WS-ACT-IX) THEN
                    MOVE "APPROVE" TO WS-UM-VERB
                 ELSE
                    MOVE "REJECT " TO WS-UM-VERB
                 END-IF
                 MOVE WS-AC-FUNC (WS-ACT-IX)   TO WS-UM-FUNC
                 MOVE WS-AC-EMP-ID (WS-ACT-IX) TO WS-UM-EMP-ID
                 MOVE WS-AC-USERID (WS-ACT-IX) TO WS-UM-USERID
                 WRITE APPR-RPT-RECORD FROM WS-UNMATCHED-LINE
                    AFTER ADVANCING 1 LINE
              END-IF
           END-PERFORM
           .
       END PROGRAM APPRMGR.
