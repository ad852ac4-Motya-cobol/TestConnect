      *    multi-site run - and BLOCKROWS, the report fetch's
      *    rows-per-call block size), MODE to pick the run type
      *    (RPT the default, HIRE, MAINT, RAISE, XFER, UNLD,
      *    LOAD, RIF, MERIT, CLOSE), output shape (FORMAT CSV;
      *    EXCLSTAT
      *    to keep listed statuses out of the feeds and
      *    headcounts; ASOF to report from the assignment history
      *    as of a date),
      *    the RAISE rule (RAISEPCT/RAISEAMT/RAISEAPPLY), the
      *    XFER rule (XFERAPPLY/XFEREFF), the merit cycle
      *    (MERITEFF/MERITAPPLY), the MAINT approval
      *    threshold (APPRPCT), the payroll period
      *    export (PAYFROM/PAYTO, PRORATE), the benefits
      *    extract's waiting
      *    period and termination window (BENWAIT/BENSINCE),
      *    operations thresholds
      *    (ALERTDIFF, ALERTREJ, MAXREJECT, MAXREJPCT, BUDGTOL),
      *    transient-error handling (RETRYMAX, RETRYWAIT), and
      *    the month MODE=CLOSE closes (CLOSEPER yyyy-mm).
           SELECT OPTIONAL CTL-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT OPTIONAL XFER-RPT-FILE ASSIGN TO "XFERRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XFERRPT-STATUS.
      * RIFLIST is MODE=RIF's list of in-scope departments, one per
      *    record in XFERMAP's old-department column (the rest of
      *    the record is ignored), for a reduction spanning more
      *    departments than RIFDEPT cards are convenient for.
      *    RIFRPT is the ranked selection and adverse-impact
      *    report; RIFTRAN the MAINTRAN TM deck an apply pass
      *    writes for review (RIFAPPLY Y) - nothing is deleted here.
           SELECT OPTIONAL RIF-LIST-FILE ASSIGN TO "RIFLIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RIFLIST-STATUS.
           SELECT OPTIONAL RIF-RPT-FILE ASSIGN TO "RIFRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RIFRPT-STATUS.
           SELECT OPTIONAL RIF-TRAN-FILE ASSIGN TO "RIFTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RIFTRAN-STATUS.
      * MODE=MERIT's inputs - MERITRTG is Compensation's rating
      *    per employee, MERITMTX the merit matrix (rating by
      *    band-quartile increase percent), MERITBDG the merit
      *    budget per department. MERITRPT is the what-if cost
      *    report; MERITTRN the MAINTRAN UP deck an apply pass
      *    writes (MERITAPPLY Y) - no salary is changed here.
           SELECT OPTIONAL MERIT-RTG-FILE ASSIGN TO "MERITRTG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MERITRTG-STATUS.
           SELECT OPTIONAL MERIT-MTX-FILE ASSIGN TO "MERITMTX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MERITMTX-STATUS.
           SELECT OPTIONAL MERIT-BDG-FILE ASSIGN TO "MERITBDG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MERITBDG-STATUS.
           SELECT OPTIONAL MERIT-RPT-FILE ASSIGN TO "MERITRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MERITRPT-STATUS.
           SELECT OPTIONAL MERIT-TRAN-FILE ASSIGN TO "MERITTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MERITTRN-STATUS.
      * DEPTRPT is the department summary report - one line per
      *    department with headcount and salary subtotal, grand
      *    totals at the end, tallied from the same fetch (and the
      *    Produced only when CTLCARD supplies both PAYFROM and
      *    PAYTO; ACKCHK verifies the acknowledgment against the
      *    trailer exactly as it does for the HR extract.
      *    CTLCARD PRORATE WORKDAYS prorates a part-period employee
      *    by working days off the BUSCAL business calendar instead
      *    of calendar days.
           SELECT OPTIONAL PAY-EXTRACT-FILE ASSIGN TO "PAYEXTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.
      * PAYPAID is the standing copy of the last PAYEXTR actually
      *    produced - rewritten from the finished export, and only
      *    then, so a run with no pay period leaves it alone. It is
      *    what PAYPRIOR and GLDIST read; PAYEXTR(0) is an empty
      *    generation after any run that didn't export.
           SELECT OPTIONAL PAY-PAID-FILE ASSIGN TO "PAYPAID"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYPAID-STATUS.
      * RETROPAY is the retroactive pay differential MODE=MAINT
      *    owes payroll for salary changes effective on or before
      *    the last period already paid - PAYPRIOR, the PAYPAID
      *    copy of the export payroll last took, says which period
      *    that was and how long its periods run. Same H/D/T layout as
      *    PAYEXTR, one D per employee per pay period, with the
      *    period end in the detail's spare columns; RETRORPT is
      *    the register payroll signs off before it is paid.
           SELECT OPTIONAL PAY-PRIOR-FILE ASSIGN TO "PAYPRIOR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYPRIOR-STATUS.
           SELECT OPTIONAL RETRO-PAY-FILE ASSIGN TO "RETROPAY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETROPAY-STATUS.
           SELECT OPTIONAL RETRO-RPT-FILE ASSIGN TO "RETRORPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETRORPT-STATUS.
      * BENEXTR is the benefits-carrier eligibility extract - one
      *    D record per fetched employee with the coverage start
      *    (hire date plus the CTLCARD BENWAIT waiting period) and
      *    a coverage code derived from the status (L and M stay
      *    covered, S is suspended), plus a coverage-end record for
      *    every EMPHIST termination since BENSINCE. Same H/D/T
      *    control-record discipline as HREXTRCT, so ACKCHK
      *    verifies the carrier's acknowledgment too.
           SELECT OPTIONAL BEN-EXTRACT-FILE ASSIGN TO "BENEXTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BEN-STATUS.
      * PRIOREXT is the prior run's HREXTRCT generation; DELTAFIL is
      *    the delta extract - one record per row that changed since
      *    that generation, with an action code (A added, C changed,
           SELECT OPTIONAL PEND-OUT-FILE ASSIGN TO "PENDOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDOUT-STATUS.
      * APPRIN/APPROUT are the two-person approval queue - a
      *    generation pair like PENDIN/PENDOUT. A MAINTRAN change
      *    sensitive enough to need a second pair of eyes (a salary
      *    move past APPRPCT percent, any DL, a TM for dismissal) is
      *    diverted to APPROUT instead of applied, stamped with the
      *    keying clerk. APPRMGR stamps the approver's APPROVE or
      *    REJECT onto the queue; the next MODE=MAINT run releases
      *    the approved records through the apply path (the approver
      *    rides onto CHGLOG/CHGRPT), sends the rejected ones to
      *    suspense, and carries the undecided ones forward.
           SELECT OPTIONAL APPR-IN-FILE ASSIGN TO "APPRIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPRIN-STATUS.
           SELECT OPTIONAL APPR-OUT-FILE ASSIGN TO "APPROUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPROUT-STATUS.
      * RPTLNIN/RPTLNOUT are the reporting-line file - one record
      *    per employee who reports to someone, EMP_ID order, with
      *    the manager's EMP_ID and the date the line took effect.
      *    A generation pair like PENDIN/PENDOUT: the intake modes
      *    load the prior generation, apply the manager fields of
      *    tonight's HIRETRAN/MAINTRAN records (and drop the lines of
      *    anyone deleted or terminated), and write the result as
      *    the new generation. ORGCHART prints the hierarchy from it.
           SELECT OPTIONAL RPTL-IN-FILE ASSIGN TO "RPTLNIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPTLIN-STATUS.
           SELECT OPTIONAL RPTL-OUT-FILE ASSIGN TO "RPTLNOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPTLOUT-STATUS.
      * REQNIN/REQNOUT are the position-control file - one record
      *    per approved opening (requisition), with its department,
      *    grade, budgeted salary, and open/filled/cancelled state.
      *    REQNMGR opens and cancels requisitions and prints the
      *    vacancy report; MODE=HIRE loads the prior generation,
      *    holds every hire to an open requisition in its
      *    department and to BUDGFILE's authorized heads, marks the
      *    requisitions tonight's hires fill, and writes the result
      *    as the new generation. Without REQNIN, hires are not
      *    position-controlled.
           SELECT OPTIONAL REQN-IN-FILE ASSIGN TO "REQNIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQNIN-STATUS.
           SELECT OPTIONAL REQN-OUT-FILE ASSIGN TO "REQNOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQNOUT-STATUS.
      * EMPIDIN/EMPIDOUT are the EMP_ID control file - one record
      *    per DRDA location with the range of EMP_IDs reserved to
      *    it and the last one issued there, so the consolidated
      *    sites never hand out the same number. MODE=HIRE assigns
      *    the next free ID to a hire keyed with a blank EMP_ID and
      *    writes the control file back as the new generation.
      *    Without EMPIDIN every hire must carry its own EMP_ID.
           SELECT OPTIONAL EMPID-IN-FILE ASSIGN TO "EMPIDIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EIDIN-STATUS.
           SELECT OPTIONAL EMPID-OUT-FILE ASSIGN TO "EMPIDOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EIDOUT-STATUS.
      * HIRECONF is the recruiters' hire confirmation list - every
      *    hire tonight's intake took in, with the EMP_ID it went
      *    in under (marked when the intake assigned it) and what
      *    became of it.
           SELECT OPTIONAL HIRE-CONF-FILE ASSIGN TO "HIRECONF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HCONF-STATUS.
      * TRNCHKI/TRNCHKO are the intake-mode restart checkpoints -
      *    the cursor checkpoint pair protects only the report
      *    mode's fetch loop, so these track the last COMMITTED
           SELECT OPTIONAL TRN-CHK-OUT-FILE ASSIGN TO "TRNCHKO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRNCHKO-STATUS.
      * PERIODS is the period-control file - a C record for every
      *    month MODE=CLOSE has closed, an R record for every change
      *    an intake took into a closed month under a reopen
      *    authorization, and a V record when a reject-breaker
      *    rollback voided the R records since the last commit.
      *    Appended run over run (EXTEND-then-OUTPUT, same pattern
      *    as ERRLOG). The intake modes read it at start; without
      *    it no month is closed to them.
           SELECT OPTIONAL PERIOD-FILE ASSIGN TO "PERIODS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERIODS-STATUS.
      * CLOSCERT is the close certificate MODE=CLOSE prints for
      *    Finance - the period, who closed it and when, and the
      *    headcount and payroll it was closed at.
           SELECT OPTIONAL CLOSE-CERT-FILE ASSIGN TO "CLOSCERT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLOSCERT-STATUS.
      * AUTHFILE is the submitter authorization table - which
      *    departments each userid may submit intake transactions
      *    for, and which kinds (hire, UP, DL, TM, salary change).
      *    The intakes check the submitter named on each batch
      *    header against it; without the DD the check is off for
      *    the run, said so on the console and the alert file.
           SELECT OPTIONAL AUTH-FILE ASSIGN TO "AUTHFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.
      * SUSPFILE is the reject/suspense file for the intake modes -
      *    every HIRETRAN/MAINTRAN record that fails the front-end
      *    edit pass (or is rejected by DB2) is written here with a
           SELECT OPTIONAL MAINT-TRANS-FILE ASSIGN TO "MAINTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.
      * EVENTOUT is the outbound employee event file the MQ bridge
      *    forwards to the badge system, IT account provisioning and
      *    the benefits carrier - one typed record per hire, rehire,
      *    transfer, salary change, status change and termination
      *    the intake modes, MODE=RAISE and MODE=XFER apply. Events
      *    are held until the commit that makes their change durable
      *    and written then, so a rolled-back change never goes out.
      *    EVTSEQI/EVTSEQO carry the event sequence number run over
      *    run - the last record of the prior generation is the last
      *    number issued; this run's generation is given it at
      *    start-up in every mode and records it again after every
      *    commit. Without EVENTOUT or EVTSEQO no events
      *    are written and an EVTOFF alert is raised.
           SELECT OPTIONAL EVENT-OUT-FILE ASSIGN TO "EVENTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVENTOUT-STATUS.
           SELECT OPTIONAL EVT-SEQ-IN-FILE ASSIGN TO "EVTSEQI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVTSEQI-STATUS.
           SELECT OPTIONAL EVT-SEQ-OUT-FILE ASSIGN TO "EVTSEQO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVTSEQO-STATUS.
      *
       DATA DIVISION.
      *
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  XFER-RPT-RECORD              PIC X(132).
      *
       FD  RIF-LIST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RIF-LIST-RECORD.
           05 RIFL-DEPT                 PIC X(3).
           05 FILLER                    PIC X(4).
      *
       FD  RIF-RPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RIF-RPT-RECORD               PIC X(132).
      *
      * same 90-byte layout as MAINT-TRANS-RECORD
       FD  RIF-TRAN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RIF-TRAN-RECORD              PIC X(90).
      *
       FD  MERIT-RTG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MERIT-RTG-RECORD.
           05 MRTG-EMP-ID-X             PIC X(6).
           05 MRTG-EMP-ID REDEFINES MRTG-EMP-ID-X
                                        PIC 9(6).
           05 FILLER                    PIC X(1).
           05 MRTG-RATING               PIC X(1).
      *
      * one matrix row per rating - the increase percent (two
      *    implied decimals) for band quartiles 1 to 4
       FD  MERIT-MTX-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MERIT-MTX-RECORD.
           05 MMTX-RATING               PIC X(1).
           05 MMTX-CELL OCCURS 4 TIMES.
              10 FILLER                 PIC X(1).
              10 MMTX-PCT-X             PIC X(4).
              10 MMTX-PCT REDEFINES MMTX-PCT-X
                                        PIC 9(2)V99.
      *
       FD  MERIT-BDG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MERIT-BDG-RECORD.
           05 MBDG-DEPT                 PIC X(3).
           05 FILLER                    PIC X(1).
           05 MBDG-BUDGET-X             PIC X(11).
           05 MBDG-BUDGET REDEFINES MBDG-BUDGET-X
                                        PIC 9(9)V99.
      *
       FD  MERIT-RPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MERIT-RPT-RECORD             PIC X(132).
      *
      * same 90-byte layout as MAINT-TRANS-RECORD
       FD  MERIT-TRAN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MERIT-TRAN-RECORD            PIC X(90).
      *
       FD  DEPT-RPT-FILE
           RECORDING MODE IS F
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PAYEXTR-RECORD               PIC X(80).
      *
       FD  PAY-PAID-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PAYPAID-RECORD               PIC X(80).
      *
      * only the H record of the prior export is read
       FD  PAY-PRIOR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PAYPRIOR-RECORD.
           05 PYPR-TYPE                 PIC X(1).
           05 FILLER                    PIC X(1).
           05 PYPR-RUN-DATE             PIC X(10).
           05 FILLER                    PIC X(16).
           05 PYPR-FROM                 PIC X(10).
           05 FILLER                    PIC X(1).
           05 PYPR-TO                   PIC X(10).
           05 FILLER                    PIC X(31).
      *
       FD  RETRO-PAY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RETROPAY-RECORD              PIC X(80).
      *
       FD  RETRO-RPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RETRORPT-RECORD              PIC X(132).
      *
       FD  BEN-EXTRACT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  BENEXTR-RECORD               PIC X(80).
      *
       FD  PRIOR-EXT-FILE
           RECORDING MODE IS F
           05 HTRAN-DEPARTMENT          PIC X(3).
           05 HTRAN-SALARY              PIC S9(7)V99.
           05 HTRAN-HIRE-DATE           PIC X(10).
      * the EMP_ID of the manager the new hire reports to - blank
      *    (or zeros) for a hire with no reporting line yet. Goes to
      *    the reporting-line file, not the EMP row.
           05 HTRAN-MANAGER-ID          PIC X(6).
      * the approved opening (REQNIN requisition id) this hire
      *    fills - required whenever REQNIN is allocated.
           05 HTRAN-REQ-ID              PIC X(6).
      * R when Finance has authorized this hire into a month that
      *    MODE=CLOSE has already closed - the intake takes it and
      *    logs the reopen on PERIODS. Blank for everything else;
      *    a hire dated in a closed month without it goes to
      *    suspense.
           05 HTRAN-REOPEN-SW           PIC X(1).
              88 HTRAN-REOPEN-AUTH             VALUE "R".
      *
       FD  EMP-HIST-FILE
           RECORDING MODE IS F
           05 CHGLOG-BEFORE-IMAGE       PIC X(59).
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 CHGLOG-AFTER-IMAGE        PIC X(59).
           05 FILLER                    PIC X(1) VALUE SPACE.
      * the second userid on a change released from the approval
      *    queue - blank for everything else.
           05 CHGLOG-APPROVER           PIC X(8).
           05 FILLER                    PIC X(1) VALUE SPACE.
      * the userid on the batch header the change came in under -
      *    blank for the CTLCARD-driven modes and a legacy deck.
           05 CHGLOG-SUBMITTER          PIC X(8).
      *
       FD  CHG-RPT-FILE
           RECORDING MODE IS F
           05 PNDI-EFF-DATE             PIC X(10).
           05 FILLER                    PIC X(1).
           05 PNDI-DATA                 PIC X(90).
           05 FILLER                    PIC X(1).
           05 PNDI-SUBMITTER            PIC X(8).
           05 FILLER                    PIC X(1).
           05 PNDI-CLERK                PIC X(8).
      *
       FD  PEND-OUT-FILE
           RECORDING MODE IS F
           05 PNDO-EFF-DATE             PIC X(10).
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 PNDO-DATA                 PIC X(90).
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 PNDO-SUBMITTER            PIC X(8).
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 PNDO-CLERK                PIC X(8).
      *
      * one queued change awaiting its second approver. Status P
      *    pending, A approved, R rejected - the decision fields are
      *    blank until APPRMGR stamps them.
       FD  APPR-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  APPR-IN-RECORD.
           05 APQI-STATUS               PIC X(1).
              88 APQI-PENDING                  VALUE "P".
              88 APQI-APPROVED                 VALUE "A".
              88 APQI-REJECTED                 VALUE "R".
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
       FD  APPR-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  APPR-OUT-RECORD.
           05 APQO-STATUS               PIC X(1).
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 APQO-QUEUED-TS            PIC X(17).
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 APQO-REASON               PIC X(4).
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 APQO-MAKER                PIC X(8).
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 APQO-APPROVER             PIC X(8).
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 APQO-DECIDED-TS           PIC X(17).
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 APQO-DATA                 PIC X(90).
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 APQO-SUBMITTER            PIC X(8).
      *
       FD  RPTL-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RPTL-IN-RECORD.
           05 RLNI-EMP-ID               PIC 9(6).
           05 FILLER                    PIC X(1).
           05 RLNI-MGR-ID               PIC 9(6).
           05 FILLER                    PIC X(1).
           05 RLNI-EFF-DATE             PIC X(10).
      *
       FD  RPTL-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RPTL-OUT-RECORD.
           05 RLNO-EMP-ID               PIC 9(6).
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 RLNO-MGR-ID               PIC 9(6).
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 RLNO-EFF-DATE             PIC X(10).
      *
      * one requisition - state O open, F filled (by FILLED-BY, on
      *    CLOSE-DATE - a future CLOSE-DATE is a hire waiting on the
      *    pending queue), C cancelled (on CLOSE-DATE). APPROVER is
      *    who opened it. Requisition-id order, as REQNMGR writes it.
       FD  REQN-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REQN-IN-RECORD.
           05 RQNI-REQ-ID               PIC X(6).
           05 FILLER                    PIC X(1).
           05 RQNI-DEPT                 PIC X(3).
           05 FILLER                    PIC X(1).
           05 RQNI-GRADE                PIC X(2).
           05 FILLER                    PIC X(1).
           05 RQNI-BUDGET-SALARY        PIC 9(7)V99.
           05 FILLER                    PIC X(1).
           05 RQNI-STATE                PIC X(1).
           05 FILLER                    PIC X(1).
           05 RQNI-OPEN-DATE            PIC X(10).
           05 FILLER                    PIC X(1).
           05 RQNI-CLOSE-DATE           PIC X(10).
           05 FILLER                    PIC X(1).
           05 RQNI-FILLED-BY            PIC X(6).
           05 FILLER                    PIC X(1).
           05 RQNI-APPROVER             PIC X(8).
      *
       FD  REQN-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REQN-OUT-RECORD              PIC X(63).
      *
      * one location's EMP_ID range - LOCATION is the DRDA location
      *    name the intake connects to (the DBNAME for a local run),
      *    LAST-ISSUED the highest EMP_ID assigned there so far
      *    (zero before the first), LAST-DATE the night it was.
       FD  EMPID-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  EMPID-IN-RECORD.
           05 EIDI-LOCATION             PIC X(16).
           05 FILLER                    PIC X(1).
           05 EIDI-RANGE-LOW            PIC 9(6).
           05 FILLER                    PIC X(1).
           05 EIDI-RANGE-HIGH           PIC 9(6).
           05 FILLER                    PIC X(1).
           05 EIDI-LAST-ISSUED          PIC 9(6).
           05 FILLER                    PIC X(1).
           05 EIDI-LAST-DATE            PIC X(10).
      *
       FD  EMPID-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  EMPID-OUT-RECORD             PIC X(48).
      *
       FD  HIRE-CONF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HIRE-CONF-RECORD             PIC X(132).
      *
      * a checkpoint record carries a blank EMP-ID; a record with
      *    one is the EMP_ID the intake assigned to the hire at SEQ,
      *    so a restart can give a skipped hire back its number.
       FD  TRN-CHK-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           05 TRNI-SEQ                  PIC 9(9).
           05 FILLER                    PIC X(1).
           05 TRNI-MODE                 PIC X(5).
           05 FILLER                    PIC X(1).
           05 TRNI-EMP-ID               PIC X(6).
      *
       FD  TRN-CHK-OUT-FILE
           RECORDING MODE IS F
           05 TRNO-SEQ                  PIC 9(9).
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 TRNO-MODE                 PIC X(5).
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 TRNO-EMP-ID               PIC X(6).
      *
      * one period-control event. PERIOD is the month (yyyy-mm) it
      *    concerns; USERID is the run's userid and CLERK the clerk
      *    on the batch that carried a reopened change. A C record
      *    carries the headcount and payroll the month closed at,
      *    an R record the change taken into it (EMP_ID, function,
      *    the transaction's date), a V record in HEADCOUNT the
      *    number of R records the rollback voided.
       FD  PERIOD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PERIOD-RECORD.
           05 PERD-TYPE                 PIC X(1).
              88 PERD-CLOSE                    VALUE "C".
              88 PERD-REOPEN                   VALUE "R".
              88 PERD-VOID                     VALUE "V".
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 PERD-PERIOD               PIC X(7).
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 PERD-TIMESTAMP            PIC X(17).
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 PERD-USERID               PIC X(8).
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 PERD-CLERK                PIC X(8).
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 PERD-HEADCOUNT            PIC 9(7).
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 PERD-PAYROLL              PIC 9(11)V99.
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 PERD-EMP-ID               PIC X(6).
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 PERD-FUNC                 PIC X(2).
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 PERD-TRAN-DATE            PIC X(10).
      *
       FD  CLOSE-CERT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CLOSE-CERT-RECORD            PIC X(80).
      *
      * one grant per record - a userid may hold several, one per
      *    department or *** for every department. Each function
      *    byte is Y when granted: hire, UP, DL, TM, and salary
      *    change (an UP that supplies a salary needs the salary
      *    byte as well as UP; a hire's starting salary goes in
      *    on the hire byte).
       FD  AUTH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AUTH-RECORD.
           05 AUTH-USERID               PIC X(8).
           05 FILLER                    PIC X(1).
           05 AUTH-DEPT                 PIC X(3).
           05 FILLER                    PIC X(1).
           05 AUTH-FUNCS.
              10 AUTH-HIRE              PIC X(1).
              10 AUTH-UPDATE            PIC X(1).
              10 AUTH-DELETE            PIC X(1).
              10 AUTH-TERM              PIC X(1).
              10 AUTH-SALARY            PIC X(1).
           05 FILLER                    PIC X(1).
           05 AUTH-NOTE                 PIC X(21).
      *
       FD  SUSP-FILE
           RECORDING MODE IS F
      *    DATE this is how HR sets a leave that starts next
      *    month without fake-terminating anybody.
           05 MTRAN-STATUS              PIC X(1).
      * new manager's EMP_ID for an UP transaction - blank keeps the
      *    current reporting line, zeros remove it (the employee
      *    reports to nobody on file). Applied to the reporting-line
      *    file alongside the row update.
           05 MTRAN-MANAGER-ID          PIC X(6).
      * R when Finance has authorized this change into a month that
      *    MODE=CLOSE has already closed - same rule as the hire
      *    deck's HTRAN-REOPEN-SW.
           05 MTRAN-REOPEN-SW           PIC X(1).
              88 MTRAN-REOPEN-AUTH             VALUE "R".
      *
      * one employee event - every field followed by a blank, LRECL
      *    120. The old/new values depend on the event type:
      *    HIRE/REHIRE  old blank, new the department hired into
      *    TRANSFER     old and new department
      *    SALARY       old and new salary, 9999999.99
      *    STATUS       old and new status (A, L, S, M)
      *    TERM         old the status left, new the termination
      *                 reason (RES/RET/DIS/RIF, DEL for a DL)
      *    The effective date is the hire date, the change's
      *    effective date, the termination date, or the run date
      *    where the change carries none.
       FD  EVENT-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  EVENT-OUT-RECORD.
           05 EVT-SEQ                   PIC 9(9).
           05 FILLER                    PIC X(1).
           05 EVT-TYPE                  PIC X(8).
           05 FILLER                    PIC X(1).
           05 EVT-EMP-ID                PIC 9(6).
           05 FILLER                    PIC X(1).
           05 EVT-EFF-DATE              PIC X(10).
           05 FILLER                    PIC X(1).
           05 EVT-FIRST-NAME            PIC X(12).
           05 FILLER                    PIC X(1).
           05 EVT-LAST-NAME             PIC X(15).
           05 FILLER                    PIC X(1).
      * the department the employee is in after the event - the one
      *    left, for a termination
           05 EVT-DEPARTMENT            PIC X(3).
           05 FILLER                    PIC X(1).
           05 EVT-OLD-VALUE             PIC X(12).
           05 FILLER                    PIC X(1).
           05 EVT-NEW-VALUE             PIC X(12).
           05 FILLER                    PIC X(1).
      * the MODE that applied the change, and the batch submitter
      *    (blank for RAISE/XFER and a legacy deck)
           05 EVT-SOURCE                PIC X(5).
           05 FILLER                    PIC X(1).
           05 EVT-SUBMITTER             PIC X(8).
           05 FILLER                    PIC X(10).
      *
       FD  EVT-SEQ-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  EVT-SEQ-IN-RECORD.
           05 EVSI-LAST-SEQ             PIC 9(9).
           05 FILLER                    PIC X(21).
      *
       FD  EVT-SEQ-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  EVT-SEQ-OUT-RECORD.
           05 EVSO-LAST-SEQ             PIC 9(9).
           05 FILLER                    PIC X(1).
           05 EVSO-RUN-DATE             PIC X(8).
           05 FILLER                    PIC X(1).
           05 EVSO-MODE                 PIC X(5).
           05 FILLER                    PIC X(6).
      *
       WORKING-STORAGE SECTION.
       COPY "connect_fn".
       COPY "check_err_fn".
       COPY "read_fn".
       COPY "hist_fn".
       COPY "cal_fn".
      * connect fields with variable length
       01  WS-DBNAME            PIC X(9).
       01  WS-USERID            PIC X(20).
           88 WS-MODE-XFER                    VALUE "XFER".
           88 WS-MODE-UNLOAD                  VALUE "UNLD".
           88 WS-MODE-LOAD                    VALUE "LOAD".
           88 WS-MODE-RIF                     VALUE "RIF".
           88 WS-MODE-MERIT                   VALUE "MERIT".
           88 WS-MODE-CLOSE                   VALUE "CLOSE".
      * intake batch-control fields. HIRETRAN and MAINTRAN arrive
      *    wrapped in batch control records - a BH header (batch
      *    id, submitting clerk, date) and a BT trailer (detail
       01  WS-BVAL-BATCH-COUNT      PIC 9(5)  VALUE ZERO.
      * the control records carved out of the transaction record -
      *    one layout serves both files
       01  WS-BATCH-CTL-REC         PIC X(40) VALUE SPACES.
       01  WS-BATCH-HEADER-VIEW REDEFINES WS-BATCH-CTL-REC.
           05 WS-BH-TYPE            PIC X(2).
           05 FILLER                PIC X(1).
           05 WS-BH-CLERK           PIC X(8).
           05 FILLER                PIC X(1).
           05 WS-BH-DATE            PIC X(10).
           05 FILLER                PIC X(1).
           05 WS-BH-SUBMITTER       PIC X(8).
       01  WS-BATCH-TRAILER-VIEW REDEFINES WS-BATCH-CTL-REC.
           05 WS-BT-TYPE            PIC X(2).
           05 FILLER                PIC X(1).
           05 WS-BT-HASH-X          PIC X(15).
           05 WS-BT-HASH REDEFINES WS-BT-HASH-X
                                    PIC 9(13)V99.
           05 FILLER                PIC X(12).
      * per-batch register bookkeeping - applied/rejected counts
      *    at the BH so the BT line shows the batch's own numbers
       01  WS-BATCH-BASE-APPLIED    PIC 9(7)  VALUE ZERO.
       01  WS-BATCH-BASE-REJECTED   PIC 9(7)  VALUE ZERO.
       01  WS-BATCH-DELTA           PIC 9(7)  VALUE ZERO.
      * the clerk on the batch in hand - set at its BH, cleared at
      *    its BT, blank for the release passes and a legacy deck.
       01  WS-BATCH-CLERK           PIC X(8)  VALUE SPACES.
      * the userid the batch was submitted under - same life as the
      *    clerk; a release pass restores it from the queued record
      *    so the register still names who asked for the change.
       01  WS-BATCH-SUBMITTER       PIC X(8)  VALUE SPACES.
       01  WS-BATCH-RPT-LINE.
           05 FILLER                PIC X(7)  VALUE "BATCH: ".
           05 WS-BR-BATCH-ID        PIC X(8).
           05 WS-BR-CLERK           PIC X(8).
           05 FILLER                PIC X(7)  VALUE " DATE: ".
           05 WS-BR-DATE            PIC X(10).
           05 FILLER                PIC X(12) VALUE " SUBMITTER: ".
           05 WS-BR-SUBMITTER       PIC X(8).
      * submitter authorization - the AUTHFILE grants, loaded once
      *    per intake. A record released from the pending or
      *    approval queue was authorized the night it was taken in
      *    and is not judged again.
       01  WS-AUTH-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-AUTH-EOF-SW           PIC X(1)  VALUE "N".
           88 WS-AUTH-EOF                     VALUE "Y".
       01  WS-AUTH-LOADED-SW        PIC X(1)  VALUE "N".
           88 WS-AUTH-LOADED                  VALUE "Y".
       01  WS-AUTH-COUNT            PIC S9(4) COMP VALUE ZERO.
       01  WS-AUTH-MAX              PIC S9(4) COMP VALUE 2000.
       01  WS-AUTH-IX               PIC S9(4) COMP VALUE ZERO.
       01  WS-AUTH-TABLE.
           05 WS-AUTH-ENTRY OCCURS 2000 TIMES.
              10 WS-AU-USERID       PIC X(8).
              10 WS-AU-DEPT         PIC X(3).
              10 WS-AU-FUNCS        PIC X(5).
      * the caller's question - the department, the function's
      *    byte in WS-AU-FUNCS (1 hire, 2 UP, 3 DL, 4 TM), and
      *    whether a salary is being set (byte 5)
       01  WS-AUTH-TEST-DEPT        PIC X(3)  VALUE SPACES.
       01  WS-AUTH-TEST-POS         PIC 9(1)  VALUE ZERO.
       01  WS-AUTH-TEST-SALARY-SW   PIC X(1)  VALUE "N".
           88 WS-AUTH-TEST-SALARY             VALUE "Y".
       01  WS-AUTH-FUNC-OK-SW       PIC X(1)  VALUE "N".
           88 WS-AUTH-FUNC-OK                 VALUE "Y".
       01  WS-AUTH-SALARY-OK-SW     PIC X(1)  VALUE "N".
           88 WS-AUTH-SALARY-OK               VALUE "Y".
       01  WS-AUTH-REFUSED-SW       PIC X(1)  VALUE "N".
           88 WS-AUTH-REFUSED                 VALUE "Y".
       01  WS-AUTH-REFUSED-TEXT     PIC X(25) VALUE SPACES.
       01  WS-QUEUED-RELEASE-SW     PIC X(1)  VALUE "N".
           88 WS-QUEUED-RELEASE               VALUE "Y".
       01  WS-BATCH-END-LINE.
           05 FILLER                PIC X(21)
                    VALUE "BATCH END - APPLIED: ".
           05 WS-XRT-COUNT          PIC ZZZZZZ9.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-XRT-PAYROLL        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
      * MODE=RIF fields. Scope is RIFDEPT cards plus RIFLIST lines;
      *    RIFCOUNT positions are drawn from the in-scope pool in
      *    seniority order - latest HIRE_DATE first, ties broken by
      *    the higher EMP_ID (issued later) first - so the same EMP
      *    table and cards always draw the same list. RIFLEAVE EXCL
      *    (the default) keeps employees on leave (L) or military
      *    service (M) out of the pool and lists them apart; FLAG
      *    ranks them like anyone else and marks them for Legal.
      *    RIFDATE is the termination date (default: tonight);
      *    RIFAPPLY Y writes the TM deck, anything else is the
      *    what-if list only.
       01  WS-RIFLIST-STATUS        PIC X(2)  VALUE SPACES.
       01  WS-RIFRPT-STATUS         PIC X(2)  VALUE SPACES.
       01  WS-RIFTRAN-STATUS        PIC X(2)  VALUE SPACES.
       01  WS-RIFLIST-EOF-SW        PIC X(1)  VALUE "N".
           88 WS-RIFLIST-EOF                  VALUE "Y".
       01  WS-RIF-APPLY-SW          PIC X(1)  VALUE "N".
           88 WS-RIF-APPLY                    VALUE "Y".
       01  WS-RIF-LEAVE-POLICY      PIC X(4)  VALUE "EXCL".
           88 WS-RIF-LEAVE-EXCLUDE            VALUE "EXCL".
           88 WS-RIF-LEAVE-FLAG               VALUE "FLAG".
       01  WS-RIF-COUNT-IN          PIC X(5)  VALUE SPACES.
       01  WS-RIF-COUNT REDEFINES WS-RIF-COUNT-IN
                                    PIC 9(5).
       01  WS-RIF-DATE              PIC X(10) VALUE SPACES.
       01  WS-RIF-BAD-SW            PIC X(1)  VALUE "N".
           88 WS-RIF-BAD                      VALUE "Y".
       01  WS-RIF-SCOPE-COUNT       PIC S9(4) COMP VALUE ZERO.
       01  WS-RIF-SCOPE-MAX         PIC S9(4) COMP VALUE 50.
       01  WS-RIF-SCOPE-IX          PIC S9(4) COMP VALUE ZERO.
       01  WS-RIF-SCOPE-CODE        PIC X(3)  VALUE SPACES.
       01  WS-RIF-SCOPE-FOUND-SW    PIC X(1)  VALUE "N".
           88 WS-RIF-SCOPE-FOUND              VALUE "Y".
       01  WS-RIF-SCOPE-TABLE.
           05 WS-RIF-SCOPE-ENTRY OCCURS 50 TIMES.
              10 WS-RS-DEPT         PIC X(3).
              10 WS-RS-HEADCOUNT    PIC 9(7).
      * the in-scope employees in rank order - rank 1 is the first
      *    drawn. WS-RE-POOL N marks an excluded L/M employee.
       01  WS-RIF-EMP-COUNT         PIC S9(4) COMP VALUE ZERO.
       01  WS-RIF-EMP-MAX           PIC S9(4) COMP VALUE 3000.
       01  WS-RIF-EMP-IX            PIC S9(4) COMP VALUE ZERO.
       01  WS-RIF-SHIFT-IX          PIC S9(4) COMP VALUE ZERO.
       01  WS-RIF-STOP-SW           PIC X(1)  VALUE "N".
           88 WS-RIF-STOP                     VALUE "Y".
       01  WS-RIF-OVFL-SW           PIC X(1)  VALUE "N".
           88 WS-RIF-OVERFLOW                 VALUE "Y".
       01  WS-RIF-FETCH-DONE-SW     PIC X(1)  VALUE "N".
           88 WS-RIF-FETCH-DONE               VALUE "Y".
       01  WS-RIF-FETCH-FAIL-SW     PIC X(1)  VALUE "N".
           88 WS-RIF-FETCH-FAILED             VALUE "Y".
       01  WS-RIF-EMP-TABLE.
           05 WS-RIF-EMP-ENTRY OCCURS 3000 TIMES.
              10 WS-RE-EMP-ID       PIC 9(6).
              10 WS-RE-FIRST-NAME   PIC X(12).
              10 WS-RE-LAST-NAME    PIC X(15).
              10 WS-RE-SEX          PIC X(1).
              10 WS-RE-DEPARTMENT   PIC X(3).
              10 WS-RE-HIRE-DATE    PIC X(10).
              10 WS-RE-STATUS       PIC X(1).
              10 WS-RE-SALARY       PIC S9(7)V99 COMP-3.
              10 WS-RE-POOL         PIC X(1).
              10 WS-RE-SELECTED     PIC X(1).
       01  WS-RIF-NEW-ENTRY.
           05 WS-RN-EMP-ID          PIC 9(6).
           05 WS-RN-FIRST-NAME      PIC X(12).
           05 WS-RN-LAST-NAME       PIC X(15).
           05 WS-RN-SEX             PIC X(1).
           05 WS-RN-DEPARTMENT      PIC X(3).
           05 WS-RN-HIRE-DATE       PIC X(10).
           05 WS-RN-STATUS          PIC X(1).
           05 WS-RN-SALARY          PIC S9(7)V99 COMP-3.
           05 WS-RN-POOL            PIC X(1).
           05 WS-RN-SELECTED        PIC X(1).
       01  WS-RIF-POOL-COUNT        PIC 9(7)  VALUE ZERO.
       01  WS-RIF-EXCL-COUNT        PIC 9(7)  VALUE ZERO.
       01  WS-RIF-FLAG-COUNT        PIC 9(7)  VALUE ZERO.
       01  WS-RIF-SELECTED-COUNT    PIC 9(7)  VALUE ZERO.
       01  WS-RIF-RANK              PIC 9(7)  VALUE ZERO.
       01  WS-RIF-SELECTED-PAYROLL  PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-RIF-TM-WRITTEN        PIC 9(7)  VALUE ZERO.
      * adverse impact - pool and selections by sex, index 1 F,
      *    2 M; anything else is counted apart
       01  WS-RIF-SEX-IX            PIC S9(4) COMP VALUE ZERO.
       01  WS-RIF-SEX-TABLE.
           05 WS-RIF-SEX-ENTRY OCCURS 2 TIMES.
              10 WS-RX-POOL         PIC 9(7).
              10 WS-RX-SELECTED     PIC 9(7).
              10 WS-RX-SEL-RATE     PIC 9(3)V9.
              10 WS-RX-RET-RATE     PIC 9(3)V9.
       01  WS-RIF-SEX-OTHER-POOL    PIC 9(7)  VALUE ZERO.
       01  WS-RIF-SEX-OTHER-SEL     PIC 9(7)  VALUE ZERO.
       01  WS-RIF-IMPACT-RATIO      PIC 9(3)V9 VALUE ZERO.
       01  WS-RIF-IMPACT-SW         PIC X(1)  VALUE "N".
           88 WS-RIF-IMPACT-FOUND             VALUE "Y".
           88 WS-RIF-IMPACT-NOT-COMPUTABLE    VALUE "U".
      * the TM transaction written for each selection
       01  WS-RIF-TM-RECORD.
           05 WS-RTM-FUNC           PIC X(2)  VALUE "TM".
           05 WS-RTM-WHATIF         PIC X(1)  VALUE SPACE.
           05 WS-RTM-EMP-ID         PIC 9(6).
           05 FILLER                PIC X(12) VALUE SPACES.
           05 FILLER                PIC X(15) VALUE SPACES.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 FILLER                PIC X(9)  VALUE SPACES.
           05 FILLER                PIC X(10) VALUE SPACES.
           05 WS-RTM-TERM-DATE      PIC X(10).
           05 WS-RTM-TERM-REASON    PIC X(3)  VALUE "RIF".
           05 WS-RTM-EFF-DATE       PIC X(10).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 FILLER                PIC X(6)  VALUE SPACES.
           05 FILLER                PIC X(1)  VALUE SPACE.
       01  WS-RIF-BH-RECORD.
           05 FILLER                PIC X(3)  VALUE "BH ".
           05 WS-RBH-BATCH-ID       PIC X(8).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-RBH-CLERK          PIC X(8).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-RBH-DATE           PIC X(10).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-RBH-SUBMITTER      PIC X(8).
       01  WS-RIF-BT-RECORD.
           05 FILLER                PIC X(3)  VALUE "BT ".
           05 WS-RBT-COUNT          PIC 9(9).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-RBT-HASH           PIC 9(13)V99 VALUE ZERO.
      * RIFRPT layouts
       01  WS-RIF-RPT-HEADING.
           05 FILLER                PIC X(40)
                    VALUE "REDUCTION-IN-FORCE SELECTION".
           05 FILLER                PIC X(8)  VALUE "DATE: ".
           05 WS-RFH-DATE           PIC X(10).
       01  WS-RIF-BANNER-WHATIF     PIC X(60) VALUE
           "*** WHAT-IF SELECTION ONLY - NO TM DECK WRITTEN ***".
       01  WS-RIF-BANNER-APPLY      PIC X(70) VALUE
           "*** TM DECK WRITTEN TO RIFTRAN FOR REVIEW - NOTHING DELETED
      -    " ***".
       01  WS-RIF-SCOPE-LINE.
           05 FILLER                PIC X(20)
                    VALUE "SCOPE DEPARTMENTS:  ".
           05 WS-RSL-DEPTS          PIC X(100).
       01  WS-RIF-PARM-LINE.
           05 FILLER                PIC X(20)
                    VALUE "POSITIONS:          ".
           05 WS-RPL-COUNT          PIC ZZZZ9.
           05 FILLER                PIC X(12) VALUE "   IN POOL: ".
           05 WS-RPL-POOL           PIC ZZZZZZ9.
           05 FILLER                PIC X(13) VALUE "   EXCLUDED: ".
           05 WS-RPL-EXCL           PIC ZZZZZZ9.
           05 FILLER                PIC X(17) VALUE "   LEAVE POLICY: ".
           05 WS-RPL-POLICY         PIC X(4).
           05 FILLER                PIC X(14) VALUE "   TERM DATE: ".
           05 WS-RPL-DATE           PIC X(10).
       01  WS-RIF-RULE-LINE         PIC X(100) VALUE
           "RANKING: LATEST HIRE_DATE FIRST, TIES BY HIGHER EMP_ID FIRS
      -    "T - RANK 1 IS DRAWN FIRST".
       01  WS-RIF-COLUMN-HEADING    PIC X(110) VALUE
           "   RANK EMP_ID LAST NAME       FIRST NAME   S DEP HIRE DATE
      -    " ST         SALARY RESULT   FLAG".
       01  WS-RIF-DETAIL.
           05 WS-RFD-RANK           PIC ZZZZZZ9 BLANK WHEN ZERO.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-RFD-EMP-ID         PIC 9(6).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-RFD-LAST-NAME      PIC X(15).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-RFD-FIRST-NAME     PIC X(12).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-RFD-SEX            PIC X(1).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-RFD-DEPT           PIC X(3).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-RFD-HIRE-DATE      PIC X(10).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-RFD-STATUS         PIC X(1).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-RFD-SALARY         PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-RFD-RESULT         PIC X(8).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-RFD-FLAG           PIC X(20).
       01  WS-RIF-EXCL-HEADING      PIC X(70) VALUE
           "EXCLUDED FROM THE POOL - ON LEAVE (L) OR MILITARY SERVICE (M
      -    ")".
       01  WS-RIF-NONE-LINE         PIC X(20) VALUE "   (NONE)".
       01  WS-RIF-TOTAL-LINE.
           05 FILLER                PIC X(20)
                    VALUE "SELECTED:           ".
           05 WS-RTL-SELECTED       PIC ZZZZZZ9.
           05 FILLER                PIC X(17) VALUE "   SALARY TOTAL: ".
           05 WS-RTL-PAYROLL        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(20)
                    VALUE "   FLAGGED ON LEAVE:".
           05 WS-RTL-FLAGGED        PIC ZZZZZZ9.
       01  WS-RIF-AI-HEADING        PIC X(80) VALUE
           "ADVERSE-IMPACT CHECK (FOUR-FIFTHS RULE ON RETENTION RATES)".
       01  WS-RIF-AI-COLUMNS        PIC X(80) VALUE
           "SEX      IN POOL  SELECTED  SEL RATE  RETAINED  RET RATE".
       01  WS-RIF-AI-DETAIL.
           05 WS-RAD-SEX            PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-RAD-POOL           PIC ZZZZZZ9.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-RAD-SELECTED       PIC ZZZZZZ9.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-RAD-SEL-RATE       PIC ZZ9.9.
           05 FILLER                PIC X(3)  VALUE "%  ".
           05 WS-RAD-RETAINED       PIC ZZZZZZ9.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-RAD-RET-RATE       PIC ZZ9.9.
           05 FILLER                PIC X(1)  VALUE "%".
       01  WS-RIF-AI-OTHER-LINE.
           05 FILLER                PIC X(30)
                    VALUE "SEX NOT M/F (NOT COMPARED):   ".
           05 WS-RAO-POOL           PIC ZZZZZZ9.
           05 FILLER                PIC X(12) VALUE "  SELECTED: ".
           05 WS-RAO-SELECTED       PIC ZZZZZZ9.
       01  WS-RIF-AI-RESULT-LINE.
           05 FILLER                PIC X(38)
                    VALUE "IMPACT RATIO (LOWER / HIGHER RATE):  ".
           05 WS-RAR-RATIO          PIC ZZ9.9.
           05 FILLER                PIC X(4)  VALUE "%   ".
           05 WS-RAR-TEXT           PIC X(50).
      * MODE=MERIT fields. Every employee holding a MERITRTG rating
      *    and not excluded by EXCLSTAT is priced: the matrix
      *    percent for the rating and the salary's quartile of the
      *    department's GRADEFIL band (min to max in four equal
      *    steps - at or below min is quartile 1, at or above max
      *    quartile 4), base salary capped at the band maximum and
      *    the excess paid as a lump sum - all of it for anyone
      *    already at or over the maximum. MERITEFF is the
      *    effective date the deck carries (default: tonight);
      *    MERITAPPLY Y writes the deck, anything else is the
      *    what-if costing only.
       01  WS-MERITRTG-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-MERITMTX-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-MERITBDG-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-MERITRPT-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-MERITTRN-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-MERIT-EOF-SW          PIC X(1)  VALUE "N".
           88 WS-MERIT-EOF                    VALUE "Y".
       01  WS-MERIT-APPLY-SW        PIC X(1)  VALUE "N".
           88 WS-MERIT-APPLY                  VALUE "Y".
       01  WS-MERIT-EFF-DATE        PIC X(10) VALUE SPACES.
       01  WS-MERIT-BAD-SW          PIC X(1)  VALUE "N".
           88 WS-MERIT-BAD                    VALUE "Y".
       01  WS-MERIT-BDG-SW          PIC X(1)  VALUE "N".
           88 WS-MERIT-BDG-UNAVAILABLE        VALUE "Y".
       01  WS-MERIT-FETCH-DONE-SW   PIC X(1)  VALUE "N".
           88 WS-MERIT-FETCH-DONE             VALUE "Y".
       01  WS-MERIT-FETCH-FAIL-SW   PIC X(1)  VALUE "N".
           88 WS-MERIT-FETCH-FAILED           VALUE "Y".
       01  WS-MERIT-OVFL-SW         PIC X(1)  VALUE "N".
           88 WS-MERIT-OVERFLOW               VALUE "Y".
       01  WS-MERIT-FOUND-SW        PIC X(1)  VALUE "N".
           88 WS-MERIT-FOUND                  VALUE "Y".
       01  WS-MERIT-BAND-SW         PIC X(1)  VALUE "N".
           88 WS-MERIT-BAND-KNOWN             VALUE "Y".
       01  WS-MERIT-HDR-SW          PIC X(1)  VALUE "N".
           88 WS-MERIT-HDR-WRITTEN            VALUE "Y".
      * ratings - one per employee; WS-MG-USED Y once the employee
      *    was found in scope, so the leftovers can be listed
       01  WS-MERIT-RTG-COUNT       PIC S9(4) COMP VALUE ZERO.
       01  WS-MERIT-RTG-MAX         PIC S9(4) COMP VALUE 5000.
       01  WS-MERIT-RTG-IX          PIC S9(4) COMP VALUE ZERO.
       01  WS-MERIT-RTG-HIT         PIC S9(4) COMP VALUE ZERO.
       01  WS-MERIT-RTG-TABLE.
           05 WS-MERIT-RTG-ENTRY OCCURS 5000 TIMES.
              10 WS-MG-EMP-ID       PIC 9(6).
              10 WS-MG-RATING       PIC X(1).
              10 WS-MG-USED         PIC X(1).
       01  WS-MERIT-MTX-COUNT       PIC S9(4) COMP VALUE ZERO.
       01  WS-MERIT-MTX-MAX         PIC S9(4) COMP VALUE 20.
       01  WS-MERIT-MTX-IX          PIC S9(4) COMP VALUE ZERO.
       01  WS-MERIT-QTR-IX          PIC S9(4) COMP VALUE ZERO.
       01  WS-MERIT-MTX-TABLE.
           05 WS-MERIT-MTX-ENTRY OCCURS 20 TIMES.
              10 WS-MX-RATING       PIC X(1).
              10 WS-MX-PCT          PIC 9(2)V99 OCCURS 4 TIMES.
       01  WS-MERIT-BDG-COUNT       PIC S9(4) COMP VALUE ZERO.
       01  WS-MERIT-BDG-MAX         PIC S9(4) COMP VALUE 100.
       01  WS-MERIT-BDG-IX          PIC S9(4) COMP VALUE ZERO.
       01  WS-MERIT-BDG-TABLE.
           05 WS-MERIT-BDG-ENTRY OCCURS 100 TIMES.
              10 WS-MB-DEPT         PIC X(3).
              10 WS-MB-BUDGET       PIC S9(9)V99 COMP-3.
      * the UP deck is held until the whole population is priced -
      *    a walk that fails part way writes no deck at all
       01  WS-MERIT-UP-COUNT        PIC S9(4) COMP VALUE ZERO.
       01  WS-MERIT-UP-MAX          PIC S9(4) COMP VALUE 5000.
       01  WS-MERIT-UP-IX           PIC S9(4) COMP VALUE ZERO.
       01  WS-MERIT-UP-TABLE.
           05 WS-MERIT-UP-ENTRY OCCURS 5000 TIMES.
              10 WS-MK-EMP-ID       PIC 9(6).
              10 WS-MK-SALARY       PIC S9(7)V99 COMP-3.
      * the department being walked and its band
       01  WS-MERIT-DEPT            PIC X(3)  VALUE SPACES.
       01  WS-MERIT-GRADE           PIC X(2)  VALUE SPACES.
       01  WS-MERIT-RATING          PIC X(1)  VALUE SPACES.
       01  WS-MERIT-QUARTILE        PIC 9(1)  VALUE ZERO.
       01  WS-MERIT-PENETRATION     PIC S9(5)V99 COMP-3 VALUE ZERO.
       01  WS-MERIT-COMPA           PIC S9(3)V9 COMP-3 VALUE ZERO.
       01  WS-MERIT-PCT             PIC 9(2)V99 VALUE ZERO.
       01  WS-MERIT-SALARY          PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-MERIT-INCREASE        PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-MERIT-BASE-INCR       PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-MERIT-LUMP            PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-MERIT-NEW-SALARY      PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-MERIT-NOTE            PIC X(20) VALUE SPACES.
      * department and run totals
       01  WS-MERIT-DEPT-HEADS      PIC 9(7)  VALUE ZERO.
       01  WS-MERIT-DEPT-PAYROLL    PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-MERIT-DEPT-BASE       PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-MERIT-DEPT-LUMP       PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-MERIT-DEPT-COST       PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-MERIT-DEPT-BUDGET     PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-MERIT-TOT-HEADS       PIC 9(7)  VALUE ZERO.
       01  WS-MERIT-TOT-PAYROLL     PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-MERIT-TOT-BASE        PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-MERIT-TOT-LUMP        PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-MERIT-TOT-COST        PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-MERIT-TOT-BUDGET      PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-MERIT-NOT-RATED       PIC 9(7)  VALUE ZERO.
       01  WS-MERIT-EXCL-COUNT      PIC 9(7)  VALUE ZERO.
       01  WS-MERIT-EXCEPT-COUNT    PIC 9(7)  VALUE ZERO.
       01  WS-MERIT-UNMATCHED       PIC 9(7)  VALUE ZERO.
       01  WS-MERIT-OVER-COUNT      PIC 9(7)  VALUE ZERO.
       01  WS-MERIT-UP-HASH         PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-MERIT-UP-RECORD.
           05 FILLER                PIC X(2)  VALUE "UP".
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-MUP-EMP-ID         PIC 9(6).
           05 FILLER                PIC X(12) VALUE SPACES.
           05 FILLER                PIC X(15) VALUE SPACES.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-MUP-SALARY         PIC S9(7)V99.
           05 FILLER                PIC X(10) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE SPACES.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-MUP-EFF-DATE       PIC X(10).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 FILLER                PIC X(6)  VALUE SPACES.
           05 FILLER                PIC X(1)  VALUE SPACE.
       01  WS-MERIT-BH-RECORD.
           05 FILLER                PIC X(3)  VALUE "BH ".
           05 WS-MBH-BATCH-ID       PIC X(8).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-MBH-CLERK          PIC X(8).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-MBH-DATE           PIC X(10).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-MBH-SUBMITTER      PIC X(8).
       01  WS-MERIT-BT-RECORD.
           05 FILLER                PIC X(3)  VALUE "BT ".
           05 WS-MBT-COUNT          PIC 9(9).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-MBT-HASH           PIC 9(13)V99 VALUE ZERO.
      * MERITRPT layouts
       01  WS-MERIT-RPT-HEADING.
           05 FILLER                PIC X(40)
                    VALUE "MERIT CYCLE COST REVIEW".
           05 FILLER                PIC X(8)  VALUE "DATE: ".
           05 WS-MRH-DATE           PIC X(10).
       01  WS-MERIT-BANNER-WHATIF   PIC X(60) VALUE
           "*** WHAT-IF COSTING ONLY - NO UP DECK WRITTEN ***".
       01  WS-MERIT-BANNER-APPLY    PIC X(70) VALUE
           "*** UP DECK WRITTEN TO MERITTRN FOR MODE=MAINT ***".
       01  WS-MERIT-PARM-LINE.
           05 FILLER                PIC X(20)
                    VALUE "EFFECTIVE DATE:     ".
           05 WS-MPL-EFF-DATE       PIC X(10).
           05 FILLER                PIC X(12) VALUE "   RATINGS: ".
           05 WS-MPL-RATINGS        PIC ZZZZZZ9.
           05 FILLER                PIC X(18)
                    VALUE "   MATRIX ROWS:   ".
           05 WS-MPL-MATRIX         PIC ZZZZZZ9.
           05 FILLER                PIC X(14) VALUE "   EXCLSTAT: ".
           05 WS-MPL-EXCL           PIC X(4).
       01  WS-MERIT-RULE-LINE.
           05 FILLER                PIC X(47) VALUE
              "QUARTILE: SALARY'S POSITION IN THE GRADE BAND, ".
           05 FILLER                PIC X(47) VALUE
              "MIN TO MAX IN FOUR EQUAL STEPS; BASE CAPPED AT ".
           05 FILLER                PIC X(28) VALUE
              "BAND MAX, EXCESS AS LUMP SUM".
       01  WS-MERIT-DEPT-HEADING.
           05 FILLER                PIC X(11) VALUE "DEPARTMENT ".
           05 WS-MDH-DEPT           PIC X(3).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-MDH-NAME           PIC X(25).
           05 FILLER                PIC X(7)  VALUE " GRADE ".
           05 WS-MDH-GRADE          PIC X(2).
           05 FILLER                PIC X(7)  VALUE "  BAND ".
           05 WS-MDH-MIN            PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(3)  VALUE " - ".
           05 WS-MDH-MID            PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(3)  VALUE " - ".
           05 WS-MDH-MAX            PIC Z,ZZZ,ZZ9.99.
       01  WS-MERIT-NO-BAND-LINE    PIC X(70) VALUE
           "   *** NO GRADE BAND FOR THIS DEPARTMENT - NOT PRICED ***".
       01  WS-MERIT-COLUMN-HEADING.
           05 FILLER                PIC X(47) VALUE
              "EMP_ID LAST NAME       FIRST NAME   R  Q COMPA ".
           05 FILLER                PIC X(42) VALUE
              "      SALARY   PCT   NEW SALARY  BASE INCR".
           05 FILLER                PIC X(16) VALUE
              "   LUMP SUM NOTE".
       01  WS-MERIT-DETAIL.
           05 WS-MRD-EMP-ID         PIC 9(6).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-MRD-LAST-NAME      PIC X(15).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-MRD-FIRST-NAME     PIC X(12).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-MRD-RATING         PIC X(1).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-MRD-QUARTILE       PIC 9(1).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-MRD-COMPA          PIC ZZ9.9.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-MRD-SALARY         PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-MRD-PCT            PIC Z9.99.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-MRD-NEW-SALARY     PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-MRD-BASE-INCR      PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-MRD-LUMP           PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-MRD-NOTE           PIC X(20).
       01  WS-MERIT-DEPT-TOTAL.
           05 FILLER                PIC X(8)  VALUE "  HEADS ".
           05 WS-MDT-HEADS          PIC ZZZZ9.
           05 FILLER                PIC X(6)  VALUE " BASE ".
           05 WS-MDT-BASE           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(6)  VALUE " LUMP ".
           05 WS-MDT-LUMP           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(7)  VALUE " TOTAL ".
           05 WS-MDT-COST           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(8)  VALUE " BUDGET ".
           05 WS-MDT-BUDGET         PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(5)  VALUE " VAR ".
           05 WS-MDT-VARIANCE       PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-MDT-FLAG           PIC X(19).
       01  WS-MERIT-GRAND-HEADING   PIC X(40) VALUE
           "ALL DEPARTMENTS".
       01  WS-MERIT-GRAND-LINE.
           05 FILLER                PIC X(8)  VALUE "  HEADS ".
           05 WS-MGT-HEADS          PIC ZZZZ9.
           05 FILLER                PIC X(6)  VALUE " BASE ".
           05 WS-MGT-BASE           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(6)  VALUE " LUMP ".
           05 WS-MGT-LUMP           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(7)  VALUE " TOTAL ".
           05 WS-MGT-COST           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(8)  VALUE " BUDGET ".
           05 WS-MGT-BUDGET         PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(5)  VALUE " VAR ".
           05 WS-MGT-VARIANCE       PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-MERIT-PCT-LINE.
           05 FILLER                PIC X(30)
                    VALUE "   CURRENT PAYROLL PRICED:    ".
           05 WS-MPC-PAYROLL        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(24)
                    VALUE "   BASE INCREASE AS PCT:".
           05 WS-MPC-PCT            PIC ZZ9.99.
           05 FILLER                PIC X(1)  VALUE "%".
       01  WS-MERIT-COUNT-LINE.
           05 FILLER                PIC X(16) VALUE "   NOT RATED:  ".
           05 WS-MCL-NOT-RATED      PIC ZZZZZZ9.
           05 FILLER                PIC X(15) VALUE "   EXCLUDED:  ".
           05 WS-MCL-EXCL           PIC ZZZZZZ9.
           05 FILLER                PIC X(17) VALUE "   EXCEPTIONS:  ".
           05 WS-MCL-EXCEPT         PIC ZZZZZZ9.
           05 FILLER                PIC X(15) VALUE "   UP RECORDS: ".
           05 WS-MCL-UP             PIC ZZZZZZ9.
       01  WS-MERIT-UNMATCHED-HEADING.
           05 FILLER                PIC X(34) VALUE
              "RATINGS WITH NO EMPLOYEE IN SCOPE ".
           05 FILLER                PIC X(46) VALUE
              "(NOT ON EMP, EXCLUDED, OR OUTSIDE THE DEPT)".
       01  WS-MERIT-UNMATCHED-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-MUL-EMP-ID         PIC 9(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-MUL-RATING         PIC X(1).
       01  WS-MERIT-NONE-LINE       PIC X(20) VALUE "   (NONE)".
      * offboarding archive fields
       01  WS-EMPHIST-STATUS        PIC X(2)  VALUE SPACES.
       01  WS-EMPHIST-SW            PIC X(1)  VALUE "N".
       01  WS-CHG-COUNT             PIC 9(7)  VALUE ZERO.
       01  WS-CHG-FUNC              PIC X(2)  VALUE SPACES.
       01  WS-CHG-EMP-ID            PIC 9(6)  VALUE ZERO.
      * the approver of a change released from the approval
      *    queue - SPACES for every other register entry.
       01  WS-CHG-APPROVER          PIC X(8)  VALUE SPACES.
      * one image layout serves before and after - names, sex,
      *    department, salary (edited for the eye), hire date.
       01  WS-CHG-BEFORE-IMAGE.
           05 WS-CRT-EMP-ID         PIC 9(6).
           05 FILLER                PIC X(5)  VALUE "  AT ".
           05 WS-CRT-TIMESTAMP      PIC X(17).
           05 FILLER                PIC X(15)
                    VALUE "  SUBMITTED BY ".
           05 WS-CRT-SUBMITTER      PIC X(8).
       01  WS-CHG-RPT-BEFORE-LINE.
           05 FILLER                PIC X(9)  VALUE "  BEFORE ".
           05 WS-CRB-IMAGE          PIC X(59).
       01  WS-CHG-RPT-AFTER-LINE.
           05 FILLER                PIC X(9)  VALUE "  AFTER  ".
           05 WS-CRA-IMAGE          PIC X(59).
       01  WS-CHG-RPT-APPROVER-LINE.
           05 FILLER                PIC X(22)
                    VALUE "  SECOND APPROVAL BY: ".
           05 WS-CRP-APPROVER       PIC X(8).
       01  WS-CHG-RPT-FOOTER.
           05 FILLER                PIC X(21)
                    VALUE "CHANGES REGISTERED: ".
       01  WS-PENDOUT-SW            PIC X(1)  VALUE "N".
           88 WS-PENDOUT-UNAVAILABLE          VALUE "Y".
       01  WS-INTAKE-DATE           PIC X(10) VALUE SPACES.
      * a queued transaction matures on the first business day on
      *    or after its effective date (BUSCAL calendar), so one
      *    effective on a holiday or a weekend releases the next
      *    business day rather than on a day nobody is working it.
       01  WS-INTAKE-INT            PIC S9(9) COMP VALUE ZERO.
       01  WS-PEND-EFF-9            PIC 9(8)  VALUE ZERO.
       01  WS-PEND-EFF-X REDEFINES WS-PEND-EFF-9
                                    PIC X(8).
       01  WS-PEND-MATURED-SW       PIC X(1)  VALUE "N".
           88 WS-PEND-MATURED                 VALUE "Y".
       01  WS-PEND-DIVERTED-COUNT   PIC 9(7)  VALUE ZERO.
       01  WS-PEND-RELEASED-COUNT   PIC 9(7)  VALUE ZERO.
       01  WS-PEND-CARRIED-COUNT    PIC 9(7)  VALUE ZERO.
      * two-person approval queue fields. APPRPCT is the salary-
      *    change threshold, digits with two implied decimals like
      *    RAISEPCT (1000 is 10.00 percent) - an UP moving salary by
      *    more than that, either way, waits for a second approver.
      *    Zero leaves the salary test off; DL and dismissal TM
      *    always queue. WS-APPR-RELEASE-SW is on while an approved
      *    record is going through the apply path, so it is not
      *    diverted a second time.
       01  WS-APPRIN-STATUS         PIC X(2)  VALUE SPACES.
       01  WS-APPROUT-STATUS        PIC X(2)  VALUE SPACES.
       01  WS-APPRIN-OPEN-SW        PIC X(1)  VALUE "N".
           88 WS-APPRIN-FILE-OPEN             VALUE "Y".
       01  WS-APPRIN-EOF-SW         PIC X(1)  VALUE "N".
           88 WS-APPRIN-EOF                   VALUE "Y".
       01  WS-APPROUT-SW            PIC X(1)  VALUE "N".
           88 WS-APPROUT-UNAVAILABLE          VALUE "Y".
       01  WS-APPR-PCT-IN           PIC X(4)  VALUE "1000".
       01  WS-APPR-PCT REDEFINES WS-APPR-PCT-IN
                                    PIC 9(2)V99.
       01  WS-APPR-CHG-PCT          PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-APPR-NEEDED-SW        PIC X(1)  VALUE "N".
           88 WS-APPROVAL-NEEDED              VALUE "Y".
       01  WS-APPR-RELEASE-SW       PIC X(1)  VALUE "N".
           88 WS-APPR-RELEASE-ON              VALUE "Y".
       01  WS-APPR-REASON           PIC X(4)  VALUE SPACES.
       01  WS-APPR-DIVERTED-COUNT   PIC 9(7)  VALUE ZERO.
       01  WS-APPR-RELEASED-COUNT   PIC 9(7)  VALUE ZERO.
       01  WS-APPR-DECLINED-COUNT   PIC 9(7)  VALUE ZERO.
       01  WS-APPR-CARRIED-COUNT    PIC 9(7)  VALUE ZERO.
      * reporting-line fields. The whole file is held in the table
      *    for the intake, kept in EMP_ID order, and written back
      *    out as the new generation at the end. The undo table
      *    remembers each line as it stood before a change not yet
      *    committed, so a breaker rollback can put the lines back
      *    the way the table rows went back; a commit forgets them.
       01  WS-RPTLIN-STATUS         PIC X(2)  VALUE SPACES.
       01  WS-RPTLOUT-STATUS        PIC X(2)  VALUE SPACES.
       01  WS-RPTLIN-EOF-SW         PIC X(1)  VALUE "N".
           88 WS-RPTLIN-EOF                   VALUE "Y".
       01  WS-RPTL-LOADED-SW        PIC X(1)  VALUE "N".
           88 WS-RPTL-LOADED                  VALUE "Y".
       01  WS-RPTLOUT-SW            PIC X(1)  VALUE "N".
           88 WS-RPTLOUT-UNAVAILABLE          VALUE "Y".
       01  WS-RPTL-OVFL-SW          PIC X(1)  VALUE "N".
           88 WS-RPTL-OVERFLOW                VALUE "Y".
       01  WS-RPTL-FOUND-SW         PIC X(1)  VALUE "N".
           88 WS-RPTL-FOUND                   VALUE "Y".
       01  WS-RPTL-STOP-SW          PIC X(1)  VALUE "N".
           88 WS-RPTL-STOP                    VALUE "Y".
       01  WS-RPTL-CHANGED-SW       PIC X(1)  VALUE "N".
           88 WS-RPTL-CHANGED                 VALUE "Y".
      * Y while a restart re-applies the line of a transaction the
      *    prior run already committed
       01  WS-RPTL-REPLAY-SW        PIC X(1)  VALUE "N".
           88 WS-RPTL-REPLAY                  VALUE "Y".
       01  WS-RPTL-COUNT            PIC S9(4) COMP VALUE ZERO.
       01  WS-RPTL-MAX              PIC S9(4) COMP VALUE 5000.
       01  WS-RPTL-IX               PIC S9(4) COMP VALUE ZERO.
       01  WS-RPTL-SHIFT-IX         PIC S9(4) COMP VALUE ZERO.
       01  WS-RPTL-TABLE.
           05 WS-RPTL-ENTRY OCCURS 5000 TIMES.
              10 WS-RL-EMP-ID       PIC 9(6).
              10 WS-RL-MGR-ID       PIC 9(6).
              10 WS-RL-EFF-DATE     PIC X(10).
       01  WS-RPTL-UNDO-COUNT       PIC S9(4) COMP VALUE ZERO.
       01  WS-RPTL-UNDO-MAX         PIC S9(4) COMP VALUE 1000.
       01  WS-RPTL-UNDO-IX          PIC S9(4) COMP VALUE ZERO.
       01  WS-RPTL-UNDO-OVFL-SW     PIC X(1)  VALUE "N".
           88 WS-RPTL-UNDO-OVERFLOW           VALUE "Y".
       01  WS-RPTL-UNDO-TABLE.
           05 WS-RPTL-UNDO-ENTRY OCCURS 1000 TIMES.
              10 WS-RU-EMP-ID       PIC 9(6).
      * Y - the employee had a line before the change; N - none
              10 WS-RU-HAD-LINE     PIC X(1).
              10 WS-RU-MGR-ID       PIC 9(6).
              10 WS-RU-EFF-DATE     PIC X(10).
      * the line being set or dropped - caller fills these
       01  WS-RPTL-WORK-EMP-ID      PIC 9(6)  VALUE ZERO.
       01  WS-RPTL-WORK-MGR-ID      PIC 9(6)  VALUE ZERO.
       01  WS-RPTL-WORK-MGR-X REDEFINES WS-RPTL-WORK-MGR-ID
                                    PIC X(6).
       01  WS-RPTL-WORK-EFF-DATE    PIC X(10) VALUE SPACES.
       01  WS-RPTL-OLD-MGR-ID       PIC 9(6)  VALUE ZERO.
       01  WS-RPTL-DIRECT-COUNT     PIC 9(5)  VALUE ZERO.
       01  WS-RPTL-SET-COUNT        PIC 9(7)  VALUE ZERO.
       01  WS-RPTL-DROPPED-COUNT    PIC 9(7)  VALUE ZERO.
       01  WS-RPTL-WRITTEN-COUNT    PIC 9(7)  VALUE ZERO.
      * direct reports left pointing at a manager tonight's run
      *    deleted or terminated - each one is an org-chart
      *    exception until HR moves them.
       01  WS-RPTL-ORPHANED-COUNT   PIC 9(7)  VALUE ZERO.
       01  WS-CHG-RPT-MANAGER-LINE.
           05 FILLER                PIC X(16)
                    VALUE "  REPORTS TO:   ".
           05 WS-CRM-NEW-MGR        PIC X(6).
           05 FILLER                PIC X(7)  VALUE "  WAS: ".
           05 WS-CRM-OLD-MGR        PIC X(6).
      * position-control fields. The requisition table holds the
      *    REQNIN generation as loaded, record for record, in
      *    requisition-id order; MODE=HIRE only ever changes an
      *    entry's state, never adds or drops one, so an index into
      *    it stays good for the whole run.
       01  WS-REQNIN-STATUS         PIC X(2)  VALUE SPACES.
       01  WS-REQNOUT-STATUS        PIC X(2)  VALUE SPACES.
       01  WS-REQNIN-EOF-SW         PIC X(1)  VALUE "N".
           88 WS-REQNIN-EOF                   VALUE "Y".
       01  WS-REQN-LOADED-SW        PIC X(1)  VALUE "N".
           88 WS-REQN-LOADED                  VALUE "Y".
       01  WS-REQNOUT-SW            PIC X(1)  VALUE "N".
           88 WS-REQNOUT-UNAVAILABLE          VALUE "Y".
       01  WS-REQN-OVFL-SW          PIC X(1)  VALUE "N".
           88 WS-REQN-OVERFLOW                VALUE "Y".
       01  WS-REQN-FOUND-SW         PIC X(1)  VALUE "N".
           88 WS-REQN-FOUND                   VALUE "Y".
      * Y while a restart re-checks a hire the prior run already
      *    committed - the position-control edits passed then and
      *    would not pass against the row now on EMP.
       01  WS-REQN-REPLAY-SW        PIC X(1)  VALUE "N".
           88 WS-REQN-REPLAY                  VALUE "Y".
      * how FILL-HIRE-REQUISITION-RTN is being asked to fill - H a
      *    hire just inserted (journaled for the breaker, printed
      *    on CHGRPT), P a future hire held on the pending queue,
      *    R a restart putting back a committed hire's fill.
       01  WS-REQN-FILL-SW          PIC X(1)  VALUE SPACE.
           88 WS-REQN-FILL-HIRE               VALUE "H".
           88 WS-REQN-FILL-HOLD               VALUE "P".
           88 WS-REQN-FILL-REPLAY             VALUE "R".
      * Y while the hire in flight came off the pending queue - a
      *    reject then hands its held requisition back.
       01  WS-HIRE-RELEASED-SW      PIC X(1)  VALUE "N".
           88 WS-HIRE-RELEASED                VALUE "Y".
       01  WS-REQN-COUNT            PIC S9(4) COMP VALUE ZERO.
       01  WS-REQN-MAX              PIC S9(4) COMP VALUE 2000.
       01  WS-REQN-IX               PIC S9(4) COMP VALUE ZERO.
       01  WS-REQN-SCAN-IX          PIC S9(4) COMP VALUE ZERO.
       01  WS-REQN-TABLE.
           05 WS-REQN-ENTRY OCCURS 2000 TIMES.
              10 WS-RQ-REQ-ID       PIC X(6).
              10 FILLER             PIC X(1).
              10 WS-RQ-DEPT         PIC X(3).
              10 FILLER             PIC X(1).
              10 WS-RQ-GRADE        PIC X(2).
              10 FILLER             PIC X(1).
              10 WS-RQ-BUDGET       PIC X(9).
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
       01  WS-REQN-UNDO-COUNT       PIC S9(4) COMP VALUE ZERO.
       01  WS-REQN-UNDO-MAX         PIC S9(4) COMP VALUE 1000.
       01  WS-REQN-UNDO-OVFL-SW     PIC X(1)  VALUE "N".
           88 WS-REQN-UNDO-OVERFLOW           VALUE "Y".
       01  WS-REQN-UNDO-TABLE.
           05 WS-REQN-UNDO-ENTRY OCCURS 1000 TIMES.
              10 WS-RQU-IX          PIC S9(4) COMP.
              10 WS-RQU-STATE       PIC X(1).
              10 WS-RQU-CLOSE-DATE  PIC X(10).
              10 WS-RQU-FILLED-BY   PIC X(6).
      * the requisition being looked up - caller fills it
       01  WS-REQN-WORK-ID          PIC X(6)  VALUE SPACES.
      * heads the department would carry with this hire - EMP rows
      *    now, plus future hires already holding a requisition
      *    there, plus the hire itself.
       01  WS-REQN-HEADS            PIC S9(9) COMP VALUE ZERO.
       01  WS-REQN-FILLED-COUNT     PIC 9(7)  VALUE ZERO.
       01  WS-REQN-HELD-COUNT       PIC 9(7)  VALUE ZERO.
       01  WS-REQN-REOPENED-COUNT   PIC 9(7)  VALUE ZERO.
       01  WS-REQN-WRITTEN-COUNT    PIC 9(7)  VALUE ZERO.
      * EMP_ID assignment fields. The control table holds the
      *    EMPIDIN generation record for record; only this run's
      *    location entry (WS-EID-LOC-IX) ever changes. Assignment
      *    is available only when the control file, its new
      *    generation, this location's entry and a complete EMPHIST
      *    archive are all in hand - without any one of them a
      *    number could be issued twice.
       01  WS-EIDIN-STATUS          PIC X(2)  VALUE SPACES.
       01  WS-EIDOUT-STATUS         PIC X(2)  VALUE SPACES.
       01  WS-EIDIN-EOF-SW          PIC X(1)  VALUE "N".
           88 WS-EIDIN-EOF                    VALUE "Y".
       01  WS-EID-LOADED-SW         PIC X(1)  VALUE "N".
           88 WS-EID-LOADED                   VALUE "Y".
       01  WS-EIDOUT-SW             PIC X(1)  VALUE "N".
           88 WS-EIDOUT-UNAVAILABLE           VALUE "Y".
       01  WS-EID-OVFL-SW           PIC X(1)  VALUE "N".
           88 WS-EID-OVERFLOW                 VALUE "Y".
       01  WS-EID-AVAIL-SW          PIC X(1)  VALUE "N".
           88 WS-EID-AVAILABLE                VALUE "Y".
       01  WS-EID-LOCATION          PIC X(16) VALUE SPACES.
       01  WS-EID-COUNT             PIC S9(4) COMP VALUE ZERO.
       01  WS-EID-MAX               PIC S9(4) COMP VALUE 50.
       01  WS-EID-IX                PIC S9(4) COMP VALUE ZERO.
       01  WS-EID-LOC-IX            PIC S9(4) COMP VALUE ZERO.
       01  WS-EID-TABLE.
           05 WS-EID-ENTRY OCCURS 50 TIMES.
              10 WS-EC-LOCATION     PIC X(16).
              10 FILLER             PIC X(1).
              10 WS-EC-RANGE-LOW    PIC 9(6).
              10 FILLER             PIC X(1).
              10 WS-EC-RANGE-HIGH   PIC 9(6).
              10 FILLER             PIC X(1).
              10 WS-EC-LAST-ISSUED  PIC 9(6).
              10 FILLER             PIC X(1).
              10 WS-EC-LAST-DATE    PIC X(10).
      * the number under test and the verdicts on it
       01  WS-EID-CANDIDATE         PIC 9(6)  VALUE ZERO.
       01  WS-EID-SEARCH-SW         PIC X(1)  VALUE SPACE.
           88 WS-EID-SEARCHING                VALUE SPACE.
           88 WS-EID-FOUND-FREE               VALUE "F".
           88 WS-EID-EXHAUSTED                VALUE "X".
           88 WS-EID-CHECK-FAILED             VALUE "E".
       01  WS-EID-TAKEN-SW          PIC X(1)  VALUE "N".
           88 WS-EID-TAKEN                    VALUE "Y".
      * Y while the hire in flight is going in under an EMP_ID the
      *    intake assigned it tonight
       01  WS-EID-ASSIGNED-SW       PIC X(1)  VALUE "N".
           88 WS-EID-ASSIGNED-THIS-TRAN       VALUE "Y".
       01  WS-EID-ASSIGNED-COUNT    PIC 9(7)  VALUE ZERO.
       01  WS-EID-RECOVERED-COUNT   PIC 9(7)  VALUE ZERO.
      * the prior run's assignments as read back from TRNCHKI on a
      *    restart - transaction sequence and the EMP_ID it got
       01  WS-EID-JRNL-COUNT        PIC S9(4) COMP VALUE ZERO.
       01  WS-EID-JRNL-MAX          PIC S9(4) COMP VALUE 2000.
       01  WS-EID-JRNL-IX           PIC S9(4) COMP VALUE ZERO.
       01  WS-EID-JRNL-FOUND-SW     PIC X(1)  VALUE "N".
           88 WS-EID-JRNL-FOUND               VALUE "Y".
       01  WS-EID-JRNL-TABLE.
           05 WS-EID-JRNL-ENTRY OCCURS 2000 TIMES.
              10 WS-EJ-SEQ          PIC 9(9).
              10 WS-EJ-EMP-ID       PIC 9(6).
       01  WS-CHG-RPT-EMPID-LINE.
           05 FILLER                PIC X(30)
                    VALUE "  EMP_ID ASSIGNED FROM RANGE ".
           05 WS-CRE-RANGE-LOW      PIC 9(6).
           05 FILLER                PIC X(1)  VALUE "-".
           05 WS-CRE-RANGE-HIGH     PIC 9(6).
           05 FILLER                PIC X(4)  VALUE " AT ".
           05 WS-CRE-LOCATION       PIC X(16).
      * hire confirmation list
       01  WS-HCONF-STATUS          PIC X(2)  VALUE SPACES.
       01  WS-HCONF-SW              PIC X(1)  VALUE "N".
           88 WS-HCONF-UNAVAILABLE            VALUE "Y".
       01  WS-HCONF-COUNT           PIC 9(7)  VALUE ZERO.
       01  WS-HCF-DISPOSITION       PIC X(30) VALUE SPACES.
       01  WS-HCONF-HEADING.
           05 FILLER                PIC X(34)
                    VALUE "NEW-HIRE CONFIRMATION LIST".
           05 FILLER                PIC X(8)  VALUE "DATE: ".
           05 WS-HCH-DATE           PIC X(10).
       01  WS-HCONF-COLUMNS.
           05 FILLER                PIC X(40)
                    VALUE "EMP_ID   LAST NAME       FIRST NAME   DE".
           05 FILLER                PIC X(41)
                    VALUE "PT HIRE DATE  REQ    ID FROM  DISPOSITION".
       01  WS-HCONF-LINE.
           05 WS-HCL-EMP-ID         PIC X(6).
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-HCL-LAST-NAME      PIC X(15).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-HCL-FIRST-NAME     PIC X(12).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-HCL-DEPARTMENT     PIC X(3).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-HCL-HIRE-DATE      PIC X(10).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-HCL-REQ-ID         PIC X(6).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-HCL-ID-SOURCE      PIC X(8).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-HCL-DISPOSITION    PIC X(30).
       01  WS-HCONF-FOOTER.
           05 FILLER                PIC X(21)
                    VALUE "HIRES LISTED:".
           05 WS-HCF-COUNT          PIC ZZZZZZ9.
           05 FILLER                PIC X(21)
                    VALUE "   EMP_IDS ASSIGNED: ".
           05 WS-HCF-ASSIGNED       PIC ZZZZZZ9.
       01  WS-CHG-RPT-REQN-LINE.
           05 FILLER                PIC X(16)
                    VALUE "  REQUISITION:  ".
           05 WS-CRQ-REQ-ID         PIC X(6).
           05 FILLER                PIC X(7)  VALUE " FILLED".
      * period close fields. The closed-month table is PERIODS' C
      *    records - MODE=CLOSE loads it so a month is never closed
      *    twice, the intakes so a transaction dated in a closed
      *    month is caught at the edit.
       01  WS-PERIODS-STATUS        PIC X(2)  VALUE SPACES.
       01  WS-PERIODS-EOF-SW        PIC X(1)  VALUE "N".
           88 WS-PERIODS-EOF                  VALUE "Y".
       01  WS-PERIODS-LOADED-SW     PIC X(1)  VALUE "N".
           88 WS-PERIODS-LOADED               VALUE "Y".
       01  WS-PERIODS-LOG-SW        PIC X(1)  VALUE "N".
           88 WS-PERIODS-LOG-OPEN             VALUE "Y".
       01  WS-CLOSED-COUNT          PIC S9(4) COMP VALUE ZERO.
       01  WS-CLOSED-MAX            PIC S9(4) COMP VALUE 600.
       01  WS-CLOSED-IX             PIC S9(4) COMP VALUE ZERO.
       01  WS-CLOSED-TABLE.
           05 WS-CLOSED-PERIOD OCCURS 600 TIMES
                                    PIC X(7).
      * the date under test (yyyy-mm-dd) and the verdict on it
       01  WS-PERIOD-TEST-DATE      PIC X(10) VALUE SPACES.
       01  WS-PERIOD-CLOSED-SW      PIC X(1)  VALUE "N".
           88 WS-PERIOD-IS-CLOSED             VALUE "Y".
      * Y while the transaction in flight is going into a closed
      *    month under its reopen authorization - set by the edit,
      *    logged on PERIODS once the change is applied.
       01  WS-REOPEN-SW             PIC X(1)  VALUE "N".
           88 WS-REOPEN-THIS-TRAN             VALUE "Y".
       01  WS-REOPEN-TRAN-DATE      PIC X(10) VALUE SPACES.
       01  WS-REOPEN-COUNT          PIC 9(7)  VALUE ZERO.
      * R records written since the last commit point - what a
      *    breaker rollback voids
       01  WS-REOPEN-UNDO-COUNT     PIC 9(7)  VALUE ZERO.
       01  WS-CHG-RPT-REOPEN-LINE.
           05 FILLER                PIC X(27)
                    VALUE "  CLOSED PERIOD REOPENED:  ".
           05 WS-CRO-PERIOD         PIC X(7).
           05 FILLER                PIC X(10) VALUE "  DATED:  ".
           05 WS-CRO-TRAN-DATE      PIC X(10).
      * the close request - CLOSEPER yyyy-mm, last month by default.
      *    The month has to be over and not already closed.
       01  WS-CLOSE-PERIOD          PIC X(7)  VALUE SPACES.
       01  WS-CLOSE-PERIOD-VIEW REDEFINES WS-CLOSE-PERIOD.
           05 WS-CP-YYYY            PIC 9(4).
           05 WS-CP-DASH            PIC X(1).
           05 WS-CP-MM              PIC 9(2).
       01  WS-CLOSE-CURRENT-PERIOD  PIC X(7)  VALUE SPACES.
       01  WS-CLOSE-WORK-YYYY       PIC 9(4)  VALUE ZERO.
       01  WS-CLOSE-WORK-MM         PIC 9(2)  VALUE ZERO.
      * the month's last day - the day before the first of the next
       01  WS-CLOSE-NEXT-9          PIC 9(8)  VALUE ZERO.
       01  WS-CLOSE-END-INT         PIC S9(9) COMP VALUE ZERO.
       01  WS-CLOSE-END-9           PIC 9(8)  VALUE ZERO.
       01  WS-CLOSE-END-VIEW REDEFINES WS-CLOSE-END-9.
           05 WS-CE-YYYY            PIC X(4).
           05 WS-CE-MM              PIC X(2).
           05 WS-CE-DD              PIC X(2).
       01  WS-CLOSE-END-DATE        PIC X(10) VALUE SPACES.
       01  WS-CLOSE-TS              PIC X(17) VALUE SPACES.
       01  WS-CLOSE-REFUSED-SW      PIC X(1)  VALUE "N".
           88 WS-CLOSE-REFUSED                VALUE "Y".
       01  WS-CLOSE-RAN-SW          PIC X(1)  VALUE "N".
           88 WS-CLOSE-REPORT-RAN             VALUE "Y".
       01  WS-CLOSE-REASON          PIC X(50) VALUE SPACES.
       01  WS-CLOSCERT-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-CLOSCERT-SW           PIC X(1)  VALUE "N".
           88 WS-CLOSCERT-UNAVAILABLE         VALUE "Y".
       01  WS-CERT-HEADING-1.
           05 FILLER                PIC X(40)
                    VALUE "PERIOD CLOSE CERTIFICATE".
           05 FILLER                PIC X(8)  VALUE "PERIOD: ".
           05 WS-CH1-PERIOD         PIC X(7).
       01  WS-CERT-HEADING-2.
           05 FILLER                PIC X(8)  VALUE "CLOSED: ".
           05 WS-CH2-TS             PIC X(17).
           05 FILLER                PIC X(5)  VALUE " BY: ".
           05 WS-CH2-USERID         PIC X(8).
           05 FILLER                PIC X(11) VALUE " DATABASE: ".
           05 WS-CH2-DBNAME         PIC X(9).
       01  WS-CERT-HEADING-3.
           05 FILLER                PIC X(15) VALUE "PERIOD ENDING: ".
           05 WS-CH3-END-DATE       PIC X(10).
           05 FILLER                PIC X(21)
                    VALUE "   STATUS EXCLUDED: ".
           05 WS-CH3-EXCL           PIC X(4).
       01  WS-CERT-COLUMNS.
           05 FILLER                PIC X(35)
                    VALUE "DEPT DEPARTMENT NAME".
           05 FILLER                PIC X(9)  VALUE "HEADCOUNT".
           05 FILLER                PIC X(19)
                    VALUE "            PAYROLL".
       01  WS-CERT-DETAIL.
           05 WS-CD-DEPT            PIC X(3).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-CD-NAME            PIC X(25).
           05 FILLER                PIC X(7)  VALUE SPACES.
           05 WS-CD-HEADS           PIC ZZZZZZ9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-CD-PAYROLL         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-CERT-TOTAL.
           05 FILLER                PIC X(37) VALUE "TOTAL".
           05 WS-CT-HEADS           PIC ZZZZZZ9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-CT-PAYROLL         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-CERT-TAKEN-LINE.
           05 FILLER                PIC X(20)
                    VALUE "DEPARTMENT HISTORY: ".
           05 WS-CTK-DEPTHIST       PIC X(12).
           05 FILLER                PIC X(12) VALUE "  SNAPSHOT: ".
           05 WS-CTK-SNAPSHOT       PIC X(12).
       01  WS-CERT-RESULT-LINE.
           05 FILLER                PIC X(8)  VALUE "RESULT: ".
           05 WS-CR-TEXT            PIC X(64).
      * intake rerun-safety fields. Every transaction read gets the
      *    next sequence number; a checkpoint record with the
      *    current sequence is written at every commit point, so the
       01  WS-PAY-END-INT           PIC S9(9) COMP VALUE ZERO.
       01  WS-PAY-START-INT         PIC S9(9) COMP VALUE ZERO.
       01  WS-PAY-ACTIVE-DAYS       PIC S9(5) COMP VALUE ZERO.
      * PRORATE WORKDAYS: the period's calendar-day share of the
      *    year is split over the period's working days, so a full
      *    period pays exactly what CALENDAR pays and a part period
      *    pays for the working days actually covered - a holiday
      *    month no longer shortchanges a mid-month hire. A period
      *    with no working days at all falls back to CALENDAR.
       01  WS-PAY-PRORATE           PIC X(8)  VALUE "CALENDAR".
           88 WS-PAY-PRORATE-WORKDAYS         VALUE "WORKDAYS".
       01  WS-PAY-PERIOD-DAYS       PIC S9(5) COMP VALUE ZERO.
       01  WS-PAY-PERIOD-WORKDAYS   PIC S9(5) COMP VALUE ZERO.
       01  WS-PAY-AMOUNT            PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-PAY-COUNT             PIC 9(9)  VALUE ZERO.
       01  WS-PAY-AMOUNT-HASH       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 FILLER                PIC X(2)  VALUE SPACES.
      * T terminated mid-period, H hired mid-period, F full period
           05 WS-PY-PRORATE-TAG     PIC X(1).
      * retroactive pay differential fields. The basis is the last
      *    period payroll paid, off PAYPRIOR's header: its end is
      *    how far back pay has gone out, and its shape sets the
      *    cycle - a period running the 1st to month-end means
      *    monthly periods, anything else fixed periods of its
      *    length anchored on it. Each applied salary change dated
      *    on or before that end is held here until the commit
      *    that makes it real (a breaker rollback drops them), then
      *    spread over the pay periods from its effective date (or
      *    the hire date, if later) through the end: (new - old)
      *    annual salary times the days covered over 365, the
      *    PAYEXTR calendar convention. Positive is owed to the
      *    employee, negative is owed back.
       01  WS-PAYPRIOR-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-PAYPAID-STATUS        PIC X(2)  VALUE SPACES.
       01  WS-PAYPAID-EOF-SW        PIC X(1)  VALUE "N".
           88 WS-PAYPAID-EOF                  VALUE "Y".
       01  WS-PAYPAID-COUNT         PIC 9(9)  VALUE ZERO.
      * applied salary changes dated before the run with no retro
      *    basis to measure them against - alerted, RC 4
       01  WS-RETRO-NOBASIS-COUNT   PIC 9(7)  VALUE ZERO.
       01  WS-RETROPAY-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-RETRORPT-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-RETRO-SW              PIC X(1)  VALUE "N".
           88 WS-RETRO-ON                     VALUE "Y".
       01  WS-RETRORPT-SW           PIC X(1)  VALUE "N".
           88 WS-RETRORPT-UNAVAILABLE         VALUE "Y".
       01  WS-RETRO-MONTHLY-SW      PIC X(1)  VALUE "N".
           88 WS-RETRO-MONTHLY                VALUE "Y".
       01  WS-RETRO-BASIS-FROM      PIC X(10) VALUE SPACES.
       01  WS-RETRO-BASIS-TO        PIC X(10) VALUE SPACES.
       01  WS-RETRO-BASIS-FROM-INT  PIC S9(9) COMP VALUE ZERO.
       01  WS-RETRO-PAID-TO-INT     PIC S9(9) COMP VALUE ZERO.
       01  WS-RETRO-CYCLE-DAYS      PIC S9(5) COMP VALUE ZERO.
       01  WS-RETRO-STEPS           PIC S9(9) COMP VALUE ZERO.
       01  WS-RETRO-FROM-INT        PIC S9(9) COMP VALUE ZERO.
       01  WS-RETRO-PER-START-INT   PIC S9(9) COMP VALUE ZERO.
       01  WS-RETRO-PER-END-INT     PIC S9(9) COMP VALUE ZERO.
       01  WS-RETRO-COVER-INT       PIC S9(9) COMP VALUE ZERO.
       01  WS-RETRO-DAYS            PIC S9(5) COMP VALUE ZERO.
       01  WS-RETRO-AMOUNT          PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-RETRO-EMP-TOTAL       PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-RETRO-NET-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-RETRO-OWED-TO-TOTAL   PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-RETRO-OWED-BY-TOTAL   PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-RETRO-COUNT           PIC 9(9)  VALUE ZERO.
       01  WS-RETRO-EMP-COUNT       PIC 9(7)  VALUE ZERO.
       01  WS-RETRO-HASH            PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-RETRO-DATE-INT        PIC S9(9) COMP VALUE ZERO.
       01  WS-RETRO-DATE-9          PIC 9(8)  VALUE ZERO.
       01  WS-RETRO-DATE-VIEW REDEFINES WS-RETRO-DATE-9.
           05 WS-RTD-YYYY           PIC X(4).
           05 WS-RTD-MM             PIC X(2).
           05 WS-RTD-DD             PIC X(2).
       01  WS-RETRO-DATE-OUT        PIC X(10) VALUE SPACES.
       01  WS-RETRO-PER-FROM-OUT    PIC X(10) VALUE SPACES.
      * the hold table - one entry per applied salary change not yet
      *    committed. A full table forces an early commit before the
      *    next update, so an entry never has to be turned away.
       01  WS-RETRO-HOLD-COUNT      PIC S9(4) COMP VALUE ZERO.
       01  WS-RETRO-HOLD-MAX        PIC S9(4) COMP VALUE 1000.
       01  WS-RETRO-HOLD-IX         PIC S9(4) COMP VALUE ZERO.
       01  WS-RETRO-HOLD-TABLE.
           05 WS-RETRO-HOLD OCCURS 1000 TIMES.
              10 WS-RH-EMP-ID       PIC 9(6).
              10 WS-RH-FIRST-NAME   PIC X(12).
              10 WS-RH-LAST-NAME    PIC X(15).
              10 WS-RH-SEX          PIC X(1).
              10 WS-RH-DEPARTMENT   PIC X(3).
              10 WS-RH-OLD-SALARY   PIC S9(7)V99 COMP-3.
              10 WS-RH-NEW-SALARY   PIC S9(7)V99 COMP-3.
              10 WS-RH-EFF-DATE     PIC X(10).
              10 WS-RH-START-INT    PIC S9(9) COMP.
       01  WS-RETRO-HEADER.
           05 FILLER                PIC X(1)  VALUE "H".
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-RTH-RUN-DATE       PIC X(10).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 FILLER                PIC X(8)  VALUE "RETRO".
           05 FILLER                PIC X(7)  VALUE "PERIOD ".
           05 WS-RTH-FROM           PIC X(10).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-RTH-TO             PIC X(10).
      * the PAYEXTR detail with the pay period's end date in its
      *    spare columns - the D record carries it in WS-PYD-DETAIL.
       01  WS-RETRO-DETAIL.
           05 WS-RX-EMP-ID          PIC 9(6).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-RX-FIRST-NAME      PIC X(12).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-RX-LAST-NAME       PIC X(15).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-RX-SEX             PIC X(1).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-RX-DEPARTMENT      PIC X(3).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-RX-AMOUNT          PIC S9(7)V99.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-RX-DAYS            PIC 9(3).
           05 FILLER                PIC X(2)  VALUE SPACES.
      * R retroactive differential
           05 WS-RX-PRORATE-TAG     PIC X(1)  VALUE "R".
           05 WS-RX-PERIOD-END      PIC X(10).
       01  WS-RETRO-RPT-HEADING-1.
           05 FILLER                PIC X(40)
                    VALUE "RETROACTIVE PAY DIFFERENTIAL REGISTER".
           05 FILLER                PIC X(8)  VALUE "DATE: ".
           05 WS-RGH-DATE           PIC X(10).
           05 FILLER                PIC X(25)
                    VALUE "   LAST PERIOD PAID: ".
           05 WS-RGH-FROM           PIC X(10).
           05 FILLER                PIC X(4)  VALUE " TO ".
           05 WS-RGH-TO             PIC X(10).
       01  WS-RETRO-RPT-HEADING-2.
           05 FILLER                PIC X(8)  VALUE "EMP_ID".
           05 FILLER                PIC X(29) VALUE "NAME".
           05 FILLER                PIC X(6)  VALUE "DEPT".
           05 FILLER                PIC X(12) VALUE "EFFECTIVE".
           05 FILLER                PIC X(24) VALUE "PAY PERIOD".
           05 FILLER                PIC X(6)  VALUE "DAYS".
           05 FILLER                PIC X(15) VALUE "   OLD SALARY".
           05 FILLER                PIC X(15) VALUE "   NEW SALARY".
           05 FILLER                PIC X(15) VALUE "  DIFFERENTIAL".
       01  WS-RETRO-RPT-DETAIL.
           05 WS-RGD-EMP-ID         PIC 9(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-RGD-LAST-NAME      PIC X(15).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-RGD-FIRST-NAME     PIC X(12).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-RGD-DEPARTMENT     PIC X(3).
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-RGD-EFF-DATE       PIC X(10).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-RGD-PER-FROM       PIC X(10).
           05 FILLER                PIC X(1)  VALUE "-".
           05 WS-RGD-PER-TO         PIC X(10).
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-RGD-DAYS           PIC ZZ9.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-RGD-OLD-SALARY     PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-RGD-NEW-SALARY     PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-RGD-AMOUNT         PIC Z,ZZZ,ZZ9.99-.
       01  WS-RETRO-RPT-EMP-TOTAL.
           05 FILLER                PIC X(8)  VALUE SPACES.
           05 FILLER                PIC X(30)
                    VALUE "EMPLOYEE TOTAL".
           05 FILLER                PIC X(74) VALUE SPACES.
           05 WS-RGE-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-RETRO-RPT-TOTAL-LINE.
           05 WS-RGT-LABEL          PIC X(40).
           05 WS-RGT-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-RETRO-RPT-COUNT-LINE.
           05 FILLER                PIC X(22)
                    VALUE "EMPLOYEES: ".
           05 WS-RGC-EMPLOYEES      PIC ZZZZZZ9.
           05 FILLER                PIC X(24)
                    VALUE "   PERIOD RECORDS: ".
           05 WS-RGC-RECORDS        PIC ZZZZZZZZ9.
       01  WS-RETRO-RPT-SIGNOFF.
           05 FILLER                PIC X(38)
                    VALUE "PREPARED BY PAYROLL: ______________  ".
           05 FILLER                PIC X(44)
                    VALUE "APPROVED BY: ______________  DATE: ________".
      * outbound employee event fields. The hold table takes the
      *    events of the changes applied since the last commit; a
      *    commit writes them out, a rollback drops them. Once it
      *    holds more than WS-EVT-HOLD-LIMIT the next commit point
      *    is taken early, leaving room for the most one transaction
      *    raises (transfer, salary and status on one UP).
       01  WS-EVENTOUT-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-EVTSEQI-STATUS        PIC X(2)  VALUE SPACES.
       01  WS-EVTSEQO-STATUS        PIC X(2)  VALUE SPACES.
       01  WS-EVT-SW                PIC X(1)  VALUE "N".
           88 WS-EVT-ON                       VALUE "Y".
       01  WS-EVTSEQ-EOF-SW         PIC X(1)  VALUE "N".
           88 WS-EVTSEQ-EOF                   VALUE "Y".
       01  WS-EVTSEQ-FOUND-SW       PIC X(1)  VALUE "N".
           88 WS-EVTSEQ-FOUND                 VALUE "Y".
       01  WS-EVT-LAST-SEQ          PIC 9(9)  VALUE ZERO.
       01  WS-EVT-WRITTEN-COUNT     PIC 9(9)  VALUE ZERO.
       01  WS-EVT-RUN-DATE          PIC X(8)  VALUE SPACES.
       01  WS-EVT-OLD-SALARY        PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-EVT-SALARY-EDIT       PIC 9(7).99.
      * the event the caller is raising - filled before HOLD-EVENT-RTN
       01  WS-EVT-WORK.
           05 WS-EVW-TYPE           PIC X(8).
           05 WS-EVW-EMP-ID         PIC 9(6).
           05 WS-EVW-EFF-DATE       PIC X(10).
           05 WS-EVW-FIRST-NAME     PIC X(12).
           05 WS-EVW-LAST-NAME      PIC X(15).
           05 WS-EVW-DEPARTMENT     PIC X(3).
           05 WS-EVW-OLD-VALUE      PIC X(12).
           05 WS-EVW-NEW-VALUE      PIC X(12).
       01  WS-EVT-HOLD-COUNT        PIC S9(4) COMP VALUE ZERO.
       01  WS-EVT-HOLD-MAX          PIC S9(4) COMP VALUE 1000.
       01  WS-EVT-HOLD-LIMIT        PIC S9(4) COMP VALUE 997.
       01  WS-EVT-HOLD-IX           PIC S9(4) COMP VALUE ZERO.
       01  WS-EVT-HOLD-TABLE.
           05 WS-EVT-HOLD OCCURS 1000 TIMES.
              10 WS-EH-EVENT        PIC X(78).
              10 WS-EH-SUBMITTER    PIC X(8).
      * benefits eligibility extract fields. The extract is on when
      *    the DD is allocated. Coverage starts BENWAIT days (default
      *    90) after the hire date; coverage-end records come from
      *    the EMPHIST terminations dated from BENSINCE (default the
      *    first of last month, so a monthly run overlaps the prior
      *    one rather than missing a month-end straggler) through
      *    the run date. The detail keeps the HR extract's columns
      *    through the salary, so ACKCHK's fixed-column count and
      *    hash check works unchanged.
       01  WS-BEN-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-BEN-SW                PIC X(1)  VALUE "N".
           88 WS-BEN-UNAVAILABLE              VALUE "Y".
       01  WS-BEN-WAIT-DAYS         PIC 9(3)  VALUE 090.
       01  WS-BEN-SINCE             PIC X(10) VALUE SPACES.
       01  WS-BEN-SINCE-INT         PIC S9(9) COMP VALUE ZERO.
       01  WS-BEN-RUN-INT           PIC S9(9) COMP VALUE ZERO.
       01  WS-BEN-START-INT         PIC S9(9) COMP VALUE ZERO.
       01  WS-BEN-DATE-9            PIC 9(8)  VALUE ZERO.
       01  WS-BEN-DATE-X REDEFINES WS-BEN-DATE-9.
           05 WS-BEN-DATE-YYYY      PIC X(4).
           05 WS-BEN-DATE-MM        PIC X(2).
           05 WS-BEN-DATE-DD        PIC X(2).
       01  WS-BEN-MONTH-WORK        PIC 9(2)  VALUE ZERO.
       01  WS-BEN-YEAR-WORK         PIC 9(4)  VALUE ZERO.
       01  WS-BEN-COUNT             PIC 9(9)  VALUE ZERO.
       01  WS-BEN-SALARY-HASH       PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-BEN-ACTIVE-COUNT      PIC 9(7)  VALUE ZERO.
       01  WS-BEN-WAITING-COUNT     PIC 9(7)  VALUE ZERO.
       01  WS-BEN-SUSPENDED-COUNT   PIC 9(7)  VALUE ZERO.
       01  WS-BEN-ENDED-COUNT       PIC 9(7)  VALUE ZERO.
       01  WS-BEN-BAD-DATE-COUNT    PIC 9(7)  VALUE ZERO.
       01  WS-BENHIST-EOF-SW        PIC X(1)  VALUE "N".
           88 WS-BENHIST-EOF                  VALUE "Y".
       01  WS-BEN-HEADER.
           05 FILLER                PIC X(1)  VALUE "H".
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-BNH-RUN-DATE       PIC X(10).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 FILLER                PIC X(9)  VALUE "BENEFITS".
           05 FILLER                PIC X(5)  VALUE "WAIT ".
           05 WS-BNH-WAIT           PIC 9(3).
           05 FILLER                PIC X(7)  VALUE " SINCE ".
           05 WS-BNH-SINCE          PIC X(10).
       01  WS-BEN-DETAIL-REC.
           05 FILLER                PIC X(1)  VALUE "D".
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-BND-DETAIL         PIC X(78).
       01  WS-BEN-DETAIL.
           05 WS-BX-EMP-ID          PIC 9(6).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-BX-FIRST-NAME      PIC X(12).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-BX-LAST-NAME       PIC X(15).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-BX-SEX             PIC X(1).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-BX-DEPARTMENT      PIC X(3).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-BX-SALARY          PIC S9(7)V99.
           05 FILLER                PIC X(1)  VALUE SPACE.
      * A covered, W hired but still in the waiting period,
      *    S suspended, E coverage ended (terminated)
           05 WS-BX-COVERAGE        PIC X(1).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-BX-COV-START       PIC X(10).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-BX-COV-END         PIC X(10).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-BX-STATUS          PIC X(1).
      * assignment-history fields. Every hire, every department or
      *    salary change, and every termination is mirrored into
      *    the EMPASGH history table through HIST_FN, so "who was
      *    in department A12 on June 30th" stops needing a CHGLOG
      *    dig. A history failure is logged and counted but does
      *    NOT reject the transaction - the EMP table remains the
      *    book of record - and after the first failure the
      *    mirroring stops for the run (announced once) rather
      *    of CONNECT so a remote DRDA location is known before the
      *    CONNECT_FN call below, not just before the cursor open.
           PERFORM READ-FILTER-CONTROLS
      * every mode carries the event sequence forward, so a night of
      *    reports or a refused start never leaves the next run an
      *    empty EVTSEQ generation to restart the numbering from.
           PERFORM CARRY-EVENT-SEQUENCE-RTN
           PERFORM LOAD-DEPT-REFERENCE-RTN
           PERFORM LOAD-GRADE-REFERENCE-RTN
           PERFORM LOAD-BUDGET-REFERENCE-RTN
                 PERFORM UNLOAD-EMP-TABLE-RTN
              WHEN WS-MODE-LOAD
                 PERFORM LOAD-EMP-TABLE-RTN
              WHEN WS-MODE-RIF
                 PERFORM RIF-PLANNING-RTN
              WHEN WS-MODE-MERIT
                 PERFORM MERIT-REVIEW-RTN
              WHEN WS-MODE-CLOSE
                 PERFORM CLOSE-PERIOD-RTN
              WHEN OTHER
                 PERFORM RUN-EMPLOYEE-REPORT-RTN
           END-EVALUATE
      *    would ship a partial payroll feed that reconciles against
      *    nothing.
           PERFORM OPEN-PAY-EXPORT-RTN
      * the benefits-carrier extract needs only its DD - the same
      *    RESTART and AS-OF reasoning as the payroll export keeps
      *    it out of those runs.
           PERFORM OPEN-BENEFITS-EXTRACT-RTN
      * COMPRPT is optional the same way as DEPTRPT - and needs
      *    both references to price anybody, so it sits out a run
      *    without them.
              PERFORM ADD-TERMINATED-PAY-ROWS-RTN
              PERFORM CLOSE-PAY-EXPORT-RTN
           END-IF
           IF NOT WS-BEN-UNAVAILABLE THEN
              PERFORM ADD-COVERAGE-END-ROWS-RTN
              PERFORM CLOSE-BENEFITS-EXTRACT-RTN
           END-IF
           .
      *
       CLOSE-PERIOD-RTN SECTION.
      * MODE=CLOSE - month-end. Once payroll and Finance have taken
      *    their numbers for a month, this run closes it: the full
      *    report pass takes the month's final DEPTHIST records
      *    (stamped with its last day) and headcount snapshot, the
      *    month goes on PERIODS as closed, and CLOSCERT certifies
      *    the headcount and payroll it closed at. From then on the
      *    intakes send anything dated inside the month to suspense
      *    unless it carries a reopen authorization. A close that
      *    can't take the whole population, or can't record what it
      *    took, closes nothing and ends RC 8.
      * the PARM's SEX byte is forced to ALL, same as an unload -
      *    a close of half the population is no close.
           MOVE "A" TO WS-SEX
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOG-TIME FROM TIME
           STRING WS-LOG-DATE "-" WS-LOG-TIME
              DELIMITED BY SIZE INTO WS-CLOSE-TS
           PERFORM LOAD-CLOSED-PERIODS-RTN
           PERFORM VALIDATE-CLOSE-REQUEST-RTN
           IF NOT WS-CLOSE-REFUSED THEN
              PERFORM RUN-EMPLOYEE-REPORT-RTN
              SET WS-CLOSE-REPORT-RAN TO TRUE
              PERFORM CHECK-CLOSE-TAKEN-RTN
           END-IF
           IF NOT WS-CLOSE-REFUSED THEN
              PERFORM WRITE-CLOSE-RECORD-RTN
           END-IF
           PERFORM WRITE-CLOSE-CERTIFICATE-RTN
           IF WS-CLOSE-REFUSED THEN
              DISPLAY "Period " WS-CLOSE-PERIOD " NOT closed - "
                 WS-CLOSE-REASON
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY "Period " WS-CLOSE-PERIOD " closed - headcount "
                 WS-TALLY-ROW-COUNT " ending " WS-CLOSE-END-DATE
           END-IF
           .
      *
       VALIDATE-CLOSE-REQUEST-RTN SECTION.
      * the month must be a real one that is over and not closed
      *    already, and the run must be able to see everybody - a
      *    filtered, historical, restarted, capped or consolidated
      *    population is not what Finance reported from.
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           STRING WS-REPORT-YYYY "-" WS-REPORT-MM
              DELIMITED BY SIZE INTO WS-CLOSE-CURRENT-PERIOD
           IF WS-CLOSE-PERIOD EQUAL SPACES THEN
              IF WS-REPORT-MM EQUAL 1 THEN
                 COMPUTE WS-CLOSE-WORK-YYYY = WS-REPORT-YYYY - 1
                 MOVE 12 TO WS-CLOSE-WORK-MM
              ELSE
                 MOVE WS-REPORT-YYYY TO WS-CLOSE-WORK-YYYY
                 COMPUTE WS-CLOSE-WORK-MM = WS-REPORT-MM - 1
              END-IF
              STRING WS-CLOSE-WORK-YYYY "-" WS-CLOSE-WORK-MM
                 DELIMITED BY SIZE INTO WS-CLOSE-PERIOD
           END-IF
           MOVE WS-CLOSE-PERIOD TO WS-PERIOD-TEST-DATE
           PERFORM CHECK-CLOSED-PERIOD-RTN
           EVALUATE TRUE
              WHEN WS-CP-YYYY NOT NUMERIC
                    OR WS-CP-DASH NOT EQUAL "-"
                    OR WS-CP-MM NOT NUMERIC
                 SET WS-CLOSE-REFUSED TO TRUE
                 MOVE "CLOSEPER IS NOT A YYYY-MM MONTH"
                    TO WS-CLOSE-REASON
              WHEN WS-CP-MM LESS THAN 1 OR WS-CP-MM GREATER THAN 12
                 SET WS-CLOSE-REFUSED TO TRUE
                 MOVE "CLOSEPER IS NOT A YYYY-MM MONTH"
                    TO WS-CLOSE-REASON
              WHEN WS-CLOSE-PERIOD NOT LESS THAN
                    WS-CLOSE-CURRENT-PERIOD
                 SET WS-CLOSE-REFUSED TO TRUE
                 MOVE "THE MONTH HAS NOT ENDED YET"
                    TO WS-CLOSE-REASON
              WHEN NOT WS-PERIODS-LOADED
                 SET WS-CLOSE-REFUSED TO TRUE
                 MOVE "PERIODS NOT ALLOCATED - CLOSE CAN'T BE RECORDED"
                    TO WS-CLOSE-REASON
              WHEN WS-PERIOD-IS-CLOSED
                 SET WS-CLOSE-REFUSED TO TRUE
                 MOVE "THE MONTH IS ALREADY CLOSED"
                    TO WS-CLOSE-REASON
              WHEN WS-FILTER-DEPT NOT EQUAL SPACES
                    OR WS-FILTER-HIRE-FROM NOT EQUAL SPACES
                    OR WS-FILTER-EMPID-LOW NOT EQUAL ZERO
                    OR WS-FILTER-EMPID-HIGH NOT EQUAL ZERO
                    OR WS-FILTER-STATUS NOT EQUAL SPACE
                 SET WS-CLOSE-REFUSED TO TRUE
                 MOVE "CURSOR FILTER CARDS - A CLOSE TAKES EVERYONE"
                    TO WS-CLOSE-REASON
              WHEN WS-ASOF-DATE NOT EQUAL SPACES
                 SET WS-CLOSE-REFUSED TO TRUE
                 MOVE "ASOF CARD - A CLOSE TAKES THE TABLE AS IT IS"
                    TO WS-CLOSE-REASON
              WHEN WS-RESTART-REQUESTED
                 SET WS-CLOSE-REFUSED TO TRUE
                 MOVE "RESTART CARD - RERUN THE CLOSE FROM THE TOP"
                    TO WS-CLOSE-REASON
              WHEN WS-MAX-ROWS GREATER THAN ZERO
                 SET WS-CLOSE-REFUSED TO TRUE
                 MOVE "MAXROWS CARD - A CLOSE TAKES EVERYONE"
                    TO WS-CLOSE-REASON
              WHEN WS-LOCATION-COUNT GREATER THAN 1
                 SET WS-CLOSE-REFUSED TO TRUE
                 MOVE "MULTIPLE LOCATION CARDS - CLOSE ONE SITE A RUN"
                    TO WS-CLOSE-REASON
           END-EVALUATE
           IF NOT WS-CLOSE-REFUSED THEN
              IF WS-CP-MM EQUAL 12 THEN
                 COMPUTE WS-CLOSE-NEXT-9 =
                    (WS-CP-YYYY + 1) * 10000 + 101
              ELSE
                 COMPUTE WS-CLOSE-NEXT-9 =
                    WS-CP-YYYY * 10000 + (WS-CP-MM + 1) * 100 + 1
              END-IF
              COMPUTE WS-CLOSE-END-INT =
                 FUNCTION INTEGER-OF-DATE (WS-CLOSE-NEXT-9) - 1
              COMPUTE WS-CLOSE-END-9 =
                 FUNCTION DATE-OF-INTEGER (WS-CLOSE-END-INT)
              STRING WS-CE-YYYY "-" WS-CE-MM "-" WS-CE-DD
                 DELIMITED BY SIZE INTO WS-CLOSE-END-DATE
              DISPLAY "Closing period " WS-CLOSE-PERIOD
                 " (ending " WS-CLOSE-END-DATE ")"
           END-IF
           .
      *
       CHECK-CLOSE-TAKEN-RTN SECTION.
      * the close stands only on the whole population, fully
      *    recorded - every row the control total counted, every
      *    department in the history, and the snapshot written.
           EVALUATE TRUE
              WHEN WS-COUNTER-OVERFLOW
                    OR WS-RECORD-COUNTER NOT EQUAL WS-EXPECTED-COUNT
                 SET WS-CLOSE-REFUSED TO TRUE
                 MOVE "FETCHED COUNT DOES NOT MATCH THE CONTROL TOTAL"
                    TO WS-CLOSE-REASON
              WHEN WS-DEPT-TABLE-OVERFLOW
                 SET WS-CLOSE-REFUSED TO TRUE
                 MOVE "DEPARTMENT TABLE OVERFLOWED - TOTALS INCOMPLETE"
                    TO WS-CLOSE-REASON
              WHEN WS-SNAPOUT-UNAVAILABLE
                 SET WS-CLOSE-REFUSED TO TRUE
                 MOVE "SNAPOUT NOT WRITTEN - NO SNAPSHOT FOR THE MONTH"
                    TO WS-CLOSE-REASON
              WHEN WS-DEPTHIST-UNAVAILABLE
                 SET WS-CLOSE-REFUSED TO TRUE
                 MOVE "DEPTHIST NOT WRITTEN - NO HISTORY FOR THE MONTH"
                    TO WS-CLOSE-REASON
           END-EVALUATE
           .
      *
       WRITE-CLOSE-RECORD-RTN SECTION.
      * the C record is what closes the month - written last, once
      *    everything it certifies is on file.
           OPEN EXTEND PERIOD-FILE
           IF WS-PERIODS-STATUS NOT EQUAL "00" THEN
              OPEN OUTPUT PERIOD-FILE
           END-IF
           IF WS-PERIODS-STATUS NOT EQUAL "00" THEN
              SET WS-CLOSE-REFUSED TO TRUE
              MOVE "PERIODS COULD NOT BE OPENED TO RECORD THE CLOSE"
                 TO WS-CLOSE-REASON
           ELSE
              MOVE SPACES TO PERIOD-RECORD
              SET PERD-CLOSE TO TRUE
              MOVE WS-CLOSE-PERIOD      TO PERD-PERIOD
              MOVE WS-CLOSE-TS          TO PERD-TIMESTAMP
              MOVE WS-USERID            TO PERD-USERID
              MOVE WS-TALLY-ROW-COUNT   TO PERD-HEADCOUNT
              MOVE WS-DEPT-GRAND-SALARY TO PERD-PAYROLL
              MOVE WS-CLOSE-END-DATE    TO PERD-TRAN-DATE
              WRITE PERIOD-RECORD
              IF WS-PERIODS-STATUS NOT EQUAL "00" THEN
                 SET WS-CLOSE-REFUSED TO TRUE
                 MOVE "PERIODS WRITE FAILED - CLOSE NOT RECORDED"
                    TO WS-CLOSE-REASON
              END-IF
              CLOSE PERIOD-FILE
           END-IF
           .
      *
       WRITE-CLOSE-CERTIFICATE-RTN SECTION.
      * the certificate prints either way - a refused close says
      *    why, so Finance never mistakes a failed run for a close.
           OPEN OUTPUT CLOSE-CERT-FILE
           IF WS-CLOSCERT-STATUS NOT EQUAL "00" THEN
              DISPLAY "CLOSCERT not allocated - close certificate "
                 "not printed"
              SET WS-CLOSCERT-UNAVAILABLE TO TRUE
           ELSE
              MOVE WS-CLOSE-PERIOD   TO WS-CH1-PERIOD
              MOVE WS-CLOSE-TS       TO WS-CH2-TS
              MOVE WS-USERID         TO WS-CH2-USERID
              MOVE WS-DBNAME         TO WS-CH2-DBNAME
              MOVE WS-CLOSE-END-DATE TO WS-CH3-END-DATE
              MOVE WS-EXCL-STATUS    TO WS-CH3-EXCL
              WRITE CLOSE-CERT-RECORD FROM WS-CERT-HEADING-1
                 AFTER ADVANCING 1 LINE
              WRITE CLOSE-CERT-RECORD FROM WS-CERT-HEADING-2
                 AFTER ADVANCING 1 LINE
              WRITE CLOSE-CERT-RECORD FROM WS-CERT-HEADING-3
                 AFTER ADVANCING 1 LINE
              WRITE CLOSE-CERT-RECORD FROM SPACES
                 AFTER ADVANCING 1 LINE
              IF WS-CLOSE-REPORT-RAN THEN
                 WRITE CLOSE-CERT-RECORD FROM WS-CERT-COLUMNS
                    AFTER ADVANCING 1 LINE
                 MOVE ZERO TO WS-DEPT-IX
                 PERFORM UNTIL WS-DEPT-IX GREATER OR EQUAL
                       WS-DEPT-ENTRY-COUNT
                    ADD 1 TO WS-DEPT-IX
                    MOVE WS-DT-CODE (WS-DEPT-IX) TO WS-CD-DEPT
                    MOVE WS-DT-CODE (WS-DEPT-IX)
                       TO WS-DEPT-LOOKUP-CODE
                    PERFORM LOOKUP-DEPT-NAME-RTN
                    MOVE WS-DEPT-LOOKUP-NAME       TO WS-CD-NAME
                    MOVE WS-DT-COUNT (WS-DEPT-IX)  TO WS-CD-HEADS
                    MOVE WS-DT-SALARY (WS-DEPT-IX) TO WS-CD-PAYROLL
                    WRITE CLOSE-CERT-RECORD FROM WS-CERT-DETAIL
                       AFTER ADVANCING 1 LINE
                 END-PERFORM
                 MOVE WS-TALLY-ROW-COUNT   TO WS-CT-HEADS
                 MOVE WS-DEPT-GRAND-SALARY TO WS-CT-PAYROLL
                 WRITE CLOSE-CERT-RECORD FROM WS-CERT-TOTAL
                    AFTER ADVANCING 2 LINES
                 IF WS-DEPTHIST-UNAVAILABLE THEN
                    MOVE "NOT TAKEN" TO WS-CTK-DEPTHIST
                 ELSE
                    MOVE "RECORDED" TO WS-CTK-DEPTHIST
                 END-IF
                 IF WS-SNAPOUT-UNAVAILABLE THEN
                    MOVE "NOT TAKEN" TO WS-CTK-SNAPSHOT
                 ELSE
                    MOVE "RECORDED" TO WS-CTK-SNAPSHOT
                 END-IF
                 WRITE CLOSE-CERT-RECORD FROM WS-CERT-TAKEN-LINE
                    AFTER ADVANCING 2 LINES
              END-IF
              MOVE SPACES TO WS-CR-TEXT
              IF WS-CLOSE-REFUSED THEN
                 STRING "NOT CLOSED - " WS-CLOSE-REASON
                    DELIMITED BY SIZE INTO WS-CR-TEXT
              ELSE
                 MOVE "PERIOD CLOSED" TO WS-CR-TEXT
              END-IF
              WRITE CLOSE-CERT-RECORD FROM WS-CERT-RESULT-LINE
                 AFTER ADVANCING 2 LINES
              CLOSE CLOSE-CERT-FILE
           END-IF
           .
      *
       HIRE-INTAKE-RTN SECTION.
      *    unit-of-work commit cadence as the fetch loop.
           PERFORM OPEN-SUSPENSE-FILE
           PERFORM OPEN-CHANGE-REGISTER
           PERFORM OPEN-EVENT-FILES-RTN
           PERFORM OPEN-INTAKE-CHECKPOINT
      * the archive must be in hand before the pending release pass
      *    below - a released hire goes through the same apply path
      *    and deserves the same rehire recognition.
           PERFORM LOAD-REHIRE-ARCHIVE-RTN
           PERFORM LOAD-REPORTING-LINES-RTN
           PERFORM LOAD-REQUISITIONS-RTN
           PERFORM LOAD-EMPID-CONTROL-RTN
           PERFORM OPEN-HIRE-CONFIRM-RTN
           PERFORM LOAD-CLOSED-PERIODS-RTN
           PERFORM OPEN-PERIOD-LOG-RTN
           PERFORM LOAD-AUTHORIZATIONS-RTN
           PERFORM OPEN-PENDING-FILES
           PERFORM RELEASE-PENDING-RTN
           OPEN INPUT HIRE-TRANS-FILE
                       IF HIRE-TRANS-RECORD (1:2) EQUAL "BH"
                             OR HIRE-TRANS-RECORD (1:2) EQUAL
                                "BT" THEN
                          MOVE HIRE-TRANS-RECORD (1:40)
                             TO WS-BATCH-CTL-REC
                          PERFORM REGISTER-BATCH-CONTROL-RTN
                       ELSE
           END-IF
           PERFORM CLOSE-SUSPENSE-FILE
           PERFORM CLOSE-CHANGE-REGISTER
           PERFORM CLOSE-EVENT-FILES-RTN
           PERFORM CLOSE-INTAKE-CHECKPOINT
           DISPLAY "New-hire intake complete - Added: "
              WS-HIRE-ADDED-COUNT
           DISPLAY "  Rejected: " WS-HIRE-REJECTED-COUNT
           DISPLAY "  Skipped (already committed): "
              WS-TRAN-SKIPPED-COUNT
           DISPLAY "  EMP_IDs assigned: " WS-EID-ASSIGNED-COUNT
              " (recovered from the prior run: "
              WS-EID-RECOVERED-COUNT ")"
           PERFORM CLOSE-PENDING-FILES
           PERFORM CLOSE-REPORTING-LINES-RTN
           PERFORM CLOSE-REQUISITIONS-RTN
           PERFORM CLOSE-EMPID-CONTROL-RTN
           PERFORM CLOSE-HIRE-CONFIRM-RTN
           PERFORM CLOSE-PERIOD-LOG-RTN
           IF WS-HIRE-REJECTED-COUNT GREATER THAN WS-ALERT-REJ-TOL
                 THEN
              MOVE "REJECTS" TO WS-ALERT-CODE
      *    of burning a DB2 call to find out, and a record DB2 still
      *    rejects (duplicate key on the table, say) goes to
      *    suspense as well rather than disappearing into a DISPLAY.
           MOVE SPACES TO WS-HCF-DISPOSITION
           PERFORM EDIT-HIRE-TRANSACTION-RTN
           IF WS-EDIT-REJECTED THEN
              ADD 1 TO WS-HIRE-REJECTED-COUNT
              MOVE "H" TO SUSP-SOURCE
              MOVE HIRE-TRANS-RECORD TO SUSP-TRAN-IMAGE
              PERFORM WRITE-SUSPENSE-RECORD-RTN
              PERFORM REOPEN-HELD-REQUISITION-RTN
              STRING "SUSPENDED " WS-EDIT-REASON-CODE
                 DELIMITED BY SIZE INTO WS-HCF-DISPOSITION
           ELSE
      * a hire whose start date hasn't arrived goes to the pending
      *    queue instead of the table, so pre-start employees stop
                 IF WS-REHIRE-THIS-TRAN THEN
                    MOVE "RH" TO WS-CHG-FUNC
                    ADD 1 TO WS-REHIRE-COUNT
                    MOVE "ADDED - REHIRE" TO WS-HCF-DISPOSITION
                 ELSE
                    MOVE "IN" TO WS-CHG-FUNC
                    MOVE "ADDED" TO WS-HCF-DISPOSITION
                 END-IF
                 MOVE HTRAN-EMP-ID TO WS-CHG-EMP-ID
                 MOVE SPACES TO WS-CHG-BEFORE-IMAGE
                    TO WS-CHA-HIRE-DATE
                 MOVE LN-STATUS OF LN-READ TO WS-CHA-STATUS
                 PERFORM WRITE-CHANGE-REGISTER-RTN
                 IF WS-REOPEN-THIS-TRAN THEN
                    PERFORM LOG-PERIOD-REOPEN-RTN
                 END-IF
      * an EMP_ID the intake issued is flagged under the entry so
      *    HR can see which range it came out of
                 IF WS-EID-ASSIGNED-THIS-TRAN
                       AND NOT WS-CHGRPT-UNAVAILABLE THEN
                    MOVE WS-EC-RANGE-LOW (WS-EID-LOC-IX)
                       TO WS-CRE-RANGE-LOW
                    MOVE WS-EC-RANGE-HIGH (WS-EID-LOC-IX)
                       TO WS-CRE-RANGE-HIGH
                    MOVE WS-EID-LOCATION TO WS-CRE-LOCATION
                    WRITE CHG-RPT-RECORD FROM WS-CHG-RPT-EMPID-LINE
                       AFTER ADVANCING 1 LINE
                 END-IF
      * the new employee's opening assignment into the history
      *    table - effective from the hire date the row went in
      *    with (the bridged original date on a rehire).
                 MOVE LN-HIRE-DATE OF LN-READ TO WS-HIST-EFF-DATE
                 PERFORM RECORD-HIST-ASSIGNMENT-RTN
      * and out to the downstream systems, effective the day the
      *    employee starts
                 MOVE SPACES TO WS-EVT-WORK
                 IF WS-REHIRE-THIS-TRAN THEN
                    MOVE "REHIRE" TO WS-EVW-TYPE
                 ELSE
                    MOVE "HIRE" TO WS-EVW-TYPE
                 END-IF
                 MOVE HTRAN-EMP-ID     TO WS-EVW-EMP-ID
                 MOVE HTRAN-HIRE-DATE  TO WS-EVW-EFF-DATE
                 MOVE HTRAN-FIRST-NAME TO WS-EVW-FIRST-NAME
                 MOVE HTRAN-LAST-NAME  TO WS-EVW-LAST-NAME
                 MOVE HTRAN-DEPARTMENT TO WS-EVW-DEPARTMENT
                 MOVE HTRAN-DEPARTMENT TO WS-EVW-NEW-VALUE
                 PERFORM HOLD-EVENT-RTN
                 PERFORM APPLY-HIRE-REPORTING-LINE-RTN
                 SET WS-REQN-FILL-HIRE TO TRUE
                 PERFORM FILL-HIRE-REQUISITION-RTN
              ELSE
                 ADD 1 TO WS-HIRE-REJECTED-COUNT
                 DISPLAY "New-hire intake rejected EMP_ID "
                    TO WS-EDIT-REASON-TEXT
                 MOVE HIRE-TRANS-RECORD TO SUSP-TRAN-IMAGE
                 PERFORM WRITE-SUSPENSE-RECORD-RTN
                 PERFORM REOPEN-HELD-REQUISITION-RTN
                 MOVE "SUSPENDED E900" TO WS-HCF-DISPOSITION
              END-IF
              ADD 1 TO WS-ROWS-SINCE-COMMIT
              IF WS-ROWS-SINCE-COMMIT GREATER OR EQUAL
                    TO WS-COMMIT-FREQ
                    OR WS-EVT-HOLD-COUNT GREATER THAN
                       WS-EVT-HOLD-LIMIT THEN
                 PERFORM COMMIT-UNIT-OF-WORK
                 MOVE ZERO TO WS-ROWS-SINCE-COMMIT
                 MOVE WS-TRAN-SEQ TO WS-TRAN-CKPT-SEQ
              END-IF
           END-IF
           END-IF
           PERFORM WRITE-HIRE-CONFIRM-RTN
           .
      *
       MAINT-INTAKE-RTN SECTION.
      *    fetch and new-hire intake loops.
           PERFORM OPEN-SUSPENSE-FILE
           PERFORM OPEN-CHANGE-REGISTER
           PERFORM OPEN-EVENT-FILES-RTN
      * EMPHIST is appended run over run (EXTEND-then-OUTPUT, same
      *    pattern as ERRLOG). Without it TM transactions reject
      *    rather than delete unarchived - Legal's retention rule
              SET WS-EMPHIST-UNAVAILABLE TO TRUE
           END-IF
           PERFORM OPEN-INTAKE-CHECKPOINT
           PERFORM LOAD-REPORTING-LINES-RTN
           PERFORM LOAD-CLOSED-PERIODS-RTN
           PERFORM OPEN-PERIOD-LOG-RTN
           PERFORM LOAD-AUTHORIZATIONS-RTN
           PERFORM OPEN-RETRO-PAY-RTN
      * APPROUT is open before the pending release - a matured
      *    change can need a second approver as much as tonight's.
           PERFORM OPEN-APPROVAL-FILES
           PERFORM OPEN-PENDING-FILES
           PERFORM RELEASE-PENDING-RTN
           PERFORM RELEASE-APPROVALS-RTN
           OPEN INPUT MAINT-TRANS-FILE
           IF WS-MAINT-STATUS EQUAL "00" THEN
      * a breaker trip during the release pass stops the whole
                       IF MAINT-TRANS-RECORD (1:2) EQUAL "BH"
                             OR MAINT-TRANS-RECORD (1:2) EQUAL
                                "BT" THEN
                          MOVE MAINT-TRANS-RECORD (1:40)
                             TO WS-BATCH-CTL-REC
                          PERFORM REGISTER-BATCH-CONTROL-RTN
                       ELSE
           END-IF
           PERFORM CLOSE-SUSPENSE-FILE
           PERFORM CLOSE-CHANGE-REGISTER
           PERFORM CLOSE-EVENT-FILES-RTN
           PERFORM CLOSE-INTAKE-CHECKPOINT
           PERFORM CLOSE-RETRO-PAY-RTN
           IF NOT WS-EMPHIST-UNAVAILABLE THEN
              CLOSE EMP-HIST-FILE
           END-IF
              WS-TRAN-SKIPPED-COUNT
           DISPLAY "  Archived to EMPHIST: " WS-TERM-ARCHIVED-COUNT
           PERFORM CLOSE-PENDING-FILES
           PERFORM CLOSE-APPROVAL-FILES
           PERFORM CLOSE-REPORTING-LINES-RTN
           PERFORM CLOSE-PERIOD-LOG-RTN
           IF WS-MAINT-REJECTED-COUNT GREATER THAN WS-ALERT-REJ-TOL
                 THEN
              MOVE "REJECTS" TO WS-ALERT-CODE
      *    before image above is display-edited for the register.
              MOVE LN-DEPARTMENT OF LN-READ TO WS-HIST-OLD-DEPT
              MOVE LN-SALARY OF LN-READ     TO WS-HIST-OLD-SALARY
      * the submitter's grant again, now against the department
      *    the employee is actually in - the edit pass could only
      *    see the department the transaction named.
              PERFORM SET-MAINT-AUTH-TEST-RTN
              MOVE LN-DEPARTMENT OF LN-READ TO WS-AUTH-TEST-DEPT
              PERFORM CHECK-SUBMITTER-AUTH-RTN
              IF WS-AUTH-REFUSED THEN
                 ADD 1 TO WS-MAINT-REJECTED-COUNT
                 DISPLAY "Maintenance transaction rejected - "
                    WS-BATCH-SUBMITTER " not authorized for "
                    "department " LN-DEPARTMENT OF LN-READ
                    ", EMP_ID " MTRAN-EMP-ID
                 MOVE "M"    TO SUSP-SOURCE
                 MOVE "E021" TO WS-EDIT-REASON-CODE
                 MOVE WS-AUTH-REFUSED-TEXT TO WS-EDIT-REASON-TEXT
                 MOVE MAINT-TRANS-RECORD TO SUSP-TRAN-IMAGE
                 PERFORM WRITE-SUSPENSE-RECORD-RTN
              ELSE
      * a sensitive change waits for its second approver instead of
      *    applying - judged against the row as fetched, since the
      *    salary test needs the current salary.
              PERFORM CHECK-APPROVAL-NEEDED-RTN
              IF WS-APPROVAL-NEEDED THEN
                 PERFORM DIVERT-FOR-APPROVAL-RTN
              ELSE
      * a TM with no archive to write must not delete - the archive
      *    record is the only copy Legal gets. The suspense record
      *    lets the clerks resubmit once EMPHIST is back.
                 IF MTRAN-STATUS NOT EQUAL SPACE THEN
                    MOVE MTRAN-STATUS TO LN-STATUS OF LN-READ
                 END-IF
      * the retro hold table only empties at a commit - when it is
      *    full, commit what is already batched before this update
      *    the same way a WHATIF does.
                 IF WS-RETRO-ON
                       AND WS-RETRO-HOLD-COUNT NOT LESS THAN
                           WS-RETRO-HOLD-MAX
                       AND WS-ROWS-SINCE-COMMIT GREATER THAN ZERO
                       AND NOT MTRAN-WHATIF-ON THEN
                    PERFORM COMMIT-UNIT-OF-WORK
                    MOVE ZERO TO WS-ROWS-SINCE-COMMIT
                    COMPUTE WS-TRAN-CKPT-SEQ = WS-TRAN-SEQ - 1
                    PERFORM WRITE-INTAKE-CHECKPOINT
                 END-IF
                 IF MTRAN-WHATIF-ON THEN
      * commit whatever is already batched up first, so READ_FN's
      *    dry-run rollback below only backs out this one UPDATE
                          TO WS-CHA-STATUS
                    END-IF
                    PERFORM WRITE-CHANGE-REGISTER-RTN
                    IF WS-REOPEN-THIS-TRAN THEN
                       PERFORM LOG-PERIOD-REOPEN-RTN
                    END-IF
      * a salary change dated back into periods payroll has already
      *    paid leaves a differential owed one way or the other.
                    IF WS-RETRO-ON
                          AND NOT MTRAN-DELETE
                          AND NOT MTRAN-TERMINATE
                          AND MTRAN-EFF-DATE NOT EQUAL SPACES
                          AND LN-SALARY OF LN-READ NOT EQUAL
                              WS-HIST-OLD-SALARY THEN
                       PERFORM HOLD-RETRO-CHANGE-RTN
                    END-IF
      * without the basis a backdated change may still be owed -
      *    counted so the close can alert rather than stay silent.
                    IF NOT WS-RETRO-ON
                          AND NOT MTRAN-DELETE
                          AND NOT MTRAN-TERMINATE
                          AND MTRAN-EFF-DATE NOT EQUAL SPACES
                          AND MTRAN-EFF-DATE LESS THAN WS-INTAKE-DATE
                          AND LN-SALARY OF LN-READ NOT EQUAL
                              WS-HIST-OLD-SALARY THEN
                       ADD 1 TO WS-RETRO-NOBASIS-COUNT
                    END-IF
      * mirror the change into the assignment history - a
      *    termination or delete closes the open assignment; an
      *    update that moved the department or the salary closes
                          PERFORM RECORD-HIST-ASSIGNMENT-RTN
                       END-IF
                    END-IF
      * and into the reporting-line file - a DL/TM takes the
      *    employee off the chart, an UP may name a new manager.
                    PERFORM APPLY-MAINT-REPORTING-LINE-RTN
                    PERFORM HOLD-MAINT-EVENTS-RTN
                 END-IF
              ELSE
                 ADD 1 TO WS-MAINT-REJECTED-COUNT
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
           END-IF
           SET LN-READ-CLOSE OF LN-READ-FUNC OF LN-READ TO TRUE
           CALL "READ_FN" USING LN-READ LN-ERROR
              ADD 1 TO WS-ROWS-SINCE-COMMIT
           END-IF
           IF WS-ROWS-SINCE-COMMIT GREATER OR EQUAL TO WS-COMMIT-FREQ
                 OR WS-EVT-HOLD-COUNT GREATER THAN WS-EVT-HOLD-LIMIT
                 THEN
              PERFORM COMMIT-UNIT-OF-WORK
              MOVE ZERO TO WS-ROWS-SINCE-COMMIT
                 READ HIRE-TRANS-FILE
                    AT END SET WS-BVAL-EOF TO TRUE
                    NOT AT END
                       MOVE HIRE-TRANS-RECORD (1:40)
                          TO WS-BATCH-CTL-REC
                       PERFORM VERIFY-BATCH-RECORD-RTN
                 END-READ
                 READ MAINT-TRANS-FILE
                    AT END SET WS-BVAL-EOF TO TRUE
                    NOT AT END
                       MOVE MAINT-TRANS-RECORD (1:40)
                          TO WS-BATCH-CTL-REC
                       PERFORM VERIFY-BATCH-RECORD-RTN
                 END-READ
      *
       VERIFY-BATCH-RECORD-RTN SECTION.
      * one record of the pre-pass. The caller has the record's
      *    first 40 bytes in WS-BATCH-CTL-REC; the salary for the
      *    hash is taken from whichever transaction layout the
      *    mode reads (blank/non-numeric salaries hash as zero,
      *    matching how the capture system builds the trailer).
      *    whose work went in. Control records draw no sequence
      *    number and never reach the apply path.
           IF WS-BH-TYPE EQUAL "BH" THEN
              MOVE WS-BH-CLERK TO WS-BATCH-CLERK
              MOVE WS-BH-SUBMITTER TO WS-BATCH-SUBMITTER
              IF WS-MODE-HIRE THEN
                 MOVE WS-HIRE-ADDED-COUNT TO WS-BATCH-BASE-APPLIED
                 MOVE WS-HIRE-REJECTED-COUNT
                 MOVE WS-BH-BATCH-ID TO WS-BR-BATCH-ID
                 MOVE WS-BH-CLERK    TO WS-BR-CLERK
                 MOVE WS-BH-DATE     TO WS-BR-DATE
                 MOVE WS-BH-SUBMITTER TO WS-BR-SUBMITTER
                 WRITE CHG-RPT-RECORD FROM SPACES
                    AFTER ADVANCING 1 LINE
                 WRITE CHG-RPT-RECORD FROM WS-BATCH-RPT-LINE
                 WRITE CHG-RPT-RECORD FROM WS-BATCH-END-LINE
                    AFTER ADVANCING 1 LINE
              END-IF
              MOVE SPACES TO WS-BATCH-CLERK
              MOVE SPACES TO WS-BATCH-SUBMITTER
           END-IF
           .
      *
              STRING WS-REPORT-YYYY "-" WS-REPORT-MM "-"
                 WS-REPORT-DD
                 DELIMITED BY SIZE INTO WS-HIST-EFF-DATE
              IF WS-RAISE-APPLY THEN
                 PERFORM OPEN-EVENT-FILES-RTN
              END-IF
              MOVE "N" TO WS-RAISE-DONE-SW
              PERFORM ADJUST-ONE-EMPLOYEE-RTN
                 UNTIL WS-RAISE-DONE
                 PERFORM COMMIT-UNIT-OF-WORK
                 MOVE ZERO TO WS-ROWS-SINCE-COMMIT
              END-IF
              IF WS-RAISE-APPLY THEN
                 PERFORM CLOSE-EVENT-FILES-RTN
              END-IF
              IF WS-RAISE-ROW-COUNT NOT EQUAL WS-EXPECTED-COUNT THEN
                 DISPLAY "WARNING - adjusted row count does not "
                    "match control total. Adjusted: "
           END-IF
           ADD WS-RAISE-NEW-SALARY TO WS-RAISE-NEW-TOTAL
           IF WS-RAISE-NEW-SALARY NOT EQUAL LN-SALARY OF LN-READ THEN
              MOVE LN-SALARY OF LN-READ TO WS-EVT-OLD-SALARY
              MOVE WS-RAISE-NEW-SALARY TO LN-SALARY OF LN-READ
              IF NOT WS-RAISE-APPLY THEN
                 SET LN-WHATIF-ON OF LN-READ TO TRUE
      *    adjusted row.
                    PERFORM RECORD-HIST-CLOSE-RTN
                    PERFORM RECORD-HIST-ASSIGNMENT-RTN
                    MOVE SPACES TO WS-EVT-WORK
                    MOVE "SALARY" TO WS-EVW-TYPE
                    MOVE WS-HIST-EFF-DATE TO WS-EVW-EFF-DATE
                    MOVE WS-EVT-OLD-SALARY TO WS-EVT-SALARY-EDIT
                    MOVE WS-EVT-SALARY-EDIT TO WS-EVW-OLD-VALUE
                    MOVE LN-SALARY OF LN-READ TO WS-EVT-SALARY-EDIT
                    MOVE WS-EVT-SALARY-EDIT TO WS-EVW-NEW-VALUE
                    PERFORM HOLD-ROW-EVENT-RTN
                    ADD 1 TO WS-ROWS-SINCE-COMMIT
                    IF WS-ROWS-SINCE-COMMIT GREATER OR EQUAL
                          WS-COMMIT-FREQ
                          OR WS-EVT-HOLD-COUNT GREATER THAN
                             WS-EVT-HOLD-LIMIT THEN
                       PERFORM COMMIT-UNIT-OF-WORK
                       MOVE ZERO TO WS-ROWS-SINCE-COMMIT
                    END-IF
                 END-IF
                 IF WS-XFER-APPLY THEN
                    PERFORM OPEN-CHANGE-REGISTER
                    PERFORM OPEN-EVENT-FILES-RTN
                 END-IF
                 MOVE ZERO TO WS-XFER-MAP-IX
                 PERFORM UNTIL WS-XFER-MAP-IX GREATER OR EQUAL
                 END-IF
                 IF WS-XFER-APPLY THEN
                    PERFORM CLOSE-CHANGE-REGISTER
                    PERFORM CLOSE-EVENT-FILES-RTN
                 END-IF
                 PERFORM WRITE-XFER-REPORT-RTN
                 DISPLAY "Transfer complete - Rows: "
                 MOVE WS-XFER-EFF-DATE TO WS-HIST-EFF-DATE
                 PERFORM RECORD-HIST-CLOSE-RTN
                 PERFORM RECORD-HIST-ASSIGNMENT-RTN
                 MOVE SPACES TO WS-EVT-WORK
                 MOVE "TRANSFER" TO WS-EVW-TYPE
                 MOVE WS-XFER-EFF-DATE TO WS-EVW-EFF-DATE
                 MOVE WS-CHB-DEPARTMENT TO WS-EVW-OLD-VALUE
                 MOVE LN-DEPARTMENT OF LN-READ TO WS-EVW-NEW-VALUE
                 PERFORM HOLD-ROW-EVENT-RTN
                 ADD 1 TO WS-ROWS-SINCE-COMMIT
                 IF WS-ROWS-SINCE-COMMIT GREATER OR EQUAL
                       WS-COMMIT-FREQ
                       OR WS-EVT-HOLD-COUNT GREATER THAN
                          WS-EVT-HOLD-LIMIT THEN
                    PERFORM COMMIT-UNIT-OF-WORK
                    MOVE ZERO TO WS-ROWS-SINCE-COMMIT
                 END-IF
           END-IF
           .
      *
       ADD-RIF-SCOPE-RTN SECTION.
      * one in-scope department from a RIFDEPT card or a RIFLIST
      *    line - blanks and repeats are ignored, too many is a
      *    refusal (a partial scope would draw the wrong list).
           IF WS-RIF-SCOPE-CODE NOT EQUAL SPACES THEN
              MOVE "N" TO WS-RIF-SCOPE-FOUND-SW
              MOVE ZERO TO WS-RIF-SCOPE-IX
              PERFORM UNTIL WS-RIF-SCOPE-FOUND
                    OR WS-RIF-SCOPE-IX GREATER OR EQUAL
                       WS-RIF-SCOPE-COUNT
                 ADD 1 TO WS-RIF-SCOPE-IX
                 IF WS-RS-DEPT (WS-RIF-SCOPE-IX) EQUAL
                       WS-RIF-SCOPE-CODE THEN
                    SET WS-RIF-SCOPE-FOUND TO TRUE
                 END-IF
              END-PERFORM
              IF NOT WS-RIF-SCOPE-FOUND THEN
                 IF WS-RIF-SCOPE-COUNT LESS THAN WS-RIF-SCOPE-MAX
                       THEN
                    ADD 1 TO WS-RIF-SCOPE-COUNT
                    MOVE WS-RIF-SCOPE-CODE
                       TO WS-RS-DEPT (WS-RIF-SCOPE-COUNT)
                    MOVE ZERO TO WS-RS-HEADCOUNT (WS-RIF-SCOPE-COUNT)
                 ELSE
                    DISPLAY "More RIF departments than supported - "
                       WS-RIF-SCOPE-CODE " not taken"
                    SET WS-RIF-BAD TO TRUE
                 END-IF
              END-IF
           END-IF
           .
      *
       RIF-PLANNING-RTN SECTION.
      * MODE=RIF - reduction-in-force planning. Every in-scope
      *    employee is read (nothing is updated), ranked by
      *    seniority, and the first RIFCOUNT of the pool drawn.
      *    RIFRPT records the cards, the ranking rule, the whole
      *    ranked list and the four-fifths check, so the selection
      *    can be reproduced and defended later. The apply pass
      *    only writes the TM deck - the terminations go through
      *    MODE=MAINT (and its approvals) like any other.
           PERFORM LOAD-RIF-LIST-RTN
           PERFORM EDIT-RIF-CONTROLS-RTN
           IF WS-RIF-BAD THEN
              DISPLAY "MODE=RIF controls failed validation - "
                 "nothing selected"
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN OUTPUT RIF-RPT-FILE
              IF WS-RIFRPT-STATUS NOT EQUAL "00" THEN
                 DISPLAY "RIFRPT not allocated - the selection has "
                    "to be on paper, nothing selected"
                 MOVE 8 TO RETURN-CODE
              ELSE
                 IF WS-RIF-APPLY THEN
                    OPEN OUTPUT RIF-TRAN-FILE
                    IF WS-RIFTRAN-STATUS NOT EQUAL "00" THEN
                       DISPLAY "RIFTRAN not allocated - apply pass "
                          "reverts to the what-if list"
                       MOVE "N" TO WS-RIF-APPLY-SW
                       MOVE 4 TO RETURN-CODE
                    END-IF
                 END-IF
                 MOVE ZERO TO WS-RIF-SCOPE-IX
                 PERFORM UNTIL WS-RIF-SCOPE-IX GREATER OR EQUAL
                       WS-RIF-SCOPE-COUNT
                       OR WS-RIF-FETCH-FAILED OR WS-RIF-OVERFLOW
                    ADD 1 TO WS-RIF-SCOPE-IX
                    PERFORM RIF-FETCH-DEPARTMENT-RTN
                 END-PERFORM
                 IF WS-RIF-FETCH-FAILED OR WS-RIF-OVERFLOW THEN
      * a ranking over part of the population is no ranking - say
      *    so on the report and draw nobody.
                    PERFORM WRITE-RIF-HEADING-RTN
                    IF WS-RIF-OVERFLOW THEN
                       MOVE "*** MORE EMPLOYEES IN SCOPE THAN THE TABLE 
      -                   "HOLDS - NOTHING SELECTED ***"
                          TO RIF-RPT-RECORD
                    ELSE
                       MOVE "*** EMP READ FAILED - NOTHING SELECTED ***"
                          TO RIF-RPT-RECORD
                    END-IF
                    WRITE RIF-RPT-RECORD AFTER ADVANCING 2 LINES
                    MOVE 8 TO RETURN-CODE
                 ELSE
                    PERFORM SELECT-RIF-POSITIONS-RTN
                    PERFORM COMPUTE-RIF-IMPACT-RTN
                    PERFORM WRITE-RIF-REPORT-RTN
                    IF WS-RIF-APPLY THEN
                       PERFORM WRITE-RIF-DECK-RTN
                    END-IF
                    IF WS-RIF-IMPACT-FOUND
                          OR WS-RIF-SELECTED-COUNT LESS THAN
                             WS-RIF-COUNT THEN
                       IF RETURN-CODE LESS THAN 4 THEN
                          MOVE 4 TO RETURN-CODE
                       END-IF
                    END-IF
                 END-IF
                 CLOSE RIF-RPT-FILE
                 IF WS-RIF-APPLY THEN
                    CLOSE RIF-TRAN-FILE
                 END-IF
                 DISPLAY "RIF planning complete - In pool: "
                    WS-RIF-POOL-COUNT " Selected: "
                    WS-RIF-SELECTED-COUNT " Excluded: "
                    WS-RIF-EXCL-COUNT
                 IF WS-RIF-IMPACT-FOUND THEN
                    DISPLAY "WARNING - selection fails the "
                       "four-fifths test - see RIFRPT"
                 END-IF
                 IF NOT WS-RIF-APPLY THEN
                    DISPLAY "WHAT-IF pass only - rerun with "
                       "RIFAPPLY Y for the TM deck once approved"
                 END-IF
              END-IF
           END-IF
           .
      *
       LOAD-RIF-LIST-RTN SECTION.
           OPEN INPUT RIF-LIST-FILE
           IF WS-RIFLIST-STATUS EQUAL "00" THEN
              MOVE "N" TO WS-RIFLIST-EOF-SW
              PERFORM UNTIL WS-RIFLIST-EOF
                 READ RIF-LIST-FILE
                    AT END SET WS-RIFLIST-EOF TO TRUE
                    NOT AT END
                       MOVE RIFL-DEPT TO WS-RIF-SCOPE-CODE
                       PERFORM ADD-RIF-SCOPE-RTN
                 END-READ
              END-PERFORM
              CLOSE RIF-LIST-FILE
           END-IF
           .
      *
       EDIT-RIF-CONTROLS-RTN SECTION.
      * every control is checked before anybody is read - scope
      *    codes on the department reference, a position count,
      *    a known leave policy, a real termination date.
           IF WS-RIF-SCOPE-COUNT EQUAL ZERO THEN
              DISPLAY "MODE=RIF needs RIFDEPT cards or a RIFLIST"
              SET WS-RIF-BAD TO TRUE
           END-IF
           IF WS-RIF-COUNT-IN NOT NUMERIC THEN
              DISPLAY "RIFCOUNT missing or not numeric (nnnnn)"
              SET WS-RIF-BAD TO TRUE
           ELSE
              IF WS-RIF-COUNT EQUAL ZERO THEN
                 DISPLAY "RIFCOUNT is zero - nothing to select"
                 SET WS-RIF-BAD TO TRUE
              END-IF
           END-IF
           IF NOT WS-RIF-LEAVE-EXCLUDE AND NOT WS-RIF-LEAVE-FLAG THEN
              DISPLAY "RIFLEAVE must be EXCL or FLAG - "
                 WS-RIF-LEAVE-POLICY
              SET WS-RIF-BAD TO TRUE
           END-IF
           IF WS-RIF-DATE EQUAL SPACES THEN
              ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
              STRING WS-REPORT-YYYY "-" WS-REPORT-MM "-"
                 WS-REPORT-DD
                 DELIMITED BY SIZE INTO WS-RIF-DATE
           ELSE
              MOVE WS-RIF-DATE TO WS-EDIT-DATE
              PERFORM VALIDATE-EDIT-DATE-RTN
              IF NOT WS-EDIT-DATE-VALID THEN
                 DISPLAY "RIFDATE not a valid yyyy-mm-dd date - "
                    WS-RIF-DATE
                 SET WS-RIF-BAD TO TRUE
              END-IF
           END-IF
           IF NOT WS-DEPTREF-UNAVAILABLE THEN
              MOVE ZERO TO WS-RIF-SCOPE-IX
              PERFORM UNTIL WS-RIF-SCOPE-IX GREATER OR EQUAL
                    WS-RIF-SCOPE-COUNT
                 ADD 1 TO WS-RIF-SCOPE-IX
                 MOVE WS-RS-DEPT (WS-RIF-SCOPE-IX)
                    TO WS-DEPT-LOOKUP-CODE
                 PERFORM LOOKUP-DEPT-NAME-RTN
                 IF NOT WS-DEPT-CODE-KNOWN THEN
                    DISPLAY "RIF department "
                       WS-RS-DEPT (WS-RIF-SCOPE-IX)
                       " not on the reference"
                    SET WS-RIF-BAD TO TRUE
                 END-IF
              END-PERFORM
           END-IF
           .
      *
       RIF-FETCH-DEPARTMENT-RTN SECTION.
      * one cursor over the department - read only, so the
      *    one-EMP_ID-at-a-time walk the update modes need isn't.
           INITIALIZE LN-READ
           MOVE WS-RS-DEPT (WS-RIF-SCOPE-IX) TO LN-DEPARTMENT OF LN-READ
           SET LN-READ-OPEN OF LN-READ-FUNC OF LN-READ TO TRUE
           CALL "READ_FN" USING LN-READ LN-ERROR
           IF LN-SQLCODE OF LN-ERROR NOT EQUAL ZERO THEN
              DISPLAY "Cursor open failed - RIF department "
                 WS-RS-DEPT (WS-RIF-SCOPE-IX)
              MOVE "READ_FN" TO WS-ERR-SOURCE
              PERFORM PRINT-ERRORS
              SET WS-RIF-FETCH-FAILED TO TRUE
           ELSE
              MOVE "N" TO WS-RIF-FETCH-DONE-SW
              PERFORM UNTIL WS-RIF-FETCH-DONE
                 SET LN-READ-FETCH OF LN-READ-FUNC OF LN-READ TO TRUE
                 CALL "READ_FN" USING LN-READ LN-ERROR
                 EVALUATE TRUE
                    WHEN LN-SQLCODE OF LN-ERROR EQUAL +100
                       SET WS-RIF-FETCH-DONE TO TRUE
                    WHEN LN-SQLCODE OF LN-ERROR NOT EQUAL ZERO
                       DISPLAY "Fetch failed - RIF department "
                          WS-RS-DEPT (WS-RIF-SCOPE-IX)
                       MOVE "READ_FN" TO WS-ERR-SOURCE
                       PERFORM PRINT-ERRORS
                       SET WS-RIF-FETCH-FAILED TO TRUE
                       SET WS-RIF-FETCH-DONE TO TRUE
                    WHEN OTHER
                       ADD 1 TO WS-RS-HEADCOUNT (WS-RIF-SCOPE-IX)
                       PERFORM RANK-RIF-EMPLOYEE-RTN
                       IF WS-RIF-OVERFLOW THEN
                          SET WS-RIF-FETCH-DONE TO TRUE
                       END-IF
                 END-EVALUATE
              END-PERFORM
              SET LN-READ-CLOSE OF LN-READ-FUNC OF LN-READ TO TRUE
              CALL "READ_FN" USING LN-READ LN-ERROR
           END-IF
           .
      *
       RANK-RIF-EMPLOYEE-RTN SECTION.
      * slots the fetched row into rank order - later HIRE_DATE
      *    ahead, and on the same date the higher EMP_ID ahead.
      *    Excluded L/M employees sit in the same table (the report
      *    lists them) but never join the pool.
           IF WS-RIF-EMP-COUNT NOT LESS THAN WS-RIF-EMP-MAX THEN
              SET WS-RIF-OVERFLOW TO TRUE
           ELSE
              MOVE LN-EMP-ID OF LN-READ     TO WS-RN-EMP-ID
              MOVE LN-FIRST-NAME OF LN-READ TO WS-RN-FIRST-NAME
              MOVE LN-LAST-NAME OF LN-READ  TO WS-RN-LAST-NAME
              MOVE LN-SEX OF LN-READ        TO WS-RN-SEX
              MOVE LN-DEPARTMENT OF LN-READ TO WS-RN-DEPARTMENT
              MOVE LN-HIRE-DATE OF LN-READ  TO WS-RN-HIRE-DATE
              MOVE LN-STATUS OF LN-READ     TO WS-RN-STATUS
              MOVE LN-SALARY OF LN-READ     TO WS-RN-SALARY
              MOVE "Y" TO WS-RN-POOL
              MOVE "N" TO WS-RN-SELECTED
              IF (WS-RN-STATUS EQUAL "L" OR WS-RN-STATUS EQUAL "M")
                    AND WS-RIF-LEAVE-EXCLUDE THEN
                 MOVE "N" TO WS-RN-POOL
                 ADD 1 TO WS-RIF-EXCL-COUNT
              ELSE
                 ADD 1 TO WS-RIF-POOL-COUNT
              END-IF
              MOVE "N" TO WS-RIF-STOP-SW
              MOVE ZERO TO WS-RIF-EMP-IX
              PERFORM UNTIL WS-RIF-STOP
                    OR WS-RIF-EMP-IX GREATER OR EQUAL WS-RIF-EMP-COUNT
                 ADD 1 TO WS-RIF-EMP-IX
                 IF WS-RE-HIRE-DATE (WS-RIF-EMP-IX) LESS THAN
                       WS-RN-HIRE-DATE
                       OR (WS-RE-HIRE-DATE (WS-RIF-EMP-IX) EQUAL
                           WS-RN-HIRE-DATE
                       AND WS-RE-EMP-ID (WS-RIF-EMP-IX) LESS THAN
                           WS-RN-EMP-ID) THEN
                    SET WS-RIF-STOP TO TRUE
                 END-IF
              END-PERFORM
              IF NOT WS-RIF-STOP THEN
                 COMPUTE WS-RIF-EMP-IX = WS-RIF-EMP-COUNT + 1
              END-IF
              MOVE WS-RIF-EMP-COUNT TO WS-RIF-SHIFT-IX
              PERFORM UNTIL WS-RIF-SHIFT-IX LESS THAN WS-RIF-EMP-IX
                 MOVE WS-RIF-EMP-ENTRY (WS-RIF-SHIFT-IX)
                    TO WS-RIF-EMP-ENTRY (WS-RIF-SHIFT-IX + 1)
                 SUBTRACT 1 FROM WS-RIF-SHIFT-IX
              END-PERFORM
              MOVE WS-RIF-NEW-ENTRY TO WS-RIF-EMP-ENTRY (WS-RIF-EMP-IX)
              ADD 1 TO WS-RIF-EMP-COUNT
           END-IF
           .
      *
       SELECT-RIF-POSITIONS-RTN SECTION.
      * the first RIFCOUNT pool members in rank order are drawn;
      *    pool and selections are tallied by sex as they go.
           INITIALIZE WS-RIF-SEX-TABLE
           MOVE ZERO TO WS-RIF-EMP-IX
           PERFORM UNTIL WS-RIF-EMP-IX GREATER OR EQUAL
                 WS-RIF-EMP-COUNT
              ADD 1 TO WS-RIF-EMP-IX
              IF WS-RE-POOL (WS-RIF-EMP-IX) EQUAL "Y" THEN
                 IF WS-RIF-SELECTED-COUNT LESS THAN WS-RIF-COUNT THEN
                    MOVE "Y" TO WS-RE-SELECTED (WS-RIF-EMP-IX)
                    ADD 1 TO WS-RIF-SELECTED-COUNT
                    ADD WS-RE-SALARY (WS-RIF-EMP-IX)
                       TO WS-RIF-SELECTED-PAYROLL
                 END-IF
                 EVALUATE WS-RE-SEX (WS-RIF-EMP-IX)
                    WHEN "F"
                       MOVE 1 TO WS-RIF-SEX-IX
                    WHEN "M"
                       MOVE 2 TO WS-RIF-SEX-IX
                    WHEN OTHER
                       MOVE ZERO TO WS-RIF-SEX-IX
                 END-EVALUATE
                 IF WS-RIF-SEX-IX GREATER THAN ZERO THEN
                    ADD 1 TO WS-RX-POOL (WS-RIF-SEX-IX)
                    IF WS-RE-SELECTED (WS-RIF-EMP-IX) EQUAL "Y" THEN
                       ADD 1 TO WS-RX-SELECTED (WS-RIF-SEX-IX)
                    END-IF
                 ELSE
                    ADD 1 TO WS-RIF-SEX-OTHER-POOL
                    IF WS-RE-SELECTED (WS-RIF-EMP-IX) EQUAL "Y" THEN
                       ADD 1 TO WS-RIF-SEX-OTHER-SEL
                    END-IF
                 END-IF
                 IF WS-RE-STATUS (WS-RIF-EMP-IX) EQUAL "L"
                       OR WS-RE-STATUS (WS-RIF-EMP-IX) EQUAL "M" THEN
                    IF WS-RE-SELECTED (WS-RIF-EMP-IX) EQUAL "Y" THEN
                       ADD 1 TO WS-RIF-FLAG-COUNT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .
      *
       COMPUTE-RIF-IMPACT-RTN SECTION.
      * in a reduction the favorable outcome is being kept, so the
      *    four-fifths rule is applied to retention rates: the
      *    lower group's rate under 80% of the higher group's
      *    indicates adverse impact. Either group empty, or nobody
      *    kept at all, leaves nothing to compare.
           MOVE ZERO TO WS-RIF-SEX-IX
           PERFORM UNTIL WS-RIF-SEX-IX GREATER OR EQUAL 2
              ADD 1 TO WS-RIF-SEX-IX
              IF WS-RX-POOL (WS-RIF-SEX-IX) GREATER THAN ZERO THEN
                 COMPUTE WS-RX-SEL-RATE (WS-RIF-SEX-IX) ROUNDED =
                    WS-RX-SELECTED (WS-RIF-SEX-IX) * 100
                       / WS-RX-POOL (WS-RIF-SEX-IX)
                 COMPUTE WS-RX-RET-RATE (WS-RIF-SEX-IX) ROUNDED =
                    (WS-RX-POOL (WS-RIF-SEX-IX)
                       - WS-RX-SELECTED (WS-RIF-SEX-IX)) * 100
                       / WS-RX-POOL (WS-RIF-SEX-IX)
              END-IF
           END-PERFORM
           MOVE ZERO TO WS-RIF-IMPACT-RATIO
           EVALUATE TRUE
              WHEN WS-RX-POOL (1) EQUAL ZERO
                    OR WS-RX-POOL (2) EQUAL ZERO
                 SET WS-RIF-IMPACT-NOT-COMPUTABLE TO TRUE
              WHEN WS-RX-RET-RATE (1) EQUAL ZERO
                    AND WS-RX-RET-RATE (2) EQUAL ZERO
                 SET WS-RIF-IMPACT-NOT-COMPUTABLE TO TRUE
              WHEN WS-RX-RET-RATE (1) LESS THAN WS-RX-RET-RATE (2)
                 COMPUTE WS-RIF-IMPACT-RATIO ROUNDED =
                    WS-RX-RET-RATE (1) * 100 / WS-RX-RET-RATE (2)
              WHEN OTHER
                 COMPUTE WS-RIF-IMPACT-RATIO ROUNDED =
                    WS-RX-RET-RATE (2) * 100 / WS-RX-RET-RATE (1)
           END-EVALUATE
           IF NOT WS-RIF-IMPACT-NOT-COMPUTABLE
                 AND WS-RIF-IMPACT-RATIO LESS THAN 80 THEN
              SET WS-RIF-IMPACT-FOUND TO TRUE
           END-IF
           .
      *
       WRITE-RIF-HEADING-RTN SECTION.
      * heading, banner, and the controls the list was drawn under
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           MOVE WS-REPORT-MM TO WS-RD-MM
           MOVE WS-REPORT-DD TO WS-RD-DD
           MOVE WS-REPORT-YYYY TO WS-RD-YYYY
           MOVE WS-REPORT-DATE-DISPLAY TO WS-RFH-DATE
           WRITE RIF-RPT-RECORD FROM WS-RIF-RPT-HEADING
              AFTER ADVANCING 1 LINE
           IF WS-RIF-APPLY THEN
              WRITE RIF-RPT-RECORD FROM WS-RIF-BANNER-APPLY
                 AFTER ADVANCING 1 LINE
           ELSE
              WRITE RIF-RPT-RECORD FROM WS-RIF-BANNER-WHATIF
                 AFTER ADVANCING 1 LINE
           END-IF
           WRITE RIF-RPT-RECORD FROM SPACES AFTER ADVANCING 1 LINE
           MOVE SPACES TO WS-RSL-DEPTS
           MOVE ZERO TO WS-RIF-SCOPE-IX
           PERFORM UNTIL WS-RIF-SCOPE-IX GREATER OR EQUAL
                 WS-RIF-SCOPE-COUNT OR WS-RIF-SCOPE-IX NOT LESS THAN 25
              ADD 1 TO WS-RIF-SCOPE-IX
              MOVE WS-RS-DEPT (WS-RIF-SCOPE-IX)
                 TO WS-RSL-DEPTS (WS-RIF-SCOPE-IX * 4 - 3:3)
           END-PERFORM
           WRITE RIF-RPT-RECORD FROM WS-RIF-SCOPE-LINE
              AFTER ADVANCING 1 LINE
           IF WS-RIF-SCOPE-COUNT GREATER THAN 25 THEN
              MOVE SPACES TO WS-RSL-DEPTS
              PERFORM UNTIL WS-RIF-SCOPE-IX GREATER OR EQUAL
                    WS-RIF-SCOPE-COUNT
                 ADD 1 TO WS-RIF-SCOPE-IX
                 MOVE WS-RS-DEPT (WS-RIF-SCOPE-IX)
                    TO WS-RSL-DEPTS (WS-RIF-SCOPE-IX * 4 - 103:3)
              END-PERFORM
              WRITE RIF-RPT-RECORD FROM WS-RIF-SCOPE-LINE
                 AFTER ADVANCING 1 LINE
           END-IF
           MOVE WS-RIF-COUNT        TO WS-RPL-COUNT
           MOVE WS-RIF-POOL-COUNT   TO WS-RPL-POOL
           MOVE WS-RIF-EXCL-COUNT   TO WS-RPL-EXCL
           MOVE WS-RIF-LEAVE-POLICY TO WS-RPL-POLICY
           MOVE WS-RIF-DATE         TO WS-RPL-DATE
           WRITE RIF-RPT-RECORD FROM WS-RIF-PARM-LINE
              AFTER ADVANCING 1 LINE
           WRITE RIF-RPT-RECORD FROM WS-RIF-RULE-LINE
              AFTER ADVANCING 1 LINE
           .
      *
       WRITE-RIF-REPORT-RTN SECTION.
      * the whole ranked pool - selected and retained alike - then
      *    the excluded, then the adverse-impact section
           PERFORM WRITE-RIF-HEADING-RTN
           WRITE RIF-RPT-RECORD FROM SPACES AFTER ADVANCING 1 LINE
           WRITE RIF-RPT-RECORD FROM WS-RIF-COLUMN-HEADING
              AFTER ADVANCING 1 LINE
           MOVE ZERO TO WS-RIF-RANK
           MOVE ZERO TO WS-RIF-EMP-IX
           PERFORM UNTIL WS-RIF-EMP-IX GREATER OR EQUAL
                 WS-RIF-EMP-COUNT
              ADD 1 TO WS-RIF-EMP-IX
              IF WS-RE-POOL (WS-RIF-EMP-IX) EQUAL "Y" THEN
                 ADD 1 TO WS-RIF-RANK
                 PERFORM WRITE-RIF-DETAIL-RTN
              END-IF
           END-PERFORM
           IF WS-RIF-POOL-COUNT EQUAL ZERO THEN
              WRITE RIF-RPT-RECORD FROM WS-RIF-NONE-LINE
                 AFTER ADVANCING 1 LINE
           END-IF
           WRITE RIF-RPT-RECORD FROM SPACES AFTER ADVANCING 1 LINE
           MOVE WS-RIF-SELECTED-COUNT   TO WS-RTL-SELECTED
           MOVE WS-RIF-SELECTED-PAYROLL TO WS-RTL-PAYROLL
           MOVE WS-RIF-FLAG-COUNT       TO WS-RTL-FLAGGED
           WRITE RIF-RPT-RECORD FROM WS-RIF-TOTAL-LINE
              AFTER ADVANCING 1 LINE
           IF WS-RIF-SELECTED-COUNT LESS THAN WS-RIF-COUNT THEN
              MOVE "*** POOL SMALLER THAN RIFCOUNT - EVERY POOL MEMBER 
      -          "SELECTED ***" TO RIF-RPT-RECORD
              WRITE RIF-RPT-RECORD AFTER ADVANCING 1 LINE
           END-IF
           IF WS-RIF-LEAVE-EXCLUDE THEN
              WRITE RIF-RPT-RECORD FROM SPACES
                 AFTER ADVANCING 1 LINE
              WRITE RIF-RPT-RECORD FROM WS-RIF-EXCL-HEADING
                 AFTER ADVANCING 1 LINE
              MOVE ZERO TO WS-RIF-RANK
              MOVE ZERO TO WS-RIF-EMP-IX
              PERFORM UNTIL WS-RIF-EMP-IX GREATER OR EQUAL
                    WS-RIF-EMP-COUNT
                 ADD 1 TO WS-RIF-EMP-IX
                 IF WS-RE-POOL (WS-RIF-EMP-IX) EQUAL "N" THEN
                    PERFORM WRITE-RIF-DETAIL-RTN
                 END-IF
              END-PERFORM
              IF WS-RIF-EXCL-COUNT EQUAL ZERO THEN
                 WRITE RIF-RPT-RECORD FROM WS-RIF-NONE-LINE
                    AFTER ADVANCING 1 LINE
              END-IF
           END-IF
           WRITE RIF-RPT-RECORD FROM SPACES AFTER ADVANCING 1 LINE
           WRITE RIF-RPT-RECORD FROM WS-RIF-AI-HEADING
              AFTER ADVANCING 1 LINE
           WRITE RIF-RPT-RECORD FROM WS-RIF-AI-COLUMNS
              AFTER ADVANCING 1 LINE
           MOVE ZERO TO WS-RIF-SEX-IX
           PERFORM UNTIL WS-RIF-SEX-IX GREATER OR EQUAL 2
              ADD 1 TO WS-RIF-SEX-IX
              IF WS-RIF-SEX-IX EQUAL 1 THEN
                 MOVE "FEMALE" TO WS-RAD-SEX
              ELSE
                 MOVE "MALE"   TO WS-RAD-SEX
              END-IF
              MOVE WS-RX-POOL (WS-RIF-SEX-IX)     TO WS-RAD-POOL
              MOVE WS-RX-SELECTED (WS-RIF-SEX-IX) TO WS-RAD-SELECTED
              MOVE WS-RX-SEL-RATE (WS-RIF-SEX-IX) TO WS-RAD-SEL-RATE
              COMPUTE WS-RAD-RETAINED = WS-RX-POOL (WS-RIF-SEX-IX)
                 - WS-RX-SELECTED (WS-RIF-SEX-IX)
              MOVE WS-RX-RET-RATE (WS-RIF-SEX-IX) TO WS-RAD-RET-RATE
              WRITE RIF-RPT-RECORD FROM WS-RIF-AI-DETAIL
                 AFTER ADVANCING 1 LINE
           END-PERFORM
           IF WS-RIF-SEX-OTHER-POOL GREATER THAN ZERO THEN
              MOVE WS-RIF-SEX-OTHER-POOL TO WS-RAO-POOL
              MOVE WS-RIF-SEX-OTHER-SEL  TO WS-RAO-SELECTED
              WRITE RIF-RPT-RECORD FROM WS-RIF-AI-OTHER-LINE
                 AFTER ADVANCING 1 LINE
           END-IF
           MOVE WS-RIF-IMPACT-RATIO TO WS-RAR-RATIO
           EVALUATE TRUE
              WHEN WS-RIF-IMPACT-NOT-COMPUTABLE
                 MOVE "NOT COMPUTABLE - A GROUP IS EMPTY OR NONE KEPT"
                    TO WS-RAR-TEXT
              WHEN WS-RIF-IMPACT-FOUND
                 MOVE "*** UNDER 80% - ADVERSE IMPACT INDICATED ***"
                    TO WS-RAR-TEXT
              WHEN OTHER
                 MOVE "MEETS THE FOUR-FIFTHS RULE" TO WS-RAR-TEXT
           END-EVALUATE
           WRITE RIF-RPT-RECORD FROM WS-RIF-AI-RESULT-LINE
              AFTER ADVANCING 1 LINE
           .
      *
       WRITE-RIF-DETAIL-RTN SECTION.
      * one employee at WS-RIF-EMP-IX; an excluded employee carries
      *    no rank
           MOVE SPACES TO WS-RFD-FLAG
           IF WS-RE-POOL (WS-RIF-EMP-IX) EQUAL "Y" THEN
              MOVE WS-RIF-RANK TO WS-RFD-RANK
              IF WS-RE-SELECTED (WS-RIF-EMP-IX) EQUAL "Y" THEN
                 MOVE "SELECTED" TO WS-RFD-RESULT
              ELSE
                 MOVE "RETAINED" TO WS-RFD-RESULT
              END-IF
              IF WS-RE-STATUS (WS-RIF-EMP-IX) EQUAL "L"
                    OR WS-RE-STATUS (WS-RIF-EMP-IX) EQUAL "M" THEN
                 MOVE "ON LEAVE - REVIEW" TO WS-RFD-FLAG
              END-IF
           ELSE
              MOVE ZERO TO WS-RFD-RANK
              MOVE "EXCLUDED" TO WS-RFD-RESULT
           END-IF
           MOVE WS-RE-EMP-ID (WS-RIF-EMP-IX)     TO WS-RFD-EMP-ID
           MOVE WS-RE-LAST-NAME (WS-RIF-EMP-IX)  TO WS-RFD-LAST-NAME
           MOVE WS-RE-FIRST-NAME (WS-RIF-EMP-IX) TO WS-RFD-FIRST-NAME
           MOVE WS-RE-SEX (WS-RIF-EMP-IX)        TO WS-RFD-SEX
           MOVE WS-RE-DEPARTMENT (WS-RIF-EMP-IX) TO WS-RFD-DEPT
           MOVE WS-RE-HIRE-DATE (WS-RIF-EMP-IX)  TO WS-RFD-HIRE-DATE
           MOVE WS-RE-STATUS (WS-RIF-EMP-IX)     TO WS-RFD-STATUS
           MOVE WS-RE-SALARY (WS-RIF-EMP-IX)     TO WS-RFD-SALARY
           WRITE RIF-RPT-RECORD FROM WS-RIF-DETAIL
              AFTER ADVANCING 1 LINE
           .
      *
       WRITE-RIF-DECK-RTN SECTION.
      * one BH/BT batch of TM transactions, reason RIF, in rank
      *    order - MODE=MAINT verifies and applies it like any deck.
      *    A termination date after tonight also rides as the
      *    effective date so the TM waits on the pending queue.
           MOVE SPACES TO WS-RBH-BATCH-ID
           STRING "RIF" WS-REPORT-MM WS-REPORT-DD
              DELIMITED BY SIZE INTO WS-RBH-BATCH-ID
           MOVE WS-USERID TO WS-RBH-CLERK
           MOVE WS-USERID TO WS-RBH-SUBMITTER
           STRING WS-REPORT-YYYY "-" WS-REPORT-MM "-" WS-REPORT-DD
              DELIMITED BY SIZE INTO WS-RBH-DATE
           MOVE SPACES TO RIF-TRAN-RECORD
           MOVE WS-RIF-BH-RECORD TO RIF-TRAN-RECORD
           WRITE RIF-TRAN-RECORD
           MOVE WS-RIF-DATE TO WS-RTM-TERM-DATE
           IF WS-RIF-DATE GREATER THAN WS-RBH-DATE THEN
              MOVE WS-RIF-DATE TO WS-RTM-EFF-DATE
           ELSE
              MOVE SPACES TO WS-RTM-EFF-DATE
           END-IF
           MOVE ZERO TO WS-RIF-EMP-IX
           PERFORM UNTIL WS-RIF-EMP-IX GREATER OR EQUAL
                 WS-RIF-EMP-COUNT
              ADD 1 TO WS-RIF-EMP-IX
              IF WS-RE-SELECTED (WS-RIF-EMP-IX) EQUAL "Y" THEN
                 MOVE WS-RE-EMP-ID (WS-RIF-EMP-IX) TO WS-RTM-EMP-ID
                 WRITE RIF-TRAN-RECORD FROM WS-RIF-TM-RECORD
                 ADD 1 TO WS-RIF-TM-WRITTEN
              END-IF
           END-PERFORM
      * a TM carries no salary, so the trailer hash is zero
           MOVE WS-RIF-TM-WRITTEN TO WS-RBT-COUNT
           MOVE SPACES TO RIF-TRAN-RECORD
           MOVE WS-RIF-BT-RECORD TO RIF-TRAN-RECORD
           WRITE RIF-TRAN-RECORD
           DISPLAY "RIF TM deck written - " WS-RIF-TM-WRITTEN
              " terminations for review"
           .
      *
       MERIT-REVIEW-RTN SECTION.
      * MODE=MERIT - annual merit cycle. Ratings, matrix and
      *    budgets are loaded and edited before anybody is read;
      *    then each department on the reference is walked with a
      *    read-only cursor (nothing is updated) and every rated
      *    employee priced onto MERITRPT against the department's
      *    merit budget. The apply pass only writes the UP deck -
      *    the increases go through MODE=MAINT (and its approval
      *    threshold) like any other salary change. Lump sums are
      *    one-time payments with no EMP column - they are costed
      *    here and paid from the report.
           PERFORM LOAD-MERIT-INPUTS-RTN
           PERFORM EDIT-MERIT-CONTROLS-RTN
           IF WS-MERIT-BAD THEN
              DISPLAY "MODE=MERIT controls failed validation - "
                 "nothing priced"
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN OUTPUT MERIT-RPT-FILE
              IF WS-MERITRPT-STATUS NOT EQUAL "00" THEN
                 DISPLAY "MERITRPT not allocated - the costing has "
                    "to be on paper, nothing priced"
                 MOVE 8 TO RETURN-CODE
              ELSE
                 IF WS-MERIT-APPLY THEN
                    OPEN OUTPUT MERIT-TRAN-FILE
                    IF WS-MERITTRN-STATUS NOT EQUAL "00" THEN
                       DISPLAY "MERITTRN not allocated - apply pass "
                          "reverts to the what-if costing"
                       MOVE "N" TO WS-MERIT-APPLY-SW
                       MOVE 4 TO RETURN-CODE
                    END-IF
                 END-IF
                 PERFORM WRITE-MERIT-HEADING-RTN
                 MOVE ZERO TO WS-DEPT-REF-IX
                 PERFORM UNTIL WS-DEPT-REF-IX GREATER OR EQUAL
                       WS-DEPT-REF-COUNT
                       OR WS-MERIT-FETCH-FAILED OR WS-MERIT-OVERFLOW
                    ADD 1 TO WS-DEPT-REF-IX
                    IF WS-FILTER-DEPT EQUAL SPACES
                          OR WS-FILTER-DEPT EQUAL
                             WS-DR-CODE (WS-DEPT-REF-IX) THEN
                       PERFORM MERIT-FETCH-DEPARTMENT-RTN
                    END-IF
                 END-PERFORM
                 IF WS-MERIT-FETCH-FAILED OR WS-MERIT-OVERFLOW THEN
      * a costing over part of the population is no costing - say
      *    so on the report and write no deck.
                    IF WS-MERIT-OVERFLOW THEN
                       MOVE "*** MORE INCREASES THAN THE DECK TABLE HOLD
      -                   "S - COSTING INCOMPLETE, NO DECK ***"
                          TO MERIT-RPT-RECORD
                    ELSE
                       MOVE "*** EMP READ FAILED - COSTING INCOMPLETE, N
      -                   "O DECK ***" TO MERIT-RPT-RECORD
                    END-IF
                    WRITE MERIT-RPT-RECORD AFTER ADVANCING 2 LINES
                    MOVE 8 TO RETURN-CODE
                 ELSE
                    PERFORM WRITE-MERIT-TOTALS-RTN
                    IF WS-MERIT-APPLY THEN
                       PERFORM WRITE-MERIT-DECK-RTN
                    END-IF
                    IF WS-MERIT-OVER-COUNT GREATER THAN ZERO
                          OR WS-MERIT-EXCEPT-COUNT GREATER THAN ZERO
                          THEN
                       IF RETURN-CODE LESS THAN 4 THEN
                          MOVE 4 TO RETURN-CODE
                       END-IF
                    END-IF
                 END-IF
                 CLOSE MERIT-RPT-FILE
                 IF WS-MERIT-APPLY THEN
                    CLOSE MERIT-TRAN-FILE
                 END-IF
                 DISPLAY "Merit review complete - Priced: "
                    WS-MERIT-TOT-HEADS " Not rated: "
                    WS-MERIT-NOT-RATED " Exceptions: "
                    WS-MERIT-EXCEPT-COUNT
                 IF WS-MERIT-OVER-COUNT GREATER THAN ZERO THEN
                    DISPLAY "WARNING - " WS-MERIT-OVER-COUNT
                       " department(s) over merit budget - see "
                       "MERITRPT"
                 END-IF
                 IF NOT WS-MERIT-APPLY THEN
                    DISPLAY "WHAT-IF pass only - rerun with "
                       "MERITAPPLY Y for the UP deck once approved"
                 END-IF
              END-IF
           END-IF
           .
      *
       LOAD-MERIT-INPUTS-RTN SECTION.
      * ratings and matrix are required - without either there is
      *    nothing to price. The budget file is optional; without
      *    it every department prints as having no merit budget.
           OPEN INPUT MERIT-RTG-FILE
           IF WS-MERITRTG-STATUS NOT EQUAL "00" THEN
              DISPLAY "MERITRTG not allocated - no ratings to price"
              SET WS-MERIT-BAD TO TRUE
           ELSE
              MOVE "N" TO WS-MERIT-EOF-SW
              PERFORM UNTIL WS-MERIT-EOF
                 READ MERIT-RTG-FILE
                    AT END SET WS-MERIT-EOF TO TRUE
                    NOT AT END
                       PERFORM TABLE-MERIT-RATING-RTN
                 END-READ
              END-PERFORM
              CLOSE MERIT-RTG-FILE
           END-IF
           OPEN INPUT MERIT-MTX-FILE
           IF WS-MERITMTX-STATUS NOT EQUAL "00" THEN
              DISPLAY "MERITMTX not allocated - no merit matrix"
              SET WS-MERIT-BAD TO TRUE
           ELSE
              MOVE "N" TO WS-MERIT-EOF-SW
              PERFORM UNTIL WS-MERIT-EOF
                 READ MERIT-MTX-FILE
                    AT END SET WS-MERIT-EOF TO TRUE
                    NOT AT END
                       PERFORM TABLE-MERIT-MATRIX-RTN
                 END-READ
              END-PERFORM
              CLOSE MERIT-MTX-FILE
           END-IF
           OPEN INPUT MERIT-BDG-FILE
           IF WS-MERITBDG-STATUS NOT EQUAL "00" THEN
              DISPLAY "MERITBDG not allocated - departments costed "
                 "with no merit budget"
              SET WS-MERIT-BDG-UNAVAILABLE TO TRUE
           ELSE
              MOVE "N" TO WS-MERIT-EOF-SW
              PERFORM UNTIL WS-MERIT-EOF
                 READ MERIT-BDG-FILE
                    AT END SET WS-MERIT-EOF TO TRUE
                    NOT AT END
                       IF MBDG-BUDGET-X NOT NUMERIC THEN
                          DISPLAY "MERITBDG budget not numeric - "
                             "department " MBDG-DEPT
                          SET WS-MERIT-BAD TO TRUE
                       ELSE
                          IF WS-MERIT-BDG-COUNT LESS THAN
                                WS-MERIT-BDG-MAX THEN
                             ADD 1 TO WS-MERIT-BDG-COUNT
                             MOVE MBDG-DEPT
                                TO WS-MB-DEPT (WS-MERIT-BDG-COUNT)
                             MOVE MBDG-BUDGET
                                TO WS-MB-BUDGET (WS-MERIT-BDG-COUNT)
                          ELSE
                             DISPLAY "More MERITBDG departments than "
                                "supported - " MBDG-DEPT " not taken"
                             SET WS-MERIT-BAD TO TRUE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MERIT-BDG-FILE
           END-IF
           .
      *
       TABLE-MERIT-RATING-RTN SECTION.
      * one rating line - a bad EMP_ID, a blank rating or a second
      *    rating for the same employee is a refusal (the file is
      *    wrong, and a partial cycle would be keyed as if whole).
           IF MRTG-EMP-ID-X NOT NUMERIC OR MRTG-RATING EQUAL SPACE
                 THEN
              DISPLAY "MERITRTG line not EMP_ID(6) blank RATING(1) - "
                 MRTG-EMP-ID-X " " MRTG-RATING
              SET WS-MERIT-BAD TO TRUE
           ELSE
              MOVE "N" TO WS-MERIT-FOUND-SW
              MOVE ZERO TO WS-MERIT-RTG-IX
              PERFORM UNTIL WS-MERIT-FOUND
                    OR WS-MERIT-RTG-IX GREATER OR EQUAL
                       WS-MERIT-RTG-COUNT
                 ADD 1 TO WS-MERIT-RTG-IX
                 IF WS-MG-EMP-ID (WS-MERIT-RTG-IX) EQUAL MRTG-EMP-ID
                       THEN
                    SET WS-MERIT-FOUND TO TRUE
                 END-IF
              END-PERFORM
              IF WS-MERIT-FOUND THEN
                 DISPLAY "MERITRTG rates EMP_ID " MRTG-EMP-ID
                    " more than once"
                 SET WS-MERIT-BAD TO TRUE
              ELSE
                 IF WS-MERIT-RTG-COUNT LESS THAN WS-MERIT-RTG-MAX THEN
                    ADD 1 TO WS-MERIT-RTG-COUNT
                    MOVE MRTG-EMP-ID
                       TO WS-MG-EMP-ID (WS-MERIT-RTG-COUNT)
                    MOVE MRTG-RATING
                       TO WS-MG-RATING (WS-MERIT-RTG-COUNT)
                    MOVE "N" TO WS-MG-USED (WS-MERIT-RTG-COUNT)
                 ELSE
                    DISPLAY "More MERITRTG ratings than supported - "
                       MRTG-EMP-ID " not taken"
                    SET WS-MERIT-BAD TO TRUE
                 END-IF
              END-IF
           END-IF
           .
      *
       TABLE-MERIT-MATRIX-RTN SECTION.
      * one matrix row - four numeric percents, one row per rating
           MOVE "N" TO WS-MERIT-FOUND-SW
           MOVE ZERO TO WS-MERIT-QTR-IX
           PERFORM UNTIL WS-MERIT-QTR-IX GREATER OR EQUAL 4
              ADD 1 TO WS-MERIT-QTR-IX
              IF MMTX-PCT-X (WS-MERIT-QTR-IX) NOT NUMERIC THEN
                 SET WS-MERIT-FOUND TO TRUE
              END-IF
           END-PERFORM
           IF WS-MERIT-FOUND OR MMTX-RATING EQUAL SPACE THEN
              DISPLAY "MERITMTX line not RATING(1) and four "
                 "percents (nnnn) - rating " MMTX-RATING
              SET WS-MERIT-BAD TO TRUE
           ELSE
              MOVE MMTX-RATING TO WS-MERIT-RATING
              PERFORM FIND-MERIT-MATRIX-RTN
              IF WS-MERIT-FOUND THEN
                 DISPLAY "MERITMTX has rating " MMTX-RATING
                    " more than once"
                 SET WS-MERIT-BAD TO TRUE
              ELSE
                 IF WS-MERIT-MTX-COUNT LESS THAN WS-MERIT-MTX-MAX THEN
                    ADD 1 TO WS-MERIT-MTX-COUNT
                    MOVE MMTX-RATING
                       TO WS-MX-RATING (WS-MERIT-MTX-COUNT)
                    MOVE ZERO TO WS-MERIT-QTR-IX
                    PERFORM UNTIL WS-MERIT-QTR-IX GREATER OR EQUAL 4
                       ADD 1 TO WS-MERIT-QTR-IX
                       MOVE MMTX-PCT (WS-MERIT-QTR-IX)
                          TO WS-MX-PCT (WS-MERIT-MTX-COUNT,
                                        WS-MERIT-QTR-IX)
                    END-PERFORM
                 ELSE
                    DISPLAY "More MERITMTX ratings than supported - "
                       MMTX-RATING " not taken"
                    SET WS-MERIT-BAD TO TRUE
                 END-IF
              END-IF
           END-IF
           .
      *
       FIND-MERIT-MATRIX-RTN SECTION.
      * finds WS-MERIT-RATING on the matrix - WS-MERIT-MTX-IX and
      *    the found switch come back set
           MOVE "N" TO WS-MERIT-FOUND-SW
           MOVE ZERO TO WS-MERIT-MTX-IX
           PERFORM UNTIL WS-MERIT-FOUND
                 OR WS-MERIT-MTX-IX GREATER OR EQUAL WS-MERIT-MTX-COUNT
              ADD 1 TO WS-MERIT-MTX-IX
              IF WS-MX-RATING (WS-MERIT-MTX-IX) EQUAL WS-MERIT-RATING
                    THEN
                 SET WS-MERIT-FOUND TO TRUE
              END-IF
           END-PERFORM
           .
      *
       EDIT-MERIT-CONTROLS-RTN SECTION.
      * the rest of the checks made before anybody is read - the
      *    references the pricing needs, something to price, a real
      *    effective date.
           IF WS-DEPTREF-UNAVAILABLE OR WS-GRADEREF-UNAVAILABLE THEN
              DISPLAY "MODE=MERIT needs DEPTFILE and GRADEFIL to "
                 "find each department's band"
              SET WS-MERIT-BAD TO TRUE
           END-IF
           IF WS-MERITRTG-STATUS EQUAL "00"
                 AND WS-MERIT-RTG-COUNT EQUAL ZERO THEN
              DISPLAY "MERITRTG is empty - nothing to price"
              SET WS-MERIT-BAD TO TRUE
           END-IF
           IF WS-MERITMTX-STATUS EQUAL "00"
                 AND WS-MERIT-MTX-COUNT EQUAL ZERO THEN
              DISPLAY "MERITMTX is empty - no increase percents"
              SET WS-MERIT-BAD TO TRUE
           END-IF
           IF WS-MERIT-EFF-DATE EQUAL SPACES THEN
              ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
              STRING WS-REPORT-YYYY "-" WS-REPORT-MM "-"
                 WS-REPORT-DD
                 DELIMITED BY SIZE INTO WS-MERIT-EFF-DATE
           ELSE
              MOVE WS-MERIT-EFF-DATE TO WS-EDIT-DATE
              PERFORM VALIDATE-EDIT-DATE-RTN
              IF NOT WS-EDIT-DATE-VALID THEN
                 DISPLAY "MERITEFF not a valid yyyy-mm-dd date - "
                    WS-MERIT-EFF-DATE
                 SET WS-MERIT-BAD TO TRUE
              END-IF
           END-IF
           .
      *
       MERIT-FETCH-DEPARTMENT-RTN SECTION.
      * one cursor over the department at WS-DEPT-REF-IX - read
      *    only, like MODE=RIF's. The band is looked up once for
      *    the department; the department's lines and its total
      *    print only if somebody in it holds a rating.
           MOVE WS-DR-CODE (WS-DEPT-REF-IX)  TO WS-MERIT-DEPT
           MOVE WS-DR-GRADE (WS-DEPT-REF-IX) TO WS-MERIT-GRADE
           MOVE WS-MERIT-GRADE TO WS-GRADE-LOOKUP-CODE
           PERFORM LOOKUP-GRADE-BAND-RTN
           MOVE WS-GRADE-LOOKUP-SW TO WS-MERIT-BAND-SW
           MOVE "N" TO WS-MERIT-HDR-SW
           MOVE ZERO TO WS-MERIT-DEPT-HEADS
           MOVE ZERO TO WS-MERIT-DEPT-PAYROLL
           MOVE ZERO TO WS-MERIT-DEPT-BASE
           MOVE ZERO TO WS-MERIT-DEPT-LUMP
           INITIALIZE LN-READ
           MOVE WS-MERIT-DEPT TO LN-DEPARTMENT OF LN-READ
           SET LN-READ-OPEN OF LN-READ-FUNC OF LN-READ TO TRUE
           CALL "READ_FN" USING LN-READ LN-ERROR
           IF LN-SQLCODE OF LN-ERROR NOT EQUAL ZERO THEN
              DISPLAY "Cursor open failed - merit department "
                 WS-MERIT-DEPT
              MOVE "READ_FN" TO WS-ERR-SOURCE
              PERFORM PRINT-ERRORS
              SET WS-MERIT-FETCH-FAILED TO TRUE
           ELSE
              MOVE "N" TO WS-MERIT-FETCH-DONE-SW
              PERFORM UNTIL WS-MERIT-FETCH-DONE
                 SET LN-READ-FETCH OF LN-READ-FUNC OF LN-READ TO TRUE
                 CALL "READ_FN" USING LN-READ LN-ERROR
                 EVALUATE TRUE
                    WHEN LN-SQLCODE OF LN-ERROR EQUAL +100
                       SET WS-MERIT-FETCH-DONE TO TRUE
                    WHEN LN-SQLCODE OF LN-ERROR NOT EQUAL ZERO
                       DISPLAY "Fetch failed - merit department "
                          WS-MERIT-DEPT
                       MOVE "READ_FN" TO WS-ERR-SOURCE
                       PERFORM PRINT-ERRORS
                       SET WS-MERIT-FETCH-FAILED TO TRUE
                       SET WS-MERIT-FETCH-DONE TO TRUE
                    WHEN OTHER
                       PERFORM PRICE-MERIT-EMPLOYEE-RTN
                       IF WS-MERIT-OVERFLOW THEN
                          SET WS-MERIT-FETCH-DONE TO TRUE
                       END-IF
                 END-EVALUATE
              END-PERFORM
              SET LN-READ-CLOSE OF LN-READ-FUNC OF LN-READ TO TRUE
              CALL "READ_FN" USING LN-READ LN-ERROR
              IF WS-MERIT-HDR-WRITTEN AND NOT WS-MERIT-FETCH-FAILED
                    AND NOT WS-MERIT-OVERFLOW THEN
                 PERFORM WRITE-MERIT-DEPT-TOTAL-RTN
              END-IF
           END-IF
           .
      *
       PRICE-MERIT-EMPLOYEE-RTN SECTION.
      * the fetched row - excluded statuses and the unrated are
      *    only counted; a rated employee is priced and listed.
           PERFORM CHECK-STATUS-EXCLUDED-RTN
           IF WS-STATUS-EXCLUDED THEN
              ADD 1 TO WS-MERIT-EXCL-COUNT
           ELSE
              MOVE "N" TO WS-MERIT-FOUND-SW
              MOVE ZERO TO WS-MERIT-RTG-IX
              PERFORM UNTIL WS-MERIT-FOUND
                    OR WS-MERIT-RTG-IX GREATER OR EQUAL
                       WS-MERIT-RTG-COUNT
                 ADD 1 TO WS-MERIT-RTG-IX
                 IF WS-MG-EMP-ID (WS-MERIT-RTG-IX) EQUAL
                       LN-EMP-ID OF LN-READ THEN
                    SET WS-MERIT-FOUND TO TRUE
                 END-IF
              END-PERFORM
              IF WS-MERIT-FOUND THEN
                 MOVE WS-MERIT-RTG-IX TO WS-MERIT-RTG-HIT
                 PERFORM PRICE-RATED-EMPLOYEE-RTN
              ELSE
                 ADD 1 TO WS-MERIT-NOT-RATED
              END-IF
           END-IF
           .
      *
       PRICE-RATED-EMPLOYEE-RTN SECTION.
      * the rating at WS-MERIT-RTG-HIT is spent on this employee
           MOVE "Y" TO WS-MG-USED (WS-MERIT-RTG-HIT)
           MOVE WS-MG-RATING (WS-MERIT-RTG-HIT) TO WS-MERIT-RATING
           IF NOT WS-MERIT-HDR-WRITTEN THEN
              PERFORM WRITE-MERIT-DEPT-HEADING-RTN
           END-IF
           MOVE LN-SALARY OF LN-READ TO WS-MERIT-SALARY
           MOVE ZERO   TO WS-MERIT-QUARTILE
           MOVE ZERO   TO WS-MERIT-COMPA
           MOVE ZERO   TO WS-MERIT-PCT
           MOVE ZERO   TO WS-MERIT-INCREASE
           MOVE ZERO   TO WS-MERIT-BASE-INCR
           MOVE ZERO   TO WS-MERIT-LUMP
           MOVE SPACES TO WS-MERIT-NOTE
           PERFORM FIND-MERIT-MATRIX-RTN
           EVALUATE TRUE
              WHEN NOT WS-MERIT-BAND-KNOWN
                 MOVE "NO GRADE BAND" TO WS-MERIT-NOTE
                 ADD 1 TO WS-MERIT-EXCEPT-COUNT
              WHEN NOT WS-MERIT-FOUND
                 MOVE "RATING NOT ON MATRIX" TO WS-MERIT-NOTE
                 ADD 1 TO WS-MERIT-EXCEPT-COUNT
              WHEN OTHER
                 PERFORM COMPUTE-MERIT-INCREASE-RTN
           END-EVALUATE
           COMPUTE WS-MERIT-NEW-SALARY =
              WS-MERIT-SALARY + WS-MERIT-BASE-INCR
           ADD 1 TO WS-MERIT-DEPT-HEADS
           ADD WS-MERIT-SALARY    TO WS-MERIT-DEPT-PAYROLL
           ADD WS-MERIT-BASE-INCR TO WS-MERIT-DEPT-BASE
           ADD WS-MERIT-LUMP      TO WS-MERIT-DEPT-LUMP
           IF WS-MERIT-BASE-INCR GREATER THAN ZERO THEN
              IF WS-MERIT-UP-COUNT LESS THAN WS-MERIT-UP-MAX THEN
                 ADD 1 TO WS-MERIT-UP-COUNT
                 MOVE LN-EMP-ID OF LN-READ
                    TO WS-MK-EMP-ID (WS-MERIT-UP-COUNT)
                 MOVE WS-MERIT-NEW-SALARY
                    TO WS-MK-SALARY (WS-MERIT-UP-COUNT)
              ELSE
                 SET WS-MERIT-OVERFLOW TO TRUE
              END-IF
           END-IF
           MOVE LN-EMP-ID OF LN-READ     TO WS-MRD-EMP-ID
           MOVE LN-LAST-NAME OF LN-READ  TO WS-MRD-LAST-NAME
           MOVE LN-FIRST-NAME OF LN-READ TO WS-MRD-FIRST-NAME
           MOVE WS-MERIT-RATING          TO WS-MRD-RATING
           MOVE WS-MERIT-QUARTILE        TO WS-MRD-QUARTILE
           MOVE WS-MERIT-COMPA           TO WS-MRD-COMPA
           MOVE WS-MERIT-SALARY          TO WS-MRD-SALARY
           MOVE WS-MERIT-PCT             TO WS-MRD-PCT
           MOVE WS-MERIT-NEW-SALARY      TO WS-MRD-NEW-SALARY
           MOVE WS-MERIT-BASE-INCR       TO WS-MRD-BASE-INCR
           MOVE WS-MERIT-LUMP            TO WS-MRD-LUMP
           MOVE WS-MERIT-NOTE            TO WS-MRD-NOTE
           WRITE MERIT-RPT-RECORD FROM WS-MERIT-DETAIL
              AFTER ADVANCING 1 LINE
           .
      *
       COMPUTE-MERIT-INCREASE-RTN SECTION.
      * quartile from the salary's penetration of the band (min to
      *    max), compa-ratio against the midpoint for the report,
      *    then the matrix percent - base up to the band maximum,
      *    the rest as a lump sum.
           EVALUATE TRUE
              WHEN WS-MERIT-SALARY NOT GREATER THAN WS-GRADE-BAND-MIN
                 MOVE ZERO TO WS-MERIT-PENETRATION
              WHEN WS-MERIT-SALARY NOT LESS THAN WS-GRADE-BAND-MAX
                 MOVE 100 TO WS-MERIT-PENETRATION
              WHEN OTHER
                 COMPUTE WS-MERIT-PENETRATION =
                    (WS-MERIT-SALARY - WS-GRADE-BAND-MIN) * 100
                       / (WS-GRADE-BAND-MAX - WS-GRADE-BAND-MIN)
           END-EVALUATE
           EVALUATE TRUE
              WHEN WS-MERIT-PENETRATION LESS THAN 25
                 MOVE 1 TO WS-MERIT-QUARTILE
              WHEN WS-MERIT-PENETRATION LESS THAN 50
                 MOVE 2 TO WS-MERIT-QUARTILE
              WHEN WS-MERIT-PENETRATION LESS THAN 75
                 MOVE 3 TO WS-MERIT-QUARTILE
              WHEN OTHER
                 MOVE 4 TO WS-MERIT-QUARTILE
           END-EVALUATE
           IF WS-GRADE-BAND-MID GREATER THAN ZERO THEN
              COMPUTE WS-MERIT-COMPA ROUNDED =
                 WS-MERIT-SALARY * 100 / WS-GRADE-BAND-MID
                 ON SIZE ERROR MOVE 999.9 TO WS-MERIT-COMPA
              END-COMPUTE
           END-IF
           MOVE WS-MX-PCT (WS-MERIT-MTX-IX, WS-MERIT-QUARTILE)
              TO WS-MERIT-PCT
           COMPUTE WS-MERIT-INCREASE ROUNDED =
              WS-MERIT-SALARY * WS-MERIT-PCT / 100
           EVALUATE TRUE
              WHEN WS-MERIT-INCREASE EQUAL ZERO
                 CONTINUE
              WHEN WS-MERIT-SALARY NOT LESS THAN WS-GRADE-BAND-MAX
                 MOVE WS-MERIT-INCREASE TO WS-MERIT-LUMP
                 MOVE "ABOVE MAX - LUMP SUM" TO WS-MERIT-NOTE
              WHEN WS-MERIT-SALARY + WS-MERIT-INCREASE GREATER THAN
                    WS-GRADE-BAND-MAX
                 COMPUTE WS-MERIT-BASE-INCR =
                    WS-GRADE-BAND-MAX - WS-MERIT-SALARY
                 COMPUTE WS-MERIT-LUMP =
                    WS-MERIT-INCREASE - WS-MERIT-BASE-INCR
                 MOVE "CAPPED AT BAND MAX" TO WS-MERIT-NOTE
              WHEN OTHER
                 MOVE WS-MERIT-INCREASE TO WS-MERIT-BASE-INCR
                 IF WS-MERIT-SALARY + WS-MERIT-INCREASE LESS THAN
                       WS-GRADE-BAND-MIN THEN
                    MOVE "STILL BELOW BAND MIN" TO WS-MERIT-NOTE
                 END-IF
           END-EVALUATE
           .
      *
       WRITE-MERIT-HEADING-RTN SECTION.
      * heading, banner, and the controls the costing ran under
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           MOVE WS-REPORT-MM TO WS-RD-MM
           MOVE WS-REPORT-DD TO WS-RD-DD
           MOVE WS-REPORT-YYYY TO WS-RD-YYYY
           MOVE WS-REPORT-DATE-DISPLAY TO WS-MRH-DATE
           WRITE MERIT-RPT-RECORD FROM WS-MERIT-RPT-HEADING
              AFTER ADVANCING 1 LINE
           IF WS-MERIT-APPLY THEN
              WRITE MERIT-RPT-RECORD FROM WS-MERIT-BANNER-APPLY
                 AFTER ADVANCING 1 LINE
           ELSE
              WRITE MERIT-RPT-RECORD FROM WS-MERIT-BANNER-WHATIF
                 AFTER ADVANCING 1 LINE
           END-IF
           WRITE MERIT-RPT-RECORD FROM SPACES AFTER ADVANCING 1 LINE
           MOVE WS-MERIT-EFF-DATE  TO WS-MPL-EFF-DATE
           MOVE WS-MERIT-RTG-COUNT TO WS-MPL-RATINGS
           MOVE WS-MERIT-MTX-COUNT TO WS-MPL-MATRIX
           MOVE WS-EXCL-STATUS     TO WS-MPL-EXCL
           WRITE MERIT-RPT-RECORD FROM WS-MERIT-PARM-LINE
              AFTER ADVANCING 1 LINE
           WRITE MERIT-RPT-RECORD FROM WS-MERIT-RULE-LINE
              AFTER ADVANCING 1 LINE
           .
      *
       WRITE-MERIT-DEPT-HEADING-RTN SECTION.
      * written ahead of the department's first rated employee
           SET WS-MERIT-HDR-WRITTEN TO TRUE
           MOVE WS-MERIT-DEPT               TO WS-MDH-DEPT
           MOVE WS-DR-NAME (WS-DEPT-REF-IX) TO WS-MDH-NAME
           MOVE WS-MERIT-GRADE              TO WS-MDH-GRADE
           IF WS-MERIT-BAND-KNOWN THEN
              MOVE WS-GRADE-BAND-MIN TO WS-MDH-MIN
              MOVE WS-GRADE-BAND-MID TO WS-MDH-MID
              MOVE WS-GRADE-BAND-MAX TO WS-MDH-MAX
           ELSE
              MOVE ZERO TO WS-MDH-MIN
              MOVE ZERO TO WS-MDH-MID
              MOVE ZERO TO WS-MDH-MAX
           END-IF
           WRITE MERIT-RPT-RECORD FROM SPACES AFTER ADVANCING 1 LINE
           WRITE MERIT-RPT-RECORD FROM WS-MERIT-DEPT-HEADING
              AFTER ADVANCING 1 LINE
           IF NOT WS-MERIT-BAND-KNOWN THEN
              WRITE MERIT-RPT-RECORD FROM WS-MERIT-NO-BAND-LINE
                 AFTER ADVANCING 1 LINE
           END-IF
           WRITE MERIT-RPT-RECORD FROM WS-MERIT-COLUMN-HEADING
              AFTER ADVANCING 1 LINE
           .
      *
       WRITE-MERIT-DEPT-TOTAL-RTN SECTION.
      * the department's cost - annual base increase plus one-time
      *    lump sums - against its merit budget. No budget line for
      *    a department that spends anything is as good as over.
           COMPUTE WS-MERIT-DEPT-COST =
              WS-MERIT-DEPT-BASE + WS-MERIT-DEPT-LUMP
           MOVE "N" TO WS-MERIT-FOUND-SW
           MOVE ZERO TO WS-MERIT-DEPT-BUDGET
           MOVE ZERO TO WS-MERIT-BDG-IX
           PERFORM UNTIL WS-MERIT-FOUND
                 OR WS-MERIT-BDG-IX GREATER OR EQUAL WS-MERIT-BDG-COUNT
              ADD 1 TO WS-MERIT-BDG-IX
              IF WS-MB-DEPT (WS-MERIT-BDG-IX) EQUAL WS-MERIT-DEPT THEN
                 SET WS-MERIT-FOUND TO TRUE
                 MOVE WS-MB-BUDGET (WS-MERIT-BDG-IX)
                    TO WS-MERIT-DEPT-BUDGET
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-MDT-FLAG
           EVALUATE TRUE
              WHEN NOT WS-MERIT-FOUND
                    AND WS-MERIT-DEPT-COST GREATER THAN ZERO
                 MOVE "*** NO BUDGET ***" TO WS-MDT-FLAG
                 ADD 1 TO WS-MERIT-OVER-COUNT
              WHEN WS-MERIT-DEPT-COST GREATER THAN WS-MERIT-DEPT-BUDGET
                 MOVE "*** OVER BUDGET ***" TO WS-MDT-FLAG
                 ADD 1 TO WS-MERIT-OVER-COUNT
           END-EVALUATE
           MOVE WS-MERIT-DEPT-HEADS  TO WS-MDT-HEADS
           MOVE WS-MERIT-DEPT-BASE   TO WS-MDT-BASE
           MOVE WS-MERIT-DEPT-LUMP   TO WS-MDT-LUMP
           MOVE WS-MERIT-DEPT-COST   TO WS-MDT-COST
           MOVE WS-MERIT-DEPT-BUDGET TO WS-MDT-BUDGET
           COMPUTE WS-MDT-VARIANCE =
              WS-MERIT-DEPT-BUDGET - WS-MERIT-DEPT-COST
           WRITE MERIT-RPT-RECORD FROM WS-MERIT-DEPT-TOTAL
              AFTER ADVANCING 1 LINE
           ADD WS-MERIT-DEPT-HEADS   TO WS-MERIT-TOT-HEADS
           ADD WS-MERIT-DEPT-PAYROLL TO WS-MERIT-TOT-PAYROLL
           ADD WS-MERIT-DEPT-BASE    TO WS-MERIT-TOT-BASE
           ADD WS-MERIT-DEPT-LUMP    TO WS-MERIT-TOT-LUMP
           ADD WS-MERIT-DEPT-COST    TO WS-MERIT-TOT-COST
           ADD WS-MERIT-DEPT-BUDGET  TO WS-MERIT-TOT-BUDGET
           .
      *
       WRITE-MERIT-TOTALS-RTN SECTION.
      * the cycle's grand total, the counts, and every rating that
      *    found nobody to price
           WRITE MERIT-RPT-RECORD FROM SPACES AFTER ADVANCING 1 LINE
           WRITE MERIT-RPT-RECORD FROM WS-MERIT-GRAND-HEADING
              AFTER ADVANCING 1 LINE
           MOVE WS-MERIT-TOT-HEADS  TO WS-MGT-HEADS
           MOVE WS-MERIT-TOT-BASE   TO WS-MGT-BASE
           MOVE WS-MERIT-TOT-LUMP   TO WS-MGT-LUMP
           MOVE WS-MERIT-TOT-COST   TO WS-MGT-COST
           MOVE WS-MERIT-TOT-BUDGET TO WS-MGT-BUDGET
           COMPUTE WS-MGT-VARIANCE =
              WS-MERIT-TOT-BUDGET - WS-MERIT-TOT-COST
           WRITE MERIT-RPT-RECORD FROM WS-MERIT-GRAND-LINE
              AFTER ADVANCING 1 LINE
           MOVE WS-MERIT-TOT-PAYROLL TO WS-MPC-PAYROLL
           MOVE ZERO TO WS-MPC-PCT
           IF WS-MERIT-TOT-PAYROLL GREATER THAN ZERO THEN
              COMPUTE WS-MPC-PCT ROUNDED =
                 WS-MERIT-TOT-BASE * 100 / WS-MERIT-TOT-PAYROLL
           END-IF
           WRITE MERIT-RPT-RECORD FROM WS-MERIT-PCT-LINE
              AFTER ADVANCING 1 LINE
           MOVE WS-MERIT-NOT-RATED    TO WS-MCL-NOT-RATED
           MOVE WS-MERIT-EXCL-COUNT   TO WS-MCL-EXCL
           MOVE WS-MERIT-EXCEPT-COUNT TO WS-MCL-EXCEPT
           MOVE WS-MERIT-UP-COUNT     TO WS-MCL-UP
           WRITE MERIT-RPT-RECORD FROM WS-MERIT-COUNT-LINE
              AFTER ADVANCING 1 LINE
           WRITE MERIT-RPT-RECORD FROM SPACES AFTER ADVANCING 1 LINE
           WRITE MERIT-RPT-RECORD FROM WS-MERIT-UNMATCHED-HEADING
              AFTER ADVANCING 1 LINE
           MOVE ZERO TO WS-MERIT-RTG-IX
           PERFORM UNTIL WS-MERIT-RTG-IX GREATER OR EQUAL
                 WS-MERIT-RTG-COUNT
              ADD 1 TO WS-MERIT-RTG-IX
              IF WS-MG-USED (WS-MERIT-RTG-IX) NOT EQUAL "Y" THEN
                 ADD 1 TO WS-MERIT-UNMATCHED
                 MOVE WS-MG-EMP-ID (WS-MERIT-RTG-IX) TO WS-MUL-EMP-ID
                 MOVE WS-MG-RATING (WS-MERIT-RTG-IX) TO WS-MUL-RATING
                 WRITE MERIT-RPT-RECORD FROM WS-MERIT-UNMATCHED-LINE
                    AFTER ADVANCING 1 LINE
              END-IF
           END-PERFORM
           IF WS-MERIT-UNMATCHED EQUAL ZERO THEN
              WRITE MERIT-RPT-RECORD FROM WS-MERIT-NONE-LINE
                 AFTER ADVANCING 1 LINE
           END-IF
           .
      *
       WRITE-MERIT-DECK-RTN SECTION.
      * one BH/BT batch of UP transactions carrying only the new
      *    base salary and MERITEFF - every other field blank, so
      *    MODE=MAINT keeps the row's current values. An effective
      *    date after tonight waits on the pending queue; one
      *    before it is priced back by the retro differential.
      *    Trailer hash is the new salaries, as the batch check
      *    adds them.
           MOVE SPACES TO WS-MBH-BATCH-ID
           STRING "MRT" WS-REPORT-MM WS-REPORT-DD
              DELIMITED BY SIZE INTO WS-MBH-BATCH-ID
           MOVE WS-USERID TO WS-MBH-CLERK
           MOVE WS-USERID TO WS-MBH-SUBMITTER
           STRING WS-REPORT-YYYY "-" WS-REPORT-MM "-" WS-REPORT-DD
              DELIMITED BY SIZE INTO WS-MBH-DATE
           MOVE SPACES TO MERIT-TRAN-RECORD
           MOVE WS-MERIT-BH-RECORD TO MERIT-TRAN-RECORD
           WRITE MERIT-TRAN-RECORD
           MOVE WS-MERIT-EFF-DATE TO WS-MUP-EFF-DATE
           MOVE ZERO TO WS-MERIT-UP-HASH
           MOVE ZERO TO WS-MERIT-UP-IX
           PERFORM UNTIL WS-MERIT-UP-IX GREATER OR EQUAL
                 WS-MERIT-UP-COUNT
              ADD 1 TO WS-MERIT-UP-IX
              MOVE WS-MK-EMP-ID (WS-MERIT-UP-IX) TO WS-MUP-EMP-ID
              MOVE WS-MK-SALARY (WS-MERIT-UP-IX) TO WS-MUP-SALARY
              ADD WS-MK-SALARY (WS-MERIT-UP-IX) TO WS-MERIT-UP-HASH
              WRITE MERIT-TRAN-RECORD FROM WS-MERIT-UP-RECORD
           END-PERFORM
           MOVE WS-MERIT-UP-COUNT TO WS-MBT-COUNT
           MOVE WS-MERIT-UP-HASH  TO WS-MBT-HASH
           MOVE SPACES TO MERIT-TRAN-RECORD
           MOVE WS-MERIT-BT-RECORD TO MERIT-TRAN-RECORD
           WRITE MERIT-TRAN-RECORD
           DISPLAY "Merit UP deck written - " WS-MERIT-UP-COUNT
              " increases for MODE=MAINT"
           .
      *
       CHECK-REJECT-BREAKER-RTN SECTION.
      * caller loads WS-BRK-REJECTS and WS-BRK-TOTAL first. A trip
      *    rolls back whatever this intake had pending so the night
      *    ends with nothing half-applied from a file that is
      *    plainly wrong, and zeroes the pending-commit counter so
      *    the end-of-intake commit doesn't re-commit the rollback.
           IF NOT WS-BRK-TRIPPED THEN
              IF WS-MAX-REJECT GREATER THAN ZERO
                    AND WS-BRK-REJECTS GREATER THAN WS-MAX-REJECT
                    THEN
                 SET WS-BRK-TRIPPED TO TRUE
              END-IF
              IF NOT WS-BRK-TRIPPED
                    AND WS-MAX-REJECT-PCT GREATER THAN ZERO
                    AND WS-BRK-TOTAL GREATER OR EQUAL
                        WS-BRK-MIN-SAMPLE THEN
                 COMPUTE WS-BRK-PCT =
                    WS-BRK-REJECTS * 100 / WS-BRK-TOTAL
                 IF WS-BRK-PCT GREATER THAN WS-MAX-REJECT-PCT THEN
                    SET WS-BRK-TRIPPED TO TRUE
                 END-IF
              END-IF
              IF WS-BRK-TRIPPED THEN
                 DISPLAY "Reject circuit breaker tripped - "
                    WS-BRK-REJECTS " rejects in " WS-BRK-TOTAL
                    " transactions. Stopping intake."
      * the rollback below backs out anything after the last commit
      *    point - change-register entries written for those backed-
      *    out transactions stay on file, so the register itself
      *    gets a VOID marker Compliance sees in the trail, not
      *    just a line in the job log.
                 DISPLAY "  Unit of work rolled back - entries "
                    "after the last commit point are void"
                 PERFORM WRITE-CHANGE-VOID-MARKER-RTN
                 PERFORM VOID-PERIOD-REOPENS-RTN
                 MOVE "REJTRIP" TO WS-ALERT-CODE
                 MOVE "REJECT CIRCUIT BREAKER TRIPPED"
                    TO WS-ALERT-TEXT
                 MOVE WS-BRK-REJECTS TO WS-ALERT-VALUE-1
                 MOVE WS-BRK-TOTAL   TO WS-ALERT-VALUE-2
                 PERFORM WRITE-ALERT-RTN
                 SET LN-CONNECT-ROLLBACK OF LN-CONNECT TO TRUE
                 CALL "CONNECT_FN" USING LN-CONNECT LN-ERROR
                 IF LN-SQLCODE OF LN-ERROR NOT EQUAL ZERO THEN
                    MOVE "CONNECT_FN" TO WS-ERR-SOURCE
                    PERFORM PRINT-ERRORS
                 END-IF
                 MOVE ZERO TO WS-ROWS-SINCE-COMMIT
                 PERFORM UNDO-REPORTING-LINES-RTN
                 PERFORM UNDO-REQUISITIONS-RTN
                 PERFORM DROP-RETRO-HOLD-RTN
                 PERFORM DROP-EVENT-HOLD-RTN
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF
           .
      *
       EDIT-HIRE-TRANSACTION-RTN SECTION.
      * front-end edit pass for one HIRETRAN record - every check
      *    runs against the raw input bytes, before any READ_FN
      *    call, so a mis-keyed record never reaches DB2. The first
      *    failing check wins; its reason code/text go to SUSPFILE.
           MOVE "N" TO WS-EDIT-REJECT-SW
           MOVE SPACES TO WS-EDIT-REASON-CODE
           MOVE SPACES TO WS-EDIT-REASON-TEXT
           MOVE "N" TO WS-EID-ASSIGNED-SW
           MOVE "N" TO WS-REOPEN-SW
      * a blank EMP_ID asks the intake to assign one - that happens
      *    below, once everything else about the hire has passed.
      *    A restart re-check never assigns: the number went out
      *    with the prior run or not at all.
           IF HTRAN-EMP-ID NOT NUMERIC
                 AND (HIRE-TRANS-RECORD (1:6) NOT EQUAL SPACES
                   OR WS-REQN-REPLAY) THEN
              SET WS-EDIT-REJECTED TO TRUE
              MOVE "E001" TO WS-EDIT-REASON-CODE
              MOVE "EMP-ID NOT NUMERIC" TO WS-EDIT-REASON-TEXT
           ELSE
              IF HTRAN-SEX NOT EQUAL "M" AND HTRAN-SEX NOT EQUAL "F"
                    THEN
                 SET WS-EDIT-REJECTED TO TRUE
                 MOVE "E002" TO WS-EDIT-REASON-CODE
                 MOVE "INVALID SEX CODE" TO WS-EDIT-REASON-TEXT
              ELSE
                 IF HTRAN-SALARY NOT NUMERIC THEN
                    SET WS-EDIT-REJECTED TO TRUE
                    MOVE "E003" TO WS-EDIT-REASON-CODE
                    MOVE "SALARY NOT NUMERIC" TO WS-EDIT-REASON-TEXT
                 ELSE
                    IF HTRAN-SALARY LESS THAN WS-SALARY-EDIT-MIN
                          OR HTRAN-SALARY GREATER THAN
                             WS-SALARY-EDIT-MAX THEN
                       SET WS-EDIT-REJECTED TO TRUE
                       MOVE "E004" TO WS-EDIT-REASON-CODE
                       MOVE "SALARY OUT OF RANGE"
                          TO WS-EDIT-REASON-TEXT
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF NOT WS-EDIT-REJECTED THEN
              MOVE HTRAN-HIRE-DATE TO WS-EDIT-DATE
              PERFORM VALIDATE-EDIT-DATE-RTN
              IF NOT WS-EDIT-DATE-VALID THEN
                 SET WS-EDIT-REJECTED TO TRUE
                 MOVE "E005" TO WS-EDIT-REASON-CODE
                 MOVE "INVALID HIRE DATE" TO WS-EDIT-REASON-TEXT
              END-IF
           END-IF
      * the submitter on the batch header has to hold the hire
      *    grant for the department the hire goes into.
           IF NOT WS-EDIT-REJECTED THEN
              MOVE HTRAN-DEPARTMENT TO WS-AUTH-TEST-DEPT
              MOVE 1 TO WS-AUTH-TEST-POS
              MOVE "N" TO WS-AUTH-TEST-SALARY-SW
              PERFORM CHECK-SUBMITTER-AUTH-RTN
              IF WS-AUTH-REFUSED THEN
                 SET WS-EDIT-REJECTED TO TRUE
                 MOVE "E021" TO WS-EDIT-REASON-CODE
                 MOVE WS-AUTH-REFUSED-TEXT TO WS-EDIT-REASON-TEXT
              END-IF
           END-IF
      * a hire dated inside a month MODE=CLOSE has closed changes
      *    numbers Finance already reported - only a hire carrying
      *    the reopen authorization goes in, and the reopen is
      *    logged once it has.
           IF NOT WS-EDIT-REJECTED THEN
              MOVE HTRAN-HIRE-DATE TO WS-PERIOD-TEST-DATE
              PERFORM CHECK-CLOSED-PERIOD-RTN
              IF WS-PERIOD-IS-CLOSED THEN
                 IF HTRAN-REOPEN-AUTH AND WS-PERIODS-LOG-OPEN THEN
                    SET WS-REOPEN-THIS-TRAN TO TRUE
                    MOVE HTRAN-HIRE-DATE TO WS-REOPEN-TRAN-DATE
                 ELSE
                    SET WS-EDIT-REJECTED TO TRUE
                    MOVE "E020" TO WS-EDIT-REASON-CODE
                    MOVE "DATED IN CLOSED PERIOD"
                       TO WS-EDIT-REASON-TEXT
                 END-IF
              END-IF
           END-IF
           IF NOT WS-EDIT-REJECTED
                 AND NOT WS-DEPTREF-UNAVAILABLE THEN
              MOVE HTRAN-DEPARTMENT TO WS-DEPT-LOOKUP-CODE
              PERFORM LOOKUP-DEPT-NAME-RTN
              IF NOT WS-DEPT-CODE-KNOWN THEN
                 SET WS-EDIT-REJECTED TO TRUE
                 MOVE "E008" TO WS-EDIT-REASON-CODE
                 MOVE "UNKNOWN DEPARTMENT CODE"
                    TO WS-EDIT-REASON-TEXT
              END-IF
           END-IF
           IF NOT WS-EDIT-REJECTED THEN
      * the salary must sit inside the department grade's band -
      *    comp review finds out-of-band pay here, not months
      *    after a RAISE run compounds it.
              MOVE HTRAN-SALARY     TO WS-BAND-EDIT-SALARY
              MOVE HTRAN-DEPARTMENT TO WS-BAND-EDIT-DEPT
              PERFORM CHECK-SALARY-BAND-RTN
              IF WS-BAND-EDIT-FAILED THEN
                 SET WS-EDIT-REJECTED TO TRUE
                 MOVE "E013" TO WS-EDIT-REASON-CODE
                 MOVE "SALARY OUTSIDE GRADE BAND"
                    TO WS-EDIT-REASON-TEXT
              END-IF
           END-IF
      * a manager, when one is given, has to be a real EMP_ID and
      *    not the new hire's own - whether that manager is on EMP
      *    is ORGCHART's exception, not a reason to hold the hire.
           IF NOT WS-EDIT-REJECTED
                 AND HTRAN-MANAGER-ID NOT EQUAL SPACES THEN
              IF HTRAN-MANAGER-ID NOT NUMERIC
                    OR HTRAN-MANAGER-ID EQUAL HTRAN-EMP-ID THEN
                 SET WS-EDIT-REJECTED TO TRUE
                 MOVE "E016" TO WS-EDIT-REASON-CODE
                 MOVE "INVALID MANAGER EMP-ID"
                    TO WS-EDIT-REASON-TEXT
              END-IF
           END-IF
      * position control - ahead of the duplicate check so a hire
      *    held for its requisition doesn't also claim the EMP_ID
      *    against a corrected resubmission later in the file.
           IF NOT WS-EDIT-REJECTED AND WS-REQN-LOADED
                 AND NOT WS-REQN-REPLAY THEN
              PERFORM CHECK-HIRE-REQUISITION-RTN
           END-IF
      * last before the duplicate check, so a number is only spent
      *    on a hire that is otherwise good, and the number issued
      *    is registered against the rest of the file
           IF NOT WS-EDIT-REJECTED
                 AND HIRE-TRANS-RECORD (1:6) EQUAL SPACES THEN
              PERFORM ASSIGN-HIRE-EMP-ID-RTN
           END-IF
           IF NOT WS-EDIT-REJECTED THEN
              MOVE HTRAN-EMP-ID TO WS-SEEN-ID-WORK
              PERFORM CHECK-DUPLICATE-EMP-ID-RTN
              IF WS-SEEN-ID-DUP THEN
                 SET WS-EDIT-REJECTED TO TRUE
                 MOVE "E006" TO WS-EDIT-REASON-CODE
                 MOVE "DUPLICATE EMP-ID IN FILE"
                    TO WS-EDIT-REASON-TEXT
              END-IF
           END-IF
           .
      *
       EDIT-MAINT-TRANSACTION-RTN SECTION.
      * front-end edit pass for one MAINTRAN record. Fields the
      *    SPACES/ZERO keep-current convention leaves unset are not
      *    edited - only values the transaction actually supplies
      *    have to stand up.
           MOVE "N" TO WS-EDIT-REJECT-SW
           MOVE SPACES TO WS-EDIT-REASON-CODE
           MOVE SPACES TO WS-EDIT-REASON-TEXT
           MOVE "N" TO WS-REOPEN-SW
           IF NOT MTRAN-UPDATE AND NOT MTRAN-DELETE
                 AND NOT MTRAN-TERMINATE THEN
              SET WS-EDIT-REJECTED TO TRUE
              MOVE "E007" TO WS-EDIT-REASON-CODE
              MOVE "INVALID FUNCTION CODE" TO WS-EDIT-REASON-TEXT
           ELSE
              IF MTRAN-EMP-ID NOT NUMERIC THEN
                 SET WS-EDIT-REJECTED TO TRUE
                 MOVE "E001" TO WS-EDIT-REASON-CODE
                 MOVE "EMP-ID NOT NUMERIC" TO WS-EDIT-REASON-TEXT
              END-IF
           END-IF
      * the submitter's grant for the function - and for a salary
      *    change - in the department the transaction names. One
      *    that names none (every DL/TM, an UP leaving the
      *    department alone) is judged against the row's current
      *    department once the fetch has it, the same way the band
      *    edit defers; a blank submitter fails here regardless.
           IF NOT WS-EDIT-REJECTED THEN
              PERFORM SET-MAINT-AUTH-TEST-RTN
              MOVE MTRAN-DEPARTMENT TO WS-AUTH-TEST-DEPT
              PERFORM CHECK-SUBMITTER-AUTH-RTN
              IF WS-AUTH-REFUSED THEN
                 SET WS-EDIT-REJECTED TO TRUE
                 MOVE "E021" TO WS-EDIT-REASON-CODE
                 MOVE WS-AUTH-REFUSED-TEXT TO WS-EDIT-REASON-TEXT
              END-IF
           END-IF
           IF NOT WS-EDIT-REJECTED AND MTRAN-UPDATE THEN
              IF MTRAN-SEX NOT EQUAL SPACE
                    AND MTRAN-SEX NOT EQUAL "M"
                    AND MTRAN-SEX NOT EQUAL "F" THEN
                 SET WS-EDIT-REJECTED TO TRUE
                 MOVE "E002" TO WS-EDIT-REASON-CODE
                 MOVE "INVALID SEX CODE" TO WS-EDIT-REASON-TEXT
              END-IF
              IF NOT WS-EDIT-REJECTED
                    AND MTRAN-SALARY-X NOT EQUAL SPACES THEN
                 IF MTRAN-SALARY NOT NUMERIC THEN
                    SET WS-EDIT-REJECTED TO TRUE
                    MOVE "E003" TO WS-EDIT-REASON-CODE
                    MOVE "SALARY NOT NUMERIC" TO WS-EDIT-REASON-TEXT
                 ELSE
                    IF MTRAN-SALARY NOT EQUAL ZERO
                          AND (MTRAN-SALARY LESS THAN
                                  WS-SALARY-EDIT-MIN
                            OR MTRAN-SALARY GREATER THAN
                                  WS-SALARY-EDIT-MAX) THEN
                       SET WS-EDIT-REJECTED TO TRUE
                       MOVE "E004" TO WS-EDIT-REASON-CODE
                       MOVE "SALARY OUT OF RANGE"
                          TO WS-EDIT-REASON-TEXT
                    END-IF
                 END-IF
              END-IF
              IF NOT WS-EDIT-REJECTED
                    AND MTRAN-HIRE-DATE NOT EQUAL SPACES THEN
                 MOVE MTRAN-HIRE-DATE TO WS-EDIT-DATE
                 PERFORM VALIDATE-EDIT-DATE-RTN
                 IF NOT WS-EDIT-DATE-VALID THEN
                    SET WS-EDIT-REJECTED TO TRUE
                    MOVE "E005" TO WS-EDIT-REASON-CODE
                    MOVE "INVALID HIRE DATE" TO WS-EDIT-REASON-TEXT
                 END-IF
              END-IF
              IF NOT WS-EDIT-REJECTED
                    AND MTRAN-DEPARTMENT NOT EQUAL SPACES
                    AND NOT WS-DEPTREF-UNAVAILABLE THEN
                 MOVE MTRAN-DEPARTMENT TO WS-DEPT-LOOKUP-CODE
                 PERFORM LOOKUP-DEPT-NAME-RTN
                 IF NOT WS-DEPT-CODE-KNOWN THEN
                    SET WS-EDIT-REJECTED TO TRUE
                    MOVE "E008" TO WS-EDIT-REASON-CODE
                    MOVE "UNKNOWN DEPARTMENT CODE"
                       TO WS-EDIT-REASON-TEXT
                 END-IF
              END-IF
      * band edit - only when the transaction supplies both the
      *    salary and the department. A salary change into a
      *    department the front-end edit can't see (department
      *    left blank) is priced by the row's current department,
      *    which only the fetch knows - that combination passes
      *    here, the same way the other keep-current fields do.
              IF NOT WS-EDIT-REJECTED
                    AND MTRAN-DEPARTMENT NOT EQUAL SPACES
                    AND MTRAN-SALARY-X NOT EQUAL SPACES
                    AND MTRAN-SALARY NOT EQUAL ZERO THEN
                 MOVE MTRAN-SALARY     TO WS-BAND-EDIT-SALARY
                 MOVE MTRAN-DEPARTMENT TO WS-BAND-EDIT-DEPT
                 PERFORM CHECK-SALARY-BAND-RTN
                 IF WS-BAND-EDIT-FAILED THEN
                    SET WS-EDIT-REJECTED TO TRUE
                    MOVE "E013" TO WS-EDIT-REASON-CODE
                    MOVE "SALARY OUTSIDE GRADE BAND"
                       TO WS-EDIT-REASON-TEXT
                 END-IF
              END-IF
           END-IF
           IF NOT WS-EDIT-REJECTED AND MTRAN-UPDATE
                 AND MTRAN-STATUS NOT EQUAL SPACE
                 AND MTRAN-STATUS NOT EQUAL "A"
                 AND MTRAN-STATUS NOT EQUAL "L"
                 AND MTRAN-STATUS NOT EQUAL "S"
                 AND MTRAN-STATUS NOT EQUAL "M" THEN
              SET WS-EDIT-REJECTED TO TRUE
              MOVE "E014" TO WS-EDIT-REASON-CODE
              MOVE "INVALID STATUS CODE" TO WS-EDIT-REASON-TEXT
           END-IF
           IF NOT WS-EDIT-REJECTED AND MTRAN-UPDATE
                 AND MTRAN-MANAGER-ID NOT EQUAL SPACES THEN
              IF MTRAN-MANAGER-ID NOT NUMERIC
                    OR MTRAN-MANAGER-ID EQUAL MTRAN-EMP-ID THEN
                 SET WS-EDIT-REJECTED TO TRUE
                 MOVE "E016" TO WS-EDIT-REASON-CODE
                 MOVE "INVALID MANAGER EMP-ID"
                    TO WS-EDIT-REASON-TEXT
              END-IF
           END-IF
           IF NOT WS-EDIT-REJECTED
                 AND MTRAN-EFF-DATE NOT EQUAL SPACES THEN
              MOVE MTRAN-EFF-DATE TO WS-EDIT-DATE
              PERFORM VALIDATE-EDIT-DATE-RTN
              IF NOT WS-EDIT-DATE-VALID THEN
                 SET WS-EDIT-REJECTED TO TRUE
                 MOVE "E012" TO WS-EDIT-REASON-CODE
                 MOVE "INVALID EFFECTIVE DATE"
                    TO WS-EDIT-REASON-TEXT
              END-IF
           END-IF
           IF NOT WS-EDIT-REJECTED AND MTRAN-TERMINATE THEN
              MOVE MTRAN-TERM-DATE TO WS-EDIT-DATE
              PERFORM VALIDATE-EDIT-DATE-RTN
              IF NOT WS-EDIT-DATE-VALID THEN
                 SET WS-EDIT-REJECTED TO TRUE
                 MOVE "E010" TO WS-EDIT-REASON-CODE
                 MOVE "INVALID TERM DATE" TO WS-EDIT-REASON-TEXT
              END-IF
              IF NOT WS-EDIT-REJECTED
                    AND MTRAN-TERM-REASON EQUAL SPACES THEN
                 SET WS-EDIT-REJECTED TO TRUE
                 MOVE "E011" TO WS-EDIT-REASON-CODE
                 MOVE "MISSING TERM REASON" TO WS-EDIT-REASON-TEXT
              END-IF
           END-IF
      * the closed-month lock - a TM is dated by its termination
      *    date, anything else by its effective date when it has
      *    one; an undated change applies tonight and can't reach
      *    back into a closed month. A WHATIF update never sticks,
      *    so it is never locked out.
           IF NOT WS-EDIT-REJECTED
                 AND NOT (MTRAN-UPDATE AND MTRAN-WHATIF-ON) THEN
              IF MTRAN-TERMINATE THEN
                 MOVE MTRAN-TERM-DATE TO WS-PERIOD-TEST-DATE
              ELSE
                 MOVE MTRAN-EFF-DATE TO WS-PERIOD-TEST-DATE
              END-IF
              IF WS-PERIOD-TEST-DATE NOT EQUAL SPACES THEN
                 PERFORM CHECK-CLOSED-PERIOD-RTN
                 IF WS-PERIOD-IS-CLOSED THEN
                    IF MTRAN-REOPEN-AUTH
                          AND WS-PERIODS-LOG-OPEN THEN
                       SET WS-REOPEN-THIS-TRAN TO TRUE
                       MOVE WS-PERIOD-TEST-DATE
                          TO WS-REOPEN-TRAN-DATE
                    ELSE
                       SET WS-EDIT-REJECTED TO TRUE
                       MOVE "E020" TO WS-EDIT-REASON-CODE
                       MOVE "DATED IN CLOSED PERIOD"
                          TO WS-EDIT-REASON-TEXT
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF NOT WS-EDIT-REJECTED THEN
              MOVE MTRAN-EMP-ID TO WS-SEEN-ID-WORK
              PERFORM CHECK-DUPLICATE-EMP-ID-RTN
              IF WS-SEEN-ID-DUP THEN
                 SET WS-EDIT-REJECTED TO TRUE
                 MOVE "E006" TO WS-EDIT-REASON-CODE
                 MOVE "DUPLICATE EMP-ID IN FILE"
                    TO WS-EDIT-REASON-TEXT
              END-IF
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
       CHECK-DUPLICATE-EMP-ID-RTN SECTION.
      * has WS-SEEN-ID-WORK been seen earlier in this transaction
      *    file? If not, remember it. A file with more distinct IDs
      *    than the table holds stops dup-checking (announced once)
      *    rather than rejecting good records.
           MOVE "N" TO WS-SEEN-ID-DUP-SW
           IF NOT WS-SEEN-ID-OVERFLOW THEN
              MOVE ZERO TO WS-SEEN-ID-IX
              PERFORM UNTIL WS-SEEN-ID-DUP
                    OR WS-SEEN-ID-IX GREATER OR EQUAL
                       WS-SEEN-ID-COUNT
                 ADD 1 TO WS-SEEN-ID-IX
                 IF WS-SEEN-EMP-ID (WS-SEEN-ID-IX) EQUAL
                       WS-SEEN-ID-WORK THEN
                    SET WS-SEEN-ID-DUP TO TRUE
                 END-IF
              END-PERFORM
              IF NOT WS-SEEN-ID-DUP THEN
                 IF WS-SEEN-ID-COUNT LESS THAN WS-SEEN-ID-MAX THEN
                    ADD 1 TO WS-SEEN-ID-COUNT
                    MOVE WS-SEEN-ID-WORK
                       TO WS-SEEN-EMP-ID (WS-SEEN-ID-COUNT)
                 ELSE
                    SET WS-SEEN-ID-OVERFLOW TO TRUE
                    DISPLAY "WARNING - duplicate-EMP-ID table full, "
                       "dup checking stopped"
                 END-IF
              END-IF
           END-IF
           .
      *
       OPEN-CHANGE-REGISTER SECTION.
      * CHGLOG is appended run over run (EXTEND-then-OUTPUT, same
      *    pattern as ERRLOG); CHGRPT is a fresh register each run.
      *    Both are optional - a run without the DDs still applies
      *    its transactions, it just leaves no register, same as
      *    before the register existed.
           OPEN EXTEND CHG-LOG-FILE
           IF WS-CHGLOG-STATUS NOT EQUAL "00" THEN
              OPEN OUTPUT CHG-LOG-FILE
           END-IF
           IF WS-CHGLOG-STATUS NOT EQUAL "00" THEN
              DISPLAY "CHGLOG not allocated - change trail skipped"
              SET WS-CHGLOG-UNAVAILABLE TO TRUE
           END-IF
           OPEN OUTPUT CHG-RPT-FILE
           IF WS-CHGRPT-STATUS NOT EQUAL "00" THEN
              DISPLAY "CHGRPT not allocated - change register "
                 "print skipped"
              SET WS-CHGRPT-UNAVAILABLE TO TRUE
           ELSE
              ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
              MOVE WS-REPORT-MM TO WS-RD-MM
              MOVE WS-REPORT-DD TO WS-RD-DD
              MOVE WS-REPORT-YYYY TO WS-RD-YYYY
              MOVE WS-REPORT-DATE-DISPLAY TO WS-CRH-DATE
              WRITE CHG-RPT-RECORD FROM WS-CHG-RPT-HEADING
                 AFTER ADVANCING 1 LINE
              WRITE CHG-RPT-RECORD FROM SPACES
                 AFTER ADVANCING 1 LINE
           END-IF
           .
      *
       CLOSE-CHANGE-REGISTER SECTION.
           IF NOT WS-CHGRPT-UNAVAILABLE THEN
              WRITE CHG-RPT-RECORD FROM SPACES
                 AFTER ADVANCING 1 LINE
              MOVE WS-CHG-COUNT TO WS-CRF-COUNT
              WRITE CHG-RPT-RECORD FROM WS-CHG-RPT-FOOTER
                 AFTER ADVANCING 1 LINE
              WRITE CHG-RPT-RECORD FROM WS-CHG-RPT-SIGNOFF
                 AFTER ADVANCING 1 LINE
              CLOSE CHG-RPT-FILE
           END-IF
           IF NOT WS-CHGLOG-UNAVAILABLE THEN
              CLOSE CHG-LOG-FILE
           END-IF
           .
      *
       WRITE-CHANGE-REGISTER-RTN SECTION.
      * one applied transaction - caller fills WS-CHG-FUNC,
      *    WS-CHG-EMP-ID, and the before/after images first.
           ADD 1 TO WS-CHG-COUNT
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOG-TIME FROM TIME
           IF NOT WS-CHGLOG-UNAVAILABLE THEN
              STRING WS-LOG-DATE "-" WS-LOG-TIME
                 DELIMITED BY SIZE INTO CHGLOG-TIMESTAMP
              MOVE WS-CHG-FUNC         TO CHGLOG-FUNC
              MOVE WS-CHG-EMP-ID       TO CHGLOG-EMP-ID
              MOVE WS-CHG-BEFORE-IMAGE TO CHGLOG-BEFORE-IMAGE
              MOVE WS-CHG-AFTER-IMAGE  TO CHGLOG-AFTER-IMAGE
              MOVE WS-CHG-APPROVER     TO CHGLOG-APPROVER
              MOVE WS-BATCH-SUBMITTER  TO CHGLOG-SUBMITTER
              WRITE CHGLOG-RECORD
           END-IF
           IF NOT WS-CHGRPT-UNAVAILABLE THEN
              MOVE WS-CHG-FUNC   TO WS-CRT-FUNC
              MOVE WS-CHG-EMP-ID TO WS-CRT-EMP-ID
              MOVE WS-BATCH-SUBMITTER TO WS-CRT-SUBMITTER
              STRING WS-LOG-DATE "-" WS-LOG-TIME
                 DELIMITED BY SIZE INTO WS-CRT-TIMESTAMP
              WRITE CHG-RPT-RECORD FROM WS-CHG-RPT-TRAN-LINE
                 AFTER ADVANCING 1 LINE
              MOVE WS-CHG-BEFORE-IMAGE TO WS-CRB-IMAGE
              WRITE CHG-RPT-RECORD FROM WS-CHG-RPT-BEFORE-LINE
                 AFTER ADVANCING 1 LINE
              MOVE WS-CHG-AFTER-IMAGE TO WS-CRA-IMAGE
              WRITE CHG-RPT-RECORD FROM WS-CHG-RPT-AFTER-LINE
                 AFTER ADVANCING 1 LINE
              IF WS-CHG-APPROVER NOT EQUAL SPACES THEN
                 MOVE WS-CHG-APPROVER TO WS-CRP-APPROVER
                 WRITE CHG-RPT-RECORD FROM WS-CHG-RPT-APPROVER-LINE
                    AFTER ADVANCING 1 LINE
              END-IF
           END-IF
           .
      *
       CARRY-EVENT-SEQUENCE-RTN SECTION.
      * the sequence picks up from the last number the prior
      *    generation recorded, and this run's generation is given
      *    that number straight away, whatever the mode. A mode
      *    that raises events reopens EVTSEQO and records it again
      *    after every commit. An EVTSEQI that is allocated but holds
      *    no number means a generation was lost - alerted, since
      *    the bridge would otherwise see the reset as deliberate.
           MOVE ZERO TO WS-EVT-LAST-SEQ
           MOVE "N" TO WS-EVTSEQ-FOUND-SW
           ACCEPT WS-EVT-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT EVT-SEQ-IN-FILE
           IF WS-EVTSEQI-STATUS EQUAL "00" THEN
              MOVE "N" TO WS-EVTSEQ-EOF-SW
              PERFORM UNTIL WS-EVTSEQ-EOF
                 READ EVT-SEQ-IN-FILE
                    AT END SET WS-EVTSEQ-EOF TO TRUE
                    NOT AT END
                       IF EVSI-LAST-SEQ NUMERIC THEN
                          MOVE EVSI-LAST-SEQ TO WS-EVT-LAST-SEQ
                          SET WS-EVTSEQ-FOUND TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EVT-SEQ-IN-FILE
              IF NOT WS-EVTSEQ-FOUND THEN
                 DISPLAY "EVTSEQI holds no sequence number - event "
                    "sequence starts again at 1"
                 MOVE "EVTSEQ0" TO WS-ALERT-CODE
                 MOVE "EVTSEQI EMPTY - EVENT SEQUENCE RESTARTED AT 1"
                    TO WS-ALERT-TEXT
                 MOVE ZERO TO WS-ALERT-VALUE-1
                 MOVE ZERO TO WS-ALERT-VALUE-2
                 PERFORM WRITE-ALERT-RTN
              END-IF
           ELSE
              DISPLAY "EVTSEQI not allocated - event sequence "
                 "starts again at 1"
           END-IF
           OPEN OUTPUT EVT-SEQ-OUT-FILE
           IF WS-EVTSEQO-STATUS EQUAL "00" THEN
              PERFORM WRITE-EVENT-SEQUENCE-RTN
              CLOSE EVT-SEQ-OUT-FILE
           END-IF
           .
      *
       OPEN-EVENT-FILES-RTN SECTION.
      * the sequence carried in at start-up goes on from where it
      *    stands; this run's generation is rewritten starting with
      *    that number.
           MOVE "N" TO WS-EVT-SW
           MOVE ZERO TO WS-EVT-HOLD-COUNT
           MOVE ZERO TO WS-EVT-WRITTEN-COUNT
           OPEN OUTPUT EVENT-OUT-FILE
           IF WS-EVENTOUT-STATUS NOT EQUAL "00" THEN
              DISPLAY "EVENTOUT not allocated - no employee events "
                 "written"
              PERFORM ALERT-EVENTS-OFF-RTN
           ELSE
              OPEN OUTPUT EVT-SEQ-OUT-FILE
              IF WS-EVTSEQO-STATUS NOT EQUAL "00" THEN
                 DISPLAY "EVTSEQO not allocated - no employee events "
                    "written"
                 CLOSE EVENT-OUT-FILE
                 PERFORM ALERT-EVENTS-OFF-RTN
              ELSE
                 SET WS-EVT-ON TO TRUE
                 PERFORM WRITE-EVENT-SEQUENCE-RTN
              END-IF
           END-IF
           .
      *
       ALERT-EVENTS-OFF-RTN SECTION.
      * the downstream systems learn nothing from this run - badge
      *    access in particular outlives a termination - so the
      *    operators hear about it.
           MOVE "EVTOFF" TO WS-ALERT-CODE
           MOVE "EMPLOYEE EVENTS NOT WRITTEN - DOWNSTREAM NOT NOTIFIED"
              TO WS-ALERT-TEXT
           MOVE ZERO TO WS-ALERT-VALUE-1
           MOVE ZERO TO WS-ALERT-VALUE-2
           PERFORM WRITE-ALERT-RTN
           .
      *
       WRITE-EVENT-SEQUENCE-RTN SECTION.
           MOVE SPACES TO EVT-SEQ-OUT-RECORD
           MOVE WS-EVT-LAST-SEQ TO EVSO-LAST-SEQ
           MOVE WS-EVT-RUN-DATE TO EVSO-RUN-DATE
           MOVE WS-RUN-MODE     TO EVSO-MODE
           WRITE EVT-SEQ-OUT-RECORD
           .
      *
       CLOSE-EVENT-FILES-RTN SECTION.
      * the closing commit has already flushed the hold table;
      *    anything still held belongs to changes that never
      *    committed.
           IF WS-EVT-ON THEN
              PERFORM DROP-EVENT-HOLD-RTN
              CLOSE EVENT-OUT-FILE
              CLOSE EVT-SEQ-OUT-FILE
              MOVE "N" TO WS-EVT-SW
              DISPLAY "  Employee events written: "
                 WS-EVT-WRITTEN-COUNT " (last sequence "
                 WS-EVT-LAST-SEQ ")"
           END-IF
           .
      *
       HOLD-MAINT-EVENTS-RTN SECTION.
      * the events one applied MAINTRAN record raises - a DL or TM
      *    is a termination; an UP raises one event for each of
      *    department, salary and status it moved. The before image
      *    and the clean old department/salary were captured at the
      *    fetch, LN-READ holds the row as updated.
           MOVE SPACES TO WS-EVT-WORK
           MOVE MTRAN-EMP-ID TO WS-EVW-EMP-ID
           IF MTRAN-DELETE OR MTRAN-TERMINATE THEN
              MOVE "TERM" TO WS-EVW-TYPE
              MOVE WS-CHB-FIRST-NAME TO WS-EVW-FIRST-NAME
              MOVE WS-CHB-LAST-NAME  TO WS-EVW-LAST-NAME
              MOVE WS-HIST-OLD-DEPT  TO WS-EVW-DEPARTMENT
              MOVE WS-CHB-STATUS     TO WS-EVW-OLD-VALUE
              IF MTRAN-TERMINATE THEN
                 MOVE MTRAN-TERM-DATE   TO WS-EVW-EFF-DATE
                 MOVE MTRAN-TERM-REASON TO WS-EVW-NEW-VALUE
              ELSE
                 MOVE WS-INTAKE-DATE TO WS-EVW-EFF-DATE
                 MOVE "DEL" TO WS-EVW-NEW-VALUE
              END-IF
              PERFORM HOLD-EVENT-RTN
           ELSE
              MOVE LN-FIRST-NAME OF LN-READ TO WS-EVW-FIRST-NAME
              MOVE LN-LAST-NAME OF LN-READ  TO WS-EVW-LAST-NAME
              MOVE LN-DEPARTMENT OF LN-READ TO WS-EVW-DEPARTMENT
              IF MTRAN-EFF-DATE NOT EQUAL SPACES THEN
                 MOVE MTRAN-EFF-DATE TO WS-EVW-EFF-DATE
              ELSE
                 MOVE WS-INTAKE-DATE TO WS-EVW-EFF-DATE
              END-IF
              IF LN-DEPARTMENT OF LN-READ NOT EQUAL
                    WS-HIST-OLD-DEPT THEN
                 MOVE "TRANSFER" TO WS-EVW-TYPE
                 MOVE WS-HIST-OLD-DEPT TO WS-EVW-OLD-VALUE
                 MOVE LN-DEPARTMENT OF LN-READ TO WS-EVW-NEW-VALUE
                 PERFORM HOLD-EVENT-RTN
              END-IF
              IF LN-SALARY OF LN-READ NOT EQUAL
                    WS-HIST-OLD-SALARY THEN
                 MOVE "SALARY" TO WS-EVW-TYPE
                 MOVE WS-HIST-OLD-SALARY TO WS-EVT-SALARY-EDIT
                 MOVE WS-EVT-SALARY-EDIT TO WS-EVW-OLD-VALUE
                 MOVE LN-SALARY OF LN-READ TO WS-EVT-SALARY-EDIT
                 MOVE WS-EVT-SALARY-EDIT TO WS-EVW-NEW-VALUE
                 PERFORM HOLD-EVENT-RTN
              END-IF
              IF LN-STATUS OF LN-READ NOT EQUAL WS-CHB-STATUS THEN
                 MOVE "STATUS" TO WS-EVW-TYPE
                 MOVE WS-CHB-STATUS TO WS-EVW-OLD-VALUE
                 MOVE LN-STATUS OF LN-READ TO WS-EVW-NEW-VALUE
                 PERFORM HOLD-EVENT-RTN
              END-IF
           END-IF
           .
      *
       HOLD-ROW-EVENT-RTN SECTION.
      * a RAISE or XFER event - the caller sets the type, date and
      *    values; the employee comes from the row in LN-READ.
           MOVE LN-EMP-ID OF LN-READ     TO WS-EVW-EMP-ID
           MOVE LN-FIRST-NAME OF LN-READ TO WS-EVW-FIRST-NAME
           MOVE LN-LAST-NAME OF LN-READ  TO WS-EVW-LAST-NAME
           MOVE LN-DEPARTMENT OF LN-READ TO WS-EVW-DEPARTMENT
           PERFORM HOLD-EVENT-RTN
           .
      *
       HOLD-EVENT-RTN SECTION.
      * WS-EVT-WORK into the hold table until the commit. The early
      *    commit at WS-EVT-HOLD-LIMIT keeps the table from filling;
      *    should it fill anyway the event is reported, not lost
      *    silently.
           IF WS-EVT-ON THEN
              IF WS-EVT-HOLD-COUNT NOT LESS THAN WS-EVT-HOLD-MAX THEN
                 DISPLAY "WARNING - event hold table full, "
                    WS-EVW-TYPE " event for EMP_ID " WS-EVW-EMP-ID
                    " not written - notify downstream by hand"
              ELSE
                 ADD 1 TO WS-EVT-HOLD-COUNT
                 MOVE WS-EVT-WORK
                    TO WS-EH-EVENT (WS-EVT-HOLD-COUNT)
                 MOVE WS-BATCH-SUBMITTER
                    TO WS-EH-SUBMITTER (WS-EVT-HOLD-COUNT)
              END-IF
           END-IF
           .
      *
       DROP-EVENT-HOLD-RTN SECTION.
      * the changes behind the held events were rolled back - the
      *    events never happened.
           IF WS-EVT-HOLD-COUNT GREATER THAN ZERO THEN
              DISPLAY "  Employee events dropped with the "
                 "rollback: " WS-EVT-HOLD-COUNT
              MOVE ZERO TO WS-EVT-HOLD-COUNT
           END-IF
           .
      *
       FLUSH-EVENT-HOLD-RTN SECTION.
      * the commit made the held changes durable - each event gets
      *    the next sequence number and goes out, then the sequence
      *    reached is recorded on EVTSEQO.
           MOVE ZERO TO WS-EVT-HOLD-IX
           PERFORM UNTIL WS-EVT-HOLD-IX GREATER OR EQUAL
                 WS-EVT-HOLD-COUNT
              ADD 1 TO WS-EVT-HOLD-IX
              MOVE WS-EH-EVENT (WS-EVT-HOLD-IX) TO WS-EVT-WORK
              ADD 1 TO WS-EVT-LAST-SEQ
              MOVE SPACES TO EVENT-OUT-RECORD
              MOVE WS-EVT-LAST-SEQ   TO EVT-SEQ
              MOVE WS-EVW-TYPE       TO EVT-TYPE
              MOVE WS-EVW-EMP-ID     TO EVT-EMP-ID
              MOVE WS-EVW-EFF-DATE   TO EVT-EFF-DATE
              MOVE WS-EVW-FIRST-NAME TO EVT-FIRST-NAME
              MOVE WS-EVW-LAST-NAME  TO EVT-LAST-NAME
              MOVE WS-EVW-DEPARTMENT TO EVT-DEPARTMENT
              MOVE WS-EVW-OLD-VALUE  TO EVT-OLD-VALUE
              MOVE WS-EVW-NEW-VALUE  TO EVT-NEW-VALUE
              MOVE WS-RUN-MODE       TO EVT-SOURCE
              MOVE WS-EH-SUBMITTER (WS-EVT-HOLD-IX)
                 TO EVT-SUBMITTER
              WRITE EVENT-OUT-RECORD
              ADD 1 TO WS-EVT-WRITTEN-COUNT
           END-PERFORM
           MOVE ZERO TO WS-EVT-HOLD-COUNT
           PERFORM WRITE-EVENT-SEQUENCE-RTN
           .
      *
       OPEN-PENDING-FILES SECTION.
      * PENDOUT carries forward everything not applied tonight; it
      *    is needed even when PENDIN is absent, because tonight's
      *    file can mint new future-dated diversions. Without
      *    PENDOUT a future-dated transaction has nowhere safe to
      *    wait, so it goes to suspense instead.
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           STRING WS-REPORT-YYYY "-" WS-REPORT-MM "-" WS-REPORT-DD
              DELIMITED BY SIZE INTO WS-INTAKE-DATE
           MOVE WS-REPORT-DATE TO WS-REPORT-DATE-9
           COMPUTE WS-INTAKE-INT =
              FUNCTION INTEGER-OF-DATE (WS-REPORT-DATE-9)
           OPEN OUTPUT PEND-OUT-FILE
           IF WS-PENDOUT-STATUS NOT EQUAL "00" THEN
              DISPLAY "PENDOUT not allocated - future-dated "
                 "transactions will go to suspense"
              SET WS-PENDOUT-UNAVAILABLE TO TRUE
           END-IF
           OPEN INPUT PEND-IN-FILE
           IF WS-PENDIN-STATUS EQUAL "00" THEN
              SET WS-PENDIN-FILE-OPEN TO TRUE
           END-IF
           .
      *
       CLOSE-PENDING-FILES SECTION.
           IF WS-PENDIN-FILE-OPEN THEN
              CLOSE PEND-IN-FILE
           END-IF
           IF NOT WS-PENDOUT-UNAVAILABLE THEN
              CLOSE PEND-OUT-FILE
           END-IF
           DISPLAY "  Pending queue - Released: "
              WS-PEND-RELEASED-COUNT " Diverted: "
              WS-PEND-DIVERTED-COUNT " Carried forward: "
              WS-PEND-CARRIED-COUNT
           .
      *
       RELEASE-PENDING-RTN SECTION.
      * reads the prior pending generation ahead of the transaction
      *    file. Matured records of this mode's source go through
      *    the normal apply path (and through the restart-skip rule
      *    - they draw sequence numbers like any transaction);
      *    still-future ones and the other mode's records are
      *    carried forward to PENDOUT so nothing is ever dropped.
           IF WS-PENDIN-FILE-OPEN THEN
              MOVE "N" TO WS-PENDIN-EOF-SW
              PERFORM UNTIL WS-PENDIN-EOF OR WS-BRK-TRIPPED
                 READ PEND-IN-FILE
                    AT END SET WS-PENDIN-EOF TO TRUE
                    NOT AT END
                       EVALUATE TRUE
                          WHEN WS-MODE-HIRE
                                AND PNDI-SOURCE EQUAL "H"
                             PERFORM RELEASE-ONE-HIRE-RTN
                          WHEN WS-MODE-MAINT
                                AND PNDI-SOURCE EQUAL "M"
                             PERFORM RELEASE-ONE-MAINT-RTN
                          WHEN OTHER
                             PERFORM CARRY-PENDING-FORWARD-RTN
                       END-EVALUATE
                 END-READ
              END-PERFORM
           END-IF
           .
      *
       CARRY-PENDING-FORWARD-RTN SECTION.
           IF NOT WS-PENDOUT-UNAVAILABLE THEN
              MOVE PNDI-SOURCE   TO PNDO-SOURCE
              MOVE PNDI-EFF-DATE TO PNDO-EFF-DATE
              MOVE PNDI-DATA     TO PNDO-DATA
              MOVE PNDI-SUBMITTER TO PNDO-SUBMITTER
              MOVE PNDI-CLERK    TO PNDO-CLERK
              WRITE PEND-OUT-RECORD
              ADD 1 TO WS-PEND-CARRIED-COUNT
           ELSE
              DISPLAY "Pending record lost - PENDOUT unavailable: "
                 PNDI-SOURCE SPACE PNDI-EFF-DATE
           END-IF
           .
      *
       RELEASE-ONE-HIRE-RTN SECTION.
      * still-future records are re-carried even when the restart
      *    skip applies - carrying forward isn't DB2 work, and the
      *    rerun has to rebuild the complete PENDOUT generation.
           ADD 1 TO WS-TRAN-SEQ
           PERFORM CHECK-PENDING-MATURED-RTN
           IF NOT WS-PEND-MATURED THEN
              PERFORM CARRY-PENDING-FORWARD-RTN
           ELSE
              MOVE PNDI-DATA TO HIRE-TRANS-RECORD
              MOVE PNDI-SUBMITTER TO WS-BATCH-SUBMITTER
              MOVE PNDI-CLERK TO WS-BATCH-CLERK
              SET WS-QUEUED-RELEASE TO TRUE
              IF WS-TRAN-SEQ LESS OR EQUAL WS-TRAN-RESTART-SEQ THEN
                 PERFORM SKIP-COMMITTED-HIRE-RTN
              ELSE
                 ADD 1 TO WS-PEND-RELEASED-COUNT
                 SET WS-HIRE-RELEASED TO TRUE
                 PERFORM PROCESS-HIRE-TRANSACTION-RTN
                 MOVE "N" TO WS-HIRE-RELEASED-SW
              END-IF
              MOVE "N" TO WS-QUEUED-RELEASE-SW
              MOVE SPACES TO WS-BATCH-SUBMITTER
              MOVE SPACES TO WS-BATCH-CLERK
           END-IF
           .
      *
       RELEASE-ONE-MAINT-RTN SECTION.
           ADD 1 TO WS-TRAN-SEQ
           PERFORM CHECK-PENDING-MATURED-RTN
           IF NOT WS-PEND-MATURED THEN
              PERFORM CARRY-PENDING-FORWARD-RTN
           ELSE
              MOVE PNDI-DATA TO MAINT-TRANS-RECORD
              MOVE PNDI-SUBMITTER TO WS-BATCH-SUBMITTER
              MOVE PNDI-CLERK TO WS-BATCH-CLERK
              SET WS-QUEUED-RELEASE TO TRUE
              IF WS-TRAN-SEQ LESS OR EQUAL WS-TRAN-RESTART-SEQ THEN
                 PERFORM SKIP-COMMITTED-MAINT-RTN
              ELSE
                 ADD 1 TO WS-PEND-RELEASED-COUNT
                 PERFORM PROCESS-MAINT-TRANSACTION-RTN
              END-IF
              MOVE "N" TO WS-QUEUED-RELEASE-SW
              MOVE SPACES TO WS-BATCH-SUBMITTER
              MOVE SPACES TO WS-BATCH-CLERK
           END-IF
           .
      *
       CHECK-PENDING-MATURED-RTN SECTION.
      * still future by the calendar - not matured. Otherwise the
      *    effective date is moved forward to a business day; one
      *    that doesn't parse releases as it always did.
           MOVE "N" TO WS-PEND-MATURED-SW
           IF PNDI-EFF-DATE NOT GREATER THAN WS-INTAKE-DATE THEN
              SET WS-PEND-MATURED TO TRUE
              IF PNDI-EFF-DATE (1:4) NUMERIC
                    AND PNDI-EFF-DATE (6:2) NUMERIC
                    AND PNDI-EFF-DATE (9:2) NUMERIC THEN
                 STRING PNDI-EFF-DATE (1:4) PNDI-EFF-DATE (6:2)
                        PNDI-EFF-DATE (9:2)
                    DELIMITED BY SIZE INTO WS-PEND-EFF-X
                 SET LN-CAL-NEXT-DAY OF LN-CAL TO TRUE
                 COMPUTE LN-CAL-DATE-INT =
                    FUNCTION INTEGER-OF-DATE (WS-PEND-EFF-9)
                 MOVE "N" TO LN-CAL-SKIP-CLOSE-SW
                 IF LN-CAL-DATE-INT GREATER THAN ZERO THEN
                    CALL "CAL_FN" USING LN-CAL
                    IF LN-CAL-RESULT-INT GREATER THAN WS-INTAKE-INT
                          THEN
                       MOVE "N" TO WS-PEND-MATURED-SW
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *
       DIVERT-FUTURE-HIRE-RTN SECTION.
           IF WS-PENDOUT-UNAVAILABLE THEN
              ADD 1 TO WS-HIRE-REJECTED-COUNT
              DISPLAY "Future-dated hire rejected - pending queue "
                 "unavailable, EMP_ID " HTRAN-EMP-ID
              MOVE "H"    TO SUSP-SOURCE
              MOVE "E903" TO WS-EDIT-REASON-CODE
              MOVE "PENDING QUEUE UNAVAILABLE"
                 TO WS-EDIT-REASON-TEXT
              MOVE HIRE-TRANS-RECORD TO SUSP-TRAN-IMAGE
              PERFORM WRITE-SUSPENSE-RECORD-RTN
              MOVE "SUSPENDED E903" TO WS-HCF-DISPOSITION
           ELSE
              MOVE SPACES TO WS-HCF-DISPOSITION
              STRING "PENDING - STARTS " HTRAN-HIRE-DATE
                 DELIMITED BY SIZE INTO WS-HCF-DISPOSITION
              MOVE "H" TO PNDO-SOURCE
              MOVE HTRAN-HIRE-DATE TO PNDO-EFF-DATE
              MOVE HIRE-TRANS-RECORD TO PNDO-DATA
              MOVE WS-BATCH-SUBMITTER TO PNDO-SUBMITTER
              MOVE WS-BATCH-CLERK TO PNDO-CLERK
              WRITE PEND-OUT-RECORD
              ADD 1 TO WS-PEND-DIVERTED-COUNT
      * the opening is spoken for from the day the offer is keyed,
      *    not the day the hire starts - hold it for this EMP_ID.
              SET WS-REQN-FILL-HOLD TO TRUE
              PERFORM FILL-HIRE-REQUISITION-RTN
           END-IF
           .
      *
       DIVERT-FUTURE-MAINT-RTN SECTION.
           IF WS-PENDOUT-UNAVAILABLE THEN
              ADD 1 TO WS-MAINT-REJECTED-COUNT
              DISPLAY "Future-dated change rejected - pending queue "
                 "unavailable, EMP_ID " MTRAN-EMP-ID
              MOVE "M"    TO SUSP-SOURCE
              MOVE "E903" TO WS-EDIT-REASON-CODE
              MOVE "PENDING QUEUE UNAVAILABLE"
                 TO WS-EDIT-REASON-TEXT
              MOVE MAINT-TRANS-RECORD TO SUSP-TRAN-IMAGE
              PERFORM WRITE-SUSPENSE-RECORD-RTN
           ELSE
              MOVE "M" TO PNDO-SOURCE
              MOVE MTRAN-EFF-DATE TO PNDO-EFF-DATE
              MOVE MAINT-TRANS-RECORD TO PNDO-DATA
              MOVE WS-BATCH-SUBMITTER TO PNDO-SUBMITTER
              MOVE WS-BATCH-CLERK TO PNDO-CLERK
              WRITE PEND-OUT-RECORD
              ADD 1 TO WS-PEND-DIVERTED-COUNT
           END-IF
           .
      *
       OPEN-APPROVAL-FILES SECTION.
      * APPROUT carries forward every undecided approval and takes
      *    tonight's new diversions; without it a change needing a
      *    second approver has nowhere to wait and goes to suspense
      *    instead - it is never applied unapproved.
           OPEN OUTPUT APPR-OUT-FILE
           IF WS-APPROUT-STATUS NOT EQUAL "00" THEN
              DISPLAY "APPROUT not allocated - changes needing "
                 "approval will go to suspense"
              SET WS-APPROUT-UNAVAILABLE TO TRUE
           END-IF
           OPEN INPUT APPR-IN-FILE
           IF WS-APPRIN-STATUS EQUAL "00" THEN
              SET WS-APPRIN-FILE-OPEN TO TRUE
           END-IF
           .
      *
       CLOSE-APPROVAL-FILES SECTION.
           IF WS-APPRIN-FILE-OPEN THEN
              CLOSE APPR-IN-FILE
           END-IF
           IF NOT WS-APPROUT-UNAVAILABLE THEN
              CLOSE APPR-OUT-FILE
           END-IF
           DISPLAY "  Approval queue - Released: "
              WS-APPR-RELEASED-COUNT " Declined: "
              WS-APPR-DECLINED-COUNT " Queued: "
              WS-APPR-DIVERTED-COUNT " Carried forward: "
              WS-APPR-CARRIED-COUNT
           .
      *
       RELEASE-APPROVALS-RTN SECTION.
      * reads the prior approval generation ahead of the
      *    transaction file, after the pending release. Approved
      *    records go through the normal apply path (drawing
      *    sequence numbers like any transaction), rejected ones go
      *    to suspense for the clerk, and undecided ones are
      *    carried forward. After a breaker trip everything left is
      *    carried forward untouched, so no decision is lost.
           IF WS-APPRIN-FILE-OPEN THEN
              MOVE "N" TO WS-APPRIN-EOF-SW
              PERFORM UNTIL WS-APPRIN-EOF
                 READ APPR-IN-FILE
                    AT END SET WS-APPRIN-EOF TO TRUE
                    NOT AT END
                       EVALUATE TRUE
                          WHEN WS-BRK-TRIPPED
                             PERFORM CARRY-APPROVAL-FORWARD-RTN
                          WHEN APQI-APPROVED
                             PERFORM RELEASE-ONE-APPROVAL-RTN
                          WHEN APQI-REJECTED
                             PERFORM DECLINE-ONE-APPROVAL-RTN
                          WHEN OTHER
                             PERFORM CARRY-APPROVAL-FORWARD-RTN
                       END-EVALUATE
                 END-READ
              END-PERFORM
           END-IF
           .
      *
       CARRY-APPROVAL-FORWARD-RTN SECTION.
           IF NOT WS-APPROUT-UNAVAILABLE THEN
              MOVE APPR-IN-RECORD TO APPR-OUT-RECORD
              WRITE APPR-OUT-RECORD
              ADD 1 TO WS-APPR-CARRIED-COUNT
           ELSE
              DISPLAY "Approval record lost - APPROUT unavailable: "
                 APQI-QUEUED-TS SPACE APQI-DATA (1:9)
           END-IF
           .
      *
       RELEASE-ONE-APPROVAL-RTN SECTION.
      * the approver rides along on WS-CHG-APPROVER so the change
      *    register names both people; the release switch keeps
      *    the apply path from queueing the record a second time.
           ADD 1 TO WS-TRAN-SEQ
           MOVE APQI-DATA TO MAINT-TRANS-RECORD
           MOVE APQI-SUBMITTER TO WS-BATCH-SUBMITTER
           SET WS-APPR-RELEASE-ON TO TRUE
           SET WS-QUEUED-RELEASE TO TRUE
           IF WS-TRAN-SEQ LESS OR EQUAL WS-TRAN-RESTART-SEQ THEN
              PERFORM SKIP-COMMITTED-MAINT-RTN
           ELSE
              ADD 1 TO WS-APPR-RELEASED-COUNT
              MOVE APQI-APPROVER TO WS-CHG-APPROVER
              PERFORM PROCESS-MAINT-TRANSACTION-RTN
           END-IF
           MOVE "N" TO WS-APPR-RELEASE-SW
           MOVE "N" TO WS-QUEUED-RELEASE-SW
           MOVE SPACES TO WS-CHG-APPROVER
           MOVE SPACES TO WS-BATCH-SUBMITTER
           .
      *
       DECLINE-ONE-APPROVAL-RTN SECTION.
      * a rejected change is never applied - it lands in suspense
      *    so the keying clerk sees the decision and can correct
      *    and resubmit if the approver asked for that.
           ADD 1 TO WS-APPR-DECLINED-COUNT
           DISPLAY "Queued change rejected by " APQI-APPROVER
              " - " APQI-DATA (1:9)
           MOVE "M"    TO SUSP-SOURCE
           MOVE "E015" TO WS-EDIT-REASON-CODE
           MOVE "REJECTED BY APPROVER" TO WS-EDIT-REASON-TEXT
           MOVE APQI-DATA TO SUSP-TRAN-IMAGE
           PERFORM WRITE-SUSPENSE-RECORD-RTN
           .
      *
       CHECK-APPROVAL-NEEDED-RTN SECTION.
      * the two-person rule - any DL, a TM for dismissal, and an UP
      *    moving salary by more than APPRPCT percent of the salary
      *    as fetched (WS-HIST-OLD-SALARY). A record already
      *    released from the queue has had its second look, and a
      *    WHATIF update never sticks, so neither is queued. The
      *    reason code travels with the queued record:
      *    A001 salary change over threshold, A002 delete,
      *    A003 dismissal.
           MOVE "N" TO WS-APPR-NEEDED-SW
           MOVE SPACES TO WS-APPR-REASON
           EVALUATE TRUE
              WHEN WS-APPR-RELEASE-ON
                 CONTINUE
              WHEN MTRAN-DELETE
                 SET WS-APPROVAL-NEEDED TO TRUE
                 MOVE "A002" TO WS-APPR-REASON
              WHEN MTRAN-TERMINATE
                 IF MTRAN-TERM-REASON EQUAL "DIS" THEN
                    SET WS-APPROVAL-NEEDED TO TRUE
                    MOVE "A003" TO WS-APPR-REASON
                 END-IF
              WHEN MTRAN-UPDATE
                 IF NOT MTRAN-WHATIF-ON
                       AND WS-APPR-PCT GREATER THAN ZERO
                       AND MTRAN-SALARY-X NOT EQUAL SPACES
                       AND MTRAN-SALARY NOT EQUAL ZERO THEN
                    IF WS-HIST-OLD-SALARY EQUAL ZERO THEN
                       SET WS-APPROVAL-NEEDED TO TRUE
                    ELSE
      * a change too large for the work field is over any
      *    threshold by definition.
                       COMPUTE WS-APPR-CHG-PCT ROUNDED =
                          (MTRAN-SALARY - WS-HIST-OLD-SALARY) * 100
                             / WS-HIST-OLD-SALARY
                          ON SIZE ERROR
                             SET WS-APPROVAL-NEEDED TO TRUE
                       END-COMPUTE
                       IF WS-APPR-CHG-PCT LESS THAN ZERO THEN
                          COMPUTE WS-APPR-CHG-PCT =
                             WS-APPR-CHG-PCT * -1
                       END-IF
                       IF WS-APPR-CHG-PCT GREATER THAN WS-APPR-PCT
                             THEN
                          SET WS-APPROVAL-NEEDED TO TRUE
                       END-IF
                    END-IF
                    IF WS-APPROVAL-NEEDED THEN
                       MOVE "A001" TO WS-APPR-REASON
                    END-IF
                 END-IF
           END-EVALUATE
           .
      *
       DIVERT-FOR-APPROVAL-RTN SECTION.
      * the record waits on APPROUT stamped with the clerk who keyed
      *    its batch (for a record released from the pending queue,
      *    the clerk it was queued under) - APPRMGR will not let
      *    that same userid approve it, and will not approve one
      *    with no clerk recorded (a legacy unwrapped deck). A
      *    record APPROUT would not take goes to suspense like one
      *    with no APPROUT at all - never applied, never dropped.
           IF WS-APPROUT-UNAVAILABLE THEN
              PERFORM SUSPEND-UNQUEUED-APPROVAL-RTN
           ELSE
              ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
              ACCEPT WS-LOG-TIME FROM TIME
              MOVE SPACES TO APPR-OUT-RECORD
              MOVE "P" TO APQO-STATUS
              STRING WS-LOG-DATE "-" WS-LOG-TIME
                 DELIMITED BY SIZE INTO APQO-QUEUED-TS
              MOVE WS-APPR-REASON     TO APQO-REASON
              MOVE WS-BATCH-CLERK     TO APQO-MAKER
              MOVE MAINT-TRANS-RECORD TO APQO-DATA
              MOVE WS-BATCH-SUBMITTER TO APQO-SUBMITTER
              WRITE APPR-OUT-RECORD
              IF WS-APPROUT-STATUS EQUAL "00" THEN
                 ADD 1 TO WS-APPR-DIVERTED-COUNT
                 DISPLAY "Change queued for second approval ("
                    WS-APPR-REASON ") " MTRAN-FUNC " EMP_ID "
                    MTRAN-EMP-ID
              ELSE
                 DISPLAY "APPROUT write failed - status "
                    WS-APPROUT-STATUS
                 PERFORM SUSPEND-UNQUEUED-APPROVAL-RTN
              END-IF
           END-IF
           .
      *
       SUSPEND-UNQUEUED-APPROVAL-RTN SECTION.
           ADD 1 TO WS-MAINT-REJECTED-COUNT
           DISPLAY "Change needing approval rejected - approval "
              "queue unavailable, EMP_ID " MTRAN-EMP-ID
           MOVE "M"    TO SUSP-SOURCE
           MOVE "E904" TO WS-EDIT-REASON-CODE
           MOVE "APPROVAL QUEUE UNAVAILABLE"
              TO WS-EDIT-REASON-TEXT
           MOVE MAINT-TRANS-RECORD TO SUSP-TRAN-IMAGE
           PERFORM WRITE-SUSPENSE-RECORD-RTN
           .
      *
       RECHECK-SKIPPED-APPROVAL-RTN SECTION.
      * restart skip of a transaction the original run may have
      *    queued for approval - fetch the row read-only and apply
      *    the same rule. A committed DL/TM left no row, and a
      *    committed salary change now compares against itself, so
      *    neither is queued again.
           INITIALIZE LN-READ
           MOVE MTRAN-EMP-ID TO LN-FILTER-EMP-ID-LOW OF LN-READ
           MOVE MTRAN-EMP-ID TO LN-FILTER-EMP-ID-HIGH OF LN-READ
           SET LN-READ-OPEN OF LN-READ-FUNC OF LN-READ TO TRUE
           CALL "READ_FN" USING LN-READ LN-ERROR
           SET LN-READ-FETCH OF LN-READ-FUNC OF LN-READ TO TRUE
           CALL "READ_FN" USING LN-READ LN-ERROR
           IF LN-SQLCODE OF LN-ERROR EQUAL ZERO THEN
              MOVE LN-SALARY OF LN-READ TO WS-HIST-OLD-SALARY
              PERFORM CHECK-APPROVAL-NEEDED-RTN
              IF WS-APPROVAL-NEEDED THEN
                 PERFORM DIVERT-FOR-APPROVAL-RTN
              END-IF
      * the fetch also says what the original run did with the
      *    reporting line, which died with the RPTLNOUT generation:
      *    an UP that wasn't queued was applied, and a DL/TM whose
      *    row is gone was applied.
              IF NOT WS-APPROVAL-NEEDED AND NOT WS-EDIT-REJECTED
                    AND MTRAN-UPDATE THEN
                 SET WS-RPTL-REPLAY TO TRUE
                 PERFORM APPLY-MAINT-REPORTING-LINE-RTN
                 MOVE "N" TO WS-RPTL-REPLAY-SW
              END-IF
           ELSE
              IF NOT WS-EDIT-REJECTED
                    AND (MTRAN-DELETE OR MTRAN-TERMINATE) THEN
                 SET WS-RPTL-REPLAY TO TRUE
                 PERFORM APPLY-MAINT-REPORTING-LINE-RTN
                 MOVE "N" TO WS-RPTL-REPLAY-SW
              END-IF
           END-IF
           SET LN-READ-CLOSE OF LN-READ-FUNC OF LN-READ TO TRUE
           CALL "READ_FN" USING LN-READ LN-ERROR
           .
      *
       LOAD-REPORTING-LINES-RTN SECTION.
      * loads the prior reporting-line generation into the table
      *    once per intake run, ahead of the pending and approval
      *    release passes - a released hire or UP carries its
      *    manager like any other. RPTLNOUT is opened here too; a
      *    run without it still applies its transactions, it just
      *    can't save tonight's reporting-line changes.
           MOVE ZERO TO WS-RPTL-COUNT
           MOVE ZERO TO WS-RPTL-UNDO-COUNT
           OPEN INPUT RPTL-IN-FILE
           IF WS-RPTLIN-STATUS EQUAL "00" THEN
              MOVE "N" TO WS-RPTLIN-EOF-SW
              PERFORM UNTIL WS-RPTLIN-EOF OR WS-RPTL-OVERFLOW
                 READ RPTL-IN-FILE
                    AT END SET WS-RPTLIN-EOF TO TRUE
                    NOT AT END
                       PERFORM STORE-REPORTING-LINE-RTN
                 END-READ
              END-PERFORM
              CLOSE RPTL-IN-FILE
              SET WS-RPTL-LOADED TO TRUE
              DISPLAY "Reporting lines loaded - " WS-RPTL-COUNT
                 " employees with a manager"
           ELSE
              DISPLAY "RPTLNIN not allocated - reporting lines "
                 "start empty"
           END-IF
           OPEN OUTPUT RPTL-OUT-FILE
           IF WS-RPTLOUT-STATUS NOT EQUAL "00" THEN
              DISPLAY "RPTLNOUT not allocated - tonight's "
                 "reporting-line changes will not be saved"
              SET WS-RPTLOUT-UNAVAILABLE TO TRUE
           END-IF
           .
      *
       STORE-REPORTING-LINE-RTN SECTION.
      * one RPTLNIN record into the table. The file is written in
      *    EMP_ID order, so a record normally appends; one out of
      *    order (a hand-edited generation) is placed where it
      *    belongs, a repeated EMP_ID keeping the later record. A
      *    file larger than the table stops the load - the close
      *    then carries the prior generation forward untouched
      *    rather than write a truncated one.
           IF RLNI-EMP-ID NUMERIC AND RLNI-MGR-ID NUMERIC THEN
              MOVE RLNI-EMP-ID   TO WS-RPTL-WORK-EMP-ID
              MOVE RLNI-MGR-ID   TO WS-RPTL-WORK-MGR-ID
              MOVE RLNI-EFF-DATE TO WS-RPTL-WORK-EFF-DATE
              IF WS-RPTL-COUNT GREATER THAN ZERO
                    AND RLNI-EMP-ID NOT GREATER THAN
                        WS-RL-EMP-ID (WS-RPTL-COUNT) THEN
                 PERFORM FIND-REPORTING-LINE-RTN
              ELSE
                 MOVE "N" TO WS-RPTL-FOUND-SW
                 COMPUTE WS-RPTL-IX = WS-RPTL-COUNT + 1
              END-IF
              IF NOT WS-RPTL-FOUND
                    AND WS-RPTL-COUNT NOT LESS THAN WS-RPTL-MAX THEN
                 SET WS-RPTL-OVERFLOW TO TRUE
                 DISPLAY "WARNING - reporting-line table full, "
                    "RPTLNIN carried forward unchanged"
              ELSE
                 PERFORM PUT-REPORTING-LINE-RTN
              END-IF
           ELSE
              DISPLAY "RPTLNIN record not numeric - dropped: "
                 RPTL-IN-RECORD
           END-IF
           .
      *
       CLOSE-REPORTING-LINES-RTN SECTION.
      * writes the table out as the new RPTLNOUT generation. After
      *    an overflowed load the table is not the whole file, so
      *    the prior generation is copied across record for record
      *    instead and tonight's changes are reported as lost.
      *    Direct reports left under a manager tonight removed get
      *    an ALERTS record - ORGCHART lists who they are.
           IF NOT WS-RPTLOUT-UNAVAILABLE THEN
              IF WS-RPTL-OVERFLOW THEN
                 OPEN INPUT RPTL-IN-FILE
                 MOVE "N" TO WS-RPTLIN-EOF-SW
                 PERFORM UNTIL WS-RPTLIN-EOF
                    READ RPTL-IN-FILE
                       AT END SET WS-RPTLIN-EOF TO TRUE
                       NOT AT END
                          WRITE RPTL-OUT-RECORD FROM RPTL-IN-RECORD
                          ADD 1 TO WS-RPTL-WRITTEN-COUNT
                    END-READ
                 END-PERFORM
                 CLOSE RPTL-IN-FILE
                 MOVE "RPTLFULL" TO WS-ALERT-CODE
                 MOVE "REPORTING-LINE TABLE FULL - CHANGES NOT SAVED"
                    TO WS-ALERT-TEXT
                 MOVE WS-RPTL-WRITTEN-COUNT TO WS-ALERT-VALUE-1
                 MOVE WS-RPTL-MAX           TO WS-ALERT-VALUE-2
                 PERFORM WRITE-ALERT-RTN
              ELSE
                 MOVE ZERO TO WS-RPTL-IX
                 PERFORM UNTIL WS-RPTL-IX GREATER OR EQUAL
                       WS-RPTL-COUNT
                    ADD 1 TO WS-RPTL-IX
                    MOVE WS-RL-EMP-ID (WS-RPTL-IX) TO RLNO-EMP-ID
                    MOVE WS-RL-MGR-ID (WS-RPTL-IX) TO RLNO-MGR-ID
                    MOVE WS-RL-EFF-DATE (WS-RPTL-IX)
                       TO RLNO-EFF-DATE
                    WRITE RPTL-OUT-RECORD
                    ADD 1 TO WS-RPTL-WRITTEN-COUNT
                 END-PERFORM
              END-IF
              CLOSE RPTL-OUT-FILE
           END-IF
           DISPLAY "  Reporting lines - Set: " WS-RPTL-SET-COUNT
              " Removed: " WS-RPTL-DROPPED-COUNT
              " Written: " WS-RPTL-WRITTEN-COUNT
           IF WS-RPTL-ORPHANED-COUNT GREATER THAN ZERO THEN
              MOVE "ORPHANS" TO WS-ALERT-CODE
              MOVE "DIRECT REPORTS LEFT UNDER A REMOVED MANAGER"
                 TO WS-ALERT-TEXT
              MOVE WS-RPTL-ORPHANED-COUNT TO WS-ALERT-VALUE-1
              MOVE ZERO                   TO WS-ALERT-VALUE-2
              PERFORM WRITE-ALERT-RTN
           END-IF
           .
      *
       FIND-REPORTING-LINE-RTN SECTION.
      * looks up WS-RPTL-WORK-EMP-ID. Found - WS-RPTL-IX is its
      *    entry. Not found - WS-RPTL-IX is where it would go to
      *    keep the table in EMP_ID order.
           MOVE "N" TO WS-RPTL-FOUND-SW
           MOVE "N" TO WS-RPTL-STOP-SW
           MOVE ZERO TO WS-RPTL-IX
           PERFORM UNTIL WS-RPTL-STOP
                 OR WS-RPTL-IX GREATER OR EQUAL WS-RPTL-COUNT
              ADD 1 TO WS-RPTL-IX
              IF WS-RL-EMP-ID (WS-RPTL-IX) NOT LESS THAN
                    WS-RPTL-WORK-EMP-ID THEN
                 SET WS-RPTL-STOP TO TRUE
                 IF WS-RL-EMP-ID (WS-RPTL-IX) EQUAL
                       WS-RPTL-WORK-EMP-ID THEN
                    SET WS-RPTL-FOUND TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           IF NOT WS-RPTL-STOP THEN
              COMPUTE WS-RPTL-IX = WS-RPTL-COUNT + 1
           END-IF
           .
      *
       PUT-REPORTING-LINE-RTN SECTION.
      * after FIND - overwrite the found entry, or open a slot at
      *    WS-RPTL-IX and insert. Caller has made sure there is room.
           IF NOT WS-RPTL-FOUND THEN
              MOVE WS-RPTL-COUNT TO WS-RPTL-SHIFT-IX
              PERFORM UNTIL WS-RPTL-SHIFT-IX LESS THAN WS-RPTL-IX
                 MOVE WS-RPTL-ENTRY (WS-RPTL-SHIFT-IX)
                    TO WS-RPTL-ENTRY (WS-RPTL-SHIFT-IX + 1)
                 SUBTRACT 1 FROM WS-RPTL-SHIFT-IX
              END-PERFORM
              ADD 1 TO WS-RPTL-COUNT
           END-IF
           MOVE WS-RPTL-WORK-EMP-ID   TO WS-RL-EMP-ID (WS-RPTL-IX)
           MOVE WS-RPTL-WORK-MGR-ID   TO WS-RL-MGR-ID (WS-RPTL-IX)
           MOVE WS-RPTL-WORK-EFF-DATE TO WS-RL-EFF-DATE (WS-RPTL-IX)
           .
      *
       REMOVE-REPORTING-LINE-RTN SECTION.
      * after FIND found the entry - close the gap over it.
           MOVE WS-RPTL-IX TO WS-RPTL-SHIFT-IX
           PERFORM UNTIL WS-RPTL-SHIFT-IX GREATER OR EQUAL
                 WS-RPTL-COUNT
              MOVE WS-RPTL-ENTRY (WS-RPTL-SHIFT-IX + 1)
                 TO WS-RPTL-ENTRY (WS-RPTL-SHIFT-IX)
              ADD 1 TO WS-RPTL-SHIFT-IX
           END-PERFORM
           SUBTRACT 1 FROM WS-RPTL-COUNT
           .
      *
       SET-REPORTING-LINE-RTN SECTION.
      * WS-RPTL-WORK-EMP-ID now reports to WS-RPTL-WORK-MGR-ID from
      *    WS-RPTL-WORK-EFF-DATE. The manager it replaces (zero for
      *    none) is left in WS-RPTL-OLD-MGR-ID for the register.
      *    Re-stating the current manager changes nothing.
           MOVE ZERO TO WS-RPTL-OLD-MGR-ID
           MOVE "N" TO WS-RPTL-CHANGED-SW
           PERFORM FIND-REPORTING-LINE-RTN
           IF WS-RPTL-FOUND THEN
              MOVE WS-RL-MGR-ID (WS-RPTL-IX) TO WS-RPTL-OLD-MGR-ID
              IF WS-RPTL-OLD-MGR-ID NOT EQUAL WS-RPTL-WORK-MGR-ID
                    THEN
                 PERFORM JOURNAL-REPORTING-LINE-RTN
                 PERFORM PUT-REPORTING-LINE-RTN
                 SET WS-RPTL-CHANGED TO TRUE
              END-IF
           ELSE
              IF WS-RPTL-COUNT LESS THAN WS-RPTL-MAX THEN
                 PERFORM JOURNAL-REPORTING-LINE-RTN
                 PERFORM PUT-REPORTING-LINE-RTN
                 SET WS-RPTL-CHANGED TO TRUE
              ELSE
                 DISPLAY "WARNING - reporting-line table full, "
                    "line not recorded for EMP_ID "
                    WS-RPTL-WORK-EMP-ID
              END-IF
           END-IF
           IF WS-RPTL-CHANGED THEN
              ADD 1 TO WS-RPTL-SET-COUNT
           END-IF
           .
      *
       DROP-REPORTING-LINE-RTN SECTION.
      * WS-RPTL-WORK-EMP-ID no longer reports to anyone - the prior
      *    manager (zero for none) is left in WS-RPTL-OLD-MGR-ID.
           MOVE ZERO TO WS-RPTL-OLD-MGR-ID
           MOVE "N" TO WS-RPTL-CHANGED-SW
           PERFORM FIND-REPORTING-LINE-RTN
           IF WS-RPTL-FOUND THEN
              MOVE WS-RL-MGR-ID (WS-RPTL-IX) TO WS-RPTL-OLD-MGR-ID
              PERFORM JOURNAL-REPORTING-LINE-RTN
              PERFORM REMOVE-REPORTING-LINE-RTN
              SET WS-RPTL-CHANGED TO TRUE
              ADD 1 TO WS-RPTL-DROPPED-COUNT
           END-IF
           .
      *
       JOURNAL-REPORTING-LINE-RTN SECTION.
      * after FIND - remember the line as it stands before the
      *    change, so a breaker rollback can put it back. A change
      *    re-applied for an already-committed transaction on a
      *    restart is not journaled - no rollback reaches it.
           IF NOT WS-RPTL-REPLAY THEN
              IF WS-RPTL-UNDO-COUNT LESS THAN WS-RPTL-UNDO-MAX THEN
                 ADD 1 TO WS-RPTL-UNDO-COUNT
                 MOVE WS-RPTL-WORK-EMP-ID
                    TO WS-RU-EMP-ID (WS-RPTL-UNDO-COUNT)
                 IF WS-RPTL-FOUND THEN
                    MOVE "Y" TO WS-RU-HAD-LINE (WS-RPTL-UNDO-COUNT)
                    MOVE WS-RL-MGR-ID (WS-RPTL-IX)
                       TO WS-RU-MGR-ID (WS-RPTL-UNDO-COUNT)
                    MOVE WS-RL-EFF-DATE (WS-RPTL-IX)
                       TO WS-RU-EFF-DATE (WS-RPTL-UNDO-COUNT)
                 ELSE
                    MOVE "N" TO WS-RU-HAD-LINE (WS-RPTL-UNDO-COUNT)
                    MOVE ZERO TO WS-RU-MGR-ID (WS-RPTL-UNDO-COUNT)
                    MOVE SPACES
                       TO WS-RU-EFF-DATE (WS-RPTL-UNDO-COUNT)
                 END-IF
              ELSE
                 IF NOT WS-RPTL-UNDO-OVERFLOW THEN
                    SET WS-RPTL-UNDO-OVERFLOW TO TRUE
                    DISPLAY "WARNING - reporting-line undo table "
                       "full, a rollback cannot restore every line"
                 END-IF
              END-IF
           END-IF
           .
      *
       UNDO-REPORTING-LINES-RTN SECTION.
      * the breaker rolled the unit of work back - walk the journal
      *    newest first and put each line back as it stood, so the
      *    new generation matches the rows DB2 kept.
           PERFORM UNTIL WS-RPTL-UNDO-COUNT NOT GREATER THAN ZERO
              MOVE WS-RU-EMP-ID (WS-RPTL-UNDO-COUNT)
                 TO WS-RPTL-WORK-EMP-ID
              PERFORM FIND-REPORTING-LINE-RTN
              IF WS-RU-HAD-LINE (WS-RPTL-UNDO-COUNT) EQUAL "Y" THEN
                 MOVE WS-RU-MGR-ID (WS-RPTL-UNDO-COUNT)
                    TO WS-RPTL-WORK-MGR-ID
                 MOVE WS-RU-EFF-DATE (WS-RPTL-UNDO-COUNT)
                    TO WS-RPTL-WORK-EFF-DATE
                 PERFORM PUT-REPORTING-LINE-RTN
              ELSE
                 IF WS-RPTL-FOUND THEN
                    PERFORM REMOVE-REPORTING-LINE-RTN
                 END-IF
              END-IF
              SUBTRACT 1 FROM WS-RPTL-UNDO-COUNT
           END-PERFORM
           IF WS-RPTL-UNDO-OVERFLOW THEN
              DISPLAY "  Reporting lines changed before the undo "
                 "table filled stay as applied - check ORGCHART"
           END-IF
           .
      *
       COUNT-ORPHANED-REPORTS-RTN SECTION.
      * WS-RPTL-WORK-EMP-ID just came off EMP - anyone still
      *    reporting to them is left under a manager who is gone.
      *    They keep the line (HR decides where they move); the
      *    count feeds the end-of-intake alert.
           MOVE ZERO TO WS-RPTL-DIRECT-COUNT
           MOVE ZERO TO WS-RPTL-IX
           PERFORM UNTIL WS-RPTL-IX GREATER OR EQUAL WS-RPTL-COUNT
              ADD 1 TO WS-RPTL-IX
              IF WS-RL-MGR-ID (WS-RPTL-IX) EQUAL WS-RPTL-WORK-EMP-ID
                    THEN
                 ADD 1 TO WS-RPTL-DIRECT-COUNT
              END-IF
           END-PERFORM
           IF WS-RPTL-DIRECT-COUNT GREATER THAN ZERO THEN
              ADD WS-RPTL-DIRECT-COUNT TO WS-RPTL-ORPHANED-COUNT
              DISPLAY "WARNING - " WS-RPTL-DIRECT-COUNT
                 " direct report(s) still report to removed EMP_ID "
                 WS-RPTL-WORK-EMP-ID
           END-IF
           .
      *
       APPLY-HIRE-REPORTING-LINE-RTN SECTION.
      * a hire that names a manager starts the reporting line on
      *    the hire date (the hire date as keyed, not a bridged
      *    rehire's original date - the line is new either way).
           IF HTRAN-MANAGER-ID NOT EQUAL SPACES
                 AND HTRAN-MANAGER-ID NOT EQUAL "000000" THEN
              MOVE HTRAN-EMP-ID     TO WS-RPTL-WORK-EMP-ID
              MOVE HTRAN-MANAGER-ID TO WS-RPTL-WORK-MGR-X
              MOVE HTRAN-HIRE-DATE  TO WS-RPTL-WORK-EFF-DATE
              PERFORM SET-REPORTING-LINE-RTN
              PERFORM WRITE-MANAGER-REGISTER-RTN
           END-IF
           .
      *
       APPLY-MAINT-REPORTING-LINE-RTN SECTION.
      * an applied DL/TM takes the employee off the chart; an
      *    applied UP carrying a manager moves the line (zeros end
      *    it), effective the transaction's effective date.
           MOVE MTRAN-EMP-ID TO WS-RPTL-WORK-EMP-ID
           IF MTRAN-DELETE OR MTRAN-TERMINATE THEN
              PERFORM DROP-REPORTING-LINE-RTN
              PERFORM COUNT-ORPHANED-REPORTS-RTN
           ELSE
              IF MTRAN-MANAGER-ID NOT EQUAL SPACES THEN
                 IF MTRAN-MANAGER-ID EQUAL "000000" THEN
                    PERFORM DROP-REPORTING-LINE-RTN
                    MOVE ZERO TO WS-RPTL-WORK-MGR-ID
                 ELSE
                    MOVE MTRAN-MANAGER-ID TO WS-RPTL-WORK-MGR-X
                    IF MTRAN-EFF-DATE NOT EQUAL SPACES THEN
                       MOVE MTRAN-EFF-DATE TO WS-RPTL-WORK-EFF-DATE
                    ELSE
                       MOVE WS-INTAKE-DATE TO WS-RPTL-WORK-EFF-DATE
                    END-IF
                    PERFORM SET-REPORTING-LINE-RTN
                 END-IF
                 PERFORM WRITE-MANAGER-REGISTER-RTN
              END-IF
           END-IF
           .
      *
       WRITE-MANAGER-REGISTER-RTN SECTION.
      * the CHGLOG images have no room for the manager, so a
      *    reporting-line change shows on CHGRPT as one more line
      *    under the register entry it belongs to. Nothing is
      *    printed for a restart replay - the original run printed
      *    it - or when the line didn't actually change.
           IF WS-RPTL-CHANGED AND NOT WS-RPTL-REPLAY
                 AND NOT WS-CHGRPT-UNAVAILABLE THEN
              MOVE WS-RPTL-WORK-MGR-ID TO WS-CRM-NEW-MGR
              IF WS-RPTL-OLD-MGR-ID EQUAL ZERO THEN
                 MOVE "NONE" TO WS-CRM-OLD-MGR
              ELSE
                 MOVE WS-RPTL-OLD-MGR-ID TO WS-CRM-OLD-MGR
              END-IF
              WRITE CHG-RPT-RECORD FROM WS-CHG-RPT-MANAGER-LINE
                 AFTER ADVANCING 1 LINE
           END-IF
           .
      *
       REPLAY-SKIPPED-HIRE-LINE-RTN SECTION.
      * restart skip of a hire that named a manager or filled a
      *    requisition - the tables were loaded from last night's
      *    generations, so a committed hire's line and fill have
      *    to be put back. Only a hire that passes the edit and
      *    whose row is there under the same name is taken as
      *    committed. The edit also registers the EMP_ID for the
      *    duplicate check, as the skip would have anyway; the
      *    position-control edits are left out of it, since the
      *    committed row itself is now in the department's count.
           SET WS-REQN-REPLAY TO TRUE
           PERFORM EDIT-HIRE-TRANSACTION-RTN
           MOVE "N" TO WS-REQN-REPLAY-SW
           IF NOT WS-EDIT-REJECTED THEN
              INITIALIZE LN-READ
              MOVE HTRAN-EMP-ID TO LN-FILTER-EMP-ID-LOW OF LN-READ
              MOVE HTRAN-EMP-ID TO LN-FILTER-EMP-ID-HIGH OF LN-READ
              SET LN-READ-OPEN OF LN-READ-FUNC OF LN-READ TO TRUE
              CALL "READ_FN" USING LN-READ LN-ERROR
              SET LN-READ-FETCH OF LN-READ-FUNC OF LN-READ TO TRUE
              CALL "READ_FN" USING LN-READ LN-ERROR
              IF LN-SQLCODE OF LN-ERROR EQUAL ZERO
                    AND LN-LAST-NAME OF LN-READ EQUAL
                        HTRAN-LAST-NAME THEN
                 SET WS-RPTL-REPLAY TO TRUE
                 PERFORM APPLY-HIRE-REPORTING-LINE-RTN
                 MOVE "N" TO WS-RPTL-REPLAY-SW
                 SET WS-REQN-FILL-REPLAY TO TRUE
                 PERFORM FILL-HIRE-REQUISITION-RTN
              END-IF
              SET LN-READ-CLOSE OF LN-READ-FUNC OF LN-READ TO TRUE
              CALL "READ_FN" USING LN-READ LN-ERROR
           END-IF
           .
      *
       LOAD-REQUISITIONS-RTN SECTION.
      * loads the prior position-control generation into the table
      *    once per hire intake, ahead of the pending release pass.
      *    REQNIN allocated is what turns position control on; a
      *    run without it intakes hires as it always has. REQNOUT
      *    is opened only when there is a generation to carry.
           MOVE ZERO TO WS-REQN-COUNT
           MOVE ZERO TO WS-REQN-UNDO-COUNT
           OPEN INPUT REQN-IN-FILE
           IF WS-REQNIN-STATUS EQUAL "00" THEN
              MOVE "N" TO WS-REQNIN-EOF-SW
              PERFORM UNTIL WS-REQNIN-EOF OR WS-REQN-OVERFLOW
                 READ REQN-IN-FILE
                    AT END SET WS-REQNIN-EOF TO TRUE
                    NOT AT END
                       IF WS-REQN-COUNT LESS THAN WS-REQN-MAX THEN
                          ADD 1 TO WS-REQN-COUNT
                          MOVE REQN-IN-RECORD
                             TO WS-REQN-ENTRY (WS-REQN-COUNT)
                       ELSE
                          SET WS-REQN-OVERFLOW TO TRUE
                          DISPLAY "WARNING - requisition table full, "
                             "REQNIN carried forward unchanged"
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REQN-IN-FILE
              SET WS-REQN-LOADED TO TRUE
              DISPLAY "Requisitions loaded - " WS-REQN-COUNT
                 " on file, hires are position-controlled"
              OPEN OUTPUT REQN-OUT-FILE
              IF WS-REQNOUT-STATUS NOT EQUAL "00" THEN
                 DISPLAY "REQNOUT not allocated - tonight's "
                    "requisition fills will not be saved"
                 SET WS-REQNOUT-UNAVAILABLE TO TRUE
              END-IF
           ELSE
              DISPLAY "REQNIN not allocated - hires are not "
                 "position-controlled"
           END-IF
           .
      *
       CLOSE-REQUISITIONS-RTN SECTION.
      * writes the table out as the new REQNOUT generation - the
      *    same overflow rule as the reporting lines: a table that
      *    is not the whole file copies the prior generation across
      *    instead, and tonight's fills are reported as lost.
           IF WS-REQN-LOADED AND NOT WS-REQNOUT-UNAVAILABLE THEN
              IF WS-REQN-OVERFLOW THEN
                 OPEN INPUT REQN-IN-FILE
                 MOVE "N" TO WS-REQNIN-EOF-SW
                 PERFORM UNTIL WS-REQNIN-EOF
                    READ REQN-IN-FILE
                       AT END SET WS-REQNIN-EOF TO TRUE
                       NOT AT END
                          WRITE REQN-OUT-RECORD FROM REQN-IN-RECORD
                          ADD 1 TO WS-REQN-WRITTEN-COUNT
                    END-READ
                 END-PERFORM
                 CLOSE REQN-IN-FILE
                 MOVE "REQNFULL" TO WS-ALERT-CODE
                 MOVE "REQUISITION TABLE FULL - FILLS NOT SAVED"
                    TO WS-ALERT-TEXT
                 MOVE WS-REQN-WRITTEN-COUNT TO WS-ALERT-VALUE-1
                 MOVE WS-REQN-MAX           TO WS-ALERT-VALUE-2
                 PERFORM WRITE-ALERT-RTN
              ELSE
                 MOVE ZERO TO WS-REQN-IX
                 PERFORM UNTIL WS-REQN-IX GREATER OR EQUAL
                       WS-REQN-COUNT
                    ADD 1 TO WS-REQN-IX
                    WRITE REQN-OUT-RECORD
                       FROM WS-REQN-ENTRY (WS-REQN-IX)
                    ADD 1 TO WS-REQN-WRITTEN-COUNT
                 END-PERFORM
              END-IF
              CLOSE REQN-OUT-FILE
           END-IF
           IF WS-REQN-LOADED THEN
              DISPLAY "  Requisitions - Filled: " WS-REQN-FILLED-COUNT
                 " Held for pending hires: " WS-REQN-HELD-COUNT
                 " Reopened: " WS-REQN-REOPENED-COUNT
                 " Written: " WS-REQN-WRITTEN-COUNT
           END-IF
           .
      *
       FIND-REQUISITION-RTN SECTION.
      * looks up WS-REQN-WORK-ID. Found - WS-REQN-IX is its entry.
           MOVE "N" TO WS-REQN-FOUND-SW
           MOVE ZERO TO WS-REQN-IX
           PERFORM UNTIL WS-REQN-FOUND
                 OR WS-REQN-IX GREATER OR EQUAL WS-REQN-COUNT
              ADD 1 TO WS-REQN-IX
              IF WS-RQ-REQ-ID (WS-REQN-IX) EQUAL WS-REQN-WORK-ID
                    THEN
                 SET WS-REQN-FOUND TO TRUE
              END-IF
           END-PERFORM
           .
      *
       CHECK-HIRE-REQUISITION-RTN SECTION.
      * every hire has to fill an open requisition in its own
      *    department - or the one already held for this same
      *    EMP_ID, which is how a future hire comes back off the
      *    pending queue. A released hire with no requisition at
      *    all was queued before position control started and is
      *    let through on the approval it had then.
           MOVE HTRAN-REQ-ID TO WS-REQN-WORK-ID
           IF HTRAN-REQ-ID EQUAL SPACES THEN
              IF NOT WS-HIRE-RELEASED THEN
                 SET WS-EDIT-REJECTED TO TRUE
                 MOVE "E017" TO WS-EDIT-REASON-CODE
                 MOVE "NO REQUISITION CITED" TO WS-EDIT-REASON-TEXT
              END-IF
           ELSE
              PERFORM FIND-REQUISITION-RTN
              IF NOT WS-REQN-FOUND THEN
                 SET WS-EDIT-REJECTED TO TRUE
                 MOVE "E017" TO WS-EDIT-REASON-CODE
                 MOVE "REQUISITION NOT ON FILE"
                    TO WS-EDIT-REASON-TEXT
              ELSE
                 IF WS-RQ-DEPT (WS-REQN-IX) NOT EQUAL
                       HTRAN-DEPARTMENT THEN
                    SET WS-EDIT-REJECTED TO TRUE
                    MOVE "E017" TO WS-EDIT-REASON-CODE
                    MOVE "REQUISITION DEPT MISMATCH"
                       TO WS-EDIT-REASON-TEXT
                 ELSE
                    IF WS-RQ-STATE (WS-REQN-IX) NOT EQUAL "O"
                          AND (WS-RQ-STATE (WS-REQN-IX) NOT EQUAL "F"
                            OR WS-RQ-FILLED-BY (WS-REQN-IX)
                                  NOT EQUAL HTRAN-EMP-ID) THEN
                       SET WS-EDIT-REJECTED TO TRUE
                       MOVE "E017" TO WS-EDIT-REASON-CODE
                       MOVE "REQUISITION NOT OPEN"
                          TO WS-EDIT-REASON-TEXT
                    END-IF
                 END-IF
              END-IF
              IF NOT WS-EDIT-REJECTED THEN
                 PERFORM CHECK-AUTHORIZED-HEADS-RTN
              END-IF
           END-IF
           .
      *
       CHECK-AUTHORIZED-HEADS-RTN SECTION.
      * the one hire edit that asks DB2 - the department's rows on
      *    EMP (this run's uncommitted inserts included), plus the
      *    future hires holding a requisition there, plus this hire
      *    may not pass BUDGFILE's authorized heads. A department
      *    BUDGFILE doesn't carry has no ceiling to hold it to; a
      *    count that fails leaves the hire to the requisition
      *    check alone rather than suspend it for a DB2 problem.
           MOVE "N" TO WS-BUDG-FOUND-SW
           MOVE ZERO TO WS-BUDG-IX
           PERFORM UNTIL WS-BUDG-FOUND
                 OR WS-BUDG-IX GREATER OR EQUAL WS-BUDG-COUNT
              ADD 1 TO WS-BUDG-IX
              IF WS-BG-CODE (WS-BUDG-IX) EQUAL HTRAN-DEPARTMENT THEN
                 SET WS-BUDG-FOUND TO TRUE
              END-IF
           END-PERFORM
           IF WS-BUDG-FOUND THEN
              INITIALIZE LN-READ
              MOVE HTRAN-DEPARTMENT TO LN-DEPARTMENT OF LN-READ
              SET LN-READ-COUNT OF LN-READ-FUNC OF LN-READ TO TRUE
              CALL "READ_FN" USING LN-READ LN-ERROR
              IF LN-SQLCODE OF LN-ERROR EQUAL ZERO THEN
                 COMPUTE WS-REQN-HEADS =
                    LN-COUNT-TOTAL OF LN-READ + 1
                 MOVE ZERO TO WS-REQN-SCAN-IX
                 PERFORM UNTIL WS-REQN-SCAN-IX GREATER OR EQUAL
                       WS-REQN-COUNT
                    ADD 1 TO WS-REQN-SCAN-IX
                    IF WS-RQ-DEPT (WS-REQN-SCAN-IX) EQUAL
                          HTRAN-DEPARTMENT
                          AND WS-RQ-STATE (WS-REQN-SCAN-IX) EQUAL "F"
                          AND WS-RQ-CLOSE-DATE (WS-REQN-SCAN-IX)
                              GREATER THAN WS-INTAKE-DATE
                          AND WS-RQ-FILLED-BY (WS-REQN-SCAN-IX)
                              NOT EQUAL HTRAN-EMP-ID THEN
                       ADD 1 TO WS-REQN-HEADS
                    END-IF
                 END-PERFORM
                 IF WS-REQN-HEADS GREATER THAN
                       WS-BG-AUTH-HEADS (WS-BUDG-IX) THEN
                    SET WS-EDIT-REJECTED TO TRUE
                    MOVE "E018" TO WS-EDIT-REASON-CODE
                    MOVE "OVER AUTHORIZED HEADCOUNT"
                       TO WS-EDIT-REASON-TEXT
                 END-IF
              ELSE
                 DISPLAY "WARNING - headcount check skipped for "
                    "EMP_ID " HTRAN-EMP-ID
                 MOVE "READ_FN" TO WS-ERR-SOURCE
                 PERFORM PRINT-ERRORS
              END-IF
           END-IF
           .
      *
       FILL-HIRE-REQUISITION-RTN SECTION.
      * caller sets WS-REQN-FILL-SW. Marks the hire's requisition
      *    filled by its EMP_ID as of the hire date - a future
      *    hire date is a hold, turned into the fill when the hire
      *    comes off the pending queue. Only a requisition still
      *    open, or already held for this EMP_ID, is touched (the
      *    restart paths come here without the edit in front).
           IF WS-REQN-LOADED AND HTRAN-REQ-ID NOT EQUAL SPACES THEN
              MOVE HTRAN-REQ-ID TO WS-REQN-WORK-ID
              PERFORM FIND-REQUISITION-RTN
              IF WS-REQN-FOUND
                    AND (WS-RQ-STATE (WS-REQN-IX) EQUAL "O"
                      OR (WS-RQ-STATE (WS-REQN-IX) EQUAL "F"
                          AND WS-RQ-FILLED-BY (WS-REQN-IX)
                              EQUAL HTRAN-EMP-ID)) THEN
                 IF WS-REQN-FILL-HIRE THEN
                    PERFORM JOURNAL-REQUISITION-RTN
                 END-IF
                 MOVE "F" TO WS-RQ-STATE (WS-REQN-IX)
                 MOVE HTRAN-HIRE-DATE TO WS-RQ-CLOSE-DATE (WS-REQN-IX)
                 MOVE HTRAN-EMP-ID TO WS-RQ-FILLED-BY (WS-REQN-IX)
                 EVALUATE TRUE
                    WHEN WS-REQN-FILL-HIRE
                       ADD 1 TO WS-REQN-FILLED-COUNT
                       IF NOT WS-CHGRPT-UNAVAILABLE THEN
                          MOVE HTRAN-REQ-ID TO WS-CRQ-REQ-ID
                          WRITE CHG-RPT-RECORD
                             FROM WS-CHG-RPT-REQN-LINE
                             AFTER ADVANCING 1 LINE
                       END-IF
                    WHEN WS-REQN-FILL-HOLD
                       ADD 1 TO WS-REQN-HELD-COUNT
                 END-EVALUATE
              END-IF
           END-IF
           MOVE SPACE TO WS-REQN-FILL-SW
           .
      *
       JOURNAL-REQUISITION-RTN SECTION.
      * the entry at WS-REQN-IX as it stood before the fill, for
      *    the breaker's undo.
           IF WS-REQN-UNDO-COUNT LESS THAN WS-REQN-UNDO-MAX THEN
              ADD 1 TO WS-REQN-UNDO-COUNT
              MOVE WS-REQN-IX TO WS-RQU-IX (WS-REQN-UNDO-COUNT)
              MOVE WS-RQ-STATE (WS-REQN-IX)
                 TO WS-RQU-STATE (WS-REQN-UNDO-COUNT)
              MOVE WS-RQ-CLOSE-DATE (WS-REQN-IX)
                 TO WS-RQU-CLOSE-DATE (WS-REQN-UNDO-COUNT)
              MOVE WS-RQ-FILLED-BY (WS-REQN-IX)
                 TO WS-RQU-FILLED-BY (WS-REQN-UNDO-COUNT)
           ELSE
              IF NOT WS-REQN-UNDO-OVERFLOW THEN
                 SET WS-REQN-UNDO-OVERFLOW TO TRUE
                 DISPLAY "WARNING - requisition undo table full, "
                    "a rollback cannot reopen every requisition"
              END-IF
           END-IF
           .
      *
       UNDO-REQUISITIONS-RTN SECTION.
      * the breaker rolled the unit of work back - the hires it
      *    backed out fill nothing, so each journaled entry goes
      *    back as it stood, newest first.
           PERFORM UNTIL WS-REQN-UNDO-COUNT NOT GREATER THAN ZERO
              MOVE WS-RQU-IX (WS-REQN-UNDO-COUNT) TO WS-REQN-IX
              MOVE WS-RQU-STATE (WS-REQN-UNDO-COUNT)
                 TO WS-RQ-STATE (WS-REQN-IX)
              MOVE WS-RQU-CLOSE-DATE (WS-REQN-UNDO-COUNT)
                 TO WS-RQ-CLOSE-DATE (WS-REQN-IX)
              MOVE WS-RQU-FILLED-BY (WS-REQN-UNDO-COUNT)
                 TO WS-RQ-FILLED-BY (WS-REQN-IX)
              SUBTRACT 1 FROM WS-REQN-FILLED-COUNT
              SUBTRACT 1 FROM WS-REQN-UNDO-COUNT
           END-PERFORM
           IF WS-REQN-UNDO-OVERFLOW THEN
              DISPLAY "  Requisitions filled before the undo table "
                 "filled stay filled - check the vacancy report"
           END-IF
           .
      *
       REOPEN-HELD-REQUISITION-RTN SECTION.
      * a hire released from the pending queue was rejected - the
      *    requisition held for it since the offer goes back to
      *    open so the department can fill it another way.
           IF WS-HIRE-RELEASED AND WS-REQN-LOADED
                 AND HTRAN-REQ-ID NOT EQUAL SPACES THEN
              MOVE HTRAN-REQ-ID TO WS-REQN-WORK-ID
              PERFORM FIND-REQUISITION-RTN
              IF WS-REQN-FOUND
                    AND WS-RQ-STATE (WS-REQN-IX) EQUAL "F"
                    AND WS-RQ-FILLED-BY (WS-REQN-IX)
                        EQUAL HTRAN-EMP-ID THEN
                 MOVE "O" TO WS-RQ-STATE (WS-REQN-IX)
                 MOVE SPACES TO WS-RQ-CLOSE-DATE (WS-REQN-IX)
                 MOVE SPACES TO WS-RQ-FILLED-BY (WS-REQN-IX)
                 ADD 1 TO WS-REQN-REOPENED-COUNT
                 DISPLAY "  Requisition " HTRAN-REQ-ID
                    " reopened - held hire EMP_ID " HTRAN-EMP-ID
                    " was rejected"
              END-IF
           END-IF
           .
      *
       LOAD-EMPID-CONTROL-RTN SECTION.
      * loads the EMP_ID control generation once per hire intake and
      *    decides whether tonight's intake may issue numbers. The
      *    run's own location keys it - the DRDA location the intake
      *    connects to, or the DBNAME on a local run. Its range has
      *    to be sound and overlap no other location's, or two
      *    sites could hand out the same number.
           MOVE ZERO TO WS-EID-COUNT
           MOVE ZERO TO WS-EID-LOC-IX
           MOVE "N" TO WS-EID-AVAIL-SW
           IF WS-FILTER-LOCATION NOT EQUAL SPACES THEN
              MOVE WS-FILTER-LOCATION TO WS-EID-LOCATION
           ELSE
              MOVE WS-DBNAME TO WS-EID-LOCATION
           END-IF
           OPEN INPUT EMPID-IN-FILE
           IF WS-EIDIN-STATUS EQUAL "00" THEN
              MOVE "N" TO WS-EIDIN-EOF-SW
              PERFORM UNTIL WS-EIDIN-EOF OR WS-EID-OVERFLOW
                 READ EMPID-IN-FILE
                    AT END SET WS-EIDIN-EOF TO TRUE
                    NOT AT END
                       IF WS-EID-COUNT LESS THAN WS-EID-MAX THEN
                          ADD 1 TO WS-EID-COUNT
                          MOVE EMPID-IN-RECORD
                             TO WS-EID-ENTRY (WS-EID-COUNT)
                          IF EIDI-LOCATION EQUAL WS-EID-LOCATION THEN
                             MOVE WS-EID-COUNT TO WS-EID-LOC-IX
                          END-IF
                       ELSE
                          SET WS-EID-OVERFLOW TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EMPID-IN-FILE
              SET WS-EID-LOADED TO TRUE
              OPEN OUTPUT EMPID-OUT-FILE
              IF WS-EIDOUT-STATUS NOT EQUAL "00" THEN
                 SET WS-EIDOUT-UNAVAILABLE TO TRUE
              END-IF
              EVALUATE TRUE
                 WHEN WS-EID-OVERFLOW
                    DISPLAY "WARNING - EMP_ID control table full, "
                       "EMPIDIN carried forward, no EMP_IDs assigned"
                 WHEN WS-EIDOUT-UNAVAILABLE
                    DISPLAY "EMPIDOUT not allocated - no EMP_IDs "
                       "assigned, the numbers could not be saved"
                 WHEN WS-EID-LOC-IX EQUAL ZERO
                    DISPLAY "No EMP_ID range for location "
                       WS-EID-LOCATION " - no EMP_IDs assigned"
                 WHEN NOT WS-REHIRE-ARCH-LOADED
                       OR WS-REHIRE-OVERFLOW
                    DISPLAY "EMPHIST not fully loaded - no EMP_IDs "
                       "assigned, archived numbers can't be ruled out"
                 WHEN OTHER
                    PERFORM CHECK-EMPID-RANGE-RTN
              END-EVALUATE
           ELSE
              DISPLAY "EMPIDIN not allocated - every hire must carry "
                 "its own EMP_ID"
           END-IF
           .
      *
       CHECK-EMPID-RANGE-RTN SECTION.
      * this location's range must be numeric, low to high, and
      *    clear of every other location's range.
           IF WS-EID-ENTRY (WS-EID-LOC-IX) (18:6) NOT NUMERIC
                 OR WS-EID-ENTRY (WS-EID-LOC-IX) (25:6) NOT NUMERIC
                 OR WS-EID-ENTRY (WS-EID-LOC-IX) (32:6) NOT NUMERIC
                 OR WS-EC-RANGE-LOW (WS-EID-LOC-IX) EQUAL ZERO
                 OR WS-EC-RANGE-LOW (WS-EID-LOC-IX) GREATER THAN
                    WS-EC-RANGE-HIGH (WS-EID-LOC-IX) THEN
              DISPLAY "EMP_ID range for location " WS-EID-LOCATION
                 " is not valid - no EMP_IDs assigned"
           ELSE
              SET WS-EID-AVAILABLE TO TRUE
              MOVE ZERO TO WS-EID-IX
              PERFORM UNTIL WS-EID-IX GREATER OR EQUAL WS-EID-COUNT
                 ADD 1 TO WS-EID-IX
                 IF WS-EID-IX NOT EQUAL WS-EID-LOC-IX
                       AND WS-EID-ENTRY (WS-EID-IX) (18:6) NUMERIC
                       AND WS-EID-ENTRY (WS-EID-IX) (25:6) NUMERIC
                       AND WS-EC-RANGE-LOW (WS-EID-IX)
                           NOT GREATER THAN
                           WS-EC-RANGE-HIGH (WS-EID-LOC-IX)
                       AND WS-EC-RANGE-HIGH (WS-EID-IX)
                           NOT LESS THAN
                           WS-EC-RANGE-LOW (WS-EID-LOC-IX) THEN
                    MOVE "N" TO WS-EID-AVAIL-SW
                    DISPLAY "EMP_ID range for location "
                       WS-EID-LOCATION " overlaps "
                       WS-EC-LOCATION (WS-EID-IX)
                       " - no EMP_IDs assigned"
                 END-IF
              END-PERFORM
              IF WS-EID-AVAILABLE THEN
                 DISPLAY "EMP_ID assignment on - location "
                    WS-EID-LOCATION " range "
                    WS-EC-RANGE-LOW (WS-EID-LOC-IX) "-"
                    WS-EC-RANGE-HIGH (WS-EID-LOC-IX)
                    ", last issued "
                    WS-EC-LAST-ISSUED (WS-EID-LOC-IX)
              END-IF
           END-IF
           .
      *
       CLOSE-EMPID-CONTROL-RTN SECTION.
      * writes the control table out as the new EMPIDOUT generation
      *    - a table that is not the whole file copies the prior
      *    generation across instead (nothing was issued from it).
           IF WS-EID-LOADED AND NOT WS-EIDOUT-UNAVAILABLE THEN
              IF WS-EID-OVERFLOW THEN
                 OPEN INPUT EMPID-IN-FILE
                 MOVE "N" TO WS-EIDIN-EOF-SW
                 PERFORM UNTIL WS-EIDIN-EOF
                    READ EMPID-IN-FILE
                       AT END SET WS-EIDIN-EOF TO TRUE
                       NOT AT END
                          WRITE EMPID-OUT-RECORD FROM EMPID-IN-RECORD
                    END-READ
                 END-PERFORM
                 CLOSE EMPID-IN-FILE
              ELSE
                 MOVE ZERO TO WS-EID-IX
                 PERFORM UNTIL WS-EID-IX GREATER OR EQUAL
                       WS-EID-COUNT
                    ADD 1 TO WS-EID-IX
                    WRITE EMPID-OUT-RECORD
                       FROM WS-EID-ENTRY (WS-EID-IX)
                 END-PERFORM
              END-IF
              CLOSE EMPID-OUT-FILE
           END-IF
           .
      *
       ASSIGN-HIRE-EMP-ID-RTN SECTION.
      * the hire in hand was keyed with a blank EMP_ID - issue the
      *    next number in this location's range that is on neither
      *    EMP nor the EMPHIST archive nor earlier in this file.
      *    The number is journaled on TRNCHKO at once so a restart
      *    gives the hire the same number back.
           IF NOT WS-EID-AVAILABLE THEN
              SET WS-EDIT-REJECTED TO TRUE
              MOVE "E019" TO WS-EDIT-REASON-CODE
              MOVE "NO EMP-ID - NOT ASSIGNED" TO WS-EDIT-REASON-TEXT
           ELSE
              IF WS-EC-LAST-ISSUED (WS-EID-LOC-IX) LESS THAN
                    WS-EC-RANGE-LOW (WS-EID-LOC-IX) THEN
                 MOVE WS-EC-RANGE-LOW (WS-EID-LOC-IX)
                    TO WS-EID-CANDIDATE
                 SET WS-EID-SEARCHING TO TRUE
              ELSE
                 IF WS-EC-LAST-ISSUED (WS-EID-LOC-IX) LESS THAN
                       WS-EC-RANGE-HIGH (WS-EID-LOC-IX) THEN
                    COMPUTE WS-EID-CANDIDATE =
                       WS-EC-LAST-ISSUED (WS-EID-LOC-IX) + 1
                    SET WS-EID-SEARCHING TO TRUE
                 ELSE
                    SET WS-EID-EXHAUSTED TO TRUE
                 END-IF
              END-IF
              PERFORM UNTIL NOT WS-EID-SEARCHING
                 PERFORM TEST-EMPID-CANDIDATE-RTN
              END-PERFORM
              EVALUATE TRUE
                 WHEN WS-EID-FOUND-FREE
                    MOVE WS-EID-CANDIDATE TO HTRAN-EMP-ID
                    MOVE WS-EID-CANDIDATE
                       TO WS-EC-LAST-ISSUED (WS-EID-LOC-IX)
                    MOVE WS-INTAKE-DATE
                       TO WS-EC-LAST-DATE (WS-EID-LOC-IX)
                    SET WS-EID-ASSIGNED-THIS-TRAN TO TRUE
                    ADD 1 TO WS-EID-ASSIGNED-COUNT
                    PERFORM JOURNAL-ASSIGNED-EMP-ID-RTN
                    DISPLAY "  EMP_ID " HTRAN-EMP-ID " assigned to "
                       HTRAN-LAST-NAME
                 WHEN WS-EID-EXHAUSTED
      * one alert for the range, then every later blank-ID hire is
      *    suspended without another search
                    SET WS-EDIT-REJECTED TO TRUE
                    MOVE "E019" TO WS-EDIT-REASON-CODE
                    MOVE "EMP-ID RANGE EXHAUSTED"
                       TO WS-EDIT-REASON-TEXT
                    MOVE "N" TO WS-EID-AVAIL-SW
                    MOVE "IDRANGE" TO WS-ALERT-CODE
                    MOVE "EMP_ID RANGE EXHAUSTED - WIDEN IT IN EMPIDIN"
                       TO WS-ALERT-TEXT
                    MOVE WS-EC-RANGE-HIGH (WS-EID-LOC-IX)
                       TO WS-ALERT-VALUE-1
                    MOVE WS-EID-ASSIGNED-COUNT TO WS-ALERT-VALUE-2
                    PERFORM WRITE-ALERT-RTN
                 WHEN OTHER
                    SET WS-EDIT-REJECTED TO TRUE
                    MOVE "E019" TO WS-EDIT-REASON-CODE
                    MOVE "EMP-ID FREE CHECK FAILED"
                       TO WS-EDIT-REASON-TEXT
              END-EVALUATE
           END-IF
           .
      *
       TEST-EMPID-CANDIDATE-RTN SECTION.
      * one number - free, taken (move on to the next), past the
      *    top of the range, or not checkable because DB2 failed.
      *    The EMP check is READ_FN's count with the EMP_ID filter
      *    pinned to the one number, so tonight's uncommitted
      *    inserts count too.
           MOVE "N" TO WS-EID-TAKEN-SW
           MOVE ZERO TO WS-SEEN-ID-IX
           PERFORM UNTIL WS-EID-TAKEN
                 OR WS-SEEN-ID-IX GREATER OR EQUAL WS-SEEN-ID-COUNT
              ADD 1 TO WS-SEEN-ID-IX
              IF WS-SEEN-EMP-ID (WS-SEEN-ID-IX) EQUAL
                    WS-EID-CANDIDATE THEN
                 SET WS-EID-TAKEN TO TRUE
              END-IF
           END-PERFORM
           MOVE ZERO TO WS-REHIRE-ARCH-IX
           PERFORM UNTIL WS-EID-TAKEN
                 OR WS-REHIRE-ARCH-IX GREATER OR EQUAL
                    WS-REHIRE-ARCH-COUNT
              ADD 1 TO WS-REHIRE-ARCH-IX
              IF WS-RA-EMP-ID (WS-REHIRE-ARCH-IX) EQUAL
                    WS-EID-CANDIDATE THEN
                 SET WS-EID-TAKEN TO TRUE
              END-IF
           END-PERFORM
           IF NOT WS-EID-TAKEN THEN
              INITIALIZE LN-READ
              MOVE WS-EID-CANDIDATE
                 TO LN-FILTER-EMP-ID-LOW OF LN-READ
              MOVE WS-EID-CANDIDATE
                 TO LN-FILTER-EMP-ID-HIGH OF LN-READ
              SET LN-READ-COUNT OF LN-READ-FUNC OF LN-READ TO TRUE
              CALL "READ_FN" USING LN-READ LN-ERROR
              IF LN-SQLCODE OF LN-ERROR NOT EQUAL ZERO THEN
                 DISPLAY "WARNING - EMP_ID " WS-EID-CANDIDATE
                    " could not be checked against EMP"
                 MOVE "READ_FN" TO WS-ERR-SOURCE
                 PERFORM PRINT-ERRORS
                 SET WS-EID-CHECK-FAILED TO TRUE
              ELSE
                 IF LN-COUNT-TOTAL OF LN-READ GREATER THAN ZERO THEN
                    SET WS-EID-TAKEN TO TRUE
                 ELSE
                    SET WS-EID-FOUND-FREE TO TRUE
                 END-IF
              END-IF
           END-IF
           IF WS-EID-TAKEN THEN
              IF WS-EID-CANDIDATE NOT LESS THAN
                    WS-EC-RANGE-HIGH (WS-EID-LOC-IX) THEN
                 SET WS-EID-EXHAUSTED TO TRUE
              ELSE
                 ADD 1 TO WS-EID-CANDIDATE
              END-IF
           END-IF
           .
      *
       JOURNAL-ASSIGNED-EMP-ID-RTN SECTION.
      * the EMP_ID the hire at WS-TRAN-SEQ went in under, on this
      *    run's checkpoint generation beside the commit positions.
           IF NOT WS-TRNCHK-UNAVAILABLE THEN
              MOVE SPACES TO TRN-CHK-OUT-RECORD
              MOVE WS-TRAN-SEQ TO TRNO-SEQ
              MOVE WS-RUN-MODE TO TRNO-MODE
              MOVE HTRAN-EMP-ID TO TRNO-EMP-ID
              WRITE TRN-CHK-OUT-RECORD
           END-IF
           .
      *
       STORE-EMPID-JOURNAL-RTN SECTION.
      * one prior-run assignment off TRNCHKI into the restart table
           IF TRNI-EMP-ID NUMERIC THEN
              IF WS-EID-JRNL-COUNT LESS THAN WS-EID-JRNL-MAX THEN
                 ADD 1 TO WS-EID-JRNL-COUNT
                 MOVE TRNI-SEQ TO WS-EJ-SEQ (WS-EID-JRNL-COUNT)
                 MOVE TRNI-EMP-ID TO WS-EJ-EMP-ID (WS-EID-JRNL-COUNT)
              ELSE
                 DISPLAY "WARNING - EMP_ID journal table full, "
                    "assignment for transaction " TRNI-SEQ
                    " not recovered"
              END-IF
           END-IF
           .
      *
       RECOVER-ASSIGNED-EMP-ID-RTN SECTION.
      * restart skip of a hire keyed without an EMP_ID - the prior
      *    run's journal says which number it got. Journaled again
      *    on this run's checkpoint generation so a second restart
      *    finds it too, and listed for the recruiter, since the
      *    prior run's confirmation list went with the abend. A
      *    hire with no journal entry never got a number (it was
      *    suspended first) and is left blank.
           MOVE "N" TO WS-EID-JRNL-FOUND-SW
           MOVE ZERO TO WS-EID-JRNL-IX
           PERFORM UNTIL WS-EID-JRNL-FOUND
                 OR WS-EID-JRNL-IX GREATER OR EQUAL WS-EID-JRNL-COUNT
              ADD 1 TO WS-EID-JRNL-IX
              IF WS-EJ-SEQ (WS-EID-JRNL-IX) EQUAL WS-TRAN-SEQ THEN
                 SET WS-EID-JRNL-FOUND TO TRUE
              END-IF
           END-PERFORM
           IF WS-EID-JRNL-FOUND THEN
              MOVE WS-EJ-EMP-ID (WS-EID-JRNL-IX) TO HTRAN-EMP-ID
              ADD 1 TO WS-EID-RECOVERED-COUNT
              IF WS-EID-LOC-IX GREATER THAN ZERO
                    AND HTRAN-EMP-ID GREATER THAN
                        WS-EC-LAST-ISSUED (WS-EID-LOC-IX)
                    AND HTRAN-EMP-ID NOT GREATER THAN
                        WS-EC-RANGE-HIGH (WS-EID-LOC-IX) THEN
                 MOVE HTRAN-EMP-ID
                    TO WS-EC-LAST-ISSUED (WS-EID-LOC-IX)
                 MOVE WS-INTAKE-DATE
                    TO WS-EC-LAST-DATE (WS-EID-LOC-IX)
              END-IF
              PERFORM JOURNAL-ASSIGNED-EMP-ID-RTN
              SET WS-EID-ASSIGNED-THIS-TRAN TO TRUE
              MOVE "ASSIGNED BY THE PRIOR RUN" TO WS-HCF-DISPOSITION
              PERFORM WRITE-HIRE-CONFIRM-RTN
              MOVE "N" TO WS-EID-ASSIGNED-SW
           END-IF
           .
      *
       OPEN-HIRE-CONFIRM-RTN SECTION.
      * HIRECONF is optional - without it the intake runs as before
           OPEN OUTPUT HIRE-CONF-FILE
           IF WS-HCONF-STATUS NOT EQUAL "00" THEN
              DISPLAY "HIRECONF not allocated - hire confirmation "
                 "list skipped"
              SET WS-HCONF-UNAVAILABLE TO TRUE
           ELSE
              ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
              MOVE WS-REPORT-MM TO WS-RD-MM
              MOVE WS-REPORT-DD TO WS-RD-DD
              MOVE WS-REPORT-YYYY TO WS-RD-YYYY
              MOVE WS-REPORT-DATE-DISPLAY TO WS-HCH-DATE
              WRITE HIRE-CONF-RECORD FROM WS-HCONF-HEADING
                 AFTER ADVANCING 1 LINE
              WRITE HIRE-CONF-RECORD FROM SPACES
                 AFTER ADVANCING 1 LINE
              WRITE HIRE-CONF-RECORD FROM WS-HCONF-COLUMNS
                 AFTER ADVANCING 1 LINE
           END-IF
           .
      *
       WRITE-HIRE-CONFIRM-RTN SECTION.
      * one hire - the EMP_ID it went in under (blank when it was
      *    suspended before one was assigned), where the number came
      *    from, and what became of the hire.
           IF NOT WS-HCONF-UNAVAILABLE THEN
              MOVE HIRE-TRANS-RECORD (1:6) TO WS-HCL-EMP-ID
              MOVE HTRAN-LAST-NAME   TO WS-HCL-LAST-NAME
              MOVE HTRAN-FIRST-NAME  TO WS-HCL-FIRST-NAME
              MOVE HTRAN-DEPARTMENT  TO WS-HCL-DEPARTMENT
              MOVE HTRAN-HIRE-DATE   TO WS-HCL-HIRE-DATE
              MOVE HTRAN-REQ-ID      TO WS-HCL-REQ-ID
              EVALUATE TRUE
                 WHEN WS-EID-ASSIGNED-THIS-TRAN
                    MOVE "ASSIGNED" TO WS-HCL-ID-SOURCE
                 WHEN WS-HIRE-RELEASED
                    MOVE "RELEASED" TO WS-HCL-ID-SOURCE
                 WHEN HIRE-TRANS-RECORD (1:6) EQUAL SPACES
                    MOVE SPACES TO WS-HCL-ID-SOURCE
                 WHEN OTHER
                    MOVE "KEYED" TO WS-HCL-ID-SOURCE
              END-EVALUATE
              MOVE WS-HCF-DISPOSITION TO WS-HCL-DISPOSITION
              WRITE HIRE-CONF-RECORD FROM WS-HCONF-LINE
                 AFTER ADVANCING 1 LINE
              ADD 1 TO WS-HCONF-COUNT
           END-IF
           .
      *
       CLOSE-HIRE-CONFIRM-RTN SECTION.
           IF NOT WS-HCONF-UNAVAILABLE THEN
              WRITE HIRE-CONF-RECORD FROM SPACES
                 AFTER ADVANCING 1 LINE
              MOVE WS-HCONF-COUNT TO WS-HCF-COUNT
              COMPUTE WS-HCF-ASSIGNED =
                 WS-EID-ASSIGNED-COUNT + WS-EID-RECOVERED-COUNT
              WRITE HIRE-CONF-RECORD FROM WS-HCONF-FOOTER
                 AFTER ADVANCING 1 LINE
              CLOSE HIRE-CONF-FILE
           END-IF
           .
      *
                    READ TRN-CHK-IN-FILE
                       AT END SET WS-TRNCHK-EOF TO TRUE
                       NOT AT END
                          EVALUATE TRUE
                             WHEN TRNI-MODE NOT EQUAL WS-RUN-MODE
                                DISPLAY "TRNCHKI record is for MODE="
                                   TRNI-MODE " - ignored for this "
                                   WS-RUN-MODE " run"
                             WHEN TRNI-EMP-ID NOT EQUAL SPACES
                                PERFORM STORE-EMPID-JOURNAL-RTN
                             WHEN OTHER
                                MOVE TRNI-SEQ TO WS-TRAN-RESTART-SEQ
                          END-EVALUATE
                    END-READ
                 END-PERFORM
                 CLOSE TRN-CHK-IN-FILE
      * caller sets WS-TRAN-CKPT-SEQ to the sequence the commit it
      *    just issued actually covers.
           IF NOT WS-TRNCHK-UNAVAILABLE THEN
              MOVE SPACES TO TRN-CHK-OUT-RECORD
              MOVE WS-TRAN-CKPT-SEQ TO TRNO-SEQ
              MOVE WS-RUN-MODE TO TRNO-MODE
              WRITE TRN-CHK-OUT-RECORD
      *    it and it must be re-diverted or its only copy is gone -
      *    the same re-carry rule RELEASE-ONE-HIRE-RTN applies.
           ADD 1 TO WS-TRAN-SKIPPED-COUNT
      * a hire keyed without an EMP_ID got its number from the prior
      *    run - put that number back on the record before anything
      *    below looks at it.
           IF HIRE-TRANS-RECORD (1:6) EQUAL SPACES THEN
              PERFORM RECOVER-ASSIGNED-EMP-ID-RTN
           END-IF
      * a committed hire's reporting line and requisition fill went
      *    into RPTLNOUT/REQNOUT generations that died with the
      *    abend - put them back.
           IF HTRAN-HIRE-DATE NOT GREATER THAN WS-INTAKE-DATE
                 AND ((HTRAN-MANAGER-ID NOT EQUAL SPACES
                       AND HTRAN-MANAGER-ID NOT EQUAL "000000")
                   OR (WS-REQN-LOADED
                       AND HTRAN-REQ-ID NOT EQUAL SPACES)) THEN
              PERFORM REPLAY-SKIPPED-HIRE-LINE-RTN
           END-IF
           IF HTRAN-EMP-ID NUMERIC THEN
              MOVE HTRAN-EMP-ID TO WS-SEEN-ID-WORK
              PERFORM CHECK-DUPLICATE-EMP-ID-RTN
      *
       SKIP-COMMITTED-MAINT-RTN SECTION.
           ADD 1 TO WS-TRAN-SKIPPED-COUNT
      * the edit runs ahead of the duplicate registration below so
      *    the approval recheck only replays the reporting line of
      *    a record the original run would have passed.
           PERFORM EDIT-MAINT-TRANSACTION-RTN
           IF MTRAN-EMP-ID NUMERIC THEN
              MOVE MTRAN-EMP-ID TO WS-SEEN-ID-WORK
              PERFORM CHECK-DUPLICATE-EMP-ID-RTN
           IF MTRAN-EFF-DATE NOT EQUAL SPACES
                 AND MTRAN-EFF-DATE GREATER THAN WS-INTAKE-DATE THEN
              PERFORM DIVERT-FUTURE-MAINT-RTN
           ELSE
      * and the same reasoning for a change the original run queued
      *    for approval - its APPROUT generation died with the
      *    abend too. The row was never changed, so re-judging it
      *    against the row as it stands gives the original answer.
              IF NOT WS-APPR-RELEASE-ON
                    AND NOT MTRAN-WHATIF-ON THEN
                 PERFORM RECHECK-SKIPPED-APPROVAL-RTN
              END-IF
           END-IF
           .
      *
                 TO CHGLOG-BEFORE-IMAGE
              MOVE "WERE ROLLED BACK BY THE REJECT BREAKER"
                 TO CHGLOG-AFTER-IMAGE
              MOVE SPACES TO CHGLOG-APPROVER
              MOVE SPACES TO CHGLOG-SUBMITTER
              WRITE CHGLOG-RECORD
           END-IF
           IF NOT WS-CHGRPT-UNAVAILABLE THEN
                 AFTER ADVANCING 1 LINE
           END-IF
           .
      *
       LOAD-CLOSED-PERIODS-RTN SECTION.
      * the C records on PERIODS into the closed-month table. R and
      *    V records are the reopen trail - they reopen nothing.
           MOVE ZERO TO WS-CLOSED-COUNT
           OPEN INPUT PERIOD-FILE
           IF WS-PERIODS-STATUS EQUAL "00" THEN
              SET WS-PERIODS-LOADED TO TRUE
              MOVE "N" TO WS-PERIODS-EOF-SW
              PERFORM UNTIL WS-PERIODS-EOF
                 READ PERIOD-FILE
                    AT END SET WS-PERIODS-EOF TO TRUE
                    NOT AT END
                       IF PERD-CLOSE THEN
                          MOVE PERD-PERIOD TO WS-PERIOD-TEST-DATE
                          PERFORM CHECK-CLOSED-PERIOD-RTN
                          IF NOT WS-PERIOD-IS-CLOSED THEN
                             IF WS-CLOSED-COUNT LESS THAN
                                   WS-CLOSED-MAX THEN
                                ADD 1 TO WS-CLOSED-COUNT
                                MOVE PERD-PERIOD TO WS-CLOSED-PERIOD
                                   (WS-CLOSED-COUNT)
                             ELSE
                                DISPLAY "WARNING - closed-period "
                                   "table full, " PERD-PERIOD
                                   " not loaded"
                             END-IF
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PERIOD-FILE
              DISPLAY "Closed periods loaded: " WS-CLOSED-COUNT
           ELSE
              DISPLAY "PERIODS not allocated - no month is closed "
                 "to this run"
           END-IF
           .
      *
       CHECK-CLOSED-PERIOD-RTN SECTION.
      * is the month of WS-PERIOD-TEST-DATE (yyyy-mm...) closed?
           MOVE "N" TO WS-PERIOD-CLOSED-SW
           MOVE ZERO TO WS-CLOSED-IX
           PERFORM UNTIL WS-PERIOD-IS-CLOSED
                 OR WS-CLOSED-IX GREATER OR EQUAL WS-CLOSED-COUNT
              ADD 1 TO WS-CLOSED-IX
              IF WS-CLOSED-PERIOD (WS-CLOSED-IX) EQUAL
                    WS-PERIOD-TEST-DATE (1:7) THEN
                 SET WS-PERIOD-IS-CLOSED TO TRUE
              END-IF
           END-PERFORM
           .
      *
       OPEN-PERIOD-LOG-RTN SECTION.
      * the intakes append the reopen trail as they go. With the
      *    closed months known but the trail not writable a reopen
      *    could not be recorded, so the edit refuses it instead.
           IF WS-PERIODS-LOADED THEN
              OPEN EXTEND PERIOD-FILE
              IF WS-PERIODS-STATUS EQUAL "00" THEN
                 SET WS-PERIODS-LOG-OPEN TO TRUE
              ELSE
                 DISPLAY "PERIODS not writable - reopen "
                    "authorizations will be refused"
              END-IF
           END-IF
           .
      *
       CLOSE-PERIOD-LOG-RTN SECTION.
           IF WS-PERIODS-LOG-OPEN THEN
              CLOSE PERIOD-FILE
              MOVE "N" TO WS-PERIODS-LOG-SW
           END-IF
           IF WS-PERIODS-LOADED THEN
              DISPLAY "  Closed periods reopened: " WS-REOPEN-COUNT
           END-IF
           .
      *
       LOG-PERIOD-REOPEN-RTN SECTION.
      * one change taken into a closed month under its reopen
      *    authorization - on PERIODS for Finance, stamped the same
      *    moment as its change-register entry, and under that
      *    entry on CHGRPT for HR.
           ADD 1 TO WS-REOPEN-COUNT
           ADD 1 TO WS-REOPEN-UNDO-COUNT
           MOVE SPACES TO PERIOD-RECORD
           SET PERD-REOPEN TO TRUE
           MOVE WS-REOPEN-TRAN-DATE (1:7) TO PERD-PERIOD
           STRING WS-LOG-DATE "-" WS-LOG-TIME
              DELIMITED BY SIZE INTO PERD-TIMESTAMP
           MOVE WS-USERID           TO PERD-USERID
           MOVE WS-BATCH-CLERK      TO PERD-CLERK
           MOVE ZERO                TO PERD-HEADCOUNT
           MOVE ZERO                TO PERD-PAYROLL
           MOVE WS-CHG-EMP-ID       TO PERD-EMP-ID
           MOVE WS-CHG-FUNC         TO PERD-FUNC
           MOVE WS-REOPEN-TRAN-DATE TO PERD-TRAN-DATE
           WRITE PERIOD-RECORD
           DISPLAY "Closed period " WS-REOPEN-TRAN-DATE (1:7)
              " reopened - " WS-CHG-FUNC " EMP_ID " WS-CHG-EMP-ID
              " dated " WS-REOPEN-TRAN-DATE
           IF NOT WS-CHGRPT-UNAVAILABLE THEN
              MOVE WS-REOPEN-TRAN-DATE (1:7) TO WS-CRO-PERIOD
              MOVE WS-REOPEN-TRAN-DATE       TO WS-CRO-TRAN-DATE
              WRITE CHG-RPT-RECORD FROM WS-CHG-RPT-REOPEN-LINE
                 AFTER ADVANCING 1 LINE
           END-IF
           MOVE "N" TO WS-REOPEN-SW
           .
      *
       VOID-PERIOD-REOPENS-RTN SECTION.
      * the breaker rollback backed out the changes behind the R
      *    records written since the last commit - a V record says
      *    how many, the same way the change register's VOID marker
      *    does.
           IF WS-REOPEN-UNDO-COUNT GREATER THAN ZERO
                 AND WS-PERIODS-LOG-OPEN THEN
              ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
              ACCEPT WS-LOG-TIME FROM TIME
              MOVE SPACES TO PERIOD-RECORD
              SET PERD-VOID TO TRUE
              STRING WS-LOG-DATE "-" WS-LOG-TIME
                 DELIMITED BY SIZE INTO PERD-TIMESTAMP
              MOVE WS-USERID            TO PERD-USERID
              MOVE WS-REOPEN-UNDO-COUNT TO PERD-HEADCOUNT
              MOVE ZERO                 TO PERD-PAYROLL
              WRITE PERIOD-RECORD
              SUBTRACT WS-REOPEN-UNDO-COUNT FROM WS-REOPEN-COUNT
              MOVE ZERO TO WS-REOPEN-UNDO-COUNT
           END-IF
           .
      *
       LOAD-AUTHORIZATIONS-RTN SECTION.
      * AUTHFILE into the grant table. No AUTHFILE, no enforcement -
      *    the run goes on as it did before the table existed, but
      *    not quietly.
           MOVE ZERO TO WS-AUTH-COUNT
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
                       ELSE
                          DISPLAY "WARNING - authorization table "
                             "full, grant for " AUTH-USERID " "
                             AUTH-DEPT " not loaded"
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AUTH-FILE
              DISPLAY "Submitter grants loaded: " WS-AUTH-COUNT
           ELSE
              DISPLAY "AUTHFILE not allocated - submitter "
                 "authorization not enforced"
              MOVE "AUTHOFF" TO WS-ALERT-CODE
              MOVE "SUBMITTER AUTHORIZATION NOT ENFORCED - NO AUTHFI
      -          "LE" TO WS-ALERT-TEXT
              MOVE ZERO TO WS-ALERT-VALUE-1
              MOVE ZERO TO WS-ALERT-VALUE-2
              PERFORM WRITE-ALERT-RTN
           END-IF
           .
      *
       SET-MAINT-AUTH-TEST-RTN SECTION.
      * which grant a MAINTRAN record needs - its function's byte,
      *    plus the salary byte when an UP supplies a salary.
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
           .
      *
       CHECK-SUBMITTER-AUTH-RTN SECTION.
      * may WS-BATCH-SUBMITTER do function WS-AUTH-TEST-POS (and set
      *    a salary, when asked) in WS-AUTH-TEST-DEPT? Grants add up
      *    across the userid's records - a department grant and a
      *    *** grant both count. A blank department (the
      *    transaction named none) only asks whether the batch has
      *    a submitter at all; the fetch asks the rest.
           MOVE "N" TO WS-AUTH-REFUSED-SW
           MOVE SPACES TO WS-AUTH-REFUSED-TEXT
           IF WS-AUTH-LOADED AND NOT WS-QUEUED-RELEASE THEN
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
       OPEN-SUSPENSE-FILE SECTION.
      * SUSPFILE is optional - without it the intake still runs and
                             MOVE CTL-VALUE(1:9) TO WS-RAISE-AMT-IN
                          WHEN "RAISEAPPLY"
                             MOVE CTL-VALUE(1:1) TO WS-RAISE-APPLY-SW
                          WHEN "APPRPCT"
                             MOVE CTL-VALUE(1:4) TO WS-APPR-PCT-IN
                          WHEN "XFERAPPLY"
                             MOVE CTL-VALUE(1:1) TO WS-XFER-APPLY-SW
                          WHEN "XFEREFF"
                             MOVE CTL-VALUE(1:10)
                                TO WS-XFER-EFF-DATE
                          WHEN "RIFDEPT"
                             MOVE CTL-VALUE(1:3) TO WS-RIF-SCOPE-CODE
                             PERFORM ADD-RIF-SCOPE-RTN
                          WHEN "RIFCOUNT"
                             MOVE CTL-VALUE(1:5) TO WS-RIF-COUNT-IN
                          WHEN "RIFLEAVE"
                             MOVE CTL-VALUE(1:4)
                                TO WS-RIF-LEAVE-POLICY
                          WHEN "RIFDATE"
                             MOVE CTL-VALUE(1:10) TO WS-RIF-DATE
                          WHEN "RIFAPPLY"
                             MOVE CTL-VALUE(1:1) TO WS-RIF-APPLY-SW
                          WHEN "MERITEFF"
                             MOVE CTL-VALUE(1:10) TO WS-MERIT-EFF-DATE
                          WHEN "MERITAPPLY"
                             MOVE CTL-VALUE(1:1) TO WS-MERIT-APPLY-SW
                          WHEN "ALERTDIFF"
                             MOVE CTL-VALUE(1:5) TO WS-ALERT-DIFF-TOL
                          WHEN "ALERTREJ"
                             MOVE CTL-VALUE(1:10) TO WS-PAY-FROM
                          WHEN "PAYTO"
                             MOVE CTL-VALUE(1:10) TO WS-PAY-TO
                          WHEN "PRORATE"
                             MOVE CTL-VALUE(1:8) TO WS-PAY-PRORATE
                          WHEN "BENWAIT"
                             MOVE CTL-VALUE(1:3) TO WS-BEN-WAIT-DAYS
                          WHEN "BENSINCE"
                             MOVE CTL-VALUE(1:10) TO WS-BEN-SINCE
                          WHEN "STATUS"
                             MOVE CTL-VALUE(1:1)
                                TO WS-FILTER-STATUS
                             MOVE CTL-VALUE(1:2) TO WS-RETRY-MAX
                          WHEN "RETRYWAIT"
                             MOVE CTL-VALUE(1:3) TO WS-RETRY-WAIT-SECS
                          WHEN "CLOSEPER"
                             MOVE CTL-VALUE(1:7) TO WS-CLOSE-PERIOD
      * each LOCATION card appends a site - the first also sets the
      *    single-location field the mainline CONNECT uses, so a
      *    one-card deck behaves exactly as before.
      *    tallies and the payroll-bound feeds below.
                 PERFORM CHECK-STATUS-EXCLUDED-RTN
      * the snapshot comparison needs current per-department counts
      *    too, so the tally runs for either consumer - and always
      *    for a close, whose certificate and history are built
      *    from it. An excluded status stays out of the headcounts.
                 IF (NOT WS-DEPTRPT-UNAVAILABLE
                       OR WS-SNAP-COMPARE-ON
                       OR WS-MODE-CLOSE)
                       AND NOT WS-STATUS-EXCLUDED THEN
                    PERFORM TALLY-DEPARTMENT-TOTALS-RTN
                 END-IF
                       AND NOT WS-STATUS-EXCLUDED THEN
                    PERFORM WRITE-PAY-EXPORT-ROW-RTN
                 END-IF
      * the carrier decides coverage from the status itself, so
      *    every fetched row ships - EXCLSTAT does not apply here.
                 IF NOT WS-BEN-UNAVAILABLE THEN
                    PERFORM WRITE-BENEFITS-ROW-RTN
                 END-IF
                 IF NOT WS-COMPRPT-UNAVAILABLE THEN
                    PERFORM TALLY-COMPA-RATIO-RTN
                 END-IF
                          MOVE WS-PAY-FROM TO WS-PYH-FROM
                          MOVE WS-PAY-TO   TO WS-PYH-TO
                          WRITE PAYEXTR-RECORD FROM WS-PAY-HEADER
                          PERFORM SET-PAY-PRORATION-RTN
                       END-IF
                    END-IF
              END-EVALUATE
           END-IF
           .
      *
       SET-PAY-PRORATION-RTN SECTION.
      * the period's working days, counted once for the whole
      *    export. Anything but WORKDAYS on the card is CALENDAR.
           COMPUTE WS-PAY-PERIOD-DAYS =
              WS-PAY-TO-INT - WS-PAY-FROM-INT + 1
           IF WS-PAY-PRORATE-WORKDAYS THEN
              SET LN-CAL-COUNT-DAYS OF LN-CAL TO TRUE
              MOVE WS-PAY-FROM-INT TO LN-CAL-DATE-INT
              MOVE WS-PAY-TO-INT   TO LN-CAL-TO-INT
              CALL "CAL_FN" USING LN-CAL
              MOVE LN-CAL-DAYS TO WS-PAY-PERIOD-WORKDAYS
              IF WS-PAY-PERIOD-WORKDAYS GREATER THAN ZERO THEN
                 DISPLAY "Payroll export prorated by working days - "
                    "period working days: " WS-PAY-PERIOD-WORKDAYS
              ELSE
                 DISPLAY "Payroll period has no working days - "
                    "prorated by calendar days"
                 MOVE "CALENDAR" TO WS-PAY-PRORATE
              END-IF
           ELSE
              MOVE "CALENDAR" TO WS-PAY-PRORATE
           END-IF
           .
      *
       CONVERT-PAY-DATE-RTN SECTION.
      * yyyy-mm-dd in WS-PAY-DATE-IN to a day number - digits in
       WRITE-PAY-DETAIL-RTN SECTION.
      * caller positions WS-PAY-START-INT/WS-PAY-END-INT and the
      *    prorate tag; the row itself is whatever LN-READ holds.
      *    Under WORKDAYS the day count exported is working days.
           IF WS-PAY-PRORATE-WORKDAYS THEN
              SET LN-CAL-COUNT-DAYS OF LN-CAL TO TRUE
              MOVE WS-PAY-START-INT TO LN-CAL-DATE-INT
              MOVE WS-PAY-END-INT   TO LN-CAL-TO-INT
              CALL "CAL_FN" USING LN-CAL
              MOVE LN-CAL-DAYS TO WS-PAY-ACTIVE-DAYS
              COMPUTE WS-PAY-AMOUNT ROUNDED =
                 LN-SALARY OF LN-READ * WS-PAY-PERIOD-DAYS
                    * WS-PAY-ACTIVE-DAYS
                    / (365 * WS-PAY-PERIOD-WORKDAYS)
                 ON SIZE ERROR
                    MOVE ZERO TO WS-PAY-AMOUNT
                    DISPLAY "Payroll amount overflows for EMP_ID "
                       LN-EMP-ID OF LN-READ " - exported as zero"
              END-COMPUTE
           ELSE
              COMPUTE WS-PAY-ACTIVE-DAYS =
                 WS-PAY-END-INT - WS-PAY-START-INT + 1
              COMPUTE WS-PAY-AMOUNT ROUNDED =
                 LN-SALARY OF LN-READ * WS-PAY-ACTIVE-DAYS / 365
                 ON SIZE ERROR
                    MOVE ZERO TO WS-PAY-AMOUNT
                    DISPLAY "Payroll amount overflows for EMP_ID "
                       LN-EMP-ID OF LN-READ " - exported as zero"
              END-COMPUTE
           END-IF
           MOVE LN-EMP-ID OF LN-READ     TO WS-PY-EMP-ID
           MOVE LN-FIRST-NAME OF LN-READ TO WS-PY-FIRST-NAME
           MOVE LN-LAST-NAME OF LN-READ  TO WS-PY-LAST-NAME
           WRITE PAYEXTR-RECORD FROM WS-EXT-TRAILER
           CLOSE PAY-EXTRACT-FILE
           DISPLAY "Payroll export complete - Rows: " WS-PAY-COUNT
           PERFORM SAVE-PAID-BASIS-RTN
           .
      *
       SAVE-PAID-BASIS-RTN SECTION.
      * the finished export, trailer and all, copied over PAYPAID -
      *    PAYEXTR is re-read rather than written twice so PAYPAID
      *    never holds an export that was abandoned part-way, and
      *    is opened only once the export is known to be readable.
           OPEN INPUT PAY-EXTRACT-FILE
           IF WS-PAY-STATUS NOT EQUAL "00" THEN
              DISPLAY "PAYEXTR could not be re-read - PAYPAID keeps "
                 "the previous last-paid period"
           ELSE
              OPEN OUTPUT PAY-PAID-FILE
              IF WS-PAYPAID-STATUS NOT EQUAL "00" THEN
                 DISPLAY "PAYPAID not allocated - last-paid period "
                    "not kept for retro pay and GLDIST"
              ELSE
                 MOVE ZERO TO WS-PAYPAID-COUNT
                 MOVE "N" TO WS-PAYPAID-EOF-SW
                 PERFORM UNTIL WS-PAYPAID-EOF
                    READ PAY-EXTRACT-FILE
                       AT END SET WS-PAYPAID-EOF TO TRUE
                       NOT AT END
                          WRITE PAYPAID-RECORD FROM PAYEXTR-RECORD
                          ADD 1 TO WS-PAYPAID-COUNT
                    END-READ
                 END-PERFORM
                 CLOSE PAY-PAID-FILE
                 DISPLAY "PAYPAID now holds this export - Records: "
                    WS-PAYPAID-COUNT
              END-IF
              CLOSE PAY-EXTRACT-FILE
           END-IF
           .
      *
       OPEN-RETRO-PAY-RTN SECTION.
      * MODE=MAINT's retro differential is on when PAYPRIOR's header
      *    names a real last-paid period and RETROPAY is allocated.
      *    Without the basis there is nothing to measure back to -
      *    the intake still runs, and any backdated salary change
      *    it applies is alerted at the close (RC 4).
           MOVE "N" TO WS-RETRO-SW
           MOVE ZERO TO WS-RETRO-HOLD-COUNT
           OPEN INPUT PAY-PRIOR-FILE
           IF WS-PAYPRIOR-STATUS NOT EQUAL "00" THEN
              DISPLAY "PAYPRIOR not allocated - retro pay not "
                 "computed"
           ELSE
              READ PAY-PRIOR-FILE
                 AT END MOVE SPACES TO PAYPRIOR-RECORD
              END-READ
              CLOSE PAY-PRIOR-FILE
              MOVE "N" TO WS-PAY-DATE-SW
              IF PYPR-TYPE EQUAL "H" THEN
                 MOVE PYPR-FROM TO WS-PAY-DATE-IN
                 PERFORM CONVERT-PAY-DATE-RTN
                 MOVE WS-PAY-DATE-INT TO WS-RETRO-BASIS-FROM-INT
                 IF WS-PAY-DATE-OK THEN
                    MOVE PYPR-TO TO WS-PAY-DATE-IN
                    PERFORM CONVERT-PAY-DATE-RTN
                    MOVE WS-PAY-DATE-INT TO WS-RETRO-PAID-TO-INT
                 END-IF
              END-IF
              IF NOT WS-PAY-DATE-OK
                    OR WS-RETRO-PAID-TO-INT LESS THAN
                       WS-RETRO-BASIS-FROM-INT THEN
                 DISPLAY "PAYPRIOR has no valid period header - "
                    "retro pay not computed"
              ELSE
                 MOVE PYPR-FROM TO WS-RETRO-BASIS-FROM
                 MOVE PYPR-TO   TO WS-RETRO-BASIS-TO
                 PERFORM SET-RETRO-CYCLE-RTN
                 OPEN OUTPUT RETRO-PAY-FILE
                 IF WS-RETROPAY-STATUS NOT EQUAL "00" THEN
                    DISPLAY "RETROPAY not allocated - retro pay not "
                       "computed"
                 ELSE
                    SET WS-RETRO-ON TO TRUE
                    PERFORM OPEN-RETRO-REGISTER-RTN
                 END-IF
              END-IF
           END-IF
           .
      *
       SET-RETRO-CYCLE-RTN SECTION.
      * a last-paid period from the 1st through month-end means the
      *    periods are calendar months; otherwise they are fixed
      *    blocks of its length lined up on it.
           COMPUTE WS-RETRO-CYCLE-DAYS =
              WS-RETRO-PAID-TO-INT - WS-RETRO-BASIS-FROM-INT + 1
           MOVE "N" TO WS-RETRO-MONTHLY-SW
           COMPUTE WS-RETRO-DATE-9 =
              FUNCTION DATE-OF-INTEGER (WS-RETRO-PAID-TO-INT + 1)
           IF WS-RETRO-BASIS-FROM (9:2) EQUAL "01"
                 AND WS-RTD-DD EQUAL "01" THEN
              SET WS-RETRO-MONTHLY TO TRUE
              DISPLAY "Retro pay basis - monthly periods, last paid "
                 WS-RETRO-BASIS-FROM " to " WS-RETRO-BASIS-TO
           ELSE
              DISPLAY "Retro pay basis - " WS-RETRO-CYCLE-DAYS
                 "-day periods, last paid " WS-RETRO-BASIS-FROM
                 " to " WS-RETRO-BASIS-TO
           END-IF
           .
      *
       OPEN-RETRO-REGISTER-RTN SECTION.
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           MOVE WS-REPORT-MM TO WS-RD-MM
           MOVE WS-REPORT-DD TO WS-RD-DD
           MOVE WS-REPORT-YYYY TO WS-RD-YYYY
           MOVE WS-REPORT-DATE-DISPLAY TO WS-RTH-RUN-DATE
           MOVE WS-RETRO-BASIS-FROM    TO WS-RTH-FROM
           MOVE WS-RETRO-BASIS-TO      TO WS-RTH-TO
           WRITE RETROPAY-RECORD FROM WS-RETRO-HEADER
           MOVE ZERO TO WS-RETRO-COUNT
           MOVE ZERO TO WS-RETRO-HASH
           OPEN OUTPUT RETRO-RPT-FILE
           IF WS-RETRORPT-STATUS NOT EQUAL "00" THEN
              DISPLAY "RETRORPT not allocated - retro register "
                 "not printed"
              SET WS-RETRORPT-UNAVAILABLE TO TRUE
           ELSE
              MOVE WS-REPORT-DATE-DISPLAY TO WS-RGH-DATE
              MOVE WS-RETRO-BASIS-FROM    TO WS-RGH-FROM
              MOVE WS-RETRO-BASIS-TO      TO WS-RGH-TO
              WRITE RETRORPT-RECORD FROM WS-RETRO-RPT-HEADING-1
                 AFTER ADVANCING 1 LINE
              WRITE RETRORPT-RECORD FROM SPACES
                 AFTER ADVANCING 1 LINE
              WRITE RETRORPT-RECORD FROM WS-RETRO-RPT-HEADING-2
                 AFTER ADVANCING 1 LINE
           END-IF
           .
      *
       HOLD-RETRO-CHANGE-RTN SECTION.
      * an applied salary change - held if it is dated on or before
      *    the end of the last period paid. LN-READ holds the row as
      *    updated; WS-HIST-OLD-SALARY the salary it replaced.
           MOVE MTRAN-EFF-DATE TO WS-PAY-DATE-IN
           PERFORM CONVERT-PAY-DATE-RTN
           IF WS-PAY-DATE-OK
                 AND WS-PAY-DATE-INT NOT GREATER THAN
                     WS-RETRO-PAID-TO-INT THEN
              MOVE WS-PAY-DATE-INT TO WS-RETRO-FROM-INT
      * nobody was paid for days before they were hired
              MOVE LN-HIRE-DATE OF LN-READ TO WS-PAY-DATE-IN
              PERFORM CONVERT-PAY-DATE-RTN
              IF WS-PAY-DATE-OK
                    AND WS-PAY-DATE-INT GREATER THAN
                        WS-RETRO-FROM-INT THEN
                 MOVE WS-PAY-DATE-INT TO WS-RETRO-FROM-INT
              END-IF
              IF WS-RETRO-FROM-INT NOT GREATER THAN
                    WS-RETRO-PAID-TO-INT
                    AND WS-RETRO-HOLD-COUNT NOT LESS THAN
                        WS-RETRO-HOLD-MAX THEN
                 DISPLAY "WARNING - retro hold table full, EMP_ID "
                    LN-EMP-ID OF LN-READ " differential not "
                    "computed - calculate by hand"
                 MOVE WS-RETRO-PAID-TO-INT TO WS-RETRO-FROM-INT
                 ADD 1 TO WS-RETRO-FROM-INT
              END-IF
              IF WS-RETRO-FROM-INT NOT GREATER THAN
                    WS-RETRO-PAID-TO-INT THEN
                 ADD 1 TO WS-RETRO-HOLD-COUNT
                 MOVE WS-RETRO-HOLD-COUNT TO WS-RETRO-HOLD-IX
                 MOVE LN-EMP-ID OF LN-READ
                    TO WS-RH-EMP-ID (WS-RETRO-HOLD-IX)
                 MOVE LN-FIRST-NAME OF LN-READ
                    TO WS-RH-FIRST-NAME (WS-RETRO-HOLD-IX)
                 MOVE LN-LAST-NAME OF LN-READ
                    TO WS-RH-LAST-NAME (WS-RETRO-HOLD-IX)
                 MOVE LN-SEX OF LN-READ
                    TO WS-RH-SEX (WS-RETRO-HOLD-IX)
                 MOVE LN-DEPARTMENT OF LN-READ
                    TO WS-RH-DEPARTMENT (WS-RETRO-HOLD-IX)
                 MOVE WS-HIST-OLD-SALARY
                    TO WS-RH-OLD-SALARY (WS-RETRO-HOLD-IX)
                 MOVE LN-SALARY OF LN-READ
                    TO WS-RH-NEW-SALARY (WS-RETRO-HOLD-IX)
                 MOVE MTRAN-EFF-DATE
                    TO WS-RH-EFF-DATE (WS-RETRO-HOLD-IX)
                 MOVE WS-RETRO-FROM-INT
                    TO WS-RH-START-INT (WS-RETRO-HOLD-IX)
              END-IF
           END-IF
           .
      *
       DROP-RETRO-HOLD-RTN SECTION.
      * the breaker rolled the held salary changes back - nothing is
      *    owed for them.
           IF WS-RETRO-HOLD-COUNT GREATER THAN ZERO THEN
              DISPLAY "  Retro differentials dropped with the "
                 "rollback: " WS-RETRO-HOLD-COUNT
              MOVE ZERO TO WS-RETRO-HOLD-COUNT
           END-IF
           .
      *
       FLUSH-RETRO-HOLD-RTN SECTION.
      * the commit made the held changes durable - each one out to
      *    RETROPAY and the register, period by period.
           MOVE ZERO TO WS-RETRO-HOLD-IX
           PERFORM UNTIL WS-RETRO-HOLD-IX GREATER OR EQUAL
                 WS-RETRO-HOLD-COUNT
              ADD 1 TO WS-RETRO-HOLD-IX
              PERFORM WRITE-RETRO-EMPLOYEE-RTN
           END-PERFORM
           MOVE ZERO TO WS-RETRO-HOLD-COUNT
           .
      *
       WRITE-RETRO-EMPLOYEE-RTN SECTION.
      * one held change spread over the pay periods it reaches back
      *    into. The first period is the one the start date falls
      *    in; each is clipped to the start date at the front.
           MOVE WS-RH-START-INT (WS-RETRO-HOLD-IX)
              TO WS-RETRO-FROM-INT
           IF WS-RETRO-MONTHLY THEN
              COMPUTE WS-RETRO-DATE-9 =
                 FUNCTION DATE-OF-INTEGER (WS-RETRO-FROM-INT)
              MOVE "01" TO WS-RTD-DD
              COMPUTE WS-RETRO-PER-START-INT =
                 FUNCTION INTEGER-OF-DATE (WS-RETRO-DATE-9)
           ELSE
              IF WS-RETRO-FROM-INT NOT LESS THAN
                    WS-RETRO-BASIS-FROM-INT THEN
                 MOVE WS-RETRO-BASIS-FROM-INT
                    TO WS-RETRO-PER-START-INT
              ELSE
                 COMPUTE WS-RETRO-STEPS =
                    (WS-RETRO-BASIS-FROM-INT - WS-RETRO-FROM-INT
                       + WS-RETRO-CYCLE-DAYS - 1)
                       / WS-RETRO-CYCLE-DAYS
                 COMPUTE WS-RETRO-PER-START-INT =
                    WS-RETRO-BASIS-FROM-INT
                       - WS-RETRO-STEPS * WS-RETRO-CYCLE-DAYS
              END-IF
           END-IF
           MOVE ZERO TO WS-RETRO-EMP-TOTAL
           ADD 1 TO WS-RETRO-EMP-COUNT
           PERFORM UNTIL WS-RETRO-PER-START-INT GREATER THAN
                 WS-RETRO-PAID-TO-INT
              PERFORM SET-RETRO-PERIOD-END-RTN
              IF WS-RETRO-PER-START-INT LESS THAN
                    WS-RETRO-FROM-INT THEN
                 MOVE WS-RETRO-FROM-INT TO WS-RETRO-COVER-INT
              ELSE
                 MOVE WS-RETRO-PER-START-INT TO WS-RETRO-COVER-INT
              END-IF
              COMPUTE WS-RETRO-DAYS =
                 WS-RETRO-PER-END-INT - WS-RETRO-COVER-INT + 1
              PERFORM WRITE-RETRO-PERIOD-RTN
              COMPUTE WS-RETRO-PER-START-INT =
                 WS-RETRO-PER-END-INT + 1
           END-PERFORM
           IF NOT WS-RETRORPT-UNAVAILABLE THEN
              MOVE WS-RETRO-EMP-TOTAL TO WS-RGE-AMOUNT
              WRITE RETRORPT-RECORD FROM WS-RETRO-RPT-EMP-TOTAL
                 AFTER ADVANCING 1 LINE
              WRITE RETRORPT-RECORD FROM SPACES
                 AFTER ADVANCING 1 LINE
           END-IF
           .
      *
       SET-RETRO-PERIOD-END-RTN SECTION.
      * the last day of the period starting WS-RETRO-PER-START-INT -
      *    month-end for a monthly cycle - never past the last day
      *    paid.
           IF WS-RETRO-MONTHLY THEN
              COMPUTE WS-RETRO-DATE-9 =
                 FUNCTION DATE-OF-INTEGER (WS-RETRO-PER-START-INT
                    + 31)
              MOVE "01" TO WS-RTD-DD
              COMPUTE WS-RETRO-PER-END-INT =
                 FUNCTION INTEGER-OF-DATE (WS-RETRO-DATE-9) - 1
           ELSE
              COMPUTE WS-RETRO-PER-END-INT =
                 WS-RETRO-PER-START-INT + WS-RETRO-CYCLE-DAYS - 1
           END-IF
           IF WS-RETRO-PER-END-INT GREATER THAN
                 WS-RETRO-PAID-TO-INT THEN
              MOVE WS-RETRO-PAID-TO-INT TO WS-RETRO-PER-END-INT
           END-IF
           .
      *
       WRITE-RETRO-PERIOD-RTN SECTION.
      * one employee, one pay period: the D record and its register
      *    line. Same calendar-day proration as PAYEXTR.
           COMPUTE WS-RETRO-AMOUNT ROUNDED =
              (WS-RH-NEW-SALARY (WS-RETRO-HOLD-IX)
                 - WS-RH-OLD-SALARY (WS-RETRO-HOLD-IX))
                 * WS-RETRO-DAYS / 365
              ON SIZE ERROR
                 MOVE ZERO TO WS-RETRO-AMOUNT
                 DISPLAY "Retro amount overflows for EMP_ID "
                    WS-RH-EMP-ID (WS-RETRO-HOLD-IX)
                    " - written as zero"
           END-COMPUTE
           MOVE WS-RETRO-PER-END-INT TO WS-RETRO-DATE-INT
           PERFORM FORMAT-RETRO-DATE-RTN
           MOVE WS-RH-EMP-ID (WS-RETRO-HOLD-IX)     TO WS-RX-EMP-ID
           MOVE WS-RH-FIRST-NAME (WS-RETRO-HOLD-IX)
              TO WS-RX-FIRST-NAME
           MOVE WS-RH-LAST-NAME (WS-RETRO-HOLD-IX)  TO WS-RX-LAST-NAME
           MOVE WS-RH-SEX (WS-RETRO-HOLD-IX)        TO WS-RX-SEX
           MOVE WS-RH-DEPARTMENT (WS-RETRO-HOLD-IX)
              TO WS-RX-DEPARTMENT
           MOVE WS-RETRO-AMOUNT                     TO WS-RX-AMOUNT
           MOVE WS-RETRO-DAYS                       TO WS-RX-DAYS
           MOVE WS-RETRO-DATE-OUT                 TO WS-RX-PERIOD-END
           MOVE WS-RETRO-DETAIL TO WS-PYD-DETAIL
           WRITE RETROPAY-RECORD FROM WS-PAY-DETAIL-REC
           IF WS-RETROPAY-STATUS NOT EQUAL "00" THEN
              DISPLAY "RETROPAY write failed, status "
                 WS-RETROPAY-STATUS " - EMP_ID "
                 WS-RH-EMP-ID (WS-RETRO-HOLD-IX)
           END-IF
           ADD 1 TO WS-RETRO-COUNT
           ADD WS-RETRO-AMOUNT TO WS-RETRO-HASH
           ADD WS-RETRO-AMOUNT TO WS-RETRO-EMP-TOTAL
           ADD WS-RETRO-AMOUNT TO WS-RETRO-NET-TOTAL
           IF WS-RETRO-AMOUNT GREATER THAN ZERO THEN
              ADD WS-RETRO-AMOUNT TO WS-RETRO-OWED-TO-TOTAL
           ELSE
              ADD WS-RETRO-AMOUNT TO WS-RETRO-OWED-BY-TOTAL
           END-IF
           IF NOT WS-RETRORPT-UNAVAILABLE THEN
              MOVE WS-RETRO-DATE-OUT TO WS-RGD-PER-TO
              MOVE WS-RETRO-COVER-INT TO WS-RETRO-DATE-INT
              PERFORM FORMAT-RETRO-DATE-RTN
              MOVE WS-RETRO-DATE-OUT TO WS-RGD-PER-FROM
              MOVE WS-RH-EMP-ID (WS-RETRO-HOLD-IX) TO WS-RGD-EMP-ID
              MOVE WS-RH-LAST-NAME (WS-RETRO-HOLD-IX)
                 TO WS-RGD-LAST-NAME
              MOVE WS-RH-FIRST-NAME (WS-RETRO-HOLD-IX)
                 TO WS-RGD-FIRST-NAME
              MOVE WS-RH-DEPARTMENT (WS-RETRO-HOLD-IX)
                 TO WS-RGD-DEPARTMENT
              MOVE WS-RH-EFF-DATE (WS-RETRO-HOLD-IX)
                 TO WS-RGD-EFF-DATE
              MOVE WS-RETRO-DAYS TO WS-RGD-DAYS
              MOVE WS-RH-OLD-SALARY (WS-RETRO-HOLD-IX)
                 TO WS-RGD-OLD-SALARY
              MOVE WS-RH-NEW-SALARY (WS-RETRO-HOLD-IX)
                 TO WS-RGD-NEW-SALARY
              MOVE WS-RETRO-AMOUNT TO WS-RGD-AMOUNT
              WRITE RETRORPT-RECORD FROM WS-RETRO-RPT-DETAIL
                 AFTER ADVANCING 1 LINE
           END-IF
           .
      *
       FORMAT-RETRO-DATE-RTN SECTION.
      * day number in WS-RETRO-DATE-INT to yyyy-mm-dd
           COMPUTE WS-RETRO-DATE-9 =
              FUNCTION DATE-OF-INTEGER (WS-RETRO-DATE-INT)
           STRING WS-RTD-YYYY "-" WS-RTD-MM "-" WS-RTD-DD
              DELIMITED BY SIZE INTO WS-RETRO-DATE-OUT
           .
      *
       CLOSE-RETRO-PAY-RTN SECTION.
      * trailer with the record count and amount hash - the PAYEXTR
      *    reconciliation contract - and the register's totals and
      *    sign-off. Anything still held was never committed.
      *    Backdated salary changes applied with retro off are
      *    alerted and the step ends RC 4 - payroll has to work
      *    out what is owed by hand.
           IF WS-RETRO-NOBASIS-COUNT GREATER THAN ZERO THEN
              DISPLAY "Backdated salary changes with no retro pay "
                 "basis: " WS-RETRO-NOBASIS-COUNT
              MOVE "RETRONOB" TO WS-ALERT-CODE
              MOVE "BACKDATED SALARY CHANGES - NO RETRO PAY BASIS"
                 TO WS-ALERT-TEXT
              MOVE WS-RETRO-NOBASIS-COUNT TO WS-ALERT-VALUE-1
              MOVE ZERO TO WS-ALERT-VALUE-2
              PERFORM WRITE-ALERT-RTN
              IF RETURN-CODE LESS THAN 4 THEN
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           IF WS-RETRO-ON THEN
              MOVE ZERO TO WS-RETRO-HOLD-COUNT
              MOVE WS-RETRO-COUNT TO WS-XT-COUNT
              MOVE WS-RETRO-HASH  TO WS-XT-SALARY-HASH
              WRITE RETROPAY-RECORD FROM WS-EXT-TRAILER
              CLOSE RETRO-PAY-FILE
              IF NOT WS-RETRORPT-UNAVAILABLE THEN
                 MOVE WS-RETRO-EMP-COUNT TO WS-RGC-EMPLOYEES
                 MOVE WS-RETRO-COUNT     TO WS-RGC-RECORDS
                 WRITE RETRORPT-RECORD FROM WS-RETRO-RPT-COUNT-LINE
                    AFTER ADVANCING 2 LINES
                 MOVE "OWED TO EMPLOYEES:" TO WS-RGT-LABEL
                 MOVE WS-RETRO-OWED-TO-TOTAL TO WS-RGT-AMOUNT
                 WRITE RETRORPT-RECORD FROM WS-RETRO-RPT-TOTAL-LINE
                    AFTER ADVANCING 1 LINE
                 MOVE "OWED BY EMPLOYEES:" TO WS-RGT-LABEL
                 MOVE WS-RETRO-OWED-BY-TOTAL TO WS-RGT-AMOUNT
                 WRITE RETRORPT-RECORD FROM WS-RETRO-RPT-TOTAL-LINE
                    AFTER ADVANCING 1 LINE
                 MOVE "NET RETRO DIFFERENTIAL:" TO WS-RGT-LABEL
                 MOVE WS-RETRO-NET-TOTAL TO WS-RGT-AMOUNT
                 WRITE RETRORPT-RECORD FROM WS-RETRO-RPT-TOTAL-LINE
                    AFTER ADVANCING 1 LINE
                 WRITE RETRORPT-RECORD FROM WS-RETRO-RPT-SIGNOFF
                    AFTER ADVANCING 3 LINES
                 CLOSE RETRO-RPT-FILE
              END-IF
              DISPLAY "  Retro pay differentials: " WS-RETRO-EMP-COUNT
                 " change(s), " WS-RETRO-COUNT " period record(s)"
           END-IF
           .
      *
       OPEN-BENEFITS-EXTRACT-RTN SECTION.
      * off (unavailable) on an AS-OF or RESTART run, when BENSINCE
      *    is not a real date, or when the DD is not allocated.
      *    The run date and the termination window are fixed here
      *    as day numbers for the row writers.
           SET WS-BEN-UNAVAILABLE TO TRUE
           MOVE WS-REPORT-DATE TO WS-BEN-DATE-9
           COMPUTE WS-BEN-RUN-INT =
              FUNCTION INTEGER-OF-DATE (WS-BEN-DATE-9)
      * default window - the first of the month before the run
           IF WS-BEN-SINCE EQUAL SPACES THEN
              MOVE WS-REPORT-YYYY TO WS-BEN-YEAR-WORK
              MOVE WS-REPORT-MM   TO WS-BEN-MONTH-WORK
              IF WS-BEN-MONTH-WORK EQUAL 1 THEN
                 MOVE 12 TO WS-BEN-MONTH-WORK
                 SUBTRACT 1 FROM WS-BEN-YEAR-WORK
              ELSE
                 SUBTRACT 1 FROM WS-BEN-MONTH-WORK
              END-IF
              STRING WS-BEN-YEAR-WORK "-" WS-BEN-MONTH-WORK "-01"
                 DELIMITED BY SIZE INTO WS-BEN-SINCE
           END-IF
           EVALUATE TRUE
              WHEN WS-ASOF-DATE NOT EQUAL SPACES
                 DISPLAY "AS-OF run - benefits extract skipped"
              WHEN WS-RESTART-REQUESTED
                 DISPLAY "RESTART run - benefits extract skipped "
                    "(partial population)"
              WHEN OTHER
                 MOVE WS-BEN-SINCE TO WS-PAY-DATE-IN
                 PERFORM CONVERT-PAY-DATE-RTN
                 MOVE WS-PAY-DATE-INT TO WS-BEN-SINCE-INT
                 IF NOT WS-PAY-DATE-OK
                       OR WS-BEN-SINCE-INT GREATER THAN
                          WS-BEN-RUN-INT THEN
                    DISPLAY "BENSINCE not a valid date - benefits "
                       "extract skipped"
                 ELSE
                    OPEN OUTPUT BEN-EXTRACT-FILE
                    IF WS-BEN-STATUS NOT EQUAL "00" THEN
                       DISPLAY "BENEXTR not allocated - benefits "
                          "extract skipped"
                    ELSE
                       MOVE "N" TO WS-BEN-SW
                       MOVE WS-REPORT-DATE-DISPLAY TO WS-BNH-RUN-DATE
                       MOVE WS-BEN-WAIT-DAYS TO WS-BNH-WAIT
                       MOVE WS-BEN-SINCE     TO WS-BNH-SINCE
                       WRITE BENEXTR-RECORD FROM WS-BEN-HEADER
                    END-IF
                 END-IF
           END-EVALUATE
           .
      *
       SET-COVERAGE-START-RTN SECTION.
      * hire date in WS-PAY-DATE-IN plus the waiting period into
      *    WS-BX-COV-START (yyyy-mm-dd). A hire date that doesn't
      *    parse leaves WS-PAY-DATE-OK off for the caller.
           MOVE SPACES TO WS-BX-COV-START
           PERFORM CONVERT-PAY-DATE-RTN
           IF WS-PAY-DATE-OK THEN
              COMPUTE WS-BEN-START-INT =
                 WS-PAY-DATE-INT + WS-BEN-WAIT-DAYS
              COMPUTE WS-BEN-DATE-9 =
                 FUNCTION DATE-OF-INTEGER (WS-BEN-START-INT)
              STRING WS-BEN-DATE-YYYY "-" WS-BEN-DATE-MM "-"
                     WS-BEN-DATE-DD
                 DELIMITED BY SIZE INTO WS-BX-COV-START
           END-IF
           .
      *
       WRITE-BENEFITS-ROW-RTN SECTION.
      * one fetched employee. Coverage is A once the waiting period
      *    has run, W before it; L (leave) and M (military) stay
      *    covered like A, S suspends whatever the dates say.
           MOVE LN-HIRE-DATE OF LN-READ TO WS-PAY-DATE-IN
           PERFORM SET-COVERAGE-START-RTN
           IF NOT WS-PAY-DATE-OK THEN
              ADD 1 TO WS-BEN-BAD-DATE-COUNT
              DISPLAY "Benefits extract - hire date not valid for "
                 "EMP_ID " LN-EMP-ID OF LN-READ " - row not shipped"
           ELSE
              EVALUATE TRUE
                 WHEN LN-STATUS OF LN-READ EQUAL "S"
                    MOVE "S" TO WS-BX-COVERAGE
                    ADD 1 TO WS-BEN-SUSPENDED-COUNT
                 WHEN WS-BEN-START-INT GREATER THAN WS-BEN-RUN-INT
                    MOVE "W" TO WS-BX-COVERAGE
                    ADD 1 TO WS-BEN-WAITING-COUNT
                 WHEN OTHER
                    MOVE "A" TO WS-BX-COVERAGE
                    ADD 1 TO WS-BEN-ACTIVE-COUNT
              END-EVALUATE
              MOVE LN-EMP-ID OF LN-READ     TO WS-BX-EMP-ID
              MOVE LN-FIRST-NAME OF LN-READ TO WS-BX-FIRST-NAME
              MOVE LN-LAST-NAME OF LN-READ  TO WS-BX-LAST-NAME
              MOVE LN-SEX OF LN-READ        TO WS-BX-SEX
              MOVE LN-DEPARTMENT OF LN-READ TO WS-BX-DEPARTMENT
              MOVE LN-SALARY OF LN-READ     TO WS-BX-SALARY
              MOVE SPACES                   TO WS-BX-COV-END
              MOVE LN-STATUS OF LN-READ     TO WS-BX-STATUS
              PERFORM WRITE-BENEFITS-DETAIL-RTN
           END-IF
           .
      *
       WRITE-BENEFITS-DETAIL-RTN SECTION.
           MOVE WS-BEN-DETAIL TO WS-BND-DETAIL
           WRITE BENEXTR-RECORD FROM WS-BEN-DETAIL-REC
           ADD 1 TO WS-BEN-COUNT
           ADD WS-BX-SALARY TO WS-BEN-SALARY-HASH
           IF WS-BEN-STATUS NOT EQUAL "00" THEN
              DISPLAY "BENEXTR write failed, status " WS-BEN-STATUS
                 " - benefits extract abandoned for this run"
              SET WS-BEN-UNAVAILABLE TO TRUE
           END-IF
           .
      *
       ADD-COVERAGE-END-ROWS-RTN SECTION.
      * every termination archived on EMPHIST with a date inside
      *    the BENSINCE window becomes an E record - coverage ends
      *    on the termination date. A window overlapping the last
      *    run ships some ends twice; the carrier treats a repeat
      *    end as a no-op, a missed one as a claim paid in error.
           OPEN INPUT EMP-HIST-FILE
           IF WS-EMPHIST-STATUS EQUAL "00" THEN
              MOVE "N" TO WS-BENHIST-EOF-SW
              PERFORM UNTIL WS-BENHIST-EOF
                    OR WS-BEN-UNAVAILABLE
                 READ EMP-HIST-FILE
                    AT END SET WS-BENHIST-EOF TO TRUE
                    NOT AT END
                       PERFORM ADD-ONE-COVERAGE-END-RTN
                 END-READ
              END-PERFORM
              CLOSE EMP-HIST-FILE
           ELSE
              DISPLAY "EMPHIST not allocated - no coverage-end "
                 "records in the benefits extract"
           END-IF
           .
      *
       ADD-ONE-COVERAGE-END-RTN SECTION.
           MOVE EMPH-TERM-DATE TO WS-PAY-DATE-IN
           PERFORM CONVERT-PAY-DATE-RTN
           IF WS-PAY-DATE-OK
                 AND WS-PAY-DATE-INT GREATER OR EQUAL
                     WS-BEN-SINCE-INT
                 AND WS-PAY-DATE-INT LESS OR EQUAL
                     WS-BEN-RUN-INT THEN
              MOVE EMPH-HIRE-DATE TO WS-PAY-DATE-IN
              PERFORM SET-COVERAGE-START-RTN
              MOVE "E"             TO WS-BX-COVERAGE
              MOVE EMPH-EMP-ID     TO WS-BX-EMP-ID
              MOVE EMPH-FIRST-NAME TO WS-BX-FIRST-NAME
              MOVE EMPH-LAST-NAME  TO WS-BX-LAST-NAME
              MOVE EMPH-SEX        TO WS-BX-SEX
              MOVE EMPH-DEPARTMENT TO WS-BX-DEPARTMENT
              MOVE EMPH-SALARY     TO WS-BX-SALARY
              MOVE EMPH-TERM-DATE  TO WS-BX-COV-END
              MOVE "T"             TO WS-BX-STATUS
              PERFORM WRITE-BENEFITS-DETAIL-RTN
              ADD 1 TO WS-BEN-ENDED-COUNT
           END-IF
           .
      *
       CLOSE-BENEFITS-EXTRACT-RTN SECTION.
      * trailer with the record count and salary hash, the same
      *    reconciliation contract as the HR extract.
           MOVE WS-BEN-COUNT       TO WS-XT-COUNT
           MOVE WS-BEN-SALARY-HASH TO WS-XT-SALARY-HASH
           WRITE BENEXTR-RECORD FROM WS-EXT-TRAILER
           CLOSE BEN-EXTRACT-FILE
           DISPLAY "Benefits extract complete - Rows: " WS-BEN-COUNT
           DISPLAY "  Covered: " WS-BEN-ACTIVE-COUNT
              " Waiting: " WS-BEN-WAITING-COUNT
              " Suspended: " WS-BEN-SUSPENDED-COUNT
              " Ended: " WS-BEN-ENDED-COUNT
           IF WS-BEN-BAD-DATE-COUNT GREATER THAN ZERO THEN
              DISPLAY "  Not shipped (bad hire date): "
                 WS-BEN-BAD-DATE-COUNT
           END-IF
           .
      *
       WRITE-SORTED-REPORT-RTN SECTION.
      *    to the permanent history (EXTEND-then-OUTPUT, same
      *    pattern as ERRLOG). Runs that saw a PARTIAL or
      *    HISTORICAL population must not write - a trend built
      *    from them would lie. Nor may a close whose population
      *    came up short or whose snapshot failed - it closes
      *    nothing, so it must not leave a month-end figure.
           EVALUATE TRUE
              WHEN WS-MODE-CLOSE
                    AND (WS-SNAPOUT-UNAVAILABLE
                      OR WS-COUNTER-OVERFLOW
                      OR WS-RECORD-COUNTER NOT EQUAL
                         WS-EXPECTED-COUNT)
                 DISPLAY "Close incomplete - department history "
                    "not appended"
                 SET WS-DEPTHIST-UNAVAILABLE TO TRUE
              WHEN WS-ASOF-DATE NOT EQUAL SPACES
                 DISPLAY "AS-OF run - department history not "
                    "appended"
                       "history not appended"
                    SET WS-DEPTHIST-UNAVAILABLE TO TRUE
                 ELSE
      * a close is stamped with the closed month's last day, so it
      *    lands in that month and - appended after every nightly
      *    record for it - is the figure the trend keeps for it.
                    IF WS-MODE-CLOSE THEN
                       MOVE WS-CLOSE-END-DATE
                          TO WS-DEPTHIST-RUN-DATE
                    ELSE
                       STRING WS-REPORT-YYYY "-" WS-REPORT-MM "-"
                          WS-REPORT-DD
                          DELIMITED BY SIZE
                          INTO WS-DEPTHIST-RUN-DATE
                    END-IF
                    MOVE ZERO TO WS-DEPT-IX
                    PERFORM UNTIL WS-DEPT-IX GREATER OR EQUAL
                          WS-DEPT-ENTRY-COUNT
              MOVE "CONNECT_FN" TO WS-ERR-SOURCE
              PERFORM PRINT-ERRORS
           END-IF
      * reporting-line changes made so far are as durable as the
      *    rows now - no rollback will need to put them back. The
      *    same holds for the requisitions those hires filled.
           MOVE ZERO TO WS-RPTL-UNDO-COUNT
           MOVE ZERO TO WS-REQN-UNDO-COUNT
           MOVE ZERO TO WS-REOPEN-UNDO-COUNT
      * and the retro differentials held for those salary changes
      *    are now owed - out to RETROPAY.
           IF WS-RETRO-HOLD-COUNT GREATER THAN ZERO THEN
              PERFORM FLUSH-RETRO-HOLD-RTN
           END-IF
      * as are the events for those changes - out to EVENTOUT.
           IF WS-EVT-HOLD-COUNT GREATER THAN ZERO THEN
              PERFORM FLUSH-EVENT-HOLD-RTN
           END-IF
           .
      *
       WRITE-REPORT-HEADING SECTION.
