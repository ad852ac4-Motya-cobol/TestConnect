       FD  REPR-HIRE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REPR-HIRE-RECORD         PIC X(69).
      *
       FD  REPR-MAINT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REPR-MAINT-RECORD        PIC X(90).
      *
       WORKING-STORAGE SECTION.
       COPY "connect_fn".
           05 WS-RH-SALARY-X REDEFINES WS-RH-SALARY
                                PIC X(9).
           05 WS-RH-HIRE-DATE   PIC X(10).
      * no manager on a repair - the reporting line is left as is
           05 WS-RH-MANAGER-ID  PIC X(6)  VALUE SPACES.
      * nor a requisition - a repair restores a row that was
      *    already hired, it doesn't fill an opening
           05 WS-RH-REQ-ID      PIC X(6)  VALUE SPACES.
       01  WS-REPAIR-MAINT-REC.
           05 WS-RM-FUNC        PIC X(2).
           05 WS-RM-WHATIF      PIC X(1).
           05 WS-RM-TERM-REASON PIC X(3).
           05 WS-RM-EFF-DATE    PIC X(10).
           05 WS-RM-STATUS      PIC X(1).
           05 WS-RM-MANAGER-ID  PIC X(6).
      * the BH/BT wrappers the intake verify pass reconciles
       01  WS-BATCH-HEADER.
           05 FILLER            PIC X(3)  VALUE "BH ".
           05 FILLER            PIC X(8)  VALUE "EMPCMPR ".
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 WS-BH-DATE        PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 FILLER            PIC X(8)  VALUE "EMPCMPR ".
       01  WS-BATCH-TRAILER.
           05 FILLER            PIC X(3)  VALUE "BT ".
           05 WS-BT-COUNT       PIC 9(9).
