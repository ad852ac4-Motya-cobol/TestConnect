           05 PNDI-EFF-DATE             PIC X(10).
           05 FILLER                    PIC X(1).
           05 PNDI-DATA                 PIC X(90).
           05 FILLER                    PIC X(1).
           05 PNDI-SUBMITTER            PIC X(8).
           05 FILLER                    PIC X(1).
           05 PNDI-CLERK                PIC X(8).
      *
       FD  CTL-FILE
           RECORDING MODE IS F
           05 PNDO-EFF-DATE             PIC X(10).
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 PNDO-DATA                 PIC X(90).
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 PNDO-SUBMITTER            PIC X(8).
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 PNDO-CLERK                PIC X(8).
      *
       FD  PEND-RPT-FILE
           RECORDING MODE IS F
              MOVE PNDI-SOURCE   TO PNDO-SOURCE
              MOVE PNDI-EFF-DATE TO PNDO-EFF-DATE
              MOVE PNDI-DATA     TO PNDO-DATA
              MOVE PNDI-SUBMITTER TO PNDO-SUBMITTER
              MOVE PNDI-CLERK    TO PNDO-CLERK
      * a moved M record also carries the new date inside its own
      *    payload - the release pass diverts on MTRAN-EFF-DATE,
      *    so the payload copy must agree with the queue field.
