      *----------------------------------------------------------------
      * ZUIDRUN - nightly run-control record: one per step per run
      * date, saying when the step ran, how it ended and what it
      * counted, so operations can see the whole night on one file
      * and each step can refuse work the night has not finished (or
      * has already done).
      *
      * The CICS steps keep theirs on the ZUIDRUN VSAM KSDS, keyed
      * by RUN-KEY (a rerun on the same day rewrites the record):
      *   UID022X  the extract - 'S' when it starts, 'C' or 'F' at
      *            the end.  RUN-EXTRACT-ID is the extract's own
      *            stamp, the one its ZUSX/AUDX/CTLX trailers carry
      *            (see copy/ZUIDTRL.cpy), and RUN-PREV-EXTRACT-ID the
      *            previous completed extract's - together they bound
      *            the issue times this extract's ZUSX covers.
      *   UID011R  reconciliation against that extract.
      *   UID023P  archival - which will not run until the day's
      *            extract is 'C'.
      * The batch reports cannot reach a CICS-owned file, so theirs
      * go on the sequential run-control master (RUNIN to RUNOUT,
      * old master to new master) kept by the UIDRCT routine - same
      * record, same meaning, RUN-EXTRACT-ID being the extract the
      * report read.
      *
      * RUN-COUNTS by step:
      *   UID022X      ZUSX, AUDX and CTLX records written
      *   UID011R      ZUIDUSG records issued inside the extract's
      *                window / the ZUSX count they should match
      *   UID023P      ZUIDUSG and ZUIDAUD records archived (first
      *                and third)
      *   batch report records read / trailer count, for its first
      *                extract and (UID025R) its second
      *----------------------------------------------------------------
       01  ZUIDRUN-RECORD.
           05  RUN-KEY.
               10  RUN-STEP       PIC X(08).
               10  RUN-DATE       PIC X(10).
           05  RUN-TIME           PIC X(08).
           05  RUN-STATUS         PIC X(01).
               88  RUN-STARTED        VALUE 'S'.
               88  RUN-COMPLETE       VALUE 'C'.
               88  RUN-FAILED         VALUE 'F'.
               88  RUN-OUT-OF-BALANCE VALUE 'U'.
               88  RUN-REFUSED        VALUE 'R'.
           05  RUN-EXTRACT-ID.
               10  RUN-EXTRACT-DATE PIC X(10).
               10  RUN-EXTRACT-TIME PIC X(08).
           05  RUN-COUNTS.
               10  RUN-READ-COUNT      PIC 9(09).
               10  RUN-EXPECTED-COUNT  PIC 9(09).
               10  RUN-READ-COUNT-2    PIC 9(09).
               10  RUN-EXPECTED-COUNT-2 PIC 9(09).
           05  RUN-EXTRACT-COUNTS REDEFINES RUN-COUNTS.
               10  RUN-ZUSX-COUNT      PIC 9(09).
               10  RUN-AUDX-COUNT      PIC 9(09).
               10  RUN-CTLX-COUNT      PIC 9(09).
               10  FILLER              PIC 9(09).
           05  RUN-PREV-EXTRACT-ID.
               10  RUN-PREV-DATE  PIC X(10).
               10  RUN-PREV-TIME  PIC X(08).
           05  FILLER             PIC X(01).
