      *----------------------------------------------------------------
      * ZUIDRCC - parameter area for CALL 'UIDRCT', the batch
      * run-control routine every nightly report calls around its
      * run (see cbl/UIDRCT.cbl).  UIDRCT owns the sequential
      * run-control master (RUNIN old, RUNOUT new - ZUIDRUN records)
      * so no report has to.
      *
      * RCC-FUNCTION:
      *   C  check - before the report does any work.  The caller
      *      fills RCC-STEP and, per extract it reads, the queue name,
      *      whether a ZUIDTRL trailer was found, how many trailers
      *      there were, the extract id off the last one, the
      *      trailers' counts summed and the records actually read
      *      (the second set only when there is a second extract).
      *      UIDRCT copies the old master forward and returns:
      *        RCC-VERDICT  B balanced, U out of balance (a count that
      *                     disagrees, no trailer, or more than one -
      *                     two drains in one extract, only the last
      *                     of which is checked for a rerun), R refused -
      *                     this step has already processed this
      *                     extract (RCC-PRIOR-DATE/TIME say when)
      *        RCC-BANNER-LINE(1..RCC-BANNER-COUNT) - the banner the
      *                     report prints at the top of its output;
      *                     none when balanced
      *        RCC-RETURN-CODE 0, 4 (U) or 8 (R) - the caller's
      *                     step return code
      *      A refused report prints the banner and does nothing else.
      *   R  record - at the end of the run: writes the step's own
      *      run-control record (status C, U or R from the verdict)
      *      and closes the new master.
      *----------------------------------------------------------------
       01  ZUIDRCC-PARMS.
           05  RCC-FUNCTION        PIC X(01).
               88  RCC-FUNC-CHECK      VALUE 'C'.
               88  RCC-FUNC-RECORD     VALUE 'R'.
           05  RCC-STEP            PIC X(08).
           05  RCC-EXTRACT-1.
               10  RCC-QUEUE       PIC X(04).
               10  RCC-TRAILER-SW  PIC X(01).
                   88  RCC-TRAILER-FOUND   VALUE 'Y'.
               10  RCC-EXTRACT-ID  PIC X(18).
               10  RCC-EXPECTED-COUNT PIC 9(09).
               10  RCC-READ-COUNT  PIC 9(09).
               10  RCC-TRAILER-COUNT PIC 9(04).
           05  RCC-EXTRACT-2.
               10  RCC-QUEUE-2     PIC X(04).
               10  RCC-TRAILER-SW-2 PIC X(01).
                   88  RCC-TRAILER-FOUND-2 VALUE 'Y'.
               10  RCC-EXTRACT-ID-2 PIC X(18).
               10  RCC-EXPECTED-COUNT-2 PIC 9(09).
               10  RCC-READ-COUNT-2 PIC 9(09).
               10  RCC-TRAILER-COUNT-2 PIC 9(04).
           05  RCC-VERDICT         PIC X(01).
               88  RCC-BALANCED        VALUE 'B'.
               88  RCC-UNBALANCED      VALUE 'U'.
               88  RCC-REFUSED         VALUE 'R'.
           05  RCC-PRIOR-DATE      PIC X(10).
           05  RCC-PRIOR-TIME      PIC X(08).
           05  RCC-RETURN-CODE     PIC 9(04).
           05  RCC-BANNER-COUNT    PIC 9(02).
           05  RCC-BANNER-LINE OCCURS 8 TIMES PIC X(80).
