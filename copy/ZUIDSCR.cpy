      *----------------------------------------------------------------
      * ZUIDSCR - morning scorecard record, the fixed-layout file
      * UID047R writes on SCOUT for the service-management mailbox:
      * one record per check in a fixed order (GAPS, DUPS, EXHAUST,
      * UNCOLL, ANOMALY, DRIFT, HEALTH, RTRYQ - see copy/ZUIDSCS.cpy
      * for what each one watches) and a last '*OVERALL' record
      * carrying the worst color of the eight.  The same file is
      * read back on PRVIN by the next morning's run for its
      * yesterday comparison.
      *
      * SCR-COLOR is GREEN, AMBER or RED.  SCR-SOURCE is the report
      * to open and SCR-SUBJECT the counter, site, application or
      * component in it to look at; on '*OVERALL' they point at the
      * first check of the worst color.  SCR-RUN-STATE says whether
      * the check's summary was current, stale (the job has not run
      * since SCR-LAST-RUN) or missing altogether - either of the
      * last two is at least AMBER.  SCR-PREV-COLOR/-MEASURE are
      * the previous scorecard's for the same check (spaces/zero
      * when it had none) and SCR-TREND the comparison: WORSE or
      * BETTER by color first and measure second, SAME, or NEW.
      *----------------------------------------------------------------
       01  ZUIDSCR-RECORD.
           05  SCR-CARD-DATE      PIC X(10).
           05  SCR-CARD-TIME      PIC X(08).
           05  SCR-CHECK          PIC X(08).
               88  SCR-OVERALL        VALUE '*OVERALL'.
           05  SCR-COLOR          PIC X(05).
               88  SCR-GREEN          VALUE 'GREEN'.
               88  SCR-AMBER          VALUE 'AMBER'.
               88  SCR-RED            VALUE 'RED'.
           05  SCR-MEASURE        PIC 9(09).
           05  SCR-RED-COUNT      PIC 9(05).
           05  SCR-AMBER-COUNT    PIC 9(05).
           05  SCR-SOURCE         PIC X(08).
           05  SCR-SUBJECT        PIC X(16).
           05  SCR-LAST-RUN.
               10  SCR-LAST-DATE  PIC X(10).
               10  SCR-LAST-TIME  PIC X(08).
           05  SCR-RUN-STATE      PIC X(01).
               88  SCR-RUN-CURRENT    VALUE 'C'.
               88  SCR-RUN-STALE      VALUE 'S'.
               88  SCR-RUN-MISSING    VALUE 'N'.
           05  SCR-PREV-COLOR     PIC X(05).
           05  SCR-PREV-MEASURE   PIC 9(09).
           05  SCR-TREND          PIC X(06).
           05  SCR-DETAIL         PIC X(40).
           05  FILLER             PIC X(07).
