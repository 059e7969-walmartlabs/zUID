      *----------------------------------------------------------------
      * ZUIDSCS - check summary record: one per run of each job the
      * morning scorecard (UID047R) watches, saying what the run
      * found in two tiers so the scorecard can color it without
      * knowing each report's internals.
      *
      * The batch reports write theirs to the optional SUMOUT DD (a
      * step without the DD writes nothing and runs as before); the
      * CICS steps write theirs to the SUMX extrapartition queue.
      * UID047R reads all of them concatenated on SUMIN and keeps the
      * latest record per check.  A run refused by run control writes
      * none - the run it refused to repeat already wrote one.  An
      * extract out of balance to its UID022X trailer is one more
      * amber item on the reports that balance one (UID011R's is its
      * whole amber tier).  UIDHLT writes its two records only when
      * started by the scheduler, not when polled or typed.
      *
      *   SCS-CHECK     SCS-SOURCE  red tier / amber tier
      *   GAPS          UID011R     unexplained gap / out of balance
      *   DUPS          UID024R     open collisions / collisions
      *                             resolved by void
      *   EXHAUST       UID025R     counters inside the red horizon /
      *                             inside the warning horizon
      *   UNCOLL        UID027R     ledger unreadable / expired
      *                             uncollected reservations
      *   ANOMALY       UID038R     spikes / silences
      *   DRIFT         UID039R     bounds drift / missing definitions
      *   HEALTH        UIDHLT      RED components / AMBER components
      *   RTRYQ         UIDHLT      depth at the red mark / at the
      *                             amber mark
      *
      * SCS-MEASURE is the check's headline figure, the one the
      * scorecard compares with yesterday's (gap size, open
      * collisions, counters flagged, uncollected reservations,
      * anomalies, drifted counters, components not GREEN, ZUSGRTRY
      * depth) - for every check a higher figure is worse.
      * SCS-SUBJECT names the counter, site, application or
      * component to look at first - the worst red-tier item, else the
      * worst amber-tier one - and SCS-DETAIL says why in words.
      *----------------------------------------------------------------
       01  ZUIDSCS-RECORD.
           05  SCS-CHECK          PIC X(08).
               88  SCS-CHECK-GAPS     VALUE 'GAPS'.
               88  SCS-CHECK-DUPS     VALUE 'DUPS'.
               88  SCS-CHECK-EXHAUST  VALUE 'EXHAUST'.
               88  SCS-CHECK-UNCOLL   VALUE 'UNCOLL'.
               88  SCS-CHECK-ANOMALY  VALUE 'ANOMALY'.
               88  SCS-CHECK-DRIFT    VALUE 'DRIFT'.
               88  SCS-CHECK-HEALTH   VALUE 'HEALTH'.
               88  SCS-CHECK-RTRYQ    VALUE 'RTRYQ'.
           05  SCS-SOURCE         PIC X(08).
           05  SCS-RUN-DATE       PIC X(10).
           05  SCS-RUN-TIME       PIC X(08).
           05  SCS-MEASURE        PIC 9(09).
           05  SCS-RED-COUNT      PIC 9(05).
           05  SCS-AMBER-COUNT    PIC 9(05).
           05  SCS-SUBJECT        PIC X(16).
           05  SCS-DETAIL         PIC X(40).
           05  FILLER             PIC X(11).
