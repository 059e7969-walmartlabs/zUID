      *----------------------------------------------------------------
      * ZUIDTRL - control-total trailer UID022X writes as the last
      * record of each run's ZUSX, AUDX and CTLX extracts, the way
      * UID034B closes UIDX and UID022X already closes LATX: the
      * '*TRAILER' literal where the record's first key field sits
      * (site id, counter name - neither can begin with '*'), the
      * extract queue, the count of records written ahead of it, and
      * the extract's stamp, which is also RUN-EXTRACT-ID on the
      * extract's ZUIDRUN run-control record.
      *
      * Readers test the first eight bytes and lay this over the
      * record (it is shorter than all three shapes, the rest is
      * spaces).  A trailer is written only when that extract's part
      * of the run completed; an extract with no trailer was cut
      * short, or did not come from UID022X (the USGA archive, say).
      *----------------------------------------------------------------
       01  ZUIDTRL-RECORD.
           05  TRL-ID             PIC X(08).
               88  TRL-IS-TRAILER     VALUE '*TRAILER'.
           05  TRL-QUEUE          PIC X(04).
           05  TRL-RECORD-COUNT   PIC 9(09).
           05  TRL-EXTRACT-ID.
               10  TRL-EXTRACT-DATE PIC X(10).
               10  TRL-EXTRACT-TIME PIC X(08).
