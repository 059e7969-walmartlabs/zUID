      *----------------------------------------------------------------
      * ZUIDCYH - counter-cycle closing record, one per retired
      * cycle-qualified counter (ESSUID2026 once ESSUID2027 is live),
      * written once by the UIDCYC close-out and never rewritten: the
      * frozen year-end certification of what that cycle did.  Kept
      * on the ZUIDCYH VSAM KSDS, keyed by CYH-CNAME, which is the
      * permanent cycle history; UIDCYC copies the whole file to the
      * CYHX extrapartition queue at the end of every run, and that
      * dataset is the batch copy UID036R reads on CYHIN.
      *
      * CYH-ISSUED-COUNT is what the counter says it issued (final
      * QUERY value less the minimum, plus one - UID011R's sum; for a
      * counter a site migrated onto that year, less the VALUE UIDMIG
      * started it at instead, and for one a site migrated away from,
      * the final value is the high water UIDMIG froze it at),
      * CYH-USAGE-COUNT what ZUIDUSG holds for the cycle's year from
      * the sites on the counter ('BLOCK' records counted as their
      * span), and CYH-GAP the first less the second - the UID011R
      * gap left unresolved when the cycle closed.  The ZUIDRSV
      * counts are the cycle year's reservations still uncollected
      * and those expired uncollected.
      *
      * CYH-SITE-ID lists the sites (ZUIDCTL appids) on the counter
      * when it closed, and any that migrated away from it during the
      * year; CYH-SITE-COUNT is the full count, so a count
      * above 20 means only the first 20 are listed.
      *----------------------------------------------------------------
       01  ZUIDCYH-RECORD.
           05  CYH-CNAME          PIC X(16).
           05  CYH-BASE           PIC X(16).
           05  CYH-YEAR           PIC 9(04).
           05  CYH-MIN            PIC 9(10).
           05  CYH-MAX            PIC 9(10).
           05  CYH-FINAL-VALUE    PIC 9(10).
           05  CYH-ISSUED-COUNT   PIC 9(10).
           05  CYH-USAGE-COUNT    PIC 9(10).
           05  CYH-GAP            PIC S9(10).
           05  CYH-RSV-UNCOLLECTED PIC 9(09).
           05  CYH-RSV-EXPIRED    PIC 9(09).
           05  CYH-FIRST-ISSUED.
               10  CYH-FIRST-DATE PIC X(10).
               10  CYH-FIRST-TIME PIC X(08).
           05  CYH-LAST-ISSUED.
               10  CYH-LAST-DATE  PIC X(10).
               10  CYH-LAST-TIME  PIC X(08).
           05  CYH-VERDICT        PIC X(01).
               88  CYH-CERTIFIED      VALUE 'C'.
               88  CYH-EXCEPTION      VALUE 'X'.
           05  CYH-CLOSED-DATE    PIC X(10).
           05  CYH-CLOSED-TIME    PIC X(08).
           05  CYH-CLOSED-BY      PIC X(08).
           05  CYH-SITE-COUNT     PIC 9(02).
           05  CYH-SITE-ID OCCURS 20 TIMES PIC X(08).
           05  FILLER             PIC X(11).
