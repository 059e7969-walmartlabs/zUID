      *----------------------------------------------------------------
      * ZUIDRNG - enterprise range-registry record for the ZUIDRNG
      * VSAM KSDS: which numeric MIN-MAX range is owned by which
      * region and counter.  One file for the whole estate, shared by
      * every region (function-shipped to the file-owning region, or
      * RLS) - unlike ZUIDCTL, which each region keeps for itself -
      * so a bounds change in one region can be tested against what
      * every other region has already claimed.
      *
      * Key is the owning region's SYSID + the appid, one record per
      * ZUIDCTL definition per region.  RNG-CNAME is the counter the
      * range is issued from: two records naming the same counter
      * are one counter (the named-counter pool is shared), never a
      * conflict with each other.
      *
      * RNG-KIND:
      *   O  owned - the region's own ZUIDCTL definition, MIN-MAX as
      *      defined.  Recorded by UIDPND when a UID020M/UID030M ADD
      *      or CHG is applied, by UIDRBL after a rebaseline, and kept
      *      in step each night by UID022X's sync.
      *   L  lent to DR - the range a DR region was seeded into by
      *      UIDDRS, from the seed VALUE up to MAX, drawn from the
      *      same counter as the primary's owned range.  RNG-LENDER
      *      is the region holding the owned record for the appid.
      *
      * Maintained through the UIDRNG routine (see copy/ZUIDRNC.cpy),
      * never written directly.  UID022X snapshots the whole file to
      * the RNGX extract each night for the UID045R overlap report.
      *----------------------------------------------------------------
       01  ZUIDRNG-RECORD.
           05  RNG-KEY.
               10  RNG-REGION     PIC X(08).
               10  RNG-APPID      PIC X(08).
           05  RNG-CNAME          PIC X(16).
           05  RNG-MIN            PIC 9(18).
           05  RNG-MAX            PIC 9(18).
           05  RNG-KIND           PIC X(01).
               88  RNG-OWNED          VALUE 'O'.
               88  RNG-LENT           VALUE 'L'.
           05  RNG-LENDER         PIC X(08).
           05  RNG-DATE           PIC X(10).
           05  RNG-TIME           PIC X(08).
           05  RNG-USERID         PIC X(08).
           05  RNG-PROGRAM        PIC X(08).
           05  FILLER             PIC X(20).
