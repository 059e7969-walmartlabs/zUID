      *----------------------------------------------------------------
      * ZUIDRNC - COMMAREA layout for EXEC CICS LINK PROGRAM('UIDRNG'),
      * the enterprise range-registry routine (see copy/ZUIDRNG.cpy).
      *
      * RNC-FUNCTION:
      *   C  check RNC-MIN..RNC-MAX for RNC-APPID against every other
      *      owner on the registry.  When the counter already has a
      *      range, pass it in RNC-OLD-MIN/RNC-OLD-MAX: only the part
      *      of the new range outside the old one is tested, so a
      *      change that narrows a range, or leaves it alone, is never
      *      refused for an overlap that was already on file.  Zero
      *      RNC-OLD-MAX means no range yet (an ADD).
      *   R  record RNC-MIN..RNC-MAX for RNC-APPID/RNC-CNAME as kind
      *      RNC-KIND (blank = O), no check - called once a change has
      *      been applied.  A kind L record finds its lender itself.
      *   S  sync - record every ZUIDCTL definition in this region
      *      (UID022X, nightly); RNC-COUNT returns the records written
      *      or changed.
      * RNC-REGION is the owning region's SYSID - blank means this
      * region.  RNC-PROGRAM names the caller for the registry record.
      *
      * RNC-STATUS-CODE:
      *   200 clear (C) or recorded (R/S)
      *   400 bad request (function, appid missing, MIN above MAX)
      *   409 overlap - RNC-CONFLICT-* names the owner intruded on and
      *       RNC-MESSAGE says so in a line fit for the terminal
      *   500 registry could not be read or written - UIDRNG has
      *       logged the RESP codes.  Maintenance callers refuse the
      *       change on a 500 (fail closed): an unchecked bounds change
      *       is the collision this guard exists to stop.
      *----------------------------------------------------------------
       01  ZUIDRNC-COMM-AREA.
           05  RNC-FUNCTION        PIC X(01).
               88  RNC-FUNC-CHECK      VALUE 'C'.
               88  RNC-FUNC-RECORD     VALUE 'R'.
               88  RNC-FUNC-SYNC       VALUE 'S'.
           05  RNC-REGION          PIC X(08).
           05  RNC-APPID           PIC X(08).
           05  RNC-CNAME           PIC X(16).
           05  RNC-MIN             PIC 9(18).
           05  RNC-MAX             PIC 9(18).
           05  RNC-OLD-MIN         PIC 9(18).
           05  RNC-OLD-MAX         PIC 9(18).
           05  RNC-KIND            PIC X(01).
           05  RNC-PROGRAM         PIC X(08).
           05  RNC-STATUS-CODE     PIC X(03).
           05  RNC-MESSAGE         PIC X(60).
           05  RNC-CONFLICT-REGION PIC X(08).
           05  RNC-CONFLICT-APPID  PIC X(08).
           05  RNC-CONFLICT-CNAME  PIC X(16).
           05  RNC-CONFLICT-MIN    PIC 9(18).
           05  RNC-CONFLICT-MAX    PIC 9(18).
           05  RNC-COUNT           PIC 9(05).
           05  FILLER              PIC X(20).
