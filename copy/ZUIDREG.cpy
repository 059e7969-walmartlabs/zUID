      *----------------------------------------------------------------
      * ZUIDREG - consumer-application registry record for the ZUIDREG
      * VSAM KSDS, keyed by the requesting application id - the value
      * consumers stamp into CA-REQUESTOR-APPL (ZUIDCA), the RQM-APPL
      * field of an MQ request, the appid on a UID033B bulk card and
      * the RTV-APPL-ID of a UIDRTV fetch.  Until an application is
      * onboarded here it gets no ids on any channel.
      *
      * Who owns it: owner name, finance cost center (the chargeback
      * key) and a contact to call when it misbehaves.
      *
      * What it may do: one Y/N entitlement byte per channel -
      *   LINK  UID002-style EXEC CICS LINK to ZUID001
      *   WEB   UID001-style HTTP call to the zUID service
      *   MQ    UIDMQL block request on ZUID.UID.REQUESTS
      *   BULK  UID033B card / UID005B bulk pre-reservation
      * - and one per CA-FORMAT (block requests on MQ and BULK are
      * SEQ-format by contract, so they need REG-FMT-SEQ).
      *
      * REG-STATUS 'S' suspends the application on every channel at
      * once, including UIDRTV collection of ids already reserved,
      * without touching its ZUIDCTL counter - other applications
      * sharing that counter are unaffected.  REG-SUSP-* keep the
      * last suspension's who/when/why, and REG-UPD-* the last
      * change of any kind.
      *
      * Pool policy: an application that lives off UIDRTV GETs can
      * have its ZUIDRSV reservation pool kept topped up by the UIDRPL
      * replenisher - when its uncollected reservations drop below
      * REG-POOL-LOW-WATER, UIDRPL allocates REG-POOL-REPLENISH more.
      * Zero (or spaces, on a record written before the policy
      * existed) in either field means no policy.  Set with UID042M
      * POL.
      *
      * Consumers do not read this file themselves: they LINK the
      * UIDREG check routine (see copy/ZUIDRGC.cpy).  Maintained by
      * UID042M, gated by ZUIDOPR like all other maintenance.
      *----------------------------------------------------------------
       01  ZUIDREG-RECORD.
           05  REG-APPL-ID        PIC X(08).
           05  REG-STATUS         PIC X(01).
               88  REG-ACTIVE         VALUE 'A'.
               88  REG-SUSPENDED      VALUE 'S'.
           05  REG-OWNER          PIC X(30).
           05  REG-COST-CENTER    PIC X(10).
           05  REG-CONTACT        PIC X(30).
           05  REG-CHANNELS.
               10  REG-CHAN-LINK  PIC X(01).
               10  REG-CHAN-WEB   PIC X(01).
               10  REG-CHAN-MQ    PIC X(01).
               10  REG-CHAN-BULK  PIC X(01).
           05  REG-FORMATS.
               10  REG-FMT-PLAIN  PIC X(01).
               10  REG-FMT-ESS    PIC X(01).
               10  REG-FMT-GUID   PIC X(01).
               10  REG-FMT-SEQ    PIC X(01).
               10  REG-FMT-CHK    PIC X(01).
           05  REG-ADD-DATE       PIC X(10).
           05  REG-ADD-USER       PIC X(08).
           05  REG-UPD-DATE       PIC X(10).
           05  REG-UPD-TIME       PIC X(08).
           05  REG-UPD-USER       PIC X(08).
           05  REG-SUSP-DATE      PIC X(10).
           05  REG-SUSP-TIME      PIC X(08).
           05  REG-SUSP-USER      PIC X(08).
           05  REG-SUSP-REASON    PIC X(30).
           05  REG-POOL-LOW-WATER PIC 9(09).
           05  REG-POOL-REPLENISH PIC 9(09).
           05  FILLER             PIC X(02).
