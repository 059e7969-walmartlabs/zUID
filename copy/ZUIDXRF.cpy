      *----------------------------------------------------------------
      * ZUIDXRF - business-reference cross-reference record for the
      * ZUIDXRF VSAM KSDS: one record per issued id (or bulk range)
      * whose consuming application named the business record it
      * was obtained for - an order, claim or shipment number - so
      * the reverse question ("which id did you give order 12345?")
      * can be answered from zUID's side.
      *
      * Written only by the UIDXRF LINK routine (see copy/ZUIDXRC.cpy
      * for the contract), which UID002, UIDRTV and UIDMQL call after
      * a successful issuance when their caller passed a reference.
      *
      * Keyed both ways:
      *   - XRF-KEY, the base key, is application + reference first,
      *     so a generic browse on XRF-APPL-ID/XRF-REFERENCE returns
      *     every id one business record was given, in id order;
      *   - XRF-UID-KEY (UID + site id, the ZU-KEY fields in the
      *     other order) is the alternate key of a NONUNIQUEKEY,
      *     UPGRADE alternate index over ZUIDXRF, defined to CICS as
      *     the path file ZUIDXRU, so a generic browse on XRF-UID
      *     returns the reference(s) an id carries.  Writers keep
      *     writing ZUIDXRF; the index follows.
      *
      * XRF-FORMAT is the format the id was issued in, or 'BLOCK'
      * for an MQ range, whose XRF-UID is 'start-end' exactly as
      * ZU-UID carries it (a raw id inside the range is found by
      * reading the path backwards, as UIDVOD does on ZUIDUSG).
      * XRF-CHANNEL says which door the id came through - LINK
      * (UID002 and ZUID001 callers like it), RTV (a reservation
      * collected through UIDRTV, with its ledger sequence number in
      * XRF-RSV-SEQ-NBR) or MQ (a UIDMQL block).  For RTV the site
      * is the region that collected the reservation.
      *
      * UID022X snapshots the whole file to the XRFX extract each
      * night for the batch side (UID049R, UID036R).
      *----------------------------------------------------------------
       01  ZUIDXRF-RECORD.
           05  XRF-KEY.
               10  XRF-APPL-ID    PIC X(08).
               10  XRF-REFERENCE  PIC X(32).
               10  XRF-UID-KEY.
                   15  XRF-UID        PIC X(36).
                   15  XRF-SITE-ID    PIC X(08).
           05  XRF-FORMAT         PIC X(05).
           05  XRF-CHANNEL        PIC X(04).
               88  XRF-VIA-LINK       VALUE 'LINK'.
               88  XRF-VIA-RTV        VALUE 'RTV '.
               88  XRF-VIA-MQ         VALUE 'MQ  '.
           05  XRF-RSV-SEQ-NBR    PIC 9(09).
           05  XRF-DATE           PIC X(10).
           05  XRF-TIME           PIC X(08).
           05  XRF-PROGRAM        PIC X(08).
           05  FILLER             PIC X(22).
