      * caller can tell a fresh fetch from a re-fetch.
      *
      * RTV-STATUS-CODE: 200 found, 404 no such reservation,
      * 403 application not registered or suspended on the ZUIDREG
      * consumer registry (UIDLOG has the refusal), 500 file error
      * (UIDLOG has the RESP codes).
      *
      * RTV-BUSINESS-REF is optional: a GET that finds its
      * reservation and names the order, claim or shipment number
      * the id is being collected for has it recorded on the ZUIDXRF
      * cross-reference (see copy/ZUIDXRC.cpy) under this region's
      * site id, and RTV-REF-STATUS comes back with UIDXRF's status -
      * 200 recorded, 409 the id already carries another reference,
      * and so on - or spaces when none was recorded.  The id is
      * returned whatever that status says.  Callers still passing
      * the original 80-byte COMMAREA are untouched: UIDRTV only
      * looks at these two fields when EIBCALEN covers them.
      *----------------------------------------------------------------
       01  ZUIDRTV-COMM-AREA.
           05  RTV-FUNCTION        PIC X(01) VALUE 'G'.
           05  RTV-UID             PIC X(36).
           05  RTV-COLLECTED       PIC X(01).
           05  FILLER              PIC X(22).
           05  RTV-BUSINESS-REF    PIC X(32).
           05  RTV-REF-STATUS      PIC X(03).
           05  FILLER              PIC X(15).
