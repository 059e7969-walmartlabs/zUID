      *----------------------------------------------------------------
      * ZUIDVDC - COMMAREA layout for EXEC CICS LINK PROGRAM('UIDVOD'),
      * the void routine for the ZUIDVOD cancellation register (see
      * copy/ZUIDVOD.cpy).  The caller names the site id and UID
      * exactly as they key the ZUIDUSG usage record (ZU-KEY) and a
      * reason code; VDC-REQUESTOR-APPL is optional - when filled in,
      * the id must also have been issued to that application.
      *
      * VDC-REASON is a site-defined four-character code (the
      * register only stores it - DUPL, TEST, CANC and the like);
      * blank is refused.
      *
      * VDC-STATUS-CODE:
      *   200 voided - the register record is written
      *   400 site id, UID or reason missing
      *   403 issued, but to a different application than named
      *   404 ZUIDUSG shows no such id issued to that site
      *   409 already voided (the first void stands)
      *   500 file error (UIDLOG has the RESP codes)
      * On a 200, VDC-REQUESTOR-APPL comes back with the application
      * the id was actually issued to.
      *----------------------------------------------------------------
       01  ZUIDVDC-COMM-AREA.
           05  VDC-SITE-ID         PIC X(08).
           05  VDC-UID             PIC X(36).
           05  VDC-REASON          PIC X(04).
           05  VDC-REQUESTOR-APPL  PIC X(08).
           05  VDC-STATUS-CODE     PIC X(03).
           05  FILLER              PIC X(21).
