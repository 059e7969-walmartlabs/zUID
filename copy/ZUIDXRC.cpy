      *----------------------------------------------------------------
      * ZUIDXRC - COMMAREA layout for EXEC CICS LINK PROGRAM('UIDXRF'),
      * the routine that records a business reference against an id
      * just issued (see copy/ZUIDXRF.cpy).  The issuing program
      * names the application, the reference, the UID and site id as
      * they key the usage record, the format and its own channel;
      * XRC-RSV-SEQ-NBR is the ZUIDRSV sequence number for a
      * reservation collected through UIDRTV, zero otherwise.
      *
      * Callers LINK only after the id was issued successfully, and
      * a failed cross-reference never fails the issuance - the id
      * is the consumer's either way.
      *
      * XRC-STATUS-CODE:
      *   200 recorded (or this id already carries this reference -
      *       a retried request records nothing twice)
      *   400 application, reference, UID or site id missing
      *   409 the id already carries a different reference for this
      *       application; the first reference stands and comes back
      *       in XRC-HELD-REFERENCE
      *   500 file error (UIDLOG has the RESP codes)
      *----------------------------------------------------------------
       01  ZUIDXRC-COMM-AREA.
           05  XRC-APPL-ID         PIC X(08).
           05  XRC-REFERENCE       PIC X(32).
           05  XRC-UID             PIC X(36).
           05  XRC-SITE-ID         PIC X(08).
           05  XRC-FORMAT          PIC X(05).
           05  XRC-CHANNEL         PIC X(04).
           05  XRC-RSV-SEQ-NBR     PIC 9(09).
           05  XRC-STATUS-CODE     PIC X(03).
           05  XRC-HELD-REFERENCE  PIC X(32).
           05  FILLER              PIC X(13).
