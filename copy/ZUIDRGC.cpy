      *----------------------------------------------------------------
      * ZUIDRGC - COMMAREA layout for EXEC CICS LINK PROGRAM('UIDREG'),
      * the consumer-registry check every issuing path makes before it
      * hands out an id (see copy/ZUIDREG.cpy).  The caller names the
      * requesting application, the channel it came in on and - for
      * a single-id call - the CA-FORMAT asked for:
      *
      *   RGC-CHANNEL  LINK / WEB / MQ / BULK, or blank to test only
      *                that the application is registered and not
      *                suspended (UIDRTV collection)
      *   RGC-FORMAT   PLAIN / ESS / GUID / SEQ / CHK, or blank for
      *                no format test
      *   RGC-CALLER   program name the rejection is logged under -
      *                blank means the LINKing program
      *
      * RGC-STATUS-CODE:
      *   200 allowed
      *   403 registered, but not entitled to that channel or format
      *   404 application not registered
      *   423 application suspended
      *   500 registry could not be read - UIDREG has logged the RESP
      *       codes and the caller lets the request through, the same
      *       fail-open stance the ZUIDQTA quota check takes: a
      *       registry-file problem must not stop every consumer in
      *       the region at once
      * 403/404/423 are logged through UIDLOG by UIDREG itself, so
      * callers only refuse the request; RGC-REASON carries a short
      * text for the caller's own reply, and on a 200 RGC-COST-CENTER
      * and RGC-OWNER come back from the registry record.
      *----------------------------------------------------------------
       01  ZUIDRGC-COMM-AREA.
           05  RGC-APPL-ID         PIC X(08).
           05  RGC-CHANNEL         PIC X(04).
               88  RGC-CHAN-LINK        VALUE 'LINK'.
               88  RGC-CHAN-WEB         VALUE 'WEB '.
               88  RGC-CHAN-MQ          VALUE 'MQ  '.
               88  RGC-CHAN-BULK        VALUE 'BULK'.
           05  RGC-FORMAT          PIC X(05).
           05  RGC-CALLER          PIC X(08).
           05  RGC-STATUS-CODE     PIC X(03).
               88  RGC-ALLOWED          VALUE '200' '500'.
           05  RGC-REASON          PIC X(24).
           05  RGC-COST-CENTER     PIC X(10).
           05  RGC-OWNER           PIC X(30).
           05  FILLER              PIC X(20).
