      * produce), the raw UID by itself is not guaranteed unique
      * across sites.  Qualifying by site id keeps the KSDS key
      * unique per requestor without colliding on a shared raw value.
      *
      * ZU-FORMAT is the CA-FORMAT the id was issued in (PLAIN, ESS,
      * GUID, SEQ or CHK - the SEQ value plus its check digit, see
      * copy/ZUIDCA.cpy), or 'BLOCK' for a bulk range.
      *
      * ZU-APPL-KEY is the alternate key of a NONUNIQUEKEY, UPGRADE
      * alternate index over ZUIDUSG, defined to CICS as the path
      * file ZUIDUSA - requesting application, format, then the issue
      * date and time, so one application's ids read out in time
      * order within each format (UID046M's online browse).  Writers
      * keep writing ZUIDUSG; the index follows.
      *----------------------------------------------------------------
       01  ZUIDUSE-RECORD.
           05  ZU-KEY.
               10  ZU-SITE-ID     PIC X(08).
               10  ZU-UID         PIC X(36).
           05  ZU-APPL-KEY.
               10  ZU-REQUESTOR-APPL PIC X(08).
               10  ZU-FORMAT      PIC X(05).
               10  ZU-DATE        PIC X(10).
               10  ZU-TIME        PIC X(08).
