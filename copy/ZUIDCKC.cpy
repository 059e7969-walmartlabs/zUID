      *----------------------------------------------------------------
      * ZUIDCKC - COMMAREA layout for EXEC CICS LINK PROGRAM('UIDCHK'),
      * the validation routine for CHK-format ids (the SEQ counter
      * value plus a mod-10 check digit - see copy/ZUIDCA.cpy).  The
      * caller fills in CKC-UID exactly as it was keyed or received
      * and, optionally, CKC-SITE-ID - the site id the id's ZUIDUSG
      * usage record is keyed under (ZU-KEY).  A blank site id means
      * the site is not known: the id is looked for under this
      * region's own SYSID (the value UID002's A0800 stamps into
      * CA-SITE-ID) and then under every site on ZUIDCTL, and the
      * first site holding it is returned in CKC-ISSUED-SITE.
      *
      * The three answers are independent of one another:
      *   CKC-WELL-FORMED  Y  11 digits, nothing else in the field
      *                    N  anything else
      *   CKC-CHECK-DIGIT  G  digit 11 is right for digits 1-10
      *                    B  digit 11 is wrong (a mistyped id)
      *                    space - not tested, id not well formed
      *   CKC-ISSUED       Y  ZUIDUSG holds the id under a site
      *                       searched - either its own usage record
      *                       or, for a raw 10-digit id, a bulk
      *                       BLOCK range that contains it (format
      *                       BLOCK comes back); CKC-ISSUED-SITE
      *                       is that site, CKC-ISSUED-APPL/-FORMAT/
      *                       -DATE/-TIME come back from the usage
      *                       record and CKC-VOIDED says whether the
      *                       ZUIDVOD cancellation register has
      *                       since voided it (Y/N)
      *                    N  not found under any site searched
      * CKC-SITE-ID comes back as the caller passed it.
      *
      * CKC-STATUS-CODE:
      *   200 validated - read the three answers above
      *   400 no UID supplied
      *   500 file error (UIDLOG has the RESP codes)
      *----------------------------------------------------------------
       01  ZUIDCKC-COMM-AREA.
           05  CKC-UID             PIC X(36).
           05  CKC-SITE-ID         PIC X(08).
           05  CKC-WELL-FORMED     PIC X(01).
               88  CKC-FORM-OK          VALUE 'Y'.
               88  CKC-FORM-BAD         VALUE 'N'.
           05  CKC-CHECK-DIGIT     PIC X(01).
               88  CKC-DIGIT-GOOD       VALUE 'G'.
               88  CKC-DIGIT-BAD        VALUE 'B'.
           05  CKC-ISSUED          PIC X(01).
               88  CKC-IS-ISSUED        VALUE 'Y'.
               88  CKC-NOT-ISSUED       VALUE 'N'.
           05  CKC-ISSUED-APPL     PIC X(08).
           05  CKC-ISSUED-FORMAT   PIC X(05).
           05  CKC-ISSUED-DATE     PIC X(10).
           05  CKC-ISSUED-TIME     PIC X(08).
           05  CKC-VOIDED          PIC X(01).
               88  CKC-IS-VOIDED        VALUE 'Y'.
           05  CKC-STATUS-CODE     PIC X(03).
           05  CKC-ISSUED-SITE     PIC X(08).
           05  FILLER              PIC X(12).
