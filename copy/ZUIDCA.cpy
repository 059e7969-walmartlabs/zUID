      * is the classic one-id call.  The usage log records a block
      * as one ZU-FORMAT 'BLOCK' record carrying the range - see
      * UID005B's D1500-LOG-USAGE.
      *
      * Check-digit format: CA-FORMAT-CHK returns the SEQ counter
      * value (10 digits, zero-padded) followed by one mod-10 (Luhn)
      * check digit - 11 numeric characters, left-justified in
      * CA-UID - for consumers whose ids are keyed by hand or read
      * back over the phone, so a transposed or mistyped digit is
      * caught at entry instead of landing on the wrong record.  The
      * digit is computed over the 10 value digits right to left,
      * doubling the rightmost and every second digit after it
      * (casting out nines), and is whatever brings the total up to
      * the next multiple of ten.  UIDCHK (ZUIDCKC commarea, or over
      * HTTP through UID041W) validates such an id after the fact.
      *
      * Business reference: CA-BUSINESS-REF is the caller's own order,
      * claim or shipment number the id is being obtained for, or
      * spaces.  ZUID001 ignores it - the calling program records it
      * against the id it got back through the UIDXRF routine (see
      * copy/ZUIDXRC.cpy), so the reverse question "which id did we
      * give order 12345?" can be answered from zUID's side.
      *----------------------------------------------------------------
       01  ZUID-COMM-AREA.
           05  FILLER             PIC  X(04) VALUE 'LINK'.
               88  CA-FORMAT-ESS       VALUE 'ESS'.
               88  CA-FORMAT-GUID      VALUE 'GUID'.
               88  CA-FORMAT-SEQ       VALUE 'SEQ'.
               88  CA-FORMAT-CHK       VALUE 'CHK'.
           05  FILLER             PIC  X(11).
           05  CA-UID             PIC  X(36).
           05  CA-SITE-ID         PIC  X(08).
           05  CA-BLOCK-QUANTITY  PIC  9(08) VALUE ZERO.
           05  CA-BLOCK-START     PIC  9(10) VALUE ZERO.
           05  CA-BLOCK-END       PIC  9(10) VALUE ZERO.
           05  CA-BUSINESS-REF    PIC  X(32) VALUE SPACES.
           05  FILLER             PIC  X(16).
