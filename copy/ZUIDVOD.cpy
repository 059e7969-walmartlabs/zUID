      *----------------------------------------------------------------
      * ZUIDVOD - void/cancellation register record for the ZUIDVOD
      * VSAM KSDS: one record per issued UID its consuming
      * application has cancelled (a business record that was never
      * created, a test id that leaked into production, one half of
      * a UID024R collision).  The counter cannot take an id back, so
      * a void does not touch ZUIDUSG or the DCOUNTER - it only
      * records that the id must be treated as dead from here on.
      *
      * Written only by the UIDVOD LINK routine (see copy/ZUIDVDC.cpy
      * for the contract), which refuses any id ZUIDUSG does not show
      * as issued to the named site (and application, when the
      * caller names one).  Key is the same site id + UID shape as
      * ZU-KEY, so an id is voided at most once and a reader holding
      * a usage record can look its void up directly.
      *
      * The issuance facts (VOD-REQUESTOR-APPL/FORMAT/ISSUED-*) are
      * copied from the usage record at void time - for an id issued
      * inside a bulk 'BLOCK' range they are the BLOCK record's.  The
      * who/when half (VOD-USERID/TERMID/PROGRAM/DATE/TIME) is this
      * register's journal: the signed-on userid and terminal of the
      * voiding task and the program that LINKed UIDVOD.
      *
      * UID022X snapshots the whole file to the VODX extract each
      * night for the batch side (UID024R, UID036R).
      *----------------------------------------------------------------
       01  ZUIDVOD-RECORD.
           05  VOD-KEY.
               10  VOD-SITE-ID    PIC X(08).
               10  VOD-UID        PIC X(36).
           05  VOD-REASON         PIC X(04).
           05  VOD-REQUESTOR-APPL PIC X(08).
           05  VOD-FORMAT         PIC X(05).
           05  VOD-ISSUED-DATE    PIC X(10).
           05  VOD-ISSUED-TIME    PIC X(08).
           05  VOD-DATE           PIC X(10).
           05  VOD-TIME           PIC X(08).
           05  VOD-USERID         PIC X(08).
           05  VOD-TERMID         PIC X(04).
           05  VOD-PROGRAM        PIC X(08).
           05  FILLER             PIC X(12).
