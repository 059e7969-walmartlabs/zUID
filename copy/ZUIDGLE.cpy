      *----------------------------------------------------------------
      * ZUIDGLE - general-ledger journal-entry interface record, the
      * ledger's fixed 120-byte layout, written by UID050R on GLOUT
      * for the monthly zUID chargeback.  One batch per billed month:
      *   H  batch header - created date and time, description;
      *   D  journal lines - for each consumer, one DEBIT per priced
      *      item on the consumer's cost center and the expense
      *      account, then one CREDIT of the consumer's total on the
      *      zUID recovery cost center and account (see
      *      copy/ZUIDRAT.cpy), so every consumer - and so the batch
      *      - balances.  GLE-AMOUNT is unsigned; GLE-DR-CR says
      *      which side.  GLE-REFERENCE is the consuming application
      *      and GLE-ITEM the format charged (RSV the expired
      *      reservations, blank on the credit);
      *   T  batch control - line, debit and credit counts, debit and
      *      credit totals, and the hash total of GLE-QUANTITY over
      *      the debit lines (the ids charged).
      * GLE-BATCH-ID is 'ZUCB' and the period, so the ledger also
      * sees a second batch for the same month as a duplicate.
      *----------------------------------------------------------------
       01  ZUIDGLE-RECORD.
           05  GLE-REC-TYPE       PIC X(01).
               88  GLE-IS-HEADER      VALUE 'H'.
               88  GLE-IS-DETAIL      VALUE 'D'.
               88  GLE-IS-TRAILER     VALUE 'T'.
           05  GLE-SOURCE         PIC X(04).
           05  GLE-BATCH-ID       PIC X(10).
           05  GLE-COMPANY        PIC X(04).
           05  GLE-PERIOD         PIC 9(06).
           05  GLE-BODY           PIC X(95).
           05  GLE-HEADER-BODY REDEFINES GLE-BODY.
               10  GLE-CREATED-DATE   PIC X(10).
               10  GLE-CREATED-TIME   PIC X(08).
               10  GLE-HDR-DESCRIPTION PIC X(30).
               10  FILLER             PIC X(47).
           05  GLE-DETAIL-BODY REDEFINES GLE-BODY.
               10  GLE-LINE-NBR       PIC 9(06).
               10  GLE-COST-CENTER    PIC X(10).
               10  GLE-ACCOUNT        PIC X(10).
               10  GLE-DR-CR          PIC X(01).
                   88  GLE-DEBIT          VALUE 'D'.
                   88  GLE-CREDIT         VALUE 'C'.
               10  GLE-AMOUNT         PIC 9(13)V99.
               10  GLE-QUANTITY       PIC 9(11).
               10  GLE-REFERENCE      PIC X(08).
               10  GLE-ITEM           PIC X(05).
               10  GLE-DESCRIPTION    PIC X(25).
               10  FILLER             PIC X(04).
           05  GLE-TRAILER-BODY REDEFINES GLE-BODY.
               10  GLE-LINE-COUNT     PIC 9(06).
               10  GLE-DEBIT-COUNT    PIC 9(06).
               10  GLE-CREDIT-COUNT   PIC 9(06).
               10  GLE-DEBIT-TOTAL    PIC 9(13)V99.
               10  GLE-CREDIT-TOTAL   PIC 9(13)V99.
               10  GLE-QUANTITY-TOTAL PIC 9(13).
               10  FILLER             PIC X(34).
