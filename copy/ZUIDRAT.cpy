      *----------------------------------------------------------------
      * ZUIDRAT - chargeback rate card, one 80-byte card per record on
      * the RATEIN dataset UID050R reads.  Finance maintains it as a
      * controlled dataset: a price change is a NEW record with a
      * later effective month, never an edit of the old one, so any
      * past month re-prices exactly as it was billed.  For each
      * item UID050R uses the record with the latest RAT-EFFECTIVE
      * at or before the month being billed.
      *
      * RAT-REC-TYPE:
      *   R  a rate - RAT-ITEM is the ZU-FORMAT priced (PLAIN, ESS,
      *      GUID, SEQ, CHK, or BLOCK, a bulk range priced per id in
      *      its span), or RSV for reserved ids expired uncollected on
      *      the ZUIDRSV ledger, charged on top of the BLOCK they came
      *      from.  RAT-PRICE is the price of ONE id, six decimals.
      *   A  the ledger accounts - company, the expense account every
      *      consumer's cost center is debited on, the recovery
      *      account and cost center zUID is credited on, and the
      *      suspense cost center a consumer with no cost center is
      *      debited on until finance maps it.
      *   *  a comment, skipped.
      * RAT-EFFECTIVE is YYYY/MM, the ZU-DATE form up to the month.
      *----------------------------------------------------------------
       01  ZUIDRAT-RECORD.
           05  RAT-REC-TYPE       PIC X(01).
               88  RAT-IS-RATE        VALUE 'R'.
               88  RAT-IS-ACCOUNTS    VALUE 'A'.
               88  RAT-IS-COMMENT     VALUE '*'.
           05  RAT-EFFECTIVE      PIC X(07).
           05  RAT-BODY           PIC X(72).
           05  RAT-RATE-BODY REDEFINES RAT-BODY.
               10  RAT-ITEM           PIC X(05).
               10  RAT-PRICE          PIC 9(03)V9(06).
               10  RAT-DESCRIPTION    PIC X(30).
               10  FILLER             PIC X(28).
           05  RAT-ACCOUNT-BODY REDEFINES RAT-BODY.
               10  RAT-COMPANY        PIC X(04).
               10  RAT-DEBIT-ACCOUNT  PIC X(10).
               10  RAT-CREDIT-ACCOUNT PIC X(10).
               10  RAT-CREDIT-CC      PIC X(10).
               10  RAT-SUSPENSE-CC    PIC X(10).
               10  FILLER             PIC X(28).
