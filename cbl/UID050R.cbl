       IDENTIFICATION DIVISION.
       PROGRAM-ID.      UID050R.
      ******************************************************************
      ** Monthly general-ledger chargeback for UID consumption.        **
      ** Prices one calendar month of issuance per consuming           **
      ** application from the maintained rate card, and produces the   **
      ** ledger's journal-entry interface file and the per-consumer    **
      ** invoice detail finance sends out with it.                     **
      **                                                               **
      ** What is charged, per application:                             **
      **   - every id issued in the month (ZUIDUSE records on USGIN,   **
      **     ZU-DATE in the month), at the rate for its format - a     **
      **     'BLOCK' range as its span, the way UID010R and UID037R    **
      **     count it;                                                 **
      **   - every id reserved in the month before and since expired   **
      **     uncollected - RSV-STATUS 'EXP', set by UID035P - on the   **
      **     ZUIDRSV ledger (RSVIN), at the RSV rate, on top of its    **
      **     block.  Billing a month behind gives UID035P the month to **
      **     expire the reservation: one still pending is not charged  **
      **     yet, and one collected is never charged.                  **
      ** USGIN is the live ZUIDUSG unload with the USGA retention      **
      ** archives concatenated behind it, so a month UID023P has       **
      ** partly aged off still bills in full; RSVIN is the ledger      **
      ** unload.  Rates come from RATEIN (see copy/ZUIDRAT.cpy): for   **
      ** each item the latest record effective at or before the month. **
      **                                                               **
      ** The cost center charged is the application's REG-COST-CENTER  **
      ** on the consumer registry (REGIN, the ZUIDREG unload); an      **
      ** application the registry does not know, or knows without a    **
      ** cost center, is looked up on the CCMAPIN mapping file         **
      ** (application in columns 1-8, cost center in 9-18), and one    **
      ** on neither is debited to the rate card's suspense cost center **
      ** and listed as an exception.                                   **
      **                                                               **
      ** GLOUT is one balanced journal batch in the ledger's layout    **
      ** (see copy/ZUIDGLE.cpy): header, a debit per priced item on    **
      ** the consumer's cost center, a credit of the consumer's total  **
      ** to zUID's recovery cost center, and the batch control         **
      ** trailer.  RPTOUT is the invoice detail: per consumer, its     **
      ** cost center and where it came from, ids, rate and amount per  **
      ** item and the consumer total, then the batch totals.           **
      **                                                               **
      ** The month defaults to the one before the run date; a card on  **
      ** CARDIN with YYYY/MM in columns 1-7 bills another, which must  **
      ** be a month already over and no more than 12 months before     **
      ** the run month - a card that is not YYYY/MM, names the current **
      ** month or a later one, or reaches further back stops the run   **
      ** unposted.  The month is posted once: the UIDRCT run-control   **
      ** routine (see copy/ZUIDRCC.cpy) records each completed month   **
      ** as this step's extract id, and a second run for a month       **
      ** already posted is refused - banner only, no journal lines.    **
      ** UIDRCT keeps a run record 400 days, so the 12-month limit is  **
      ** what keeps every month a card can name under that guard.  A   **
      ** correction is a reversal in the ledger, not a rerun.  A rate  **
      ** card that cannot be read cleanly, a charged item with no      **
      ** rate, or more consumers than the table holds stops the run    **
      ** before anything is written to GLOUT; it is recorded as        **
      ** refused, so the month can be run again once the card is put   **
      ** right.                                                        **
      **                                                               **
      ** Step return code: 0 posted clean, 4 posted with exceptions    **
      ** (suspense cost center, usage of a format not priced), 8       **
      ** already posted or stopped - nothing posted.                   **
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLING-CARD-FILE ASSIGN TO CARDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARDIN-STATUS.
           SELECT RATE-CARD-FILE ASSIGN TO RATEIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT REGISTRY-EXTRACT-FILE ASSIGN TO REGIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGIN-STATUS.
           SELECT COST-CENTER-MAP-FILE ASSIGN TO CCMAPIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CCMAPIN-STATUS.
           SELECT USAGE-EXTRACT-FILE ASSIGN TO USGIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT LEDGER-EXTRACT-FILE ASSIGN TO RSVIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT GL-INTERFACE-FILE ASSIGN TO GLOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT INVOICE-REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  BILLING-CARD-FILE
           RECORDING MODE IS F.
       01  BILLING-CARD.
           05  BC-CARD-PERIOD          PIC X(07).
           05  FILLER                  PIC X(73).

       FD  RATE-CARD-FILE
           RECORDING MODE IS F.
           COPY ZUIDRAT.

       FD  REGISTRY-EXTRACT-FILE
           RECORDING MODE IS F.
           COPY ZUIDREG.

       FD  COST-CENTER-MAP-FILE
           RECORDING MODE IS F.
       01  COST-CENTER-MAP-CARD.
           05  CM-CARD-APPL-ID         PIC X(08).
           05  CM-CARD-COST-CENTER     PIC X(10).
           05  FILLER                  PIC X(62).

       FD  USAGE-EXTRACT-FILE
           RECORDING MODE IS F.
           COPY ZUIDUSE.

       FD  LEDGER-EXTRACT-FILE
           RECORDING MODE IS F.
           COPY ZUIDRSV.

       FD  GL-INTERFACE-FILE
           RECORDING MODE IS F.
       01  GL-INTERFACE-RECORD         PIC X(120).

       FD  INVOICE-REPORT-FILE
           RECORDING MODE IS F.
       01  INVOICE-REPORT-LINE         PIC X(132).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------

       01  WS-CARDIN-STATUS            PIC X(02).
           88  CARDIN-PRESENT          VALUE '00'.
       01  WS-REGIN-STATUS             PIC X(02).
           88  REGIN-PRESENT           VALUE '00'.
       01  WS-CCMAPIN-STATUS           PIC X(02).
           88  CCMAPIN-PRESENT         VALUE '00'.

       01  WS-RATE-EOF-SW              PIC X     VALUE 'N'.
           88  END-OF-RATES            VALUE 'Y'.
       01  WS-REG-EOF-SW               PIC X     VALUE 'N'.
           88  END-OF-REGISTRY         VALUE 'Y'.
       01  WS-MAP-EOF-SW               PIC X     VALUE 'N'.
           88  END-OF-MAPPING          VALUE 'Y'.
       01  WS-USG-EOF-SW               PIC X     VALUE 'N'.
           88  END-OF-USAGE            VALUE 'Y'.
       01  WS-RSV-EOF-SW               PIC X     VALUE 'N'.
           88  END-OF-LEDGER           VALUE 'Y'.
       01  WS-STOP-SW                  PIC X     VALUE 'N'.
           88  RUN-STOPPED             VALUE 'Y'.
       01  WS-FOUND-SW                 PIC X     VALUE 'N'.
           88  ENTRY-FOUND             VALUE 'Y'.
       01  WS-PLACE-SW                 PIC X     VALUE 'N'.
           88  PLACE-FOUND             VALUE 'Y'.
       01  WS-CARD-BAD-SW              PIC X     VALUE 'N'.
           88  CARD-PERIOD-BAD         VALUE 'Y' 'O' 'T'.
           88  CARD-PERIOD-OPEN        VALUE 'O'.
           88  CARD-PERIOD-TOO-OLD     VALUE 'T'.

      **------------------------------------------------------------*
      ** Run control - UIDRCT's parameters, and the UID022X trailer  *
      ** layout, passed over should an extract be concatenated on    *
      ** USGIN.  See A2000, Z1000.                                   *
      **------------------------------------------------------------*
           COPY ZUIDRCC.

           COPY ZUIDTRL.

       01  WS-BANNER-IX                PIC 9(02).

      **------------------------------------------------------------*
      ** Journal-entry interface record - see D1000, E1000.         *
      **------------------------------------------------------------*
           COPY ZUIDGLE.

       01  WS-NOW                      PIC X(21).
       01  WS-RUN-DATE                 PIC X(10).
       01  WS-RUN-TIME                 PIC X(08).

      *    The month billed, YYYY/MM as ZU-DATE and RSV-ALLOC-DATE
      *    begin, and YYYYMM for the ledger period.
       01  WS-BILL-PERIOD.
           05  WS-BP-YEAR              PIC 9(04).
           05  WS-BP-SEP               PIC X(01) VALUE '/'.
           05  WS-BP-MONTH             PIC 9(02).
       01  WS-BILL-PERIOD-X REDEFINES WS-BILL-PERIOD
                                       PIC X(07).
       01  WS-LEDGER-PERIOD            PIC 9(06).

      *    The allocation month whose expired reservations are charged
      *    with the month billed - the one before it, so UID035P has
      *    had the month to expire them.
       01  WS-RSV-PERIOD.
           05  WS-RP-YEAR              PIC 9(04).
           05  WS-RP-SEP               PIC X(01) VALUE '/'.
           05  WS-RP-MONTH             PIC 9(02).
       01  WS-RSV-PERIOD-X REDEFINES WS-RSV-PERIOD
                                       PIC X(07).

      *    A YYYY/MM month as read off a card.
       01  WS-MONTH-CHECK.
           05  WS-MC-YEAR              PIC X(04).
           05  WS-MC-SEP               PIC X(01).
           05  WS-MC-MONTH             PIC X(02).
       01  WS-MONTH-CHECK-N REDEFINES WS-MONTH-CHECK.
           05  WS-MCN-YEAR             PIC 9(04).
           05  FILLER                  PIC X(01).
           05  WS-MCN-MONTH            PIC 9(02).
       01  WS-MONTH-OK-SW              PIC X.
           88  MONTH-OK                VALUE 'Y'.

      *    The run date's own month, YYYY/MM - still open, so a card
      *    must name an earlier one.
       01  WS-THIS-MONTH.
           05  WS-TM-YEAR              PIC 9(04).
           05  FILLER                  PIC X(01) VALUE '/'.
           05  WS-TM-MONTH             PIC 9(02).

      *    How far back a card may reach: UIDRCT keeps a run record
      *    400 days, so a month posted in the month after it is still
      *    on the run-control file twelve months on - no further.
       01  WS-CARD-AGE                 PIC S9(06) COMP.
       01  WS-CARD-AGE-MAXN            PIC 9(04) COMP VALUE 12.

      **------------------------------------------------------------*
      ** The items priced, in invoice order.  1-6 are the ZU-FORMAT *
      ** values; 7 is the expired-reservation charge.               *
      **------------------------------------------------------------*
       01  ITEM-NAME-VALUES.
           05  FILLER                  PIC X(05) VALUE 'PLAIN'.
           05  FILLER                  PIC X(05) VALUE 'ESS  '.
           05  FILLER                  PIC X(05) VALUE 'GUID '.
           05  FILLER                  PIC X(05) VALUE 'SEQ  '.
           05  FILLER                  PIC X(05) VALUE 'CHK  '.
           05  FILLER                  PIC X(05) VALUE 'BLOCK'.
           05  FILLER                  PIC X(05) VALUE 'RSV  '.
       01  ITEM-NAME-TABLE REDEFINES ITEM-NAME-VALUES.
           05  ITEM-NAME               PIC X(05) OCCURS 7 TIMES.
       01  WS-ITEM-MAXN                PIC 9(04) COMP VALUE 7.
       01  WS-RSV-ITEM                 PIC 9(04) COMP VALUE 7.
       01  WS-ITEM-IX                  PIC 9(04) COMP.
       01  WS-FIND-ITEM                PIC X(05).
       01  WS-FOUND-ITEM               PIC 9(04) COMP.

      *    The rate in force for each item, and the ids charged at it
      *    across all consumers.
       01  RATE-TABLE.
           05  RATE-ENTRY OCCURS 7 TIMES.
               10  RT-EFFECTIVE        PIC X(07).
               10  RT-PRICE            PIC 9(03)V9(06).
               10  RT-DESCRIPTION      PIC X(30).
               10  RT-UNITS            PIC 9(11).

      *    The ledger accounts in force.
       01  ACCOUNT-ENTRY.
           05  AC-EFFECTIVE            PIC X(07) VALUE SPACES.
           05  AC-COMPANY              PIC X(04).
           05  AC-DEBIT-ACCOUNT        PIC X(10).
           05  AC-CREDIT-ACCOUNT       PIC X(10).
           05  AC-CREDIT-CC            PIC X(10).
           05  AC-SUSPENSE-CC          PIC X(10).

       01  WS-RATE-CARDS-READ          PIC 9(05) VALUE ZERO.

      *    Consumer registry and mapping file, for the cost center.
       01  WS-REG-MAXN                 PIC 9(04) COMP VALUE 500.
       01  WS-REG-COUNT                PIC 9(04) COMP VALUE ZERO.
       01  WS-REG-OVERFLOW             PIC 9(05) VALUE ZERO.
       01  REGISTRY-TABLE.
           05  REGISTRY-ENTRY OCCURS 500 TIMES.
               10  RG-APPL-ID          PIC X(08).
               10  RG-OWNER            PIC X(30).
               10  RG-COST-CENTER      PIC X(10).
       01  WS-REG-IX                   PIC 9(04) COMP.

       01  WS-MAP-MAXN                 PIC 9(04) COMP VALUE 500.
       01  WS-MAP-COUNT                PIC 9(04) COMP VALUE ZERO.
       01  WS-MAP-OVERFLOW             PIC 9(05) VALUE ZERO.
       01  MAPPING-TABLE.
           05  MAPPING-ENTRY OCCURS 500 TIMES.
               10  MP-APPL-ID          PIC X(08).
               10  MP-COST-CENTER      PIC X(10).
       01  WS-MAP-IX                   PIC 9(04) COMP.

      *    One entry per consuming application charged, kept in
      *    application order; ids per item.
       01  WS-CON-MAXN                 PIC 9(04) COMP VALUE 500.
       01  WS-CON-COUNT                PIC 9(04) COMP VALUE ZERO.
       01  WS-CON-OVERFLOW             PIC 9(09) VALUE ZERO.
       01  CONSUMER-TABLE.
           05  CONSUMER-ENTRY OCCURS 500 TIMES.
               10  CN-APPL-ID          PIC X(08).
               10  CN-UNITS            PIC 9(11) OCCURS 7 TIMES.
       01  WS-CON-IX                   PIC 9(04) COMP.
       01  WS-CON-JX                   PIC 9(04) COMP.
       01  WS-FIND-APPL                PIC X(08).

      *    A ZU-FORMAT 'BLOCK' record counts as its span - same
      *    pick-apart as UID037R's F1000.
       01  WS-BLK-START-X              PIC X(10).
       01  WS-BLK-END-X                PIC X(10).
       01  WS-BLK-START                PIC 9(10).
       01  WS-BLK-END                  PIC 9(10).
       01  WS-REC-UNITS                PIC 9(09).

      *    The consumer being billed.
       01  WS-CC                       PIC X(10).
       01  WS-CC-SOURCE                PIC X(08).
       01  WS-OWNER                    PIC X(30).
       01  WS-LINE-AMOUNT              PIC 9(13)V99.
       01  WS-CONSUMER-TOTAL           PIC 9(13)V99.
       01  WS-CONSUMER-UNITS           PIC 9(11).
       01  WS-CONSUMER-POSTED          PIC 9(11).

       01  WS-USAGE-READ               PIC 9(09) VALUE ZERO.
       01  WS-USAGE-BILLED             PIC 9(09) VALUE ZERO.
       01  WS-UNPRICED-COUNT           PIC 9(09) VALUE ZERO.
       01  WS-LEDGER-READ              PIC 9(09) VALUE ZERO.
       01  WS-EXPIRED-COUNT            PIC 9(09) VALUE ZERO.
       01  WS-SUSPENSE-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-BILLED-COUNT             PIC 9(05) VALUE ZERO.

      *    Batch control totals, carried to the GLOUT trailer.
       01  WS-LINE-NBR                 PIC 9(06) VALUE ZERO.
       01  WS-DEBIT-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-CREDIT-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-DEBIT-TOTAL              PIC 9(13)V99 VALUE ZERO.
       01  WS-CREDIT-TOTAL             PIC 9(13)V99 VALUE ZERO.
       01  WS-QUANTITY-TOTAL           PIC 9(13) VALUE ZERO.

       01  RPT-HEADING-1.
           05  FILLER                  PIC X(42)
               VALUE 'ZUID CHARGEBACK INVOICE DETAIL            '.
           05  FILLER                  PIC X(08) VALUE 'PERIOD: '.
           05  RH1-PERIOD              PIC X(07).
           05  FILLER                  PIC X(09) VALUE '   DATE: '.
           05  RH1-DATE                PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RH1-TIME                PIC X(08).
           05  FILLER                  PIC X(47) VALUE SPACES.

      *    A consumer's invoice: heading, one line per item, total.
       01  RPT-CONSUMER-LINE.
           05  FILLER                  PIC X(09) VALUE 'CONSUMER '.
           05  RC-APPL-ID              PIC X(08).
           05  FILLER                  PIC X(08) VALUE '  OWNER '.
           05  RC-OWNER                PIC X(30).
           05  FILLER                  PIC X(14)
               VALUE '  COST CENTER '.
           05  RC-COST-CENTER          PIC X(10).
           05  FILLER                  PIC X(02) VALUE ' ('.
           05  RC-SOURCE               PIC X(08).
           05  FILLER                  PIC X(01) VALUE ')'.
           05  FILLER                  PIC X(42) VALUE SPACES.

       01  RPT-COLUMN-HEADING.
           05  FILLER                  PIC X(40)
               VALUE '     ITEM  DESCRIPTION                  '.
           05  FILLER                  PIC X(40)
               VALUE '             IDS  RATE PER ID           '.
           05  FILLER                  PIC X(52) VALUE '   AMOUNT'.

       01  RPT-ITEM-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  RI-ITEM                 PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RI-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RI-UNITS                PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RI-PRICE                PIC ZZ9.999999.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RI-AMOUNT               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(43) VALUE SPACES.

       01  RPT-CONSUMER-TOTAL-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(30)
               VALUE 'CONSUMER TOTAL                '.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RX-UNITS                PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(13) VALUE SPACES.
           05  RX-AMOUNT               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(43) VALUE SPACES.

      *    Batch totals.
       01  RPT-COUNT-LINE.
           05  RN-LABEL                PIC X(50).
           05  RN-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(71) VALUE SPACES.

       01  RPT-AMOUNT-LINE.
           05  RA-LABEL                PIC X(40).
           05  RA-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(09) VALUE ' LINES   '.
           05  RA-AMOUNT               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(56) VALUE SPACES.

       01  RPT-BALANCED-LINE           PIC X(132)
           VALUE 'JOURNAL BALANCED - DEBITS EQUAL CREDITS'.

       01  RPT-UNBALANCED-LINE         PIC X(132)
           VALUE '** JOURNAL OUT OF BALANCE - DO NOT POST **'.

      *    Why nothing was posted.
       01  RPT-STOP-LINE.
           05  FILLER                  PIC X(04) VALUE '*** '.
           05  RS-TEXT                 PIC X(60).
           05  RS-VALUE                PIC X(30).
           05  FILLER                  PIC X(38) VALUE SPACES.

       01  RPT-NOT-POSTED-LINE         PIC X(132)
           VALUE '*** NO JOURNAL WRITTEN - NOTHING POSTED FOR THIS PERIO
      -    'D ***'.

      *----------------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------------

           PERFORM A1000-INITIALIZE       THRU A1000-EXIT.
           PERFORM A2000-CHECK-RERUN      THRU A2000-EXIT.
           IF NOT RCC-REFUSED
              PERFORM B1000-LOAD-RATES       THRU B1000-EXIT
              PERFORM B2000-LOAD-REGISTRY    THRU B2000-EXIT
              PERFORM B3000-LOAD-MAPPING     THRU B3000-EXIT
              PERFORM C1000-SCAN-USAGE       THRU C1000-EXIT
              PERFORM C2000-SCAN-LEDGER      THRU C2000-EXIT
              PERFORM C3000-VERIFY-PRICING   THRU C3000-EXIT
              IF RUN-STOPPED
                 MOVE RPT-NOT-POSTED-LINE    TO INVOICE-REPORT-LINE
                 WRITE INVOICE-REPORT-LINE
              ELSE
                 PERFORM D1000-WRITE-JOURNAL THRU D1000-EXIT
                 PERFORM F1000-PRINT-TOTALS  THRU F1000-EXIT
              END-IF
           END-IF.
           PERFORM Z1000-TERMINATE        THRU Z1000-EXIT.
           STOP RUN.

      ******************************************************************
      * Open files, stamp the run and settle the month to bill: the    *
      * CARDIN month if one is given, else the month before today.     *
      * Every input is open before UIDRCT is called, so a missing one  *
      * fails the step before the run-control master is touched.       *
      * A bad CARDIN month - not YYYY/MM, or the current month or a    *
      * later one, still open to issuance - is reported under the      *
      * heading (A2000).                                               *
      ******************************************************************

       A1000-INITIALIZE.

           OPEN INPUT  BILLING-CARD-FILE.
           OPEN INPUT  RATE-CARD-FILE.
           OPEN INPUT  REGISTRY-EXTRACT-FILE.
           IF NOT REGIN-PRESENT
              SET END-OF-REGISTRY         TO TRUE
           END-IF.
           OPEN INPUT  COST-CENTER-MAP-FILE.
           IF NOT CCMAPIN-PRESENT
              SET END-OF-MAPPING          TO TRUE
           END-IF.
           OPEN INPUT  USAGE-EXTRACT-FILE.
           OPEN INPUT  LEDGER-EXTRACT-FILE.
           OPEN OUTPUT GL-INTERFACE-FILE.
           OPEN OUTPUT INVOICE-REPORT-FILE.

           MOVE FUNCTION CURRENT-DATE   TO WS-NOW.
           STRING WS-NOW(1:4)  DELIMITED BY SIZE
                  '/'          DELIMITED BY SIZE
                  WS-NOW(5:2)  DELIMITED BY SIZE
                  '/'          DELIMITED BY SIZE
                  WS-NOW(7:2)  DELIMITED BY SIZE
                  INTO WS-RUN-DATE
           END-STRING.
           STRING WS-NOW(9:2)  DELIMITED BY SIZE
                  ':'          DELIMITED BY SIZE
                  WS-NOW(11:2) DELIMITED BY SIZE
                  ':'          DELIMITED BY SIZE
                  WS-NOW(13:2) DELIMITED BY SIZE
                  INTO WS-RUN-TIME
           END-STRING.

           MOVE WS-NOW(1:4)             TO WS-TM-YEAR.
           MOVE WS-NOW(5:2)             TO WS-TM-MONTH.
           MOVE WS-NOW(1:4)             TO WS-BP-YEAR.
           MOVE WS-NOW(5:2)             TO WS-BP-MONTH.
           IF WS-BP-MONTH = 1
              SUBTRACT 1                FROM WS-BP-YEAR
              MOVE 12                   TO WS-BP-MONTH
           ELSE
              SUBTRACT 1                FROM WS-BP-MONTH
           END-IF.

           IF CARDIN-PRESENT
              READ BILLING-CARD-FILE
                  AT END
                      MOVE SPACES       TO BC-CARD-PERIOD
              END-READ
              IF BC-CARD-PERIOD NOT = SPACES
                 MOVE BC-CARD-PERIOD    TO WS-MONTH-CHECK
                 PERFORM A1100-CHECK-MONTH THRU A1100-EXIT
                 IF MONTH-OK
                    COMPUTE WS-CARD-AGE =
                            (WS-TM-YEAR * 12 + WS-TM-MONTH)
                          - (WS-MCN-YEAR * 12 + WS-MCN-MONTH)
                    IF WS-CARD-AGE < 1
                       SET CARD-PERIOD-OPEN TO TRUE
                    ELSE
                       IF WS-CARD-AGE > WS-CARD-AGE-MAXN
                          SET CARD-PERIOD-TOO-OLD TO TRUE
                       ELSE
                          MOVE BC-CARD-PERIOD TO WS-BILL-PERIOD-X
                       END-IF
                    END-IF
                 ELSE
                    SET CARD-PERIOD-BAD TO TRUE
                 END-IF
              END-IF
           END-IF.

           COMPUTE WS-LEDGER-PERIOD = WS-BP-YEAR * 100 + WS-BP-MONTH.
           MOVE WS-BP-YEAR              TO WS-RP-YEAR.
           MOVE WS-BP-MONTH             TO WS-RP-MONTH.
           IF WS-RP-MONTH = 1
              SUBTRACT 1                FROM WS-RP-YEAR
              MOVE 12                   TO WS-RP-MONTH
           ELSE
              SUBTRACT 1                FROM WS-RP-MONTH
           END-IF.

           MOVE WS-BILL-PERIOD-X        TO RH1-PERIOD.
           MOVE WS-RUN-DATE             TO RH1-DATE.
           MOVE WS-RUN-TIME             TO RH1-TIME.

       A1000-EXIT.
           EXIT.

      ******************************************************************
      * A YYYY/MM month in WS-MONTH-CHECK: digits, the slash, and a    *
      * month 01-12.                                                   *
      ******************************************************************

       A1100-CHECK-MONTH.

           MOVE 'N'                     TO WS-MONTH-OK-SW.
           IF WS-MC-YEAR NUMERIC
              AND WS-MC-MONTH NUMERIC
              AND WS-MC-SEP = '/'
              AND WS-MC-MONTH >= '01'
              AND WS-MC-MONTH <= '12'
              SET MONTH-OK              TO TRUE
           END-IF.

       A1100-EXIT.
           EXIT.

      ******************************************************************
      * Ask UIDRCT whether this month has already been posted.  The    *
      * month is the 'extract' this step processes, so a completed     *
      * run for it refuses the next; there is no trailer to balance.   *
      * The heading and any banner go out first.  A bad CARDIN month   *
      * is never checked: the run stops unposted, recorded as refused  *
      * under the month the card named, and the default month is not   *
      * touched.                                                       *
      ******************************************************************

       A2000-CHECK-RERUN.

           MOVE SPACES                  TO ZUIDRCC-PARMS.
           SET  RCC-FUNC-CHECK          TO TRUE.
           MOVE 'UID050R '              TO RCC-STEP.
           MOVE 'GLJE'                  TO RCC-QUEUE.
           SET  RCC-TRAILER-FOUND       TO TRUE.
           MOVE WS-BILL-PERIOD-X        TO RCC-EXTRACT-ID.
           MOVE ZERO                    TO RCC-EXPECTED-COUNT.
           MOVE ZERO                    TO RCC-READ-COUNT.
           MOVE 1                       TO RCC-TRAILER-COUNT.

           IF CARD-PERIOD-BAD
              MOVE BC-CARD-PERIOD       TO RCC-EXTRACT-ID
              MOVE BC-CARD-PERIOD       TO RH1-PERIOD
              MOVE RPT-HEADING-1        TO INVOICE-REPORT-LINE
              WRITE INVOICE-REPORT-LINE
              MOVE SPACES               TO INVOICE-REPORT-LINE
              WRITE INVOICE-REPORT-LINE
              EVALUATE TRUE
                  WHEN CARD-PERIOD-OPEN
                      MOVE 'CARDIN PERIOD IS NOT A CLOSED MONTH:'
                                        TO RS-TEXT
                  WHEN CARD-PERIOD-TOO-OLD
                      MOVE 'CARDIN PERIOD OLDER THAN 12 MONTHS:'
                                        TO RS-TEXT
                  WHEN OTHER
                      MOVE 'CARDIN PERIOD IS NOT YYYY/MM:'
                                        TO RS-TEXT
              END-EVALUATE
              MOVE BC-CARD-PERIOD       TO RS-VALUE
              PERFORM G1000-STOP-RUN THRU G1000-EXIT
              MOVE RPT-NOT-POSTED-LINE  TO INVOICE-REPORT-LINE
              WRITE INVOICE-REPORT-LINE
              SET  RCC-REFUSED          TO TRUE
              MOVE 8                    TO RCC-RETURN-CODE
              GO TO A2000-EXIT
           END-IF.

           CALL 'UIDRCT' USING ZUIDRCC-PARMS.

           PERFORM VARYING WS-BANNER-IX FROM 1 BY 1
                   UNTIL WS-BANNER-IX > RCC-BANNER-COUNT
              MOVE RCC-BANNER-LINE(WS-BANNER-IX) TO INVOICE-REPORT-LINE
              WRITE INVOICE-REPORT-LINE
           END-PERFORM.

           MOVE RPT-HEADING-1           TO INVOICE-REPORT-LINE.
           WRITE INVOICE-REPORT-LINE.
           MOVE SPACES                  TO INVOICE-REPORT-LINE.
           WRITE INVOICE-REPORT-LINE.

           IF RCC-REFUSED
              MOVE 'CHARGEBACK ALREADY POSTED FOR PERIOD'
                                        TO RS-TEXT
              MOVE WS-BILL-PERIOD-X     TO RS-VALUE
              MOVE RPT-STOP-LINE        TO INVOICE-REPORT-LINE
              WRITE INVOICE-REPORT-LINE
              MOVE RPT-NOT-POSTED-LINE  TO INVOICE-REPORT-LINE
              WRITE INVOICE-REPORT-LINE
           END-IF.

       A2000-EXIT.
           EXIT.

      ******************************************************************
      * Read the whole rate card, keeping for each item (and for the   *
      * accounts) the latest record effective by the billed month.     *
      * Every bad record is listed before the run stops, so one pass   *
      * shows finance everything to correct.                           *
      ******************************************************************

       B1000-LOAD-RATES.

           PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                   UNTIL WS-ITEM-IX > WS-ITEM-MAXN
              MOVE SPACES               TO RT-EFFECTIVE(WS-ITEM-IX)
              MOVE ZERO                 TO RT-PRICE(WS-ITEM-IX)
              MOVE SPACES               TO RT-DESCRIPTION(WS-ITEM-IX)
              MOVE ZERO                 TO RT-UNITS(WS-ITEM-IX)
           END-PERFORM.

           PERFORM E3000-READ-RATE THRU E3000-EXIT.
           PERFORM UNTIL END-OF-RATES
              ADD 1                     TO WS-RATE-CARDS-READ
              PERFORM B1100-TAKE-RATE THRU B1100-EXIT
              PERFORM E3000-READ-RATE THRU E3000-EXIT
           END-PERFORM.

           IF AC-EFFECTIVE = SPACES
              MOVE 'NO ACCOUNTS RECORD ON RATEIN EFFECTIVE BY'
                                        TO RS-TEXT
              MOVE WS-BILL-PERIOD-X     TO RS-VALUE
              PERFORM G1000-STOP-RUN THRU G1000-EXIT
           END-IF.

       B1000-EXIT.
           EXIT.

      ******************************************************************
      * One rate-card record.  Comments and blank cards are skipped,   *
      * so are records not yet effective.  Two records for the same    *
      * item and month leave the price in doubt and stop the run.      *
      ******************************************************************

       B1100-TAKE-RATE.

           IF RAT-IS-COMMENT
              OR ZUIDRAT-RECORD = SPACES
              GO TO B1100-EXIT
           END-IF.

           MOVE RAT-EFFECTIVE           TO WS-MONTH-CHECK.
           PERFORM A1100-CHECK-MONTH THRU A1100-EXIT.
           IF NOT MONTH-OK
              MOVE 'RATE CARD EFFECTIVE MONTH IS NOT YYYY/MM:'
                                        TO RS-TEXT
              MOVE ZUIDRAT-RECORD(1:30) TO RS-VALUE
              PERFORM G1000-STOP-RUN THRU G1000-EXIT
              GO TO B1100-EXIT
           END-IF.

           EVALUATE TRUE
              WHEN RAT-IS-RATE
                 MOVE RAT-ITEM          TO WS-FIND-ITEM
                 PERFORM E4000-FIND-ITEM THRU E4000-EXIT
                 IF WS-FOUND-ITEM = ZERO
                    MOVE 'RATE CARD ITEM IS NOT ONE THIS JOB PRICES:'
                                        TO RS-TEXT
                    MOVE ZUIDRAT-RECORD(1:30) TO RS-VALUE
                    PERFORM G1000-STOP-RUN THRU G1000-EXIT
                    GO TO B1100-EXIT
                 END-IF
                 IF RAT-PRICE NOT NUMERIC
                    MOVE 'RATE CARD PRICE IS NOT NUMERIC:'
                                        TO RS-TEXT
                    MOVE ZUIDRAT-RECORD(1:30) TO RS-VALUE
                    PERFORM G1000-STOP-RUN THRU G1000-EXIT
                    GO TO B1100-EXIT
                 END-IF
                 IF RAT-EFFECTIVE > WS-BILL-PERIOD-X
                    GO TO B1100-EXIT
                 END-IF
                 IF RAT-EFFECTIVE = RT-EFFECTIVE(WS-FOUND-ITEM)
                    MOVE 'TWO RATES FOR ONE ITEM AND MONTH:'
                                        TO RS-TEXT
                    MOVE ZUIDRAT-RECORD(1:30) TO RS-VALUE
                    PERFORM G1000-STOP-RUN THRU G1000-EXIT
                    GO TO B1100-EXIT
                 END-IF
                 IF RT-EFFECTIVE(WS-FOUND-ITEM) = SPACES
                    OR RAT-EFFECTIVE > RT-EFFECTIVE(WS-FOUND-ITEM)
                    MOVE RAT-EFFECTIVE
                         TO RT-EFFECTIVE(WS-FOUND-ITEM)
                    MOVE RAT-PRICE      TO RT-PRICE(WS-FOUND-ITEM)
                    MOVE RAT-DESCRIPTION
                         TO RT-DESCRIPTION(WS-FOUND-ITEM)
                 END-IF
              WHEN RAT-IS-ACCOUNTS
                 IF RAT-COMPANY = SPACES
                    OR RAT-DEBIT-ACCOUNT = SPACES
                    OR RAT-CREDIT-ACCOUNT = SPACES
                    OR RAT-CREDIT-CC = SPACES
                    OR RAT-SUSPENSE-CC = SPACES
                    MOVE 'RATE CARD ACCOUNTS RECORD IS INCOMPLETE:'
                                        TO RS-TEXT
                    MOVE ZUIDRAT-RECORD(1:30) TO RS-VALUE
                    PERFORM G1000-STOP-RUN THRU G1000-EXIT
                    GO TO B1100-EXIT
                 END-IF
                 IF RAT-EFFECTIVE > WS-BILL-PERIOD-X
                    GO TO B1100-EXIT
                 END-IF
                 IF RAT-EFFECTIVE = AC-EFFECTIVE
                    MOVE 'TWO ACCOUNTS RECORDS FOR ONE MONTH:'
                                        TO RS-TEXT
                    MOVE ZUIDRAT-RECORD(1:30) TO RS-VALUE
                    PERFORM G1000-STOP-RUN THRU G1000-EXIT
                    GO TO B1100-EXIT
                 END-IF
                 IF AC-EFFECTIVE = SPACES
                    OR RAT-EFFECTIVE > AC-EFFECTIVE
                    MOVE RAT-EFFECTIVE      TO AC-EFFECTIVE
                    MOVE RAT-COMPANY        TO AC-COMPANY
                    MOVE RAT-DEBIT-ACCOUNT  TO AC-DEBIT-ACCOUNT
                    MOVE RAT-CREDIT-ACCOUNT TO AC-CREDIT-ACCOUNT
                    MOVE RAT-CREDIT-CC      TO AC-CREDIT-CC
                    MOVE RAT-SUSPENSE-CC    TO AC-SUSPENSE-CC
                 END-IF
              WHEN OTHER
                 MOVE 'RATE CARD RECORD TYPE IS NOT R, A OR *:'
                                        TO RS-TEXT
                 MOVE ZUIDRAT-RECORD(1:30) TO RS-VALUE
                 PERFORM G1000-STOP-RUN THRU G1000-EXIT
           END-EVALUATE.

       B1100-EXIT.
           EXIT.

      ******************************************************************
      * Load the registry unload - owner and cost center per           *
      * application.  No REGIN leaves every consumer to the mapping    *
      * file.                                                          *
      ******************************************************************

       B2000-LOAD-REGISTRY.

           PERFORM UNTIL END-OF-REGISTRY
              READ REGISTRY-EXTRACT-FILE
                  AT END
                      SET END-OF-REGISTRY TO TRUE
                  NOT AT END
                      IF WS-REG-COUNT < WS-REG-MAXN
                         ADD 1 TO WS-REG-COUNT
                         MOVE REG-APPL-ID
                              TO RG-APPL-ID(WS-REG-COUNT)
                         MOVE REG-OWNER
                              TO RG-OWNER(WS-REG-COUNT)
                         MOVE REG-COST-CENTER
                              TO RG-COST-CENTER(WS-REG-COUNT)
                      ELSE
                         ADD 1 TO WS-REG-OVERFLOW
                      END-IF
              END-READ
           END-PERFORM.

       B2000-EXIT.
           EXIT.

      ******************************************************************
      * Load the application-to-cost-center mapping file, the          *
      * fallback for applications the registry cannot place.           *
      ******************************************************************

       B3000-LOAD-MAPPING.

           PERFORM UNTIL END-OF-MAPPING
              READ COST-CENTER-MAP-FILE
                  AT END
                      SET END-OF-MAPPING TO TRUE
                  NOT AT END
                      IF CM-CARD-APPL-ID NOT = SPACES
                         AND CM-CARD-COST-CENTER NOT = SPACES
                         IF WS-MAP-COUNT < WS-MAP-MAXN
                            ADD 1 TO WS-MAP-COUNT
                            MOVE CM-CARD-APPL-ID
                                 TO MP-APPL-ID(WS-MAP-COUNT)
                            MOVE CM-CARD-COST-CENTER
                                 TO MP-COST-CENTER(WS-MAP-COUNT)
                         ELSE
                            ADD 1 TO WS-MAP-OVERFLOW
                         END-IF
                      END-IF
              END-READ
           END-PERFORM.

       B3000-EXIT.
           EXIT.

      ******************************************************************
      * Pass the usage log once, charging each id issued in the month  *
      * to its application under its format.                           *
      ******************************************************************

       C1000-SCAN-USAGE.

           PERFORM E1000-READ-USAGE THRU E1000-EXIT.
           PERFORM UNTIL END-OF-USAGE
              ADD 1                     TO WS-USAGE-READ
              IF ZU-DATE(1:7) = WS-BILL-PERIOD-X
                 PERFORM C1100-CHARGE-USAGE THRU C1100-EXIT
              END-IF
              PERFORM E1000-READ-USAGE THRU E1000-EXIT
           END-PERFORM.

       C1000-EXIT.
           EXIT.

      ******************************************************************
      * One issuance in the month.  A format this job does not price   *
      * is counted and listed, not charged.                            *
      ******************************************************************

       C1100-CHARGE-USAGE.

           MOVE ZU-FORMAT               TO WS-FIND-ITEM.
           PERFORM E4000-FIND-ITEM THRU E4000-EXIT.
           IF WS-FOUND-ITEM = ZERO
              OR WS-FOUND-ITEM = WS-RSV-ITEM
              ADD 1                     TO WS-UNPRICED-COUNT
              GO TO C1100-EXIT
           END-IF.

           MOVE 1                       TO WS-REC-UNITS.
           IF ZU-FORMAT = 'BLOCK'
              MOVE ZU-UID(1:10)         TO WS-BLK-START-X
              MOVE ZU-UID(12:10)        TO WS-BLK-END-X
              IF WS-BLK-START-X IS NUMERIC
                 AND WS-BLK-END-X IS NUMERIC
                 MOVE WS-BLK-START-X    TO WS-BLK-START
                 MOVE WS-BLK-END-X      TO WS-BLK-END
                 IF WS-BLK-END >= WS-BLK-START
                    COMPUTE WS-REC-UNITS =
                            WS-BLK-END - WS-BLK-START + 1
                 END-IF
              END-IF
           END-IF.

           MOVE ZU-REQUESTOR-APPL       TO WS-FIND-APPL.
           PERFORM E5000-FIND-OR-ADD-CONSUMER THRU E5000-EXIT.
           IF ENTRY-FOUND
              ADD 1                     TO WS-USAGE-BILLED
              ADD WS-REC-UNITS TO CN-UNITS(WS-CON-IX, WS-FOUND-ITEM)
              ADD WS-REC-UNITS TO RT-UNITS(WS-FOUND-ITEM)
           END-IF.

       C1100-EXIT.
           EXIT.

      ******************************************************************
      * Pass the reservation ledger once, charging each id reserved in *
      * the month before the one billed and since expired uncollected  *
      * by UID035P to the application that holds it.  UIDHLT's probe   *
      * record never expires, but is passed over by name all the same. *
      ******************************************************************

       C2000-SCAN-LEDGER.

           PERFORM E2000-READ-LEDGER THRU E2000-EXIT.
           PERFORM UNTIL END-OF-LEDGER
              ADD 1                     TO WS-LEDGER-READ
              IF RSV-ALLOC-DATE(1:7) = WS-RSV-PERIOD-X
                 AND RSV-STATUS = 'EXP'
                 AND RSV-NOT-COLLECTED
                 AND RSV-APPL-ID NOT = 'ZHEALTH'
                 MOVE RSV-APPL-ID       TO WS-FIND-APPL
                 PERFORM E5000-FIND-OR-ADD-CONSUMER THRU E5000-EXIT
                 IF ENTRY-FOUND
                    ADD 1               TO WS-EXPIRED-COUNT
                    ADD 1 TO CN-UNITS(WS-CON-IX, WS-RSV-ITEM)
                    ADD 1 TO RT-UNITS(WS-RSV-ITEM)
                 END-IF
              END-IF
              PERFORM E2000-READ-LEDGER THRU E2000-EXIT
           END-PERFORM.

       C2000-EXIT.
           EXIT.

      ******************************************************************
      * Before anything is posted: every item charged must have a      *
      * rate, and every consumer must have fitted in the table.        *
      ******************************************************************

       C3000-VERIFY-PRICING.

           PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                   UNTIL WS-ITEM-IX > WS-ITEM-MAXN
              IF RT-UNITS(WS-ITEM-IX) > ZERO
                 AND RT-EFFECTIVE(WS-ITEM-IX) = SPACES
                 MOVE 'IDS CHARGED WITH NO RATE ON RATEIN FOR ITEM:'
                                        TO RS-TEXT
                 MOVE ITEM-NAME(WS-ITEM-IX) TO RS-VALUE
                 PERFORM G1000-STOP-RUN THRU G1000-EXIT
              END-IF
           END-PERFORM.

           IF WS-CON-OVERFLOW > ZERO
              MOVE 'CONSUMERS PAST THE TABLE CAP - RECORDS NOT PRICED:'
                                        TO RS-TEXT
              MOVE WS-CON-OVERFLOW      TO RS-VALUE
              PERFORM G1000-STOP-RUN THRU G1000-EXIT
           END-IF.

       C3000-EXIT.
           EXIT.

      ******************************************************************
      * The journal batch: header, each consumer's lines in            *
      * application order, the control trailer.                        *
      ******************************************************************

       D1000-WRITE-JOURNAL.

           MOVE SPACES                  TO ZUIDGLE-RECORD.
           SET  GLE-IS-HEADER           TO TRUE.
           PERFORM E6000-SET-BATCH THRU E6000-EXIT.
           MOVE WS-RUN-DATE             TO GLE-CREATED-DATE.
           MOVE WS-RUN-TIME             TO GLE-CREATED-TIME.
           STRING 'ZUID UID CHARGEBACK '  DELIMITED BY SIZE
                  WS-BILL-PERIOD-X        DELIMITED BY SIZE
                  INTO GLE-HDR-DESCRIPTION
           END-STRING.
           WRITE GL-INTERFACE-RECORD FROM ZUIDGLE-RECORD.

           PERFORM D2000-BILL-CONSUMER THRU D2000-EXIT
               VARYING WS-CON-IX FROM 1 BY 1
               UNTIL WS-CON-IX > WS-CON-COUNT.

           MOVE SPACES                  TO ZUIDGLE-RECORD.
           SET  GLE-IS-TRAILER          TO TRUE.
           PERFORM E6000-SET-BATCH THRU E6000-EXIT.
           MOVE WS-LINE-NBR             TO GLE-LINE-COUNT.
           MOVE WS-DEBIT-COUNT          TO GLE-DEBIT-COUNT.
           MOVE WS-CREDIT-COUNT         TO GLE-CREDIT-COUNT.
           MOVE WS-DEBIT-TOTAL          TO GLE-DEBIT-TOTAL.
           MOVE WS-CREDIT-TOTAL         TO GLE-CREDIT-TOTAL.
           MOVE WS-QUANTITY-TOTAL       TO GLE-QUANTITY-TOTAL.
           WRITE GL-INTERFACE-RECORD FROM ZUIDGLE-RECORD.

       D1000-EXIT.
           EXIT.

      ******************************************************************
      * One consumer: settle its cost center, price each item, debit   *
      * each priced item and credit the total, and print its invoice.  *
      * A consumer whose charges price to nothing posts no lines.      *
      ******************************************************************

       D2000-BILL-CONSUMER.

           PERFORM D2100-FIND-COST-CENTER THRU D2100-EXIT.

           MOVE CN-APPL-ID(WS-CON-IX)   TO RC-APPL-ID.
           MOVE WS-OWNER                TO RC-OWNER.
           MOVE WS-CC                   TO RC-COST-CENTER.
           MOVE WS-CC-SOURCE            TO RC-SOURCE.
           MOVE RPT-CONSUMER-LINE       TO INVOICE-REPORT-LINE.
           WRITE INVOICE-REPORT-LINE.
           MOVE RPT-COLUMN-HEADING      TO INVOICE-REPORT-LINE.
           WRITE INVOICE-REPORT-LINE.

           MOVE ZERO                    TO WS-CONSUMER-TOTAL.
           MOVE ZERO                    TO WS-CONSUMER-UNITS.
           MOVE ZERO                    TO WS-CONSUMER-POSTED.
           PERFORM D2200-PRICE-ITEM THRU D2200-EXIT
               VARYING WS-ITEM-IX FROM 1 BY 1
               UNTIL WS-ITEM-IX > WS-ITEM-MAXN.

           IF WS-CONSUMER-TOTAL > ZERO
              ADD 1                     TO WS-BILLED-COUNT
              MOVE SPACES               TO ZUIDGLE-RECORD
              SET  GLE-IS-DETAIL        TO TRUE
              MOVE AC-CREDIT-CC         TO GLE-COST-CENTER
              MOVE AC-CREDIT-ACCOUNT    TO GLE-ACCOUNT
              SET  GLE-CREDIT           TO TRUE
              MOVE WS-CONSUMER-TOTAL    TO GLE-AMOUNT
              MOVE WS-CONSUMER-POSTED   TO GLE-QUANTITY
              MOVE CN-APPL-ID(WS-CON-IX) TO GLE-REFERENCE
              STRING 'ZUID RECOVERY '     DELIMITED BY SIZE
                     CN-APPL-ID(WS-CON-IX) DELIMITED BY SIZE
                     INTO GLE-DESCRIPTION
              END-STRING
              PERFORM E7000-WRITE-LINE THRU E7000-EXIT
              ADD 1                     TO WS-CREDIT-COUNT
              ADD WS-CONSUMER-TOTAL     TO WS-CREDIT-TOTAL
           END-IF.

           MOVE WS-CONSUMER-UNITS       TO RX-UNITS.
           MOVE WS-CONSUMER-TOTAL       TO RX-AMOUNT.
           MOVE RPT-CONSUMER-TOTAL-LINE TO INVOICE-REPORT-LINE.
           WRITE INVOICE-REPORT-LINE.
           MOVE SPACES                  TO INVOICE-REPORT-LINE.
           WRITE INVOICE-REPORT-LINE.

       D2000-EXIT.
           EXIT.

      ******************************************************************
      * The cost center to debit: the registry's, else the mapping     *
      * file's, else suspense.                                         *
      ******************************************************************

       D2100-FIND-COST-CENTER.

           MOVE SPACES                  TO WS-CC.
           MOVE SPACES                  TO WS-OWNER.

           MOVE 'N'                     TO WS-FOUND-SW.
           PERFORM VARYING WS-REG-IX FROM 1 BY 1
                   UNTIL WS-REG-IX > WS-REG-COUNT
                      OR ENTRY-FOUND
              IF RG-APPL-ID(WS-REG-IX) = CN-APPL-ID(WS-CON-IX)
                 SET ENTRY-FOUND        TO TRUE
                 MOVE RG-OWNER(WS-REG-IX)       TO WS-OWNER
                 MOVE RG-COST-CENTER(WS-REG-IX) TO WS-CC
              END-IF
           END-PERFORM.
           IF WS-CC NOT = SPACES
              MOVE 'REGISTRY'           TO WS-CC-SOURCE
              GO TO D2100-EXIT
           END-IF.

           MOVE 'N'                     TO WS-FOUND-SW.
           PERFORM VARYING WS-MAP-IX FROM 1 BY 1
                   UNTIL WS-MAP-IX > WS-MAP-COUNT
                      OR ENTRY-FOUND
              IF MP-APPL-ID(WS-MAP-IX) = CN-APPL-ID(WS-CON-IX)
                 SET ENTRY-FOUND        TO TRUE
                 MOVE MP-COST-CENTER(WS-MAP-IX) TO WS-CC
              END-IF
           END-PERFORM.
           IF WS-CC NOT = SPACES
              MOVE 'MAPPING '           TO WS-CC-SOURCE
              GO TO D2100-EXIT
           END-IF.

           MOVE AC-SUSPENSE-CC          TO WS-CC.
           MOVE 'SUSPENSE'              TO WS-CC-SOURCE.
           ADD 1                        TO WS-SUSPENSE-COUNT.

       D2100-EXIT.
           EXIT.

      ******************************************************************
      * One item for the consumer: ids times the rate, rounded to the  *
      * cent per line, so the credit - the sum of the debits - always  *
      * balances them.  A line that rounds to nothing is invoiced but  *
      * not posted; the credit's quantity is the ids actually posted.  *
      ******************************************************************

       D2200-PRICE-ITEM.

           IF CN-UNITS(WS-CON-IX, WS-ITEM-IX) = ZERO
              GO TO D2200-EXIT
           END-IF.

           COMPUTE WS-LINE-AMOUNT ROUNDED =
                   CN-UNITS(WS-CON-IX, WS-ITEM-IX)
                   * RT-PRICE(WS-ITEM-IX).
           ADD WS-LINE-AMOUNT           TO WS-CONSUMER-TOTAL.
           ADD CN-UNITS(WS-CON-IX, WS-ITEM-IX) TO WS-CONSUMER-UNITS.

           MOVE ITEM-NAME(WS-ITEM-IX)   TO RI-ITEM.
           MOVE RT-DESCRIPTION(WS-ITEM-IX) TO RI-DESCRIPTION.
           MOVE CN-UNITS(WS-CON-IX, WS-ITEM-IX) TO RI-UNITS.
           MOVE RT-PRICE(WS-ITEM-IX)    TO RI-PRICE.
           MOVE WS-LINE-AMOUNT          TO RI-AMOUNT.
           MOVE RPT-ITEM-LINE           TO INVOICE-REPORT-LINE.
           WRITE INVOICE-REPORT-LINE.

           IF WS-LINE-AMOUNT = ZERO
              GO TO D2200-EXIT
           END-IF.

           MOVE SPACES                  TO ZUIDGLE-RECORD.
           SET  GLE-IS-DETAIL           TO TRUE.
           MOVE WS-CC                   TO GLE-COST-CENTER.
           MOVE AC-DEBIT-ACCOUNT        TO GLE-ACCOUNT.
           SET  GLE-DEBIT               TO TRUE.
           MOVE WS-LINE-AMOUNT          TO GLE-AMOUNT.
           MOVE CN-UNITS(WS-CON-IX, WS-ITEM-IX) TO GLE-QUANTITY.
           MOVE CN-APPL-ID(WS-CON-IX)   TO GLE-REFERENCE.
           MOVE ITEM-NAME(WS-ITEM-IX)   TO GLE-ITEM.
           IF WS-ITEM-IX = WS-RSV-ITEM
              STRING 'ZUID RSV EXPIRED '  DELIMITED BY SIZE
                     WS-RSV-PERIOD-X      DELIMITED BY SIZE
                     INTO GLE-DESCRIPTION
              END-STRING
           ELSE
              STRING 'ZUID '              DELIMITED BY SIZE
                     ITEM-NAME(WS-ITEM-IX) DELIMITED BY SPACE
                     ' IDS '              DELIMITED BY SIZE
                     WS-BILL-PERIOD-X     DELIMITED BY SIZE
                     INTO GLE-DESCRIPTION
              END-STRING
           END-IF.
           PERFORM E7000-WRITE-LINE THRU E7000-EXIT.
           ADD 1                        TO WS-DEBIT-COUNT.
           ADD WS-LINE-AMOUNT           TO WS-DEBIT-TOTAL.
           ADD CN-UNITS(WS-CON-IX, WS-ITEM-IX) TO WS-QUANTITY-TOTAL.
           ADD CN-UNITS(WS-CON-IX, WS-ITEM-IX) TO WS-CONSUMER-POSTED.

       D2200-EXIT.
           EXIT.

      ******************************************************************
      * Read the next usage record, passing over trailers.             *
      ******************************************************************

       E1000-READ-USAGE.

           READ USAGE-EXTRACT-FILE
               AT END
                   SET END-OF-USAGE TO TRUE
           END-READ.
           IF NOT END-OF-USAGE
              MOVE ZUIDUSE-RECORD       TO ZUIDTRL-RECORD
              IF TRL-IS-TRAILER
                 GO TO E1000-READ-USAGE
              END-IF
           END-IF.

       E1000-EXIT.
           EXIT.

      ******************************************************************
      * Read the next reservation-ledger record.                       *
      ******************************************************************

       E2000-READ-LEDGER.

           READ LEDGER-EXTRACT-FILE
               AT END
                   SET END-OF-LEDGER TO TRUE
           END-READ.

       E2000-EXIT.
           EXIT.

      ******************************************************************
      * Read the next rate-card record.                                *
      ******************************************************************

       E3000-READ-RATE.

           READ RATE-CARD-FILE
               AT END
                   SET END-OF-RATES TO TRUE
           END-READ.

       E3000-EXIT.
           EXIT.

      ******************************************************************
      * WS-FIND-ITEM's place in the item table, zero when not priced.  *
      ******************************************************************

       E4000-FIND-ITEM.

           MOVE ZERO                    TO WS-FOUND-ITEM.
           PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                   UNTIL WS-ITEM-IX > WS-ITEM-MAXN
                      OR WS-FOUND-ITEM > ZERO
              IF ITEM-NAME(WS-ITEM-IX) = WS-FIND-ITEM
                 MOVE WS-ITEM-IX        TO WS-FOUND-ITEM
              END-IF
           END-PERFORM.

       E4000-EXIT.
           EXIT.

      ******************************************************************
      * Locate WS-FIND-APPL in the consumer table, adding it in its    *
      * place in application order on first sight.  Past the cap the   *
      * record is counted and the run will stop unposted.              *
      ******************************************************************

       E5000-FIND-OR-ADD-CONSUMER.

           MOVE 'N'                     TO WS-FOUND-SW.
           MOVE 'N'                     TO WS-PLACE-SW.
           MOVE 1                       TO WS-CON-IX.
           PERFORM UNTIL WS-CON-IX > WS-CON-COUNT
                      OR PLACE-FOUND
              IF CN-APPL-ID(WS-CON-IX) >= WS-FIND-APPL
                 SET PLACE-FOUND        TO TRUE
              ELSE
                 ADD 1                  TO WS-CON-IX
              END-IF
           END-PERFORM.
           IF PLACE-FOUND
              IF CN-APPL-ID(WS-CON-IX) = WS-FIND-APPL
                 SET ENTRY-FOUND        TO TRUE
                 GO TO E5000-EXIT
              END-IF
           END-IF.

           IF WS-CON-COUNT >= WS-CON-MAXN
              ADD 1                     TO WS-CON-OVERFLOW
              GO TO E5000-EXIT
           END-IF.

      *    *---------------------------------------------------------*
      *    * Open a slot at WS-CON-IX by moving the later entries     *
      *    * down one.                                               *
      *    *---------------------------------------------------------*
           PERFORM VARYING WS-CON-JX FROM WS-CON-COUNT BY -1
                   UNTIL WS-CON-JX < WS-CON-IX
              MOVE CONSUMER-ENTRY(WS-CON-JX)
                   TO CONSUMER-ENTRY(WS-CON-JX + 1)
           END-PERFORM.
           ADD 1                        TO WS-CON-COUNT.
           MOVE WS-FIND-APPL            TO CN-APPL-ID(WS-CON-IX).
           PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                   UNTIL WS-ITEM-IX > WS-ITEM-MAXN
              MOVE ZERO TO CN-UNITS(WS-CON-IX, WS-ITEM-IX)
           END-PERFORM.
           SET ENTRY-FOUND              TO TRUE.

       E5000-EXIT.
           EXIT.

      ******************************************************************
      * The batch fields every GLOUT record carries.                   *
      ******************************************************************

       E6000-SET-BATCH.

           MOVE 'ZUID'                  TO GLE-SOURCE.
           MOVE SPACES                  TO GLE-BATCH-ID.
           STRING 'ZUCB'                DELIMITED BY SIZE
                  WS-LEDGER-PERIOD      DELIMITED BY SIZE
                  INTO GLE-BATCH-ID
           END-STRING.
           MOVE AC-COMPANY              TO GLE-COMPANY.
           MOVE WS-LEDGER-PERIOD        TO GLE-PERIOD.

       E6000-EXIT.
           EXIT.

      ******************************************************************
      * Number and write one journal line built in ZUIDGLE-RECORD.     *
      ******************************************************************

       E7000-WRITE-LINE.

           PERFORM E6000-SET-BATCH THRU E6000-EXIT.
           ADD 1                        TO WS-LINE-NBR.
           MOVE WS-LINE-NBR             TO GLE-LINE-NBR.
           WRITE GL-INTERFACE-RECORD FROM ZUIDGLE-RECORD.

       E7000-EXIT.
           EXIT.

      ******************************************************************
      * Batch totals, the exceptions, and the balance verdict.         *
      ******************************************************************

       F1000-PRINT-TOTALS.

           MOVE 'USAGE RECORDS READ'    TO RN-LABEL.
           MOVE WS-USAGE-READ           TO RN-COUNT.
           PERFORM F1100-PRINT-COUNT THRU F1100-EXIT.
           MOVE 'USAGE RECORDS CHARGED FOR THE PERIOD'
                                        TO RN-LABEL.
           MOVE WS-USAGE-BILLED         TO RN-COUNT.
           PERFORM F1100-PRINT-COUNT THRU F1100-EXIT.
           MOVE 'RESERVED IDS EXPIRED (PRIOR MONTH) AT THE RSV RATE'
                                        TO RN-LABEL.
           MOVE WS-EXPIRED-COUNT        TO RN-COUNT.
           PERFORM F1100-PRINT-COUNT THRU F1100-EXIT.
           MOVE 'CONSUMERS CHARGED'     TO RN-LABEL.
           MOVE WS-BILLED-COUNT         TO RN-COUNT.
           PERFORM F1100-PRINT-COUNT THRU F1100-EXIT.
           MOVE 'IDS CHARGED (BATCH HASH TOTAL)'
                                        TO RN-LABEL.
           MOVE WS-QUANTITY-TOTAL       TO RN-COUNT.
           PERFORM F1100-PRINT-COUNT THRU F1100-EXIT.

           MOVE 'DEBITS'                TO RA-LABEL.
           MOVE WS-DEBIT-COUNT          TO RA-COUNT.
           MOVE WS-DEBIT-TOTAL          TO RA-AMOUNT.
           MOVE RPT-AMOUNT-LINE         TO INVOICE-REPORT-LINE.
           WRITE INVOICE-REPORT-LINE.
           MOVE 'CREDITS'               TO RA-LABEL.
           MOVE WS-CREDIT-COUNT         TO RA-COUNT.
           MOVE WS-CREDIT-TOTAL         TO RA-AMOUNT.
           MOVE RPT-AMOUNT-LINE         TO INVOICE-REPORT-LINE.
           WRITE INVOICE-REPORT-LINE.

           IF WS-SUSPENSE-COUNT > ZERO
              MOVE '** NO COST CENTER - CONSUMERS DEBITED TO SUSPENSE'
                                        TO RN-LABEL
              MOVE WS-SUSPENSE-COUNT    TO RN-COUNT
              PERFORM F1100-PRINT-COUNT THRU F1100-EXIT
           END-IF.
           IF WS-UNPRICED-COUNT > ZERO
              MOVE '** USAGE RECORDS OF A FORMAT NOT PRICED'
                                        TO RN-LABEL
              MOVE WS-UNPRICED-COUNT    TO RN-COUNT
              PERFORM F1100-PRINT-COUNT THRU F1100-EXIT
           END-IF.
           IF WS-REG-OVERFLOW > ZERO
              MOVE '** REGISTRY RECORDS PAST TABLE CAP, NOT USED'
                                        TO RN-LABEL
              MOVE WS-REG-OVERFLOW      TO RN-COUNT
              PERFORM F1100-PRINT-COUNT THRU F1100-EXIT
           END-IF.
           IF WS-MAP-OVERFLOW > ZERO
              MOVE '** MAPPING RECORDS PAST TABLE CAP, NOT USED'
                                        TO RN-LABEL
              MOVE WS-MAP-OVERFLOW      TO RN-COUNT
              PERFORM F1100-PRINT-COUNT THRU F1100-EXIT
           END-IF.

           IF WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
              MOVE RPT-BALANCED-LINE    TO INVOICE-REPORT-LINE
           ELSE
              MOVE RPT-UNBALANCED-LINE  TO INVOICE-REPORT-LINE
           END-IF.
           WRITE INVOICE-REPORT-LINE.

       F1000-EXIT.
           EXIT.

      ******************************************************************
      * One labelled count line.                                       *
      ******************************************************************

       F1100-PRINT-COUNT.

           MOVE RPT-COUNT-LINE          TO INVOICE-REPORT-LINE.
           WRITE INVOICE-REPORT-LINE.

       F1100-EXIT.
           EXIT.

      ******************************************************************
      * Something stops the run before posting: list why (RS-TEXT and  *
      * RS-VALUE set by the caller) and remember it.                   *
      ******************************************************************

       G1000-STOP-RUN.

           SET RUN-STOPPED              TO TRUE.
           MOVE RPT-STOP-LINE           TO INVOICE-REPORT-LINE.
           WRITE INVOICE-REPORT-LINE.

       G1000-EXIT.
           EXIT.

      ******************************************************************
      * Close files and record the run on the run-control master.  A   *
      * stopped run posted nothing, so it is recorded as refused and   *
      * the month stays open to a corrected rerun.                     *
      ******************************************************************

       Z1000-TERMINATE.

           CLOSE BILLING-CARD-FILE.
           CLOSE RATE-CARD-FILE.
           CLOSE REGISTRY-EXTRACT-FILE.
           CLOSE COST-CENTER-MAP-FILE.
           CLOSE USAGE-EXTRACT-FILE.
           CLOSE LEDGER-EXTRACT-FILE.
           CLOSE GL-INTERFACE-FILE.
           CLOSE INVOICE-REPORT-FILE.

           IF RUN-STOPPED
              SET  RCC-REFUSED          TO TRUE
              MOVE 8                    TO RCC-RETURN-CODE
           END-IF.
           MOVE WS-USAGE-BILLED         TO RCC-READ-COUNT.
           MOVE WS-USAGE-BILLED         TO RCC-EXPECTED-COUNT.

           SET  RCC-FUNC-RECORD         TO TRUE.
           CALL 'UIDRCT' USING ZUIDRCC-PARMS.
           MOVE RCC-RETURN-CODE         TO RETURN-CODE.

           IF NOT RCC-REFUSED
              AND (WS-SUSPENSE-COUNT > ZERO
                   OR WS-UNPRICED-COUNT > ZERO)
              MOVE 4                    TO RETURN-CODE
           END-IF.

       Z1000-EXIT.
           EXIT.
