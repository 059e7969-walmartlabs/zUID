       IDENTIFICATION DIVISION.
       PROGRAM-ID.      UID049R.
      ******************************************************************
      ** Business-reference cross-reference extract.  When a partner   **
      ** disputes which id zUID gave one of their orders, claims or    **
      ** shipments, this job pulls the recorded pairings from the XRFX **
      ** snapshot UID022X takes of the ZUIDXRF file each night (see    **
      ** copy/ZUIDXRF.cpy) and lists them, so the dispute can be       **
      ** settled from our side without a CICS session per reference.   **
      **                                                               **
      ** Selection cards on CARDIN, one per question, up to 50:        **
      **   columns  1- 8  application id                               **
      **   columns  9-40  business reference                           **
      **   columns 41-50  from date (YYYY/MM/DD)                       **
      **   columns 51-60  to date   (YYYY/MM/DD)                       **
      ** A blank field matches anything; a record is selected when it  **
      ** matches any card, and an empty CARDIN selects the whole file. **
      ** A card with a badly formed date, or a from date after its to  **
      ** date, is listed as rejected and ends the step with RC 4, as   **
      ** does a card past the 50.                                      **
      **                                                               **
      ** Selected records are written unchanged (ZUIDXRF layout) to    **
      ** XRFOUT for the partner, and listed on RPTOUT with the number  **
      ** of records each card matched.  For the id-to-reference        **
      ** direction on a single id, UID036R prints the reference with   **
      ** the id's provenance; UID048M answers either way online.       **
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SELECTION-CARD-FILE ASSIGN TO CARDIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT XREF-EXTRACT-FILE ASSIGN TO XRFIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT XREF-OUTPUT-FILE ASSIGN TO XRFOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT XREF-REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  SELECTION-CARD-FILE
           RECORDING MODE IS F.
       01  SELECTION-CARD.
           05  SC-CARD-APPL-ID         PIC X(08).
           05  SC-CARD-REFERENCE       PIC X(32).
           05  SC-CARD-FROM-DATE       PIC X(10).
           05  SC-CARD-TO-DATE         PIC X(10).
           05  FILLER                  PIC X(20).

       FD  XREF-EXTRACT-FILE
           RECORDING MODE IS F.
           COPY ZUIDXRF.

       FD  XREF-OUTPUT-FILE
           RECORDING MODE IS F.
       01  XREF-OUTPUT-RECORD          PIC X(150).

       FD  XREF-REPORT-FILE
           RECORDING MODE IS F.
       01  XREF-REPORT-LINE            PIC X(100).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------

       01  WS-EOF-SW                   PIC X     VALUE 'N'.
           88  END-OF-EXTRACT          VALUE 'Y'.
       01  WS-CARD-EOF-SW              PIC X     VALUE 'N'.
           88  END-OF-CARDS            VALUE 'Y'.
       01  WS-SELECTED-SW              PIC X     VALUE 'N'.
           88  RECORD-SELECTED         VALUE 'Y'.
       01  WS-CARD-OK-SW               PIC X     VALUE 'Y'.
           88  CARD-OK                 VALUE 'Y'.

       01  WS-NOW                      PIC X(21).
       01  WS-RUN-DATE                 PIC X(10) VALUE SPACES.

      *    A card date is blank or YYYY/MM/DD, the form ZUIDXRF
      *    carries its date in, so dates compare as strings.
       01  WS-DATE-CHECK.
           05  WS-DC-YEAR              PIC X(04).
           05  WS-DC-SEP1              PIC X(01).
           05  WS-DC-MONTH             PIC X(02).
           05  WS-DC-SEP2              PIC X(01).
           05  WS-DC-DAY               PIC X(02).

      *    Accepted selection cards, with what each one matched.
       01  WS-SEL-MAXN                 PIC 9(04) COMP VALUE 50.
       01  WS-SEL-COUNT                PIC 9(04) COMP VALUE ZERO.
       01  SELECTION-TABLE.
           05  SELECTION-ENTRY OCCURS 50 TIMES.
               10  ST-APPL-ID          PIC X(08).
               10  ST-REFERENCE        PIC X(32).
               10  ST-FROM-DATE        PIC X(10).
               10  ST-TO-DATE          PIC X(10).
               10  ST-MATCHED          PIC 9(09).
       01  WS-SEL-IX                   PIC 9(04) COMP.

       01  WS-CARDS-READ               PIC 9(05) VALUE ZERO.
       01  WS-CARDS-REJECTED           PIC 9(05) VALUE ZERO.
       01  WS-CARDS-OVER-CAP           PIC 9(05) VALUE ZERO.
       01  WS-RECORDS-READ             PIC 9(09) VALUE ZERO.
       01  WS-RECORDS-SELECTED         PIC 9(09) VALUE ZERO.

       01  RPT-HEADING-1.
           05  FILLER                  PIC X(36)
               VALUE 'ZUID BUSINESS-REFERENCE EXTRACT     '.
           05  FILLER                  PIC X(06) VALUE 'DATE: '.
           05  RH1-DATE                PIC X(10).
           05  FILLER                  PIC X(48) VALUE SPACES.

      *    One line per selection card, accepted or not.
       01  RPT-CARD-LINE.
           05  RK-LABEL                PIC X(10).
           05  RK-APPL-ID              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RK-REFERENCE            PIC X(32).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RK-FROM-DATE            PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RK-TO-DATE              PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RK-NOTE                 PIC X(26).

       01  RPT-ALL-LINE                PIC X(100)
           VALUE 'NO SELECTION CARDS - EVERY RECORD SELECTED'.

       01  RPT-COLUMN-HEADING.
           05  FILLER                  PIC X(40)
               VALUE 'APPL     REFERENCE                      '.
           05  FILLER                  PIC X(40)
               VALUE '  SITE     FMT   VIA  DATE       TIME   '.
           05  FILLER                  PIC X(20)
               VALUE '  PROGRAM           '.

      *    Each selected record: the pairing, then the id itself.
       01  RPT-DETAIL-LINE.
           05  RD-APPL-ID              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RD-REFERENCE            PIC X(32).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RD-SITE-ID              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RD-FORMAT               PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RD-CHANNEL              PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RD-DATE                 PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RD-TIME                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RD-PROGRAM              PIC X(08).
           05  FILLER                  PIC X(09) VALUE SPACES.

       01  RPT-UID-LINE.
           05  FILLER                  PIC X(09) VALUE SPACES.
           05  RU-LABEL                PIC X(07).
           05  RU-UID                  PIC X(36).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RU-NOTE                 PIC X(47).

       01  RPT-MATCH-LINE.
           05  FILLER                  PIC X(10) VALUE 'CARD      '.
           05  RM-APPL-ID              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RM-REFERENCE            PIC X(32).
           05  FILLER                  PIC X(10) VALUE '  MATCHED '.
           05  RM-MATCHED              PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(30) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  FILLER                  PIC X(14)
               VALUE 'RECORDS READ: '.
           05  RT-READ                 PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE '  SELECTED: '.
           05  RT-SELECTED             PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(09) VALUE '  CARDS: '.
           05  RT-CARDS                PIC ZZZZ9.
           05  FILLER                  PIC X(12) VALUE '  REJECTED: '.
           05  RT-REJECTED             PIC ZZZZ9.
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  RPT-NONE-LINE               PIC X(100)
           VALUE 'NO RECORDED REFERENCE MATCHES THE SELECTION'.

       01  RPT-OVERFLOW-LINE.
           05  FILLER           PIC X(38)
               VALUE 'CARDS PAST TABLE CAP, NOT APPLIED:    '.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RO-OVERFLOW             PIC ZZZZ9.
           05  FILLER                  PIC X(56) VALUE SPACES.

      *----------------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------------

           PERFORM A1000-INITIALIZE      THRU A1000-EXIT.
           PERFORM B1000-LOAD-CARDS      THRU B1000-EXIT.
           PERFORM C1000-SELECT-XREFS    THRU C1000-EXIT.
           PERFORM D1000-PRINT-TOTALS    THRU D1000-EXIT.
           PERFORM Z1000-TERMINATE       THRU Z1000-EXIT.
           STOP RUN.

      ******************************************************************
      * Open files and write the heading.                              *
      ******************************************************************

       A1000-INITIALIZE.

           OPEN INPUT  SELECTION-CARD-FILE.
           OPEN INPUT  XREF-EXTRACT-FILE.
           OPEN OUTPUT XREF-OUTPUT-FILE.
           OPEN OUTPUT XREF-REPORT-FILE.

           MOVE FUNCTION CURRENT-DATE   TO WS-NOW.
           STRING WS-NOW(1:4)  DELIMITED BY SIZE
                  '/'          DELIMITED BY SIZE
                  WS-NOW(5:2)  DELIMITED BY SIZE
                  '/'          DELIMITED BY SIZE
                  WS-NOW(7:2)  DELIMITED BY SIZE
                  INTO WS-RUN-DATE
           END-STRING.
           MOVE WS-RUN-DATE             TO RH1-DATE.
           MOVE RPT-HEADING-1           TO XREF-REPORT-LINE.
           WRITE XREF-REPORT-LINE.
           MOVE SPACES                  TO XREF-REPORT-LINE.
           WRITE XREF-REPORT-LINE.

       A1000-EXIT.
           EXIT.

      ******************************************************************
      * Read the selection cards, echo each one and keep the good ones *
      * in the selection table.  Cards past the cap are counted and    *
      * reported, never silently dropped.                              *
      ******************************************************************

       B1000-LOAD-CARDS.

           PERFORM E2000-READ-CARD THRU E2000-EXIT.
           PERFORM UNTIL END-OF-CARDS
              ADD 1                      TO WS-CARDS-READ
              PERFORM B1100-EDIT-CARD THRU B1100-EXIT
              PERFORM E2000-READ-CARD THRU E2000-EXIT
           END-PERFORM.

           IF WS-CARDS-READ = ZERO
              MOVE RPT-ALL-LINE          TO XREF-REPORT-LINE
              WRITE XREF-REPORT-LINE
           END-IF.

           MOVE SPACES                   TO XREF-REPORT-LINE.
           WRITE XREF-REPORT-LINE.
           MOVE RPT-COLUMN-HEADING       TO XREF-REPORT-LINE.
           WRITE XREF-REPORT-LINE.

       B1000-EXIT.
           EXIT.

      ******************************************************************
      * One card: both dates blank or YYYY/MM/DD, and not reversed.    *
      ******************************************************************

       B1100-EDIT-CARD.

           SET CARD-OK                   TO TRUE.
           MOVE SC-CARD-FROM-DATE        TO WS-DATE-CHECK.
           PERFORM B1200-CHECK-DATE THRU B1200-EXIT.
           MOVE SC-CARD-TO-DATE          TO WS-DATE-CHECK.
           PERFORM B1200-CHECK-DATE THRU B1200-EXIT.
           IF CARD-OK
              AND SC-CARD-FROM-DATE NOT = SPACES
              AND SC-CARD-TO-DATE NOT = SPACES
              AND SC-CARD-FROM-DATE > SC-CARD-TO-DATE
              MOVE 'N'                   TO WS-CARD-OK-SW
           END-IF.

           MOVE SC-CARD-APPL-ID          TO RK-APPL-ID.
           MOVE SC-CARD-REFERENCE        TO RK-REFERENCE.
           MOVE SC-CARD-FROM-DATE        TO RK-FROM-DATE.
           MOVE SC-CARD-TO-DATE          TO RK-TO-DATE.

           IF NOT CARD-OK
              ADD 1                      TO WS-CARDS-REJECTED
              MOVE 'REJECTED  '          TO RK-LABEL
              MOVE 'BAD DATE - CARD IGNORED'
                                         TO RK-NOTE
           ELSE
              IF WS-SEL-COUNT >= WS-SEL-MAXN
                 ADD 1                   TO WS-CARDS-OVER-CAP
                 MOVE 'SKIPPED   '       TO RK-LABEL
                 MOVE 'PAST TABLE CAP'   TO RK-NOTE
              ELSE
                 ADD 1                   TO WS-SEL-COUNT
                 MOVE SC-CARD-APPL-ID    TO ST-APPL-ID(WS-SEL-COUNT)
                 MOVE SC-CARD-REFERENCE  TO ST-REFERENCE(WS-SEL-COUNT)
                 MOVE SC-CARD-FROM-DATE  TO ST-FROM-DATE(WS-SEL-COUNT)
                 MOVE SC-CARD-TO-DATE    TO ST-TO-DATE(WS-SEL-COUNT)
                 MOVE ZERO               TO ST-MATCHED(WS-SEL-COUNT)
                 MOVE 'SELECT    '       TO RK-LABEL
                 MOVE SPACES             TO RK-NOTE
              END-IF
           END-IF.

           MOVE RPT-CARD-LINE            TO XREF-REPORT-LINE.
           WRITE XREF-REPORT-LINE.

       B1100-EXIT.
           EXIT.

      ******************************************************************
      * One card date in WS-DATE-CHECK: blank, or digits and slashes   *
      * in the YYYY/MM/DD positions with a plausible month and day.    *
      ******************************************************************

       B1200-CHECK-DATE.

           IF WS-DATE-CHECK = SPACES
              GO TO B1200-EXIT
           END-IF.

           IF WS-DC-YEAR  NOT NUMERIC
              OR WS-DC-MONTH NOT NUMERIC
              OR WS-DC-DAY   NOT NUMERIC
              OR WS-DC-SEP1 NOT = '/'
              OR WS-DC-SEP2 NOT = '/'
              MOVE 'N'                   TO WS-CARD-OK-SW
              GO TO B1200-EXIT
           END-IF.

           IF WS-DC-MONTH < '01' OR WS-DC-MONTH > '12'
              OR WS-DC-DAY < '01' OR WS-DC-DAY > '31'
              MOVE 'N'                   TO WS-CARD-OK-SW
           END-IF.

       B1200-EXIT.
           EXIT.

      ******************************************************************
      * Pass the XRFX snapshot once, writing and listing every record  *
      * that matches a card.  Rejected cards alone select nothing.     *
      ******************************************************************

       C1000-SELECT-XREFS.

           IF WS-CARDS-READ > ZERO
              AND WS-SEL-COUNT = ZERO
              GO TO C1000-EXIT
           END-IF.

           PERFORM E1000-READ-EXTRACT THRU E1000-EXIT.
           PERFORM UNTIL END-OF-EXTRACT
              ADD 1                      TO WS-RECORDS-READ
              MOVE 'N'                   TO WS-SELECTED-SW
              IF WS-CARDS-READ = ZERO
                 SET RECORD-SELECTED     TO TRUE
              ELSE
                 PERFORM C1100-MATCH-CARD THRU C1100-EXIT
                     VARYING WS-SEL-IX FROM 1 BY 1
                     UNTIL WS-SEL-IX > WS-SEL-COUNT
              END-IF
              IF RECORD-SELECTED
                 PERFORM C2000-WRITE-SELECTED THRU C2000-EXIT
              END-IF
              PERFORM E1000-READ-EXTRACT THRU E1000-EXIT
           END-PERFORM.

       C1000-EXIT.
           EXIT.

      ******************************************************************
      * One card against the current record.  Every card that matches  *
      * is counted, so overlapping cards each show their own total.    *
      ******************************************************************

       C1100-MATCH-CARD.

           IF ST-APPL-ID(WS-SEL-IX) NOT = SPACES
              AND ST-APPL-ID(WS-SEL-IX) NOT = XRF-APPL-ID
              GO TO C1100-EXIT
           END-IF.
           IF ST-REFERENCE(WS-SEL-IX) NOT = SPACES
              AND ST-REFERENCE(WS-SEL-IX) NOT = XRF-REFERENCE
              GO TO C1100-EXIT
           END-IF.
           IF ST-FROM-DATE(WS-SEL-IX) NOT = SPACES
              AND XRF-DATE < ST-FROM-DATE(WS-SEL-IX)
              GO TO C1100-EXIT
           END-IF.
           IF ST-TO-DATE(WS-SEL-IX) NOT = SPACES
              AND XRF-DATE > ST-TO-DATE(WS-SEL-IX)
              GO TO C1100-EXIT
           END-IF.

           ADD 1                         TO ST-MATCHED(WS-SEL-IX).
           SET RECORD-SELECTED           TO TRUE.

       C1100-EXIT.
           EXIT.

      ******************************************************************
      * Copy the selected record to XRFOUT and list it.  An RTV entry  *
      * shows its ledger sequence number; a BLOCK entry's id is the    *
      * range it was recorded against.                                 *
      ******************************************************************

       C2000-WRITE-SELECTED.

           ADD 1                         TO WS-RECORDS-SELECTED.
           MOVE ZUIDXRF-RECORD           TO XREF-OUTPUT-RECORD.
           WRITE XREF-OUTPUT-RECORD.

           MOVE XRF-APPL-ID              TO RD-APPL-ID.
           MOVE XRF-REFERENCE            TO RD-REFERENCE.
           MOVE XRF-SITE-ID              TO RD-SITE-ID.
           MOVE XRF-FORMAT               TO RD-FORMAT.
           MOVE XRF-CHANNEL              TO RD-CHANNEL.
           MOVE XRF-DATE                 TO RD-DATE.
           MOVE XRF-TIME                 TO RD-TIME.
           MOVE XRF-PROGRAM              TO RD-PROGRAM.
           MOVE RPT-DETAIL-LINE          TO XREF-REPORT-LINE.
           WRITE XREF-REPORT-LINE.

           MOVE XRF-UID                  TO RU-UID.
           MOVE SPACES                   TO RU-NOTE.
           IF XRF-FORMAT = 'BLOCK'
              MOVE 'RANGE  '             TO RU-LABEL
           ELSE
              MOVE 'UID    '             TO RU-LABEL
           END-IF.
           IF XRF-VIA-RTV
              STRING 'RESERVATION SEQ '  DELIMITED BY SIZE
                     XRF-RSV-SEQ-NBR     DELIMITED BY SIZE
                     INTO RU-NOTE
              END-STRING
           END-IF.
           MOVE RPT-UID-LINE             TO XREF-REPORT-LINE.
           WRITE XREF-REPORT-LINE.

       C2000-EXIT.
           EXIT.

      ******************************************************************
      * Per-card match counts, totals, and the none-found line.        *
      ******************************************************************

       D1000-PRINT-TOTALS.

           IF WS-RECORDS-SELECTED = ZERO
              MOVE RPT-NONE-LINE         TO XREF-REPORT-LINE
              WRITE XREF-REPORT-LINE
           END-IF.

           MOVE SPACES                   TO XREF-REPORT-LINE.
           WRITE XREF-REPORT-LINE.
           PERFORM VARYING WS-SEL-IX FROM 1 BY 1
                   UNTIL WS-SEL-IX > WS-SEL-COUNT
              MOVE ST-APPL-ID(WS-SEL-IX)   TO RM-APPL-ID
              MOVE ST-REFERENCE(WS-SEL-IX) TO RM-REFERENCE
              MOVE ST-MATCHED(WS-SEL-IX)   TO RM-MATCHED
              MOVE RPT-MATCH-LINE          TO XREF-REPORT-LINE
              WRITE XREF-REPORT-LINE
           END-PERFORM.

           MOVE WS-RECORDS-READ          TO RT-READ.
           MOVE WS-RECORDS-SELECTED      TO RT-SELECTED.
           MOVE WS-CARDS-READ            TO RT-CARDS.
           MOVE WS-CARDS-REJECTED        TO RT-REJECTED.
           MOVE RPT-TOTAL-LINE           TO XREF-REPORT-LINE.
           WRITE XREF-REPORT-LINE.

           IF WS-CARDS-OVER-CAP > ZERO
              MOVE WS-CARDS-OVER-CAP     TO RO-OVERFLOW
              MOVE RPT-OVERFLOW-LINE     TO XREF-REPORT-LINE
              WRITE XREF-REPORT-LINE
           END-IF.

           IF WS-CARDS-REJECTED > ZERO
              OR WS-CARDS-OVER-CAP > ZERO
              MOVE 4                     TO RETURN-CODE
           END-IF.

       D1000-EXIT.
           EXIT.

      ******************************************************************
      * Read the next cross-reference record from the XRFX snapshot.   *
      ******************************************************************

       E1000-READ-EXTRACT.

           READ XREF-EXTRACT-FILE
               AT END
                   SET END-OF-EXTRACT TO TRUE
           END-READ.

       E1000-EXIT.
           EXIT.

      ******************************************************************
      * Read the next selection card.                                  *
      ******************************************************************

       E2000-READ-CARD.

           READ SELECTION-CARD-FILE
               AT END
                   SET END-OF-CARDS TO TRUE
           END-READ.

       E2000-EXIT.
           EXIT.

      ******************************************************************
      * Close files.                                                   *
      ******************************************************************

       Z1000-TERMINATE.

           CLOSE SELECTION-CARD-FILE.
           CLOSE XREF-EXTRACT-FILE.
           CLOSE XREF-OUTPUT-FILE.
           CLOSE XREF-REPORT-FILE.

       Z1000-EXIT.
           EXIT.
