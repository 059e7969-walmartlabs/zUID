       IDENTIFICATION DIVISION.
       PROGRAM-ID.      UID045R.
      ******************************************************************
      ** Enterprise range-overlap report.                              **
      ** Reads the RNGX extract UID022X snapshots from the enterprise  **
      ** range registry (see copy/ZUIDRNG.cpy) - which numeric range   **
      ** each region's counters own, and which ranges UIDDRS has lent  **
      ** to a DR region - and lists every pair of ranges on file that  **
      ** share any number:                                             **
      **                                                               **
      **   CONFLICT - two different counters whose ranges overlap,     **
      **              in one region or across regions: both can issue  **
      **              the same numbers.  UIDRNG refuses new ones, but  **
      **              ranges defined before the registry existed, or   **
      **              changed with the registry down, surface here;    **
      **   DR LOAN  - a DR region's seeded range of the same counter   **
      **              as an owned range elsewhere.  Expected after a   **
      **              UIDDRS seed, listed so the estate can see what   **
      **              DR holds and retire the loan after failback.     **
      **                                                               **
      ** Two owned records naming the same counter are one pool        **
      ** counter shared by the regions, not an overlap, and are not    **
      ** listed.  Each pair prints once, with the numbers the two      **
      ** ranges have in common.  A run with no conflicts ends with the **
      ** NO CONFLICTING RANGES line.                                   **
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RANGE-EXTRACT-FILE ASSIGN TO RNGIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT OVERLAP-REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  RANGE-EXTRACT-FILE
           RECORDING MODE IS F.
           COPY ZUIDRNG.

       FD  OVERLAP-REPORT-FILE
           RECORDING MODE IS F.
       01  OVERLAP-REPORT-LINE         PIC X(100).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------

       01  WS-EOF-SW                   PIC X     VALUE 'N'.
           88  END-OF-EXTRACT          VALUE 'Y'.

       01  WS-RUN-DATE                 PIC X(10) VALUE SPACES.

      *    Every range on file - one record per counter per region.
       01  WS-RNG-MAXN                 PIC 9(04) COMP VALUE 500.
       01  WS-RNG-COUNT                PIC 9(04) COMP VALUE ZERO.
       01  RANGE-TABLE.
           05  RANGE-ENTRY OCCURS 500 TIMES.
               10  RT-REGION           PIC X(08).
               10  RT-APPID            PIC X(08).
               10  RT-CNAME            PIC X(16).
               10  RT-MIN              PIC 9(18).
               10  RT-MAX              PIC 9(18).
               10  RT-KIND             PIC X(01).
               10  RT-LENDER           PIC X(08).
       01  WS-RNG-IX                   PIC 9(04) COMP.
       01  WS-RNG-JX                   PIC 9(04) COMP.
       01  WS-RNG-OVERFLOW             PIC 9(05) VALUE ZERO.

       01  WS-RECORDS-READ             PIC 9(09) VALUE ZERO.
       01  WS-CONFLICT-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-LOAN-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-COMMON-LO                PIC 9(18).
       01  WS-COMMON-HI                PIC 9(18).

       01  RPT-HEADING-1.
           05  FILLER                  PIC X(36)
               VALUE 'ZUID ENTERPRISE RANGE OVERLAPS      '.
           05  FILLER                  PIC X(06) VALUE 'DATE: '.
           05  RH1-DATE                PIC X(10).
           05  FILLER                  PIC X(48) VALUE SPACES.

       01  RPT-COLUMN-HEADING.
           05  FILLER                  PIC X(40)
               VALUE 'KIND      REGION   APPID    COUNTER     '.
           05  FILLER                  PIC X(40)
               VALUE '                MINIMUM            MAXIM'.
           05  FILLER                  PIC X(20)
               VALUE 'UM NOTE             '.

      *    First range of the pair, under the kind of overlap.
       01  RPT-FIRST-LINE.
           05  RF-KIND                 PIC X(10).
           05  RF-REGION               PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RF-APPID                PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RF-CNAME                PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RF-MIN                  PIC Z(17)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RF-MAX                  PIC Z(17)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RF-NOTE                 PIC X(17).

      *    Second range of the pair, and the numbers in common.
       01  RPT-SECOND-LINE.
           05  FILLER                  PIC X(10) VALUE '  WITH    '.
           05  RS-REGION               PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RS-APPID                PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RS-CNAME                PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RS-MIN                  PIC Z(17)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RS-MAX                  PIC Z(17)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RS-NOTE                 PIC X(17).

       01  RPT-COMMON-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(25)
               VALUE 'NUMBERS IN COMMON:       '.
           05  RC-LO                   PIC Z(17)9.
           05  FILLER                  PIC X(03) VALUE ' - '.
           05  RC-HI                   PIC Z(17)9.
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  FILLER                  PIC X(16)
               VALUE 'RANGES ON FILE: '.
           05  RT-RANGES               PIC ZZZZ9.
           05  FILLER                  PIC X(13) VALUE '  CONFLICTS: '.
           05  RT-CONFLICTS            PIC ZZZZ9.
           05  FILLER                  PIC X(12) VALUE '  DR LOANS: '.
           05  RT-LOANS                PIC ZZZZ9.
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  RPT-VERDICT-CLEAN           PIC X(100)
           VALUE 'NO CONFLICTING RANGES ON FILE'.

       01  RPT-VERDICT-CONFLICT        PIC X(100)
           VALUE '** RANGE CONFLICTS ON FILE - RESOLVE THE OVERLAPS ABOV
      -    'E **'.

       01  RPT-OVERFLOW-LINE.
           05  FILLER           PIC X(38)
               VALUE 'RANGES PAST TABLE CAP, NOT COMPARED:  '.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RO-OVERFLOW             PIC ZZZZ9.
           05  FILLER                  PIC X(56) VALUE SPACES.

      *----------------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------------

           PERFORM A1000-INITIALIZE      THRU A1000-EXIT.
           PERFORM B1000-LOAD-RANGES     THRU B1000-EXIT.
           PERFORM C1000-COMPARE-ALL     THRU C1000-EXIT.
           PERFORM D1000-PRINT-TOTALS    THRU D1000-EXIT.
           PERFORM Z1000-TERMINATE       THRU Z1000-EXIT.
           STOP RUN.

      ******************************************************************
      * Open files and write the headings.                             *
      ******************************************************************

       A1000-INITIALIZE.

           OPEN INPUT  RANGE-EXTRACT-FILE.
           OPEN OUTPUT OVERLAP-REPORT-FILE.

           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RUN-DATE.
           MOVE WS-RUN-DATE             TO RH1-DATE.
           MOVE RPT-HEADING-1           TO OVERLAP-REPORT-LINE.
           WRITE OVERLAP-REPORT-LINE.
           MOVE SPACES                  TO OVERLAP-REPORT-LINE.
           WRITE OVERLAP-REPORT-LINE.
           MOVE RPT-COLUMN-HEADING      TO OVERLAP-REPORT-LINE.
           WRITE OVERLAP-REPORT-LINE.

       A1000-EXIT.
           EXIT.

      ******************************************************************
      * Load the whole registry extract into the range table.  Ranges  *
      * past the cap are counted and reported, never silently dropped. *
      ******************************************************************

       B1000-LOAD-RANGES.

           PERFORM E1000-READ-EXTRACT THRU E1000-EXIT.
           PERFORM UNTIL END-OF-EXTRACT
              ADD 1                      TO WS-RECORDS-READ
              IF WS-RNG-COUNT >= WS-RNG-MAXN
                 ADD 1                   TO WS-RNG-OVERFLOW
              ELSE
                 ADD 1                   TO WS-RNG-COUNT
                 MOVE RNG-REGION         TO RT-REGION(WS-RNG-COUNT)
                 MOVE RNG-APPID          TO RT-APPID(WS-RNG-COUNT)
                 MOVE RNG-CNAME          TO RT-CNAME(WS-RNG-COUNT)
                 MOVE RNG-MIN            TO RT-MIN(WS-RNG-COUNT)
                 MOVE RNG-MAX            TO RT-MAX(WS-RNG-COUNT)
                 MOVE RNG-KIND           TO RT-KIND(WS-RNG-COUNT)
                 MOVE RNG-LENDER         TO RT-LENDER(WS-RNG-COUNT)
              END-IF
              PERFORM E1000-READ-EXTRACT THRU E1000-EXIT
           END-PERFORM.

       B1000-EXIT.
           EXIT.

      ******************************************************************
      * Compare every range with every later one in the table, so each *
      * pair is looked at once.                                        *
      ******************************************************************

       C1000-COMPARE-ALL.

           PERFORM VARYING WS-RNG-IX FROM 1 BY 1
                   UNTIL WS-RNG-IX >= WS-RNG-COUNT
              COMPUTE WS-RNG-JX = WS-RNG-IX + 1
              PERFORM C1500-COMPARE-PAIR THRU C1500-EXIT
                  VARYING WS-RNG-JX FROM WS-RNG-JX BY 1
                  UNTIL WS-RNG-JX > WS-RNG-COUNT
           END-PERFORM.

       C1000-EXIT.
           EXIT.

      ******************************************************************
      * One pair: no shared number, or two owned records of the same   *
      * pool counter, is nothing to report.  The same counter with a   *
      * loan on either side is a DR loan; different counters are a     *
      * conflict.                                                      *
      ******************************************************************

       C1500-COMPARE-PAIR.

           IF RT-MIN(WS-RNG-IX) > RT-MAX(WS-RNG-JX)
              OR RT-MIN(WS-RNG-JX) > RT-MAX(WS-RNG-IX)
              GO TO C1500-EXIT
           END-IF.

           IF RT-CNAME(WS-RNG-IX) = RT-CNAME(WS-RNG-JX)
              IF RT-KIND(WS-RNG-IX) NOT = 'L'
                 AND RT-KIND(WS-RNG-JX) NOT = 'L'
                 GO TO C1500-EXIT
              END-IF
              ADD 1                      TO WS-LOAN-COUNT
              MOVE 'DR LOAN'             TO RF-KIND
           ELSE
              ADD 1                      TO WS-CONFLICT-COUNT
              MOVE 'CONFLICT'            TO RF-KIND
           END-IF.

           IF RT-MIN(WS-RNG-IX) > RT-MIN(WS-RNG-JX)
              MOVE RT-MIN(WS-RNG-IX)     TO WS-COMMON-LO
           ELSE
              MOVE RT-MIN(WS-RNG-JX)     TO WS-COMMON-LO
           END-IF.
           IF RT-MAX(WS-RNG-IX) < RT-MAX(WS-RNG-JX)
              MOVE RT-MAX(WS-RNG-IX)     TO WS-COMMON-HI
           ELSE
              MOVE RT-MAX(WS-RNG-JX)     TO WS-COMMON-HI
           END-IF.

           MOVE RT-REGION(WS-RNG-IX)     TO RF-REGION.
           MOVE RT-APPID(WS-RNG-IX)      TO RF-APPID.
           MOVE RT-CNAME(WS-RNG-IX)      TO RF-CNAME.
           MOVE RT-MIN(WS-RNG-IX)        TO RF-MIN.
           MOVE RT-MAX(WS-RNG-IX)        TO RF-MAX.
           MOVE SPACES                   TO RF-NOTE.
           IF RT-KIND(WS-RNG-IX) = 'L'
              STRING 'LENT BY '          DELIMITED BY SIZE
                     RT-LENDER(WS-RNG-IX) DELIMITED BY SIZE
                     INTO RF-NOTE
              END-STRING
           END-IF.

           MOVE RT-REGION(WS-RNG-JX)     TO RS-REGION.
           MOVE RT-APPID(WS-RNG-JX)      TO RS-APPID.
           MOVE RT-CNAME(WS-RNG-JX)      TO RS-CNAME.
           MOVE RT-MIN(WS-RNG-JX)        TO RS-MIN.
           MOVE RT-MAX(WS-RNG-JX)        TO RS-MAX.
           MOVE SPACES                   TO RS-NOTE.
           IF RT-KIND(WS-RNG-JX) = 'L'
              STRING 'LENT BY '          DELIMITED BY SIZE
                     RT-LENDER(WS-RNG-JX) DELIMITED BY SIZE
                     INTO RS-NOTE
              END-STRING
           END-IF.

           MOVE WS-COMMON-LO             TO RC-LO.
           MOVE WS-COMMON-HI             TO RC-HI.

           MOVE SPACES                   TO OVERLAP-REPORT-LINE.
           WRITE OVERLAP-REPORT-LINE.
           MOVE RPT-FIRST-LINE           TO OVERLAP-REPORT-LINE.
           WRITE OVERLAP-REPORT-LINE.
           MOVE RPT-SECOND-LINE          TO OVERLAP-REPORT-LINE.
           WRITE OVERLAP-REPORT-LINE.
           MOVE RPT-COMMON-LINE          TO OVERLAP-REPORT-LINE.
           WRITE OVERLAP-REPORT-LINE.

       C1500-EXIT.
           EXIT.

      ******************************************************************
      * Totals and the verdict line.                                   *
      ******************************************************************

       D1000-PRINT-TOTALS.

           MOVE SPACES                   TO OVERLAP-REPORT-LINE.
           WRITE OVERLAP-REPORT-LINE.
           MOVE WS-RECORDS-READ          TO RT-RANGES.
           MOVE WS-CONFLICT-COUNT        TO RT-CONFLICTS.
           MOVE WS-LOAN-COUNT            TO RT-LOANS.
           MOVE RPT-TOTAL-LINE           TO OVERLAP-REPORT-LINE.
           WRITE OVERLAP-REPORT-LINE.

           IF WS-RNG-OVERFLOW > ZERO
              MOVE WS-RNG-OVERFLOW       TO RO-OVERFLOW
              MOVE RPT-OVERFLOW-LINE     TO OVERLAP-REPORT-LINE
              WRITE OVERLAP-REPORT-LINE
           END-IF.

           IF WS-CONFLICT-COUNT = ZERO
              MOVE RPT-VERDICT-CLEAN     TO OVERLAP-REPORT-LINE
           ELSE
              MOVE RPT-VERDICT-CONFLICT  TO OVERLAP-REPORT-LINE
           END-IF.
           WRITE OVERLAP-REPORT-LINE.

       D1000-EXIT.
           EXIT.

      ******************************************************************
      * Read the next registry record from the RNGX extract.           *
      ******************************************************************

       E1000-READ-EXTRACT.

           READ RANGE-EXTRACT-FILE
               AT END
                   SET END-OF-EXTRACT TO TRUE
           END-READ.

       E1000-EXIT.
           EXIT.

      ******************************************************************
      * Close files.                                                   *
      ******************************************************************

       Z1000-TERMINATE.

           CLOSE RANGE-EXTRACT-FILE.
           CLOSE OVERLAP-REPORT-FILE.

       Z1000-EXIT.
           EXIT.
