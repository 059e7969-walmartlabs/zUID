      ** present has nothing to compare and says so.  A clean run      **
      ** ends with the ESTATE CONSISTENT line - the certification      **
      ** the enterprise review files.                                  **
      **                                                               **
      ** Each CTLX closes with UID022X's control-total trailer (see    **
      ** copy/ZUIDTRL.cpy); B1500 passes over it.                      **
      **                                                               **
      ** When the optional SUMOUT DD is supplied the run also writes   **
      ** its DRIFT summary record for the morning scorecard (see       **
      ** copy/ZUIDSCS.cpy): BOUNDS counters red, MISSING amber.        **
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WS-NAMESIN-STATUS.
           SELECT DRIFT-REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT CHECK-SUMMARY-FILE ASSIGN TO SUMOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUMOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  DRIFT-REPORT-LINE           PIC X(80).

       FD  CHECK-SUMMARY-FILE
           RECORDING MODE IS F.
       01  CHECK-SUMMARY-RECORD        PIC X(120).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      **------------------------------------------------------------*
           COPY ZUIDCTX.

           COPY ZUIDTRL.

           COPY ZUIDSCS.

       01  WS-CTLIN1-STATUS            PIC X(02).
           88  CTLIN1-PRESENT          VALUE '00'.
       01  WS-CTLIN2-STATUS            PIC X(02).
           88  CTLIN4-PRESENT          VALUE '00'.
       01  WS-NAMESIN-STATUS           PIC X(02).
           88  NAMESIN-PRESENT         VALUE '00'.
       01  WS-SUMOUT-STATUS            PIC X(02).
           88  SUMOUT-PRESENT          VALUE '00'.

       01  WS-EOF-SW                   PIC X     VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.

       01  WS-RUN-DATE                 PIC X(10) VALUE SPACES.
       01  WS-NOW                      PIC X(21).

       01  WS-REGION-MAXN              PIC 9(04) COMP VALUE 4.
       01  WS-REGION-IX                PIC 9(04) COMP.
       01  WS-INSYNC-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-MISSING-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-BOUNDS-COUNT             PIC 9(04) VALUE ZERO.
      *    First counter of each kind, named on the summary record.
       01  WS-FIRST-BOUNDS-CNAME       PIC X(16) VALUE SPACES.
       01  WS-FIRST-MISSING-CNAME      PIC X(16) VALUE SPACES.

       01  RPT-HEADING-1.
           05  FILLER                  PIC X(36)
              PERFORM C1000-COMPARE-ALL   THRU C1000-EXIT
              PERFORM C2000-PRINT-SUMMARY THRU C2000-EXIT
           END-IF.
           PERFORM C3000-WRITE-CHECK-SUMMARY THRU C3000-EXIT.
           PERFORM Z1000-TERMINATE        THRU Z1000-EXIT.
           STOP RUN.

           OPEN INPUT  REGION3-DEFS-FILE.
           OPEN INPUT  REGION4-DEFS-FILE.
           OPEN OUTPUT DRIFT-REPORT-FILE.
           OPEN OUTPUT CHECK-SUMMARY-FILE.

           MOVE 'REGION-1'              TO RG-NAME(1).
           MOVE 'REGION-2'              TO RG-NAME(2).

       B1500-STORE-DEFINITION.

           MOVE ZUIDCTX-RECORD           TO ZUIDTRL-RECORD.
           IF TRL-IS-TRAILER
              GO TO B1500-EXIT
           END-IF.

           IF RG-DEF-COUNT(WS-REGION-IX) >= WS-DEF-MAXN
              GO TO B1500-EXIT
           END-IF.
           IF COUNTER-MISSING
              ADD 1                     TO WS-MISSING-COUNT
              SET COUNTER-DRIFTED       TO TRUE
              IF WS-FIRST-MISSING-CNAME = SPACES
                 MOVE UN-CNAME(WS-UNION-IX)
                      TO WS-FIRST-MISSING-CNAME
              END-IF
           END-IF.

      *    *--------------------------------------------------------*
                    PERFORM C1200-REPORT-BOUNDS THRU C1200-EXIT
                    ADD 1               TO WS-BOUNDS-COUNT
                    SET COUNTER-DRIFTED TO TRUE
                    IF WS-FIRST-BOUNDS-CNAME = SPACES
                       MOVE UN-CNAME(WS-UNION-IX)
                            TO WS-FIRST-BOUNDS-CNAME
                    END-IF
      *             One BOUNDS block per counter is enough.
                    MOVE WS-REGION-MAXN TO WS-REGION-IX
                 END-IF
       C2000-EXIT.
           EXIT.

      ******************************************************************
      * The scorecard's DRIFT record, when SUMOUT was supplied.  A run *
      * with fewer than two extracts certified nothing, so it counts   *
      * as one amber item rather than a clean estate.                  *
      ******************************************************************

       C3000-WRITE-CHECK-SUMMARY.

           IF NOT SUMOUT-PRESENT
              GO TO C3000-EXIT
           END-IF.

           MOVE SPACES                  TO ZUIDSCS-RECORD.
           SET SCS-CHECK-DRIFT          TO TRUE.
           MOVE 'UID039R'               TO SCS-SOURCE.
           MOVE FUNCTION CURRENT-DATE   TO WS-NOW.
           STRING WS-NOW(1:4)  DELIMITED BY SIZE
                  '/'          DELIMITED BY SIZE
                  WS-NOW(5:2)  DELIMITED BY SIZE
                  '/'          DELIMITED BY SIZE
                  WS-NOW(7:2)  DELIMITED BY SIZE
                  INTO SCS-RUN-DATE
           END-STRING.
           STRING WS-NOW(9:2)  DELIMITED BY SIZE
                  ':'          DELIMITED BY SIZE
                  WS-NOW(11:2) DELIMITED BY SIZE
                  ':'          DELIMITED BY SIZE
                  WS-NOW(13:2) DELIMITED BY SIZE
                  INTO SCS-RUN-TIME
           END-STRING.
           MOVE WS-BOUNDS-COUNT         TO SCS-RED-COUNT.
           MOVE WS-MISSING-COUNT        TO SCS-AMBER-COUNT.
           COMPUTE SCS-MEASURE = WS-BOUNDS-COUNT + WS-MISSING-COUNT.
           EVALUATE TRUE
              WHEN WS-PRESENT-COUNT < 2
                 MOVE 1                 TO SCS-AMBER-COUNT
                 MOVE 'CTLIN1-CTLIN4'   TO SCS-SUBJECT
                 MOVE 'UNDER TWO REGION EXTRACTS - NO COMPARE'
                      TO SCS-DETAIL
              WHEN WS-BOUNDS-COUNT > ZERO
                 MOVE WS-FIRST-BOUNDS-CNAME  TO SCS-SUBJECT
                 MOVE 'MIN/MAX/VAL/WARN DIFFER BETWEEN REGIONS'
                      TO SCS-DETAIL
              WHEN WS-MISSING-COUNT > ZERO
                 MOVE WS-FIRST-MISSING-CNAME TO SCS-SUBJECT
                 MOVE 'COUNTER NOT DEFINED IN EVERY REGION'
                      TO SCS-DETAIL
              WHEN OTHER
                 MOVE 'ESTATE CONSISTENT ACROSS REGIONS'
                      TO SCS-DETAIL
           END-EVALUATE.
           WRITE CHECK-SUMMARY-RECORD   FROM ZUIDSCS-RECORD.

       C3000-EXIT.
           EXIT.

      ******************************************************************
      * Close files.                                                   *
      ******************************************************************
           CLOSE REGION3-DEFS-FILE.
           CLOSE REGION4-DEFS-FILE.
           CLOSE DRIFT-REPORT-FILE.
           IF SUMOUT-PRESENT
              CLOSE CHECK-SUMMARY-FILE
           END-IF.

       Z1000-EXIT.
           EXIT.
