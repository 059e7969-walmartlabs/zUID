      ** enough days to mean something.  Consumers that stop            **
      ** appearing age off the baseline after WS-PURGE-DAYS days, so   **
      ** a retired application stops being reported SILENT forever.    **
      **                                                               **
      ** Before the report runs, A0500 counts the extract and hands    **
      ** the count, with UID022X's ZUSX trailer, to the UIDRCT run-    **
      ** control routine (see copy/ZUIDRCC.cpy).  An extract that      **
      ** does not balance to its trailer - or has none - is reported   **
      ** under an OUT OF BALANCE banner; one this report has already   **
      ** processed is refused - no exceptions, no alerts, the baseline **
      ** carried forward untouched and the banner the only output.     **
      ** The step return code is UIDRCT's: 0, 4 out of balance, 8      **
      ** refused.                                                      **
      **                                                               **
      ** When the optional SUMOUT DD is supplied a run that was not    **
      ** refused also writes its ANOMALY summary record for the        **
      ** morning scorecard (see copy/ZUIDSCS.cpy): spikes red,         **
      ** silences amber.                                               **
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT ANOMALY-REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT CHECK-SUMMARY-FILE ASSIGN TO SUMOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUMOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  ANOMALY-REPORT-LINE         PIC X(80).

       FD  CHECK-SUMMARY-FILE
           RECORDING MODE IS F.
       01  CHECK-SUMMARY-RECORD        PIC X(120).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------

       01  WS-HISTIN-STATUS            PIC X(02).
           88  HISTIN-PRESENT          VALUE '00'.
       01  WS-SUMOUT-STATUS            PIC X(02).
           88  SUMOUT-PRESENT          VALUE '00'.

       01  WS-BASE-EOF-SW              PIC X     VALUE 'N'.
           88  END-OF-BASELINE         VALUE 'Y'.
           05  FILLER                  PIC X(01) VALUE '/'.
           05  WS-RD-DD                PIC X(02).
       01  WS-EXTRACT-DATE             PIC X(10) VALUE SPACES.
       01  WS-NOW                      PIC X(21).

      **------------------------------------------------------------*
      ** Scorecard summary - see C3000.  The first consumer of each  *
      ** exception type is the one the scorecard names.              *
      **------------------------------------------------------------*
           COPY ZUIDSCS.

       01  WS-FIRST-SPIKE-KEY          PIC X(16) VALUE SPACES.
       01  WS-FIRST-SILENT-KEY         PIC X(16) VALUE SPACES.

      **------------------------------------------------------------*
      ** Run control - UIDRCT's parameters and the UID022X trailer   *
      ** that closes the extract.  See A0500, C0500, Z1000.          *
      **------------------------------------------------------------*
           COPY ZUIDRCC.

           COPY ZUIDTRL.

       01  WS-BANNER-IX                PIC 9(02).

       01  WS-HOUR                     PIC 9(02).
       01  WS-HOUR-X                   PIC X(02).
       PROCEDURE DIVISION.
      *----------------------------------------------------------

           PERFORM A0500-BALANCE-EXTRACT  THRU A0500-EXIT.
           PERFORM A1000-INITIALIZE       THRU A1000-EXIT.
           PERFORM B1000-LOAD-BASELINE    THRU B1000-EXIT.
           IF NOT RCC-REFUSED
              PERFORM B2000-BUCKET-USAGE
                  UNTIL END-OF-EXTRACT
              PERFORM C1000-DETECT-ANOMALIES THRU C1000-EXIT
              PERFORM D1000-ROLL-BASELINE    THRU D1000-EXIT
           END-IF.
           PERFORM D2000-WRITE-BASELINE   THRU D2000-EXIT.
           IF NOT RCC-REFUSED
              PERFORM C2000-PRINT-SUMMARY    THRU C2000-EXIT
              PERFORM C3000-WRITE-CHECK-SUMMARY THRU C3000-EXIT
           END-IF.
           PERFORM Z1000-TERMINATE        THRU Z1000-EXIT.
           STOP RUN.

      ******************************************************************
      * Count the extract's records and pick up its ZUSX trailer,      *
      * then ask UIDRCT whether the report may run against it.         *
      ******************************************************************

       A0500-BALANCE-EXTRACT.

           MOVE SPACES                  TO ZUIDRCC-PARMS.
           SET  RCC-FUNC-CHECK          TO TRUE.
           MOVE 'UID038R '              TO RCC-STEP.
           MOVE 'ZUSX'                  TO RCC-QUEUE.
           MOVE ZERO                    TO RCC-EXPECTED-COUNT.
           MOVE ZERO                    TO RCC-READ-COUNT.
           MOVE ZERO                    TO RCC-TRAILER-COUNT.

           OPEN INPUT ZUSE-EXTRACT-FILE.
           PERFORM UNTIL END-OF-EXTRACT
              READ ZUSE-EXTRACT-FILE
                  AT END
                      SET END-OF-EXTRACT TO TRUE
                  NOT AT END
                      MOVE ZUIDUSE-RECORD TO ZUIDTRL-RECORD
                      IF TRL-IS-TRAILER
                         SET RCC-TRAILER-FOUND TO TRUE
                         ADD 1 TO RCC-TRAILER-COUNT
                         ADD TRL-RECORD-COUNT TO RCC-EXPECTED-COUNT
                         MOVE TRL-EXTRACT-ID  TO RCC-EXTRACT-ID
                      ELSE
                         ADD 1 TO RCC-READ-COUNT
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE ZUSE-EXTRACT-FILE.
           MOVE 'N'                     TO WS-EOF-SW.

           CALL 'UIDRCT' USING ZUIDRCC-PARMS.

       A0500-EXIT.
           EXIT.

      ******************************************************************
      * Open files, print any run-control banner and read the first    *
      * extract record.  A missing HISTIN just means this is the first *
      * run - the baseline starts empty and only matures.              *
      ******************************************************************

       A1000-INITIALIZE.
           OPEN INPUT  ZUSE-EXTRACT-FILE.
           OPEN OUTPUT BASELINE-OUT-FILE.
           OPEN OUTPUT ANOMALY-REPORT-FILE.
           OPEN OUTPUT CHECK-SUMMARY-FILE.
      *    *--------------------------------------------------------*
      *    * CURRENT-DATE(1:8) is already the YYYYMMDD that         *
      *    * INTEGER-OF-DATE wants - no slashes to strip - so the   *
           MOVE WS-DATE-YMD(5:2)          TO WS-RD-MM.
           MOVE WS-DATE-YMD(7:2)          TO WS-RD-DD.

           PERFORM C0500-PRINT-BANNER THRU C0500-EXIT.
           MOVE WS-RUN-DATE               TO RH1-DATE.
           MOVE RPT-HEADING-1             TO ANOMALY-REPORT-LINE.
           WRITE ANOMALY-REPORT-LINE.
           EXIT.

      ******************************************************************
      * Read the next ZUSE extract record, passing over trailers.      *
      ******************************************************************

       E2000-READ-EXTRACT.
               AT END
                   SET END-OF-EXTRACT TO TRUE
           END-READ.
           IF NOT END-OF-EXTRACT
              MOVE ZUIDUSE-RECORD       TO ZUIDTRL-RECORD
              IF TRL-IS-TRAILER
                 GO TO E2000-READ-EXTRACT
              END-IF
           END-IF.

       E2000-EXIT.
           EXIT.
           IF WS-TODAY-TOTAL = ZERO
              IF WS-BASE-DAILY-TOTAL >= WS-SILENT-FLOOR
                 ADD 1                  TO WS-SILENT-COUNT
                 IF WS-FIRST-SILENT-KEY = SPACES
                    MOVE BT-SITE-ID(BASE-IX)
                         TO WS-FIRST-SILENT-KEY(1:8)
                    MOVE BT-REQUESTOR-APPL(BASE-IX)
                         TO WS-FIRST-SILENT-KEY(9:8)
                 END-IF
                 PERFORM C1200-REPORT-SILENT THRU C1200-EXIT
              END-IF
              GO TO C1100-EXIT
                 AND BT-TODAY-COUNT(BASE-IX, WS-HR-IX) >
                     BT-HOUR-AVG(BASE-IX, WS-HR-IX) * WS-SPIKE-FACTOR
                 ADD 1                  TO WS-SPIKE-COUNT
                 IF WS-FIRST-SPIKE-KEY = SPACES
                    MOVE BT-SITE-ID(BASE-IX)
                         TO WS-FIRST-SPIKE-KEY(1:8)
                    MOVE BT-REQUESTOR-APPL(BASE-IX)
                         TO WS-FIRST-SPIKE-KEY(9:8)
                 END-IF
                 PERFORM C1300-REPORT-SPIKE THRU C1300-EXIT
              END-IF
           END-PERFORM.
       D2000-EXIT.
           EXIT.

      ******************************************************************
      * Print UIDRCT's banner, if it composed one, ahead of anything   *
      * else on the report.                                            *
      ******************************************************************

       C0500-PRINT-BANNER.

           PERFORM VARYING WS-BANNER-IX FROM 1 BY 1
                   UNTIL WS-BANNER-IX > RCC-BANNER-COUNT
              MOVE RCC-BANNER-LINE(WS-BANNER-IX) TO ANOMALY-REPORT-LINE
              WRITE ANOMALY-REPORT-LINE
           END-PERFORM.

       C0500-EXIT.
           EXIT.

      ******************************************************************
      * Summary and run notes.                                         *
      ******************************************************************
       C2000-EXIT.
           EXIT.

      ******************************************************************
      * The scorecard's ANOMALY record, when SUMOUT was supplied.  The *
      * subject is the consumer's site id and requesting appl side by  *
      * side, the pair the exception lines print.  An extract out of   *
      * balance to its trailer is one more amber item.                 *
      ******************************************************************

       C3000-WRITE-CHECK-SUMMARY.

           IF NOT SUMOUT-PRESENT
              GO TO C3000-EXIT
           END-IF.

           MOVE SPACES                    TO ZUIDSCS-RECORD.
           SET SCS-CHECK-ANOMALY          TO TRUE.
           MOVE 'UID038R'                 TO SCS-SOURCE.
           MOVE WS-RUN-DATE               TO SCS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE     TO WS-NOW.
           STRING WS-NOW(9:2)  DELIMITED BY SIZE
                  ':'          DELIMITED BY SIZE
                  WS-NOW(11:2) DELIMITED BY SIZE
                  ':'          DELIMITED BY SIZE
                  WS-NOW(13:2) DELIMITED BY SIZE
                  INTO SCS-RUN-TIME
           END-STRING.
           COMPUTE SCS-MEASURE = WS-SPIKE-COUNT + WS-SILENT-COUNT.
           MOVE WS-SPIKE-COUNT            TO SCS-RED-COUNT.
           MOVE WS-SILENT-COUNT           TO SCS-AMBER-COUNT.
           IF RCC-UNBALANCED
              ADD 1                       TO SCS-AMBER-COUNT
           END-IF.
           EVALUATE TRUE
              WHEN WS-SPIKE-COUNT > ZERO
                 MOVE WS-FIRST-SPIKE-KEY  TO SCS-SUBJECT
                 MOVE 'ISSUING SPIKE ABOVE HOURLY BASELINE'
                      TO SCS-DETAIL
              WHEN WS-SILENT-COUNT > ZERO
                 MOVE WS-FIRST-SILENT-KEY TO SCS-SUBJECT
                 MOVE 'STEADY CONSUMER SILENT ALL DAY'
                      TO SCS-DETAIL
              WHEN RCC-UNBALANCED
                 MOVE 'ZUSEIN'            TO SCS-SUBJECT
                 MOVE 'EXTRACT OUT OF BALANCE TO ITS TRAILER'
                      TO SCS-DETAIL
              WHEN OTHER
                 MOVE 'NO ISSUING ANOMALIES'
                      TO SCS-DETAIL
           END-EVALUATE.
           WRITE CHECK-SUMMARY-RECORD     FROM ZUIDSCS-RECORD.

       C3000-EXIT.
           EXIT.

      ******************************************************************
      * Convert a YYYY/MM/DD date to an integer day number (result in  *
      * WS-DATE-INT) - same conversion as UID025R's G1000.             *
           EXIT.

      ******************************************************************
      * Disconnect from MQ if connected, close files and record the    *
      * run on the run-control master.                                 *
      ******************************************************************

       Z1000-TERMINATE.
           CLOSE ZUSE-EXTRACT-FILE.
           CLOSE BASELINE-OUT-FILE.
           CLOSE ANOMALY-REPORT-FILE.
           IF SUMOUT-PRESENT
              CLOSE CHECK-SUMMARY-FILE
           END-IF.

           SET  RCC-FUNC-RECORD         TO TRUE.
           CALL 'UIDRCT' USING ZUIDRCC-PARMS.
           MOVE RCC-RETURN-CODE         TO RETURN-CODE.

       Z1000-EXIT.
           EXIT.
