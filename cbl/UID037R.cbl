      ** counted on the report's late-record line - if it has          **
      ** already aged off: late-arriving extracts cannot reopen        **
      ** closed months.                                                **
      **                                                               **
      ** Before the report runs, A0500 counts the extract and hands    **
      ** the count, with UID022X's ZUSX trailer, to the UIDRCT run-    **
      ** control routine (see copy/ZUIDRCC.cpy).  An extract that      **
      ** does not balance to its trailer - or has none - is reported   **
      ** under an OUT OF BALANCE banner; one this report has already   **
      ** processed is refused, the history carried forward untouched   **
      ** and the banner the only output.  The step return code is      **
      ** UIDRCT's: 0, 4 out of balance, 8 refused.                     **
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       01  WS-RUN-DATE                 PIC X(10) VALUE SPACES.

      **------------------------------------------------------------*
      ** Run control - UIDRCT's parameters and the UID022X trailer   *
      ** that closes the extract.  See A0500, C0500, Z1000.          *
      **------------------------------------------------------------*
           COPY ZUIDRCC.

           COPY ZUIDTRL.

       01  WS-BANNER-IX                PIC 9(02).

       01  WS-CONSUMER-MAXN            PIC 9(04) COMP VALUE 500.
       01  WS-CONSUMER-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-OVERFLOW-COUNT           PIC 9(09) VALUE ZERO.
       PROCEDURE DIVISION.
      *----------------------------------------------------------

           PERFORM A0500-BALANCE-EXTRACT  THRU A0500-EXIT.
           PERFORM A1000-INITIALIZE       THRU A1000-EXIT.
           PERFORM B1000-LOAD-HISTORY     THRU B1000-EXIT.
           IF NOT RCC-REFUSED
              PERFORM B2000-FOLD-IN-USAGE
                  UNTIL END-OF-EXTRACT
           END-IF.
           PERFORM C1000-WRITE-HISTORY    THRU C1000-EXIT.
           IF NOT RCC-REFUSED
              PERFORM C2000-PRINT-TREND      THRU C2000-EXIT
              PERFORM C3000-WRITE-CSV        THRU C3000-EXIT
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
           MOVE 'UID037R '              TO RCC-STEP.
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
      * Open files.  A missing HISTIN just means this is the first     *
      * run - the history starts empty.                                *
           OPEN OUTPUT TREND-REPORT-FILE.
           OPEN OUTPUT TREND-CSV-FILE.
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RUN-DATE.
           PERFORM C0500-PRINT-BANNER THRU C0500-EXIT.
           PERFORM D1000-READ-EXTRACT THRU D1000-EXIT.

       A1000-EXIT.
           EXIT.

      ******************************************************************
      * Read the next ZUSE extract record, passing over trailers.      *
      ******************************************************************

       D1000-READ-EXTRACT.
               AT END
                   SET END-OF-EXTRACT TO TRUE
           END-READ.
           IF NOT END-OF-EXTRACT
              MOVE ZUIDUSE-RECORD       TO ZUIDTRL-RECORD
              IF TRL-IS-TRAILER
                 GO TO D1000-READ-EXTRACT
              END-IF
           END-IF.

       D1000-EXIT.
           EXIT.
       E2000-EXIT.
           EXIT.

      ******************************************************************
      * Print UIDRCT's banner, if it composed one, ahead of anything   *
      * else on the report.                                            *
      ******************************************************************

       C0500-PRINT-BANNER.

           PERFORM VARYING WS-BANNER-IX FROM 1 BY 1
                   UNTIL WS-BANNER-IX > RCC-BANNER-COUNT
              MOVE RCC-BANNER-LINE(WS-BANNER-IX) TO TREND-REPORT-LINE
              WRITE TREND-REPORT-LINE
           END-PERFORM.

       C0500-EXIT.
           EXIT.

      ******************************************************************
      * Rewrite the complete rolling history.                          *
      ******************************************************************
           EXIT.

      ******************************************************************
      * Close files and record the run on the run-control master.      *
      ******************************************************************

       Z1000-TERMINATE.
           CLOSE TREND-REPORT-FILE.
           CLOSE TREND-CSV-FILE.

           SET  RCC-FUNC-RECORD         TO TRUE.
           CALL 'UIDRCT' USING ZUIDRCC-PARMS.
           MOVE RCC-RETURN-CODE         TO RETURN-CODE.

       Z1000-EXIT.
           EXIT.
