       IDENTIFICATION DIVISION.
       PROGRAM-ID.      UID043R.
      ******************************************************************
      ** zUID call latency report.                                     **
      ** Reads the LATX extract UID022X drains from the ZLAT latency   **
      ** queue - one record per timed call to the zUID service from    **
      ** UID002 (LINK), UID005B (BULK), UIDMQL (MQ) and UID001 (WEB),  **
      ** see copy/ZUIDLAT.cpy - and reports, per channel and then per  **
      ** consumer application:                                         **
      **                                                               **
      **   calls, average, 95th and 99th percentile and maximum        **
      **   elapsed milliseconds, failed calls and retries.             **
      **                                                               **
      ** Percentiles are nearest-rank: the 95th is the elapsed time of **
      ** the call at position ceiling(0.95 x calls) once the group's   **
      ** calls are sorted fastest first, so it is always a time some   **
      ** call actually took.  Every record is released to the sort     **
      ** twice, once under its channel and once under its application, **
      ** and each group's call count is tallied on the way in so the   **
      ** ranks are known before the group's first sorted record comes  **
      ** back.                                                         **
      **                                                               **
      ** Calls slower than the threshold are then listed one by one.   **
      ** The threshold is the LAT-THRESHOLD-MS ZUIDPRM parameter,      **
      ** which this batch job cannot read - UID022X puts the value in  **
      ** force on the LATX trailer, and a missing trailer falls back   **
      ** to the same compiled-in 500ms with a warning line.  The       **
      ** trailer's record count is checked against the records read.  **
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LATENCY-EXTRACT-FILE ASSIGN TO LATIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT LATENCY-REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.

       FD  LATENCY-EXTRACT-FILE
           RECORDING MODE IS F.
           COPY ZUIDLAT.

       FD  LATENCY-REPORT-FILE
           RECORDING MODE IS F.
       01  LATENCY-REPORT-LINE         PIC X(100).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SR-GROUP-TYPE           PIC X(01).
               88  SR-CHANNEL-GROUP        VALUE '1'.
               88  SR-CONSUMER-GROUP       VALUE '2'.
           05  SR-GROUP-KEY            PIC X(08).
           05  SR-ELAPSED-MS           PIC 9(09).
           05  SR-RETRY-COUNT          PIC 9(04).
           05  SR-RESULT               PIC X(03).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------

       01  WS-EOF-SW                   PIC X     VALUE 'N'.
           88  END-OF-EXTRACT          VALUE 'Y'.
       01  WS-SORT-EOF-SW              PIC X     VALUE 'N'.
           88  END-OF-SORT             VALUE 'Y'.
       01  WS-TRAILER-SW               PIC X     VALUE 'N'.
           88  TRAILER-SEEN            VALUE 'Y'.

       01  WS-RUN-DATE                 PIC X(10) VALUE SPACES.

      *    Fallback for an extract without a trailer - keep in step
      *    with UID022X's WS-LAT-THRESHOLD.
       01  WS-THRESHOLD-MS             PIC 9(09) VALUE 500.
       01  WS-TRAILER-COUNT            PIC 9(09) VALUE ZERO.

       01  WS-RECORDS-READ             PIC 9(09) VALUE ZERO.
       01  WS-SLOW-CALLS               PIC 9(09) VALUE ZERO.

      *    Call count per channel and per consumer application,
      *    tallied by the input procedure.  Applications past the
      *    table cap share one '*OTHER*' line rather than go
      *    unreported - the last slot is held back for it.
       01  WS-GRP-MAXN                 PIC 9(04) COMP VALUE 500.
       01  WS-GRP-COUNT                PIC 9(04) COMP VALUE ZERO.
       01  WS-GRP-TABLE.
           05  GRP-ENTRY OCCURS 500 TIMES.
               10  GT-TYPE             PIC X(01).
               10  GT-KEY              PIC X(08).
               10  GT-CALLS            PIC 9(09).
       01  WS-GRP-IX                   PIC 9(04) COMP.
       01  WS-FIND-TYPE                PIC X(01).
       01  WS-FIND-KEY                 PIC X(08).
       01  WS-GRP-FOUND-SW             PIC X     VALUE 'N'.
           88  GRP-FOUND               VALUE 'Y'.
       01  WS-GRP-OVERFLOW-SW          PIC X     VALUE 'N'.
           88  GRP-OVERFLOWED          VALUE 'Y'.

      *    The group being accumulated by the output procedure.
       01  WS-CUR-TYPE                 PIC X(01) VALUE HIGH-VALUES.
       01  WS-CUR-KEY                  PIC X(08) VALUE HIGH-VALUES.
       01  WS-CUR-CALLS                PIC 9(09).
       01  WS-CUR-POS                  PIC 9(09).
       01  WS-CUR-RANK-95              PIC 9(09).
       01  WS-CUR-RANK-99              PIC 9(09).
       01  WS-CUR-TOTAL-MS             PIC 9(15).
       01  WS-CUR-P95                  PIC 9(09).
       01  WS-CUR-P99                  PIC 9(09).
       01  WS-CUR-MAX                  PIC 9(09).
       01  WS-CUR-FAILED               PIC 9(09).
       01  WS-CUR-RETRIES              PIC 9(09).
       01  WS-CUR-AVG                  PIC 9(09).

       01  RPT-HEADING-1.
           05  FILLER                  PIC X(33)
               VALUE 'ZUID CALL LATENCY REPORT         '.
           05  FILLER                  PIC X(06) VALUE 'DATE: '.
           05  RH1-DATE                PIC X(10).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(17)
               VALUE 'THRESHOLD (MS):  '.
           05  RH1-THRESHOLD           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(19) VALUE SPACES.

       01  RPT-CHANNEL-HEADING.
           05  FILLER                  PIC X(40)
               VALUE 'RESPONSE TIME BY CHANNEL                '.
           05  FILLER                  PIC X(60) VALUE SPACES.

       01  RPT-CONSUMER-HEADING.
           05  FILLER                  PIC X(40)
               VALUE 'RESPONSE TIME BY CONSUMER APPLICATION   '.
           05  FILLER                  PIC X(60) VALUE SPACES.

       01  RPT-COLUMN-HEADING.
           05  FILLER                  PIC X(25)
               VALUE 'KEY             CALLS    '.
           05  FILLER                  PIC X(25)
               VALUE '   AVG MS       P95 MS   '.
           05  FILLER                  PIC X(25)
               VALUE '    P99 MS       MAX MS  '.
           05  FILLER                  PIC X(25)
               VALUE ' FAILED  RETRIES         '.

       01  RPT-DETAIL-LINE.
           05  RD-KEY                  PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RD-CALLS                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RD-AVG                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RD-P95                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RD-P99                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RD-MAX                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RD-FAILED               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RD-RETRIES              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(09) VALUE SPACES.

       01  RPT-SLOW-HEADING.
           05  FILLER                  PIC X(40)
               VALUE 'CALLS OVER THRESHOLD                    '.
           05  FILLER                  PIC X(60) VALUE SPACES.

       01  RPT-SLOW-COLUMNS.
           05  FILLER                  PIC X(25)
               VALUE 'DATE       TIME     PROGR'.
           05  FILLER                  PIC X(25)
               VALUE 'AM  CHAN SITE     APPL   '.
           05  FILLER                  PIC X(25)
               VALUE '  FORMT    BLOCK  ELAPSED'.
           05  FILLER                  PIC X(25)
               VALUE ' MS RETR RES             '.

       01  RPT-SLOW-DETAIL.
           05  RS-DATE                 PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RS-TIME                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RS-PROGRAM              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RS-CHANNEL              PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RS-SITE-ID              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RS-APPL-ID              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RS-FORMAT               PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RS-BLOCK-SIZE           PIC ZZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RS-ELAPSED              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RS-RETRIES              PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RS-RESULT               PIC X(03).
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  RPT-NO-SLOW-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'NO CALLS OVER THRESHOLD                 '.
           05  FILLER                  PIC X(60) VALUE SPACES.

       01  RPT-TOTAL-LINE-1.
           05  FILLER                  PIC X(22)
               VALUE 'LATENCY RECORDS READ: '.
           05  RT-RECORDS-READ         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(67) VALUE SPACES.

       01  RPT-TOTAL-LINE-2.
           05  FILLER                  PIC X(22)
               VALUE 'CALLS OVER THRESHOLD: '.
           05  RT-SLOW-CALLS           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(67) VALUE SPACES.

       01  RPT-NO-TRAILER-LINE.
           05  FILLER                  PIC X(25)
               VALUE '*** NO LATX TRAILER - EXT'.
           05  FILLER                  PIC X(25)
               VALUE 'RACT MAY BE INCOMPLETE, D'.
           05  FILLER                  PIC X(25)
               VALUE 'EFAULT THRESHOLD USED ***'.
           05  FILLER                  PIC X(25)
               VALUE '                         '.

       01  RPT-BALANCE-LINE.
           05  FILLER                  PIC X(42)
               VALUE '*** OUT OF BALANCE - TRAILER RECORD COUNT '.
           05  RB-TRAILER-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(15)
               VALUE ', RECORDS READ '.
           05  RB-RECORDS-READ         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE ' ***'.
           05  FILLER                  PIC X(17) VALUE SPACES.

       01  RPT-OVERFLOW-LINE.
           05  FILLER                  PIC X(25)
               VALUE 'APPLICATIONS PAST THE TAB'.
           05  FILLER                  PIC X(25)
               VALUE 'LE CAP ARE REPORTED AS *O'.
           05  FILLER                  PIC X(25)
               VALUE 'THER*                    '.
           05  FILLER                  PIC X(25)
               VALUE '                         '.

      *----------------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------------

           PERFORM A1000-INITIALIZE      THRU A1000-EXIT.

      *    *--------------------------------------------------------*
      *    * Sort by group, fastest call first within it, so each   *
      *    * group is a run of adjacent records whose Nth record is *
      *    * the Nth fastest call.                                  *
      *    *--------------------------------------------------------*
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-GROUP-TYPE
                                SR-GROUP-KEY
                                SR-ELAPSED-MS
               INPUT  PROCEDURE IS S1000-RELEASE-EXTRACT
                                THRU S1000-EXIT
               OUTPUT PROCEDURE IS S2000-REPORT-GROUPS
                                THRU S2000-EXIT.

           PERFORM C1000-LIST-SLOW-CALLS THRU C1000-EXIT.
           PERFORM D1000-PRINT-TOTALS    THRU D1000-EXIT.
           PERFORM Z1000-TERMINATE       THRU Z1000-EXIT.
           STOP RUN.

      ******************************************************************
      * Open files.  The heading waits for the sort - the threshold it *
      * shows comes off the trailer at the end of the extract.         *
      ******************************************************************

       A1000-INITIALIZE.

           OPEN INPUT  LATENCY-EXTRACT-FILE.
           OPEN OUTPUT LATENCY-REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RUN-DATE.

       A1000-EXIT.
           EXIT.

      ******************************************************************
      * Release every latency record twice - under its channel and     *
      * under its application - tallying each group's calls.  The      *
      * trailer is kept aside, not released.                           *
      ******************************************************************

       S1000-RELEASE-EXTRACT.

           PERFORM E1000-READ-EXTRACT THRU E1000-EXIT.
           PERFORM UNTIL END-OF-EXTRACT
              IF LTR-IS-TRAILER
                 SET TRAILER-SEEN        TO TRUE
                 MOVE LTR-RECORD-COUNT   TO WS-TRAILER-COUNT
                 IF LTR-THRESHOLD-MS IS NUMERIC
                    AND LTR-THRESHOLD-MS > ZERO
                    MOVE LTR-THRESHOLD-MS TO WS-THRESHOLD-MS
                 END-IF
              ELSE
                 ADD 1                   TO WS-RECORDS-READ
                 MOVE LAT-ELAPSED-MS     TO SR-ELAPSED-MS
                 MOVE LAT-RETRY-COUNT    TO SR-RETRY-COUNT
                 MOVE LAT-RESULT         TO SR-RESULT

                 SET SR-CHANNEL-GROUP    TO TRUE
                 MOVE SR-GROUP-TYPE      TO WS-FIND-TYPE
                 MOVE LAT-CHANNEL        TO WS-FIND-KEY
                 PERFORM F1000-COUNT-GROUP THRU F1000-EXIT
                 MOVE WS-FIND-KEY        TO SR-GROUP-KEY
                 RELEASE SORT-RECORD

                 SET SR-CONSUMER-GROUP   TO TRUE
                 MOVE SR-GROUP-TYPE      TO WS-FIND-TYPE
                 MOVE LAT-APPL-ID        TO WS-FIND-KEY
                 PERFORM F1000-COUNT-GROUP THRU F1000-EXIT
                 MOVE WS-FIND-KEY        TO SR-GROUP-KEY
                 RELEASE SORT-RECORD
              END-IF
              PERFORM E1000-READ-EXTRACT THRU E1000-EXIT
           END-PERFORM.

       S1000-EXIT.
           EXIT.

      ******************************************************************
      * Read the next latency extract record.                          *
      ******************************************************************

       E1000-READ-EXTRACT.

           READ LATENCY-EXTRACT-FILE
               AT END
                   SET END-OF-EXTRACT TO TRUE
           END-READ.

       E1000-EXIT.
           EXIT.

      ******************************************************************
      * Add one call to group WS-FIND-TYPE/WS-FIND-KEY, adding the     *
      * group when it is new.  A full table sends the call to the      *
      * '*OTHER*' group, and WS-FIND-KEY comes back holding whichever  *
      * key the call was counted under.                                *
      ******************************************************************

       F1000-COUNT-GROUP.

           PERFORM F1100-FIND-GROUP THRU F1100-EXIT.
           IF NOT GRP-FOUND
              IF WS-GRP-COUNT < WS-GRP-MAXN - 1
                 ADD 1                   TO WS-GRP-COUNT
                 MOVE WS-GRP-COUNT       TO WS-GRP-IX
                 MOVE WS-FIND-TYPE       TO GT-TYPE(WS-GRP-IX)
                 MOVE WS-FIND-KEY        TO GT-KEY(WS-GRP-IX)
                 MOVE ZERO               TO GT-CALLS(WS-GRP-IX)
              ELSE
                 SET GRP-OVERFLOWED      TO TRUE
                 MOVE '*OTHER*'          TO WS-FIND-KEY
                 PERFORM F1100-FIND-GROUP THRU F1100-EXIT
                 IF NOT GRP-FOUND
                    ADD 1                TO WS-GRP-COUNT
                    MOVE WS-GRP-COUNT    TO WS-GRP-IX
                    MOVE WS-FIND-TYPE    TO GT-TYPE(WS-GRP-IX)
                    MOVE WS-FIND-KEY     TO GT-KEY(WS-GRP-IX)
                    MOVE ZERO            TO GT-CALLS(WS-GRP-IX)
                 END-IF
              END-IF
           END-IF.
           ADD 1                         TO GT-CALLS(WS-GRP-IX).

       F1000-EXIT.
           EXIT.

      ******************************************************************
      * Look group WS-FIND-TYPE/WS-FIND-KEY up; WS-GRP-IX points at    *
      * it when found.                                                 *
      ******************************************************************

       F1100-FIND-GROUP.

           MOVE 'N'                      TO WS-GRP-FOUND-SW.
           PERFORM VARYING WS-GRP-IX FROM 1 BY 1
                   UNTIL WS-GRP-IX > WS-GRP-COUNT
                      OR GRP-FOUND
              IF GT-TYPE(WS-GRP-IX) = WS-FIND-TYPE
                 AND GT-KEY(WS-GRP-IX) = WS-FIND-KEY
                 SET GRP-FOUND           TO TRUE
              END-IF
           END-PERFORM.
      *    The VARYING steps once past the match before the test.
           IF GRP-FOUND
              SUBTRACT 1                 FROM WS-GRP-IX
           END-IF.

       F1100-EXIT.
           EXIT.

      ******************************************************************
      * Print the heading, then walk the sorted stream group by group, *
      * printing one line per channel and per application.             *
      ******************************************************************

       S2000-REPORT-GROUPS.

           MOVE WS-RUN-DATE              TO RH1-DATE.
           MOVE WS-THRESHOLD-MS          TO RH1-THRESHOLD.
           MOVE RPT-HEADING-1            TO LATENCY-REPORT-LINE.
           WRITE LATENCY-REPORT-LINE.
           IF NOT TRAILER-SEEN
              MOVE RPT-NO-TRAILER-LINE   TO LATENCY-REPORT-LINE
              WRITE LATENCY-REPORT-LINE
           END-IF.

           PERFORM G1000-RETURN-SORTED THRU G1000-EXIT.
           PERFORM UNTIL END-OF-SORT
              IF SR-GROUP-TYPE NOT = WS-CUR-TYPE
                 OR SR-GROUP-KEY NOT = WS-CUR-KEY
                 PERFORM H1000-PRINT-GROUP THRU H1000-EXIT
                 IF SR-GROUP-TYPE NOT = WS-CUR-TYPE
                    PERFORM H2000-PRINT-SECTION THRU H2000-EXIT
                 END-IF
                 PERFORM H3000-START-GROUP THRU H3000-EXIT
              END-IF
              ADD 1                      TO WS-CUR-POS
              ADD SR-ELAPSED-MS          TO WS-CUR-TOTAL-MS
              IF WS-CUR-POS = WS-CUR-RANK-95
                 MOVE SR-ELAPSED-MS      TO WS-CUR-P95
              END-IF
              IF WS-CUR-POS = WS-CUR-RANK-99
                 MOVE SR-ELAPSED-MS      TO WS-CUR-P99
              END-IF
              MOVE SR-ELAPSED-MS         TO WS-CUR-MAX
              IF SR-RESULT NOT = '200'
                 ADD 1                   TO WS-CUR-FAILED
              END-IF
              ADD SR-RETRY-COUNT         TO WS-CUR-RETRIES
              PERFORM G1000-RETURN-SORTED THRU G1000-EXIT
           END-PERFORM.

      *    Print the final group.
           PERFORM H1000-PRINT-GROUP THRU H1000-EXIT.

       S2000-EXIT.
           EXIT.

      ******************************************************************
      * Return the next sorted record.                                 *
      ******************************************************************

       G1000-RETURN-SORTED.

           RETURN SORT-WORK-FILE
               AT END
                   SET END-OF-SORT TO TRUE
           END-RETURN.

       G1000-EXIT.
           EXIT.

      ******************************************************************
      * Print the finished group's line (nothing before the first).    *
      ******************************************************************

       H1000-PRINT-GROUP.

           IF WS-CUR-TYPE = HIGH-VALUES
              GO TO H1000-EXIT
           END-IF.

           IF WS-CUR-POS > ZERO
              COMPUTE WS-CUR-AVG ROUNDED =
                      WS-CUR-TOTAL-MS / WS-CUR-POS
           ELSE
              MOVE ZERO                  TO WS-CUR-AVG
           END-IF.

           MOVE WS-CUR-KEY               TO RD-KEY.
           MOVE WS-CUR-POS               TO RD-CALLS.
           MOVE WS-CUR-AVG               TO RD-AVG.
           MOVE WS-CUR-P95               TO RD-P95.
           MOVE WS-CUR-P99               TO RD-P99.
           MOVE WS-CUR-MAX               TO RD-MAX.
           MOVE WS-CUR-FAILED            TO RD-FAILED.
           MOVE WS-CUR-RETRIES           TO RD-RETRIES.
           MOVE RPT-DETAIL-LINE          TO LATENCY-REPORT-LINE.
           WRITE LATENCY-REPORT-LINE.

       H1000-EXIT.
           EXIT.

      ******************************************************************
      * Section and column headings at the change of group type.       *
      ******************************************************************

       H2000-PRINT-SECTION.

           MOVE SPACES                   TO LATENCY-REPORT-LINE.
           WRITE LATENCY-REPORT-LINE.
           IF SR-CHANNEL-GROUP
              MOVE RPT-CHANNEL-HEADING   TO LATENCY-REPORT-LINE
           ELSE
              MOVE RPT-CONSUMER-HEADING  TO LATENCY-REPORT-LINE
           END-IF.
           WRITE LATENCY-REPORT-LINE.
           MOVE RPT-COLUMN-HEADING       TO LATENCY-REPORT-LINE.
           WRITE LATENCY-REPORT-LINE.

       H2000-EXIT.
           EXIT.

      ******************************************************************
      * Start a new group: look its call count up and work out the     *
      * nearest-rank positions of its 95th and 99th percentiles.       *
      ******************************************************************

       H3000-START-GROUP.

           MOVE SR-GROUP-TYPE            TO WS-CUR-TYPE.
           MOVE SR-GROUP-KEY             TO WS-CUR-KEY.
           MOVE ZERO                     TO WS-CUR-POS.
           MOVE ZERO                     TO WS-CUR-TOTAL-MS.
           MOVE ZERO                     TO WS-CUR-P95.
           MOVE ZERO                     TO WS-CUR-P99.
           MOVE ZERO                     TO WS-CUR-MAX.
           MOVE ZERO                     TO WS-CUR-FAILED.
           MOVE ZERO                     TO WS-CUR-RETRIES.

           MOVE SR-GROUP-TYPE            TO WS-FIND-TYPE.
           MOVE SR-GROUP-KEY             TO WS-FIND-KEY.
           PERFORM F1100-FIND-GROUP THRU F1100-EXIT.
           IF GRP-FOUND
              MOVE GT-CALLS(WS-GRP-IX)   TO WS-CUR-CALLS
           ELSE
              MOVE 1                     TO WS-CUR-CALLS
           END-IF.

           COMPUTE WS-CUR-RANK-95 = (WS-CUR-CALLS * 95 + 99) / 100.
           COMPUTE WS-CUR-RANK-99 = (WS-CUR-CALLS * 99 + 99) / 100.

       H3000-EXIT.
           EXIT.

      ******************************************************************
      * Second pass over the extract: list every call slower than the  *
      * threshold, in the order the calls were drained.                *
      ******************************************************************

       C1000-LIST-SLOW-CALLS.

           MOVE SPACES                   TO LATENCY-REPORT-LINE.
           WRITE LATENCY-REPORT-LINE.
           MOVE RPT-SLOW-HEADING         TO LATENCY-REPORT-LINE.
           WRITE LATENCY-REPORT-LINE.
           MOVE RPT-SLOW-COLUMNS         TO LATENCY-REPORT-LINE.
           WRITE LATENCY-REPORT-LINE.

           CLOSE LATENCY-EXTRACT-FILE.
           OPEN INPUT LATENCY-EXTRACT-FILE.
           MOVE 'N'                      TO WS-EOF-SW.

           PERFORM E1000-READ-EXTRACT THRU E1000-EXIT.
           PERFORM UNTIL END-OF-EXTRACT
              IF NOT LTR-IS-TRAILER
                 AND LAT-ELAPSED-MS > WS-THRESHOLD-MS
                 ADD 1                   TO WS-SLOW-CALLS
                 MOVE LAT-DATE           TO RS-DATE
                 MOVE LAT-TIME           TO RS-TIME
                 MOVE LAT-PROGRAM        TO RS-PROGRAM
                 MOVE LAT-CHANNEL        TO RS-CHANNEL
                 MOVE LAT-SITE-ID        TO RS-SITE-ID
                 MOVE LAT-APPL-ID        TO RS-APPL-ID
                 MOVE LAT-FORMAT         TO RS-FORMAT
                 MOVE LAT-BLOCK-SIZE     TO RS-BLOCK-SIZE
                 MOVE LAT-ELAPSED-MS     TO RS-ELAPSED
                 MOVE LAT-RETRY-COUNT    TO RS-RETRIES
                 MOVE LAT-RESULT         TO RS-RESULT
                 MOVE RPT-SLOW-DETAIL    TO LATENCY-REPORT-LINE
                 WRITE LATENCY-REPORT-LINE
              END-IF
              PERFORM E1000-READ-EXTRACT THRU E1000-EXIT
           END-PERFORM.

           IF WS-SLOW-CALLS = ZERO
              MOVE RPT-NO-SLOW-LINE      TO LATENCY-REPORT-LINE
              WRITE LATENCY-REPORT-LINE
           END-IF.

       C1000-EXIT.
           EXIT.

      ******************************************************************
      * Run totals, and the balance check against the trailer.         *
      ******************************************************************

       D1000-PRINT-TOTALS.

           MOVE SPACES                   TO LATENCY-REPORT-LINE.
           WRITE LATENCY-REPORT-LINE.
           MOVE WS-RECORDS-READ          TO RT-RECORDS-READ.
           MOVE RPT-TOTAL-LINE-1         TO LATENCY-REPORT-LINE.
           WRITE LATENCY-REPORT-LINE.
           MOVE WS-SLOW-CALLS            TO RT-SLOW-CALLS.
           MOVE RPT-TOTAL-LINE-2         TO LATENCY-REPORT-LINE.
           WRITE LATENCY-REPORT-LINE.

           IF TRAILER-SEEN
              AND WS-TRAILER-COUNT NOT = WS-RECORDS-READ
              MOVE WS-TRAILER-COUNT      TO RB-TRAILER-COUNT
              MOVE WS-RECORDS-READ       TO RB-RECORDS-READ
              MOVE RPT-BALANCE-LINE      TO LATENCY-REPORT-LINE
              WRITE LATENCY-REPORT-LINE
           END-IF.

           IF GRP-OVERFLOWED
              MOVE RPT-OVERFLOW-LINE     TO LATENCY-REPORT-LINE
              WRITE LATENCY-REPORT-LINE
           END-IF.

       D1000-EXIT.
           EXIT.

      ******************************************************************
      * Close files.                                                   *
      ******************************************************************

       Z1000-TERMINATE.

           CLOSE LATENCY-EXTRACT-FILE.
           CLOSE LATENCY-REPORT-FILE.

       Z1000-EXIT.
           EXIT.
