      ** Every flagged UID is reported with the sites, requestor       **
      ** applications, formats and timestamps involved, because a      **
      ** true collision means two business records sharing a key.      **
      **                                                               **
      ** The VODX snapshot of the ZUIDVOD void register (optional on   **
      ** VODIN) rides through the same sort: a flagged record whose    **
      ** site/UID has been voided is marked VOIDED, and a collision    **
      ** left with at most one live record is reported as resolved     **
      ** by void instead of open.                                      **
      **                                                               **
      ** Before the report runs, A0500 counts the extract and hands    **
      ** the count, with UID022X's ZUSX trailer, to the UIDRCT run-    **
      ** control routine (see copy/ZUIDRCC.cpy).  An extract that      **
      ** does not balance to its trailer - or has none - is reported   **
      ** under an OUT OF BALANCE banner; one this report has already   **
      ** processed is refused, the banner the only output.  The step   **
      ** return code is UIDRCT's: 0, 4 out of balance, 8 refused.      **
      ** The USGA archive carries no trailer, so an audit run over it  **
      ** always prints the banner's NO ZUSX TRAILER lines.             **
      **                                                               **
      ** When the optional SUMOUT DD is supplied a run that was not    **
      ** refused also writes its DUPS summary record for the morning   **
      ** scorecard (see copy/ZUIDSCS.cpy): open collisions red,        **
      ** collisions resolved by void amber.                            **
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           SELECT USAGE-EXTRACT-FILE ASSIGN TO USGIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT VOID-EXTRACT-FILE ASSIGN TO VODIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VODIN-STATUS.
           SELECT EXCEPTION-REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT CHECK-SUMMARY-FILE ASSIGN TO SUMOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUMOUT-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK.

       DATA DIVISION.
           RECORDING MODE IS F.
           COPY ZUIDUSE.

       FD  VOID-EXTRACT-FILE
           RECORDING MODE IS F.
           COPY ZUIDVOD.

       FD  EXCEPTION-REPORT-FILE
           RECORDING MODE IS F.
       01  EXCEPTION-REPORT-LINE       PIC X(100).

       FD  CHECK-SUMMARY-FILE
           RECORDING MODE IS F.
       01  CHECK-SUMMARY-RECORD        PIC X(120).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SR-UID                  PIC X(36).
           05  SR-FORMAT               PIC X(05).
           05  SR-DATE                 PIC X(10).
           05  SR-TIME                 PIC X(08).
           05  SR-SOURCE               PIC X(01).
               88  SR-FROM-USAGE           VALUE 'U'.
               88  SR-FROM-VOID            VALUE 'V'.

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           88  END-OF-EXTRACT          VALUE 'Y'.
       01  WS-SORT-EOF-SW              PIC X     VALUE 'N'.
           88  END-OF-SORT             VALUE 'Y'.
       01  WS-VOD-EOF-SW               PIC X     VALUE 'N'.
           88  END-OF-VOIDS            VALUE 'Y'.
       01  WS-VODIN-STATUS             PIC X(02).
           88  VODIN-PRESENT           VALUE '00'.
      *    VODIN's status is '10' once the void scan reaches end of
      *    file, so whether it was supplied at all is kept apart.
       01  WS-VODIN-OPENED-SW          PIC X     VALUE 'N'.
           88  VODIN-OPENED            VALUE 'Y'.
       01  WS-SUMOUT-STATUS            PIC X(02).
           88  SUMOUT-PRESENT          VALUE '00'.

       01  WS-RUN-DATE                 PIC X(10) VALUE SPACES.

      **------------------------------------------------------------*
      ** Run control - UIDRCT's parameters and the UID022X trailer   *
      ** that closes the extract.  See A0500, C0500, Z1000.          *
      **------------------------------------------------------------*
           COPY ZUIDRCC.

           COPY ZUIDTRL.

       01  WS-BANNER-IX                PIC 9(02).

      **------------------------------------------------------------*
      ** Scorecard summary - see C3000.  The first open collision    *
      ** (else the first resolved one) is the one the scorecard      *
      ** names: its first site and the UID value.                    *
      **------------------------------------------------------------*
           COPY ZUIDSCS.

       01  WS-NOW                      PIC X(21).
       01  WS-FIRST-OPEN-SITE          PIC X(08) VALUE SPACES.
       01  WS-FIRST-OPEN-UID           PIC X(36) VALUE SPACES.
       01  WS-FIRST-RESOLVED-SITE      PIC X(08) VALUE SPACES.
       01  WS-FIRST-RESOLVED-UID       PIC X(36) VALUE SPACES.

       01  WS-RECORDS-READ             PIC 9(09) VALUE ZERO.
       01  WS-FLAGGED-UIDS             PIC 9(09) VALUE ZERO.
       01  WS-EXCEPTION-RECORDS        PIC 9(09) VALUE ZERO.
       01  WS-VOIDS-READ               PIC 9(09) VALUE ZERO.
       01  WS-RESOLVED-UIDS            PIC 9(09) VALUE ZERO.

      *    The group of extract records sharing the current UID value.
      *    Sorted input means a group is a run of adjacent records;
               10  GR-DATE             PIC X(10).
               10  GR-TIME             PIC X(08).

      *    Sites under which the current UID value has been voided -
      *    one void register record per site/UID, so a handful at
      *    most; the cap only stops a runaway.
       01  WS-GVOID-MAXN               PIC 9(04) COMP VALUE 20.
       01  WS-GVOID-COUNT              PIC 9(04) COMP VALUE ZERO.
       01  WS-GVOID-TABLE.
           05  GV-SITE-ID OCCURS 20 TIMES PIC X(08).
       01  WS-GV-IX                    PIC 9(04) COMP.
       01  WS-LIVE-COUNT               PIC 9(04) COMP.
       01  WS-ENTRY-VOID-SW            PIC X     VALUE 'N'.
           88  ENTRY-VOIDED            VALUE 'Y'.

       01  WS-CHK-IX                   PIC 9(04) COMP.
       01  WS-SITE-DUP-SW              PIC X     VALUE 'N'.
           88  SITE-DUPLICATE          VALUE 'Y'.
           05  RD-DATE                 PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RD-TIME                 PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RD-VOID-NOTE            PIC X(06).
           05  FILLER                  PIC X(41) VALUE SPACES.

       01  RPT-TOTAL-LINE-1.
           05  FILLER                  PIC X(22)
           05  RT-EXCEPTION-RECORDS    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(67) VALUE SPACES.

       01  RPT-TOTAL-LINE-4.
           05  FILLER                  PIC X(22)
               VALUE 'VOID RECORDS READ:    '.
           05  RT-VOIDS-READ           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(67) VALUE SPACES.

       01  RPT-TOTAL-LINE-5.
           05  FILLER                  PIC X(22)
               VALUE 'FLAGGED, VOID-RESOLVED'.
           05  RT-RESOLVED-UIDS        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(67) VALUE SPACES.

       01  RPT-CLEAN-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'NO DUPLICATE-UID EXCEPTIONS FOUND       '.
       PROCEDURE DIVISION.
      *----------------------------------------------------------

           PERFORM A0500-BALANCE-EXTRACT THRU A0500-EXIT.
           PERFORM A1000-INITIALIZE      THRU A1000-EXIT.

      *    *--------------------------------------------------------*
      *    * a deterministic report) so every repeat of a value is  *
      *    * a run of adjacent records in the output procedure.     *
      *    *--------------------------------------------------------*
           IF NOT RCC-REFUSED
              SORT SORT-WORK-FILE
                  ON ASCENDING KEY SR-UID
                                   SR-SITE-ID
                                   SR-DATE
                                   SR-TIME
                  INPUT  PROCEDURE IS S1000-RELEASE-EXTRACT
                                   THRU S1000-EXIT
                  OUTPUT PROCEDURE IS S2000-SCAN-FOR-DUPLICATES
                                   THRU S2000-EXIT
              PERFORM C1000-PRINT-TOTALS    THRU C1000-EXIT
              PERFORM C3000-WRITE-CHECK-SUMMARY THRU C3000-EXIT
           END-IF.

           PERFORM Z1000-TERMINATE       THRU Z1000-EXIT.
           STOP RUN.

      ******************************************************************
      * Count the extract's records and pick up its ZUSX trailer(s),   *
      * then ask UIDRCT whether the report may run against it.         *
      ******************************************************************

       A0500-BALANCE-EXTRACT.

           MOVE SPACES                  TO ZUIDRCC-PARMS.
           SET  RCC-FUNC-CHECK          TO TRUE.
           MOVE 'UID024R '              TO RCC-STEP.
           MOVE 'ZUSX'                  TO RCC-QUEUE.
           MOVE ZERO                    TO RCC-EXPECTED-COUNT.
           MOVE ZERO                    TO RCC-READ-COUNT.
           MOVE ZERO                    TO RCC-TRAILER-COUNT.

           OPEN INPUT USAGE-EXTRACT-FILE.
           PERFORM UNTIL END-OF-EXTRACT
              READ USAGE-EXTRACT-FILE
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
           CLOSE USAGE-EXTRACT-FILE.
           MOVE 'N'                     TO WS-EOF-SW.

           CALL 'UIDRCT' USING ZUIDRCC-PARMS.

       A0500-EXIT.
           EXIT.

      ******************************************************************
      * Open files and write any run-control banner and the report     *
      * heading.                                                       *
      ******************************************************************

       A1000-INITIALIZE.

           OPEN INPUT  USAGE-EXTRACT-FILE.
           OPEN INPUT  VOID-EXTRACT-FILE.
           IF VODIN-PRESENT
              SET VODIN-OPENED           TO TRUE
           ELSE
              SET END-OF-VOIDS           TO TRUE
           END-IF.
           OPEN OUTPUT EXCEPTION-REPORT-FILE.
           OPEN OUTPUT CHECK-SUMMARY-FILE.
           PERFORM C0500-PRINT-BANNER THRU C0500-EXIT.
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RUN-DATE.
           MOVE WS-RUN-DATE              TO RH1-DATE.
           MOVE RPT-HEADING-1            TO EXCEPTION-REPORT-LINE.
              MOVE ZU-FORMAT             TO SR-FORMAT
              MOVE ZU-DATE               TO SR-DATE
              MOVE ZU-TIME               TO SR-TIME
              SET SR-FROM-USAGE          TO TRUE
              RELEASE SORT-RECORD
              ADD 1                      TO WS-RECORDS-READ
              PERFORM D1000-READ-EXTRACT THRU D1000-EXIT
           END-PERFORM.

      *    *--------------------------------------------------------*
      *    * Void register records join the stream under the same   *
      *    * UID so each lands in its value's group.                *
      *    *--------------------------------------------------------*
           IF NOT END-OF-VOIDS
              PERFORM D2000-READ-VOIDS THRU D2000-EXIT
           END-IF.
           PERFORM UNTIL END-OF-VOIDS
              MOVE VOD-UID               TO SR-UID
              MOVE VOD-SITE-ID           TO SR-SITE-ID
              MOVE VOD-REQUESTOR-APPL    TO SR-REQUESTOR-APPL
              MOVE VOD-FORMAT            TO SR-FORMAT
              MOVE VOD-DATE              TO SR-DATE
              MOVE VOD-TIME              TO SR-TIME
              SET SR-FROM-VOID           TO TRUE
              RELEASE SORT-RECORD
              ADD 1                      TO WS-VOIDS-READ
              PERFORM D2000-READ-VOIDS THRU D2000-EXIT
           END-PERFORM.

       S1000-EXIT.
           EXIT.

      ******************************************************************
      * Read the next usage extract record, passing over trailers.     *
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

      ******************************************************************
      * Read the next void register extract record.                    *
      ******************************************************************

       D2000-READ-VOIDS.

           READ VOID-EXTRACT-FILE
               AT END
                   SET END-OF-VOIDS TO TRUE
           END-READ.

       D2000-EXIT.
           EXIT.

      ******************************************************************
      * Walk the sorted stream, gathering each run of records that     *
      * share a UID value and judging the completed group.             *

           MOVE HIGH-VALUES              TO WS-GROUP-UID.
           MOVE ZERO                     TO WS-GROUP-COUNT.
           MOVE ZERO                     TO WS-GVOID-COUNT.

           PERFORM E1000-RETURN-SORTED THRU E1000-EXIT.
           PERFORM UNTIL END-OF-SORT
                 PERFORM F1000-JUDGE-GROUP THRU F1000-EXIT
                 MOVE SR-UID             TO WS-GROUP-UID
                 MOVE ZERO               TO WS-GROUP-COUNT
                 MOVE ZERO               TO WS-GVOID-COUNT
              END-IF
              EVALUATE TRUE
                 WHEN SR-FROM-VOID
                    IF WS-GVOID-COUNT < WS-GVOID-MAXN
                       ADD 1             TO WS-GVOID-COUNT
                       MOVE SR-SITE-ID   TO GV-SITE-ID(WS-GVOID-COUNT)
                    END-IF
                 WHEN WS-GROUP-COUNT < WS-GROUP-MAXN
                    ADD 1                   TO WS-GROUP-COUNT
                    SET GRP-IX              TO WS-GROUP-COUNT
                    MOVE SR-SITE-ID         TO GR-SITE-ID(GRP-IX)
                    MOVE SR-REQUESTOR-APPL  TO GR-REQUESTOR-APPL(GRP-IX)
                    MOVE SR-FORMAT          TO GR-FORMAT(GRP-IX)
                    MOVE SR-DATE            TO GR-DATE(GRP-IX)
                    MOVE SR-TIME            TO GR-TIME(GRP-IX)
                 WHEN OTHER
      *             Table is full - judge what we hold and report the
      *             truncation; see C1000's overflow line.
                    ADD 1                   TO WS-GROUP-OVERFLOW
              END-EVALUATE
              PERFORM E1000-RETURN-SORTED THRU E1000-EXIT
           END-PERFORM.

      *   - more than one record with a GUID or ESS format value ->    *
      *     exception (those formats are never legitimately reused).   *
      * Sorted by site within the group, so a same-site repeat is      *
      * always adjacent.  Records under a voided site/UID are marked,  *
      * and a group with at most one live record left is reported as  *
      * resolved by void.                                              *
      ******************************************************************

       F1000-JUDGE-GROUP.
              MOVE 'GUID/ESS VALUE SEEN MORE THAN ONCE'
                   TO RR-REASON
           END-IF.

           MOVE ZERO                     TO WS-LIVE-COUNT.
           PERFORM VARYING WS-CHK-IX FROM 1 BY 1
                   UNTIL WS-CHK-IX > WS-GROUP-COUNT
              PERFORM F1100-CHECK-VOIDED THRU F1100-EXIT
              IF NOT ENTRY-VOIDED
                 ADD 1                   TO WS-LIVE-COUNT
              END-IF
           END-PERFORM.
           IF WS-LIVE-COUNT < 2
              MOVE 'COLLISION RESOLVED BY VOID'
                   TO RR-REASON
              ADD 1                      TO WS-RESOLVED-UIDS
              IF WS-FIRST-RESOLVED-SITE = SPACES
                 MOVE GR-SITE-ID(1)      TO WS-FIRST-RESOLVED-SITE
                 MOVE WS-GROUP-UID       TO WS-FIRST-RESOLVED-UID
              END-IF
           ELSE
              IF WS-FIRST-OPEN-SITE = SPACES
                 MOVE GR-SITE-ID(1)      TO WS-FIRST-OPEN-SITE
                 MOVE WS-GROUP-UID       TO WS-FIRST-OPEN-UID
              END-IF
           END-IF.
           MOVE RPT-REASON-LINE          TO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.

              MOVE GR-FORMAT(WS-CHK-IX)         TO RD-FORMAT
              MOVE GR-DATE(WS-CHK-IX)           TO RD-DATE
              MOVE GR-TIME(WS-CHK-IX)           TO RD-TIME
              PERFORM F1100-CHECK-VOIDED THRU F1100-EXIT
              IF ENTRY-VOIDED
                 MOVE 'VOIDED'                  TO RD-VOID-NOTE
              ELSE
                 MOVE SPACES                    TO RD-VOID-NOTE
              END-IF
              MOVE RPT-DETAIL-LINE              TO EXCEPTION-REPORT-LINE
              WRITE EXCEPTION-REPORT-LINE
              ADD 1                             TO WS-EXCEPTION-RECORDS
       F1000-EXIT.
           EXIT.

      ******************************************************************
      * Is group entry WS-CHK-IX's site in the current UID's void      *
      * list?                                                          *
      ******************************************************************

       F1100-CHECK-VOIDED.

           MOVE 'N'                      TO WS-ENTRY-VOID-SW.
           PERFORM VARYING WS-GV-IX FROM 1 BY 1
                   UNTIL WS-GV-IX > WS-GVOID-COUNT
                      OR ENTRY-VOIDED
              IF GV-SITE-ID(WS-GV-IX) = GR-SITE-ID(WS-CHK-IX)
                 SET ENTRY-VOIDED        TO TRUE
              END-IF
           END-PERFORM.

       F1100-EXIT.
           EXIT.

      ******************************************************************
      * Print UIDRCT's banner, if it composed one, ahead of anything   *
      * else on the report.                                            *
      ******************************************************************

       C0500-PRINT-BANNER.

           PERFORM VARYING WS-BANNER-IX FROM 1 BY 1
                   UNTIL WS-BANNER-IX > RCC-BANNER-COUNT
              MOVE RCC-BANNER-LINE(WS-BANNER-IX)
                   TO EXCEPTION-REPORT-LINE
              WRITE EXCEPTION-REPORT-LINE
           END-PERFORM.

       C0500-EXIT.
           EXIT.

      ******************************************************************
      * Write the run totals (and the all-clear line when nothing was  *
      * flagged - an empty exception report should say so).            *
           MOVE WS-EXCEPTION-RECORDS     TO RT-EXCEPTION-RECORDS.
           MOVE RPT-TOTAL-LINE-3         TO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE WS-VOIDS-READ            TO RT-VOIDS-READ.
           MOVE RPT-TOTAL-LINE-4         TO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE WS-RESOLVED-UIDS         TO RT-RESOLVED-UIDS.
           MOVE RPT-TOTAL-LINE-5         TO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.

           IF WS-GROUP-OVERFLOW > ZERO
              MOVE WS-GROUP-OVERFLOW     TO RO-OVERFLOW
           EXIT.

      ******************************************************************
      * The scorecard's DUPS record, when SUMOUT was supplied.  The    *
      * measure is the open collisions; an extract out of balance to   *
      * its trailer is one more amber item.                            *
      ******************************************************************

       C3000-WRITE-CHECK-SUMMARY.

           IF NOT SUMOUT-PRESENT
              GO TO C3000-EXIT
           END-IF.

           MOVE SPACES                   TO ZUIDSCS-RECORD.
           SET SCS-CHECK-DUPS            TO TRUE.
           MOVE 'UID024R'                TO SCS-SOURCE.
           MOVE FUNCTION CURRENT-DATE    TO WS-NOW.
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
           COMPUTE SCS-MEASURE = WS-FLAGGED-UIDS - WS-RESOLVED-UIDS.
           MOVE SCS-MEASURE              TO SCS-RED-COUNT.
           MOVE WS-RESOLVED-UIDS         TO SCS-AMBER-COUNT.
           IF RCC-UNBALANCED
              ADD 1                      TO SCS-AMBER-COUNT
           END-IF.
           EVALUATE TRUE
              WHEN WS-FIRST-OPEN-SITE NOT = SPACES
                 MOVE WS-FIRST-OPEN-SITE TO SCS-SUBJECT
                 STRING 'UID '           DELIMITED BY SIZE
                        WS-FIRST-OPEN-UID DELIMITED BY SIZE
                        INTO SCS-DETAIL
                 END-STRING
              WHEN WS-FIRST-RESOLVED-SITE NOT = SPACES
                 MOVE WS-FIRST-RESOLVED-SITE TO SCS-SUBJECT
                 STRING 'UID '           DELIMITED BY SIZE
                        WS-FIRST-RESOLVED-UID DELIMITED BY SIZE
                        INTO SCS-DETAIL
                 END-STRING
              WHEN RCC-UNBALANCED
                 MOVE 'USGIN'            TO SCS-SUBJECT
                 MOVE 'EXTRACT OUT OF BALANCE TO ITS TRAILER'
                      TO SCS-DETAIL
              WHEN OTHER
                 MOVE 'NO DUPLICATE-UID EXCEPTIONS'
                      TO SCS-DETAIL
           END-EVALUATE.
           WRITE CHECK-SUMMARY-RECORD    FROM ZUIDSCS-RECORD.

       C3000-EXIT.
           EXIT.

      ******************************************************************
      * Close files and record the run on the run-control master.      *
      ******************************************************************

       Z1000-TERMINATE.

           CLOSE USAGE-EXTRACT-FILE.
           IF VODIN-OPENED
              CLOSE VOID-EXTRACT-FILE
           END-IF.
           CLOSE EXCEPTION-REPORT-FILE.
           IF SUMOUT-PRESENT
              CLOSE CHECK-SUMMARY-FILE
           END-IF.

           SET  RCC-FUNC-RECORD         TO TRUE.
           CALL 'UIDRCT' USING ZUIDRCC-PARMS.
           MOVE RCC-RETURN-CODE         TO RETURN-CODE.

       Z1000-EXIT.
           EXIT.
