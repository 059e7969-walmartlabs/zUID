      ** fall BELOW the history's (a redefine/reset under the same    **
      ** name), the history line is restarted from today rather       **
      ** than projecting a negative rate.                             **
      **                                                              **
      ** A counter migration (UIDMIG) moves an appid onto another     **
      ** counter name above the old one's high water.  Given the      **
      ** ZUIDJRN journal extract on JRNIN (optional - the one UID031R **
      ** reads), the run on the cutover's audit day pairs the MIGR    **
      ** journal entry with its ZUIDAUD 'M' record by STCK and starts **
      ** a brand-new target's history from the old counter's, shifted **
      ** up by the gap the cutover left, so the forecast carries on   **
      ** across the two names instead of starting cold.  A target     **
      ** that was already live (a merge) keeps its own history.       **
      ** Every migration on file is listed under the forecast.        **
      **                                                              **
      ** Before the report runs, A0500 counts the AUDIN extract and   **
      ** (when there is one) the CTLIN extract and hands the counts,  **
      ** with UID022X's AUDX and CTLX trailers, to the UIDRCT run-    **
      ** control routine (see copy/ZUIDRCC.cpy).  An extract that     **
      ** does not balance to its trailer - or has none - is reported  **
      ** under an OUT OF BALANCE banner; an AUDX extract this report  **
      ** has already folded in is refused - the banner is the only    **
      ** output and the history is carried forward untouched.  The    **
      ** step return code is UIDRCT's: 0, 4 out of balance, 8        **
      ** refused.                                                     **
      **                                                              **
      ** When the optional SUMOUT DD is supplied a run that was not   **
      ** refused also writes its EXHAUST summary record for the       **
      ** morning scorecard (see copy/ZUIDSCS.cpy): counters flagged   **
      ** inside WS-RED-DAYS red, the rest of the flagged amber, the   **
      ** counter with the fewest days left named.                     **
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT COUNTER-DEFS-FILE ASSIGN TO CTLIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTLIN-STATUS.
           SELECT JOURNAL-EXTRACT-FILE ASSIGN TO JRNIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNIN-STATUS.
           SELECT HISTORY-OUT-FILE ASSIGN TO HISTOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT FORECAST-REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT CHECK-SUMMARY-FILE ASSIGN TO SUMOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUMOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
           COPY ZUIDCTX.

       FD  JOURNAL-EXTRACT-FILE
           RECORDING MODE IS F.
           COPY ZUIDJRN.

       FD  HISTORY-OUT-FILE
           RECORDING MODE IS F.
       01  HIST-OUT-RECORD             PIC X(61).
           RECORDING MODE IS F.
       01  FORECAST-REPORT-LINE        PIC X(80).

       FD  CHECK-SUMMARY-FILE
           RECORDING MODE IS F.
       01  CHECK-SUMMARY-RECORD        PIC X(120).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------

       01  WS-RUN-DATE                 PIC X(10) VALUE SPACES.

      **------------------------------------------------------------*
      ** Run control - UIDRCT's parameters and the UID022X trailer   *
      ** that closes the extract.  See A0500, C0500, Z1000.          *
      **------------------------------------------------------------*
           COPY ZUIDRCC.

           COPY ZUIDTRL.

       01  WS-BANNER-IX                PIC 9(02).

      **------------------------------------------------------------*
      ** Scorecard summary - see C4000.  F1000 tallies the flagged   *
      ** counters and keeps the one with the fewest days left.       *
      **------------------------------------------------------------*
           COPY ZUIDSCS.

       01  WS-SUMOUT-STATUS            PIC X(02).
           88  SUMOUT-PRESENT          VALUE '00'.
       01  WS-NOW                      PIC X(21).
       01  WS-RED-FLAGGED              PIC 9(05) VALUE ZERO.
       01  WS-AMBER-FLAGGED            PIC 9(05) VALUE ZERO.
       01  WS-LEAST-DAYS-LEFT          PIC S9(09) COMP VALUE 999999999.
       01  WS-LEAST-CNAME              PIC X(16) VALUE SPACES.
       01  WS-LEAST-PROJ-DATE          PIC X(10) VALUE SPACES.
       01  WS-ED-DAYS                  PIC ZZZZ9.

       01  WS-FOUND-SW                 PIC X     VALUE 'N'.
           88  COUNTER-FOUND           VALUE 'Y'.
       01  WS-SKIP-SW                  PIC X     VALUE 'N'.
       01  WS-COUNTER-MAX              PIC S9(18) COMP-3
                                        VALUE 4294967295.
       01  WS-WARN-DAYS                PIC 9(04) VALUE 90.
      *    Flagged counters this close to the edge are the scorecard's
      *    red tier; the rest of the flagged are its amber tier.
       01  WS-RED-DAYS                 PIC 9(04) VALUE 30.

       01  WS-CTLIN-STATUS             PIC X(02).
           88  CTLIN-PRESENT           VALUE '00'.
           88  MAX-FROM-DEFS           VALUE 'F'.
           88  MAX-DEFAULTED           VALUE 'D'.

      *    Counter migrations from the JRNIN journal extract: the
      *    MIGR entries' two counter names, the start value the
      *    target was given, and the cutover STCK that pairs each
      *    one with its ZUIDAUD 'M' record.
       01  WS-JRNIN-STATUS             PIC X(02).
           88  JRNIN-PRESENT           VALUE '00'.
       01  WS-JRN-EOF-SW               PIC X     VALUE 'N'.
           88  END-OF-JOURNAL          VALUE 'Y'.
       01  WS-MIGR-MAXN                PIC 9(04) COMP VALUE 100.
       01  WS-MIGR-COUNT               PIC 9(04) COMP VALUE ZERO.
       01  WS-MIGR-OVERFLOW            PIC 9(05) VALUE ZERO.
       01  MIGRATION-TABLE.
           05  MIGRATION-ENTRY OCCURS 100 TIMES
                                 INDEXED BY MIG-IX.
               10  MG-APPID            PIC X(08).
               10  MG-STCK             PIC X(08).
               10  MG-DATE             PIC X(10).
               10  MG-FROM-CNAME       PIC X(16).
               10  MG-TO-CNAME         PIC X(16).
               10  MG-START            PIC 9(10).
               10  MG-OUTCOME          PIC X(01).
                   88  MG-CARRIED          VALUE 'C'.
                   88  MG-MERGED           VALUE 'M'.

      *    Today's ZUIDAUD 'M' records - the old counter's cycle
      *    name and frozen high water at each cutover.
       01  WS-CUT-MAXN                 PIC 9(04) COMP VALUE 50.
       01  WS-CUT-COUNT                PIC 9(04) COMP VALUE ZERO.
       01  CUTOVER-TABLE.
           05  CUTOVER-ENTRY OCCURS 50 TIMES
                               INDEXED BY CUT-IX.
               10  CT-STCK             PIC X(08).
               10  CT-CNAME            PIC X(16).
               10  CT-VALUE            PIC 9(10).
       01  WS-CUT-FOUND-SW             PIC X     VALUE 'N'.
           88  CUTOVER-FOUND           VALUE 'Y'.

      *    Carry-forward work fields.
       01  WS-FROM-IX                  PIC 9(04) COMP.
       01  WS-TO-CNAME                 PIC X(16).
       01  WS-CYCLE-SUFFIX             PIC X(04).
       01  WS-GAP                      PIC S9(10) COMP-3.

      **------------------------------------------------------------*
      ** Counter-definition record - the shape of the journal's      *
      ** before/after images (see UID031R).                          *
      **------------------------------------------------------------*
           COPY ZUIDCTF.

      *    Projection work fields.
       01  WS-FIRST-INT                PIC S9(09) COMP.
       01  WS-LAST-INT                 PIC S9(09) COMP.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FD-FLAG                 PIC X(15).

       01  RPT-MIGR-HEADING.
           05  FILLER                  PIC X(40)
               VALUE 'COUNTER MIGRATIONS (ZUIDJRN ON JRNIN):  '.
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  RPT-MIGR-LINE.
           05  FM-APPID                PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FM-FROM-CNAME           PIC X(16).
           05  FILLER                  PIC X(04) VALUE ' -> '.
           05  FM-TO-CNAME             PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FM-DATE                 PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FM-NOTE                 PIC X(23).

       01  RPT-NOTE-LINE.
           05  FN-CNAME                PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACES.
       PROCEDURE DIVISION.
      *----------------------------------------------------------

           PERFORM A0500-BALANCE-EXTRACT  THRU A0500-EXIT.
           PERFORM A1000-INITIALIZE       THRU A1000-EXIT.
           PERFORM B1000-LOAD-HISTORY     THRU B1000-EXIT.
           IF NOT RCC-REFUSED
              PERFORM B2000-FOLD-IN-TODAY
                  UNTIL END-OF-EXTRACT
              PERFORM B2500-CARRY-MIGRATIONS THRU B2500-EXIT
              PERFORM B3000-ROLL-OBSERVATIONS THRU B3000-EXIT
           END-IF.
           PERFORM C1000-WRITE-HISTORY    THRU C1000-EXIT.
           IF NOT RCC-REFUSED
              PERFORM C2000-PRINT-FORECAST   THRU C2000-EXIT
              PERFORM C3000-PRINT-MIGRATIONS THRU C3000-EXIT
              PERFORM C4000-WRITE-CHECK-SUMMARY THRU C4000-EXIT
           END-IF.
           PERFORM Z1000-TERMINATE        THRU Z1000-EXIT.
           STOP RUN.

      ******************************************************************
      * Count the AUDIN extract's records and pick up its AUDX         *
      * trailer(s), likewise CTLIN's and CTLX's when there is a        *
      * definitions extract, then ask UIDRCT whether the report may    *
      * run against them.                                              *
      ******************************************************************

       A0500-BALANCE-EXTRACT.

           MOVE SPACES                  TO ZUIDRCC-PARMS.
           SET  RCC-FUNC-CHECK          TO TRUE.
           MOVE 'UID025R '              TO RCC-STEP.
           MOVE 'AUDX'                  TO RCC-QUEUE.
           MOVE ZERO                    TO RCC-EXPECTED-COUNT.
           MOVE ZERO                    TO RCC-READ-COUNT.
           MOVE ZERO                    TO RCC-TRAILER-COUNT.
           MOVE ZERO                    TO RCC-EXPECTED-COUNT-2.
           MOVE ZERO                    TO RCC-READ-COUNT-2.
           MOVE ZERO                    TO RCC-TRAILER-COUNT-2.

           OPEN INPUT AUDIT-EXTRACT-FILE.
           PERFORM UNTIL END-OF-EXTRACT
              READ AUDIT-EXTRACT-FILE
                  AT END
                      SET END-OF-EXTRACT TO TRUE
                  NOT AT END
                      MOVE ZUIDAUD-RECORD TO ZUIDTRL-RECORD
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
           CLOSE AUDIT-EXTRACT-FILE.
           MOVE 'N'                     TO WS-EOF-SW.

           OPEN INPUT COUNTER-DEFS-FILE.
           IF CTLIN-PRESENT
              MOVE 'CTLX'               TO RCC-QUEUE-2
              PERFORM UNTIL END-OF-DEFS
                 READ COUNTER-DEFS-FILE
                     AT END
                         SET END-OF-DEFS TO TRUE
                     NOT AT END
                         MOVE ZUIDCTX-RECORD TO ZUIDTRL-RECORD
                         IF TRL-IS-TRAILER
                            SET RCC-TRAILER-FOUND-2 TO TRUE
                            ADD 1 TO RCC-TRAILER-COUNT-2
                            ADD TRL-RECORD-COUNT
                                TO RCC-EXPECTED-COUNT-2
                            MOVE TRL-EXTRACT-ID TO RCC-EXTRACT-ID-2
                         ELSE
                            ADD 1 TO RCC-READ-COUNT-2
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE COUNTER-DEFS-FILE
              MOVE 'N'                  TO WS-DEFS-EOF-SW
           END-IF.

           CALL 'UIDRCT' USING ZUIDRCC-PARMS.

       A0500-EXIT.
           EXIT.

      ******************************************************************
      * Open files.  A missing HISTIN just means this is the first     *
      * run - the history starts empty.                                *
           ELSE
              SET END-OF-DEFS             TO TRUE
           END-IF.
      *    No journal extract just means no migrations are known.
           OPEN INPUT  JOURNAL-EXTRACT-FILE.
           IF JRNIN-PRESENT
              PERFORM A2000-LOAD-MIGRATIONS THRU A2000-EXIT
           ELSE
              SET END-OF-JOURNAL          TO TRUE
           END-IF.
           OPEN OUTPUT HISTORY-OUT-FILE.
           OPEN OUTPUT FORECAST-REPORT-FILE.
           OPEN OUTPUT CHECK-SUMMARY-FILE.
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RUN-DATE.
           PERFORM C0500-PRINT-BANNER THRU C0500-EXIT.
           PERFORM D1000-READ-EXTRACT THRU D1000-EXIT.

       A1000-EXIT.
      ******************************************************************
      * Load the counter definitions: each base name's significant     *
      * length (for matching cycle-qualified history names) and its    *
      * real maximum.  The CTLX trailer is not a definition.           *
      ******************************************************************

       A1500-LOAD-DEFINITIONS.
                  AT END
                      SET END-OF-DEFS TO TRUE
                  NOT AT END
                      MOVE ZUIDCTX-RECORD TO ZUIDTRL-RECORD
                      IF WS-DEF-COUNT < WS-DEF-MAXN
                         AND NOT TRL-IS-TRAILER
                         ADD 1 TO WS-DEF-COUNT
                         MOVE CTX-CNAME
                              TO DF-CNAME(WS-DEF-COUNT)
       A1500-EXIT.
           EXIT.

      ******************************************************************
      * Load the MIGR entries from the journal extract - every other   *
      * action is the access review's business, not this report's.    *
      ******************************************************************

       A2000-LOAD-MIGRATIONS.

           PERFORM UNTIL END-OF-JOURNAL
              READ JOURNAL-EXTRACT-FILE
                  AT END
                      SET END-OF-JOURNAL TO TRUE
                  NOT AT END
                      IF JRN-ACTION = 'MIGR'
                         PERFORM A2500-KEEP-MIGRATION THRU A2500-EXIT
                      END-IF
              END-READ
           END-PERFORM.

       A2000-EXIT.
           EXIT.

      ******************************************************************
      * Keep one MIGR entry: the old counter from the before image,    *
      * the new one and its start value from the after image.          *
      ******************************************************************

       A2500-KEEP-MIGRATION.

           IF WS-MIGR-COUNT >= WS-MIGR-MAXN
              ADD 1                      TO WS-MIGR-OVERFLOW
              GO TO A2500-EXIT
           END-IF.

           ADD 1                         TO WS-MIGR-COUNT.
           SET MIG-IX                    TO WS-MIGR-COUNT.
           MOVE JRN-APPID                TO MG-APPID(MIG-IX).
           MOVE JRN-STCK                 TO MG-STCK(MIG-IX).
           MOVE JRN-DATE                 TO MG-DATE(MIG-IX).
           MOVE SPACES                   TO MG-OUTCOME(MIG-IX).
           MOVE JRN-BEFORE-IMAGE         TO ZUIDCTF-RECORD.
           MOVE CTF-CNAME                TO MG-FROM-CNAME(MIG-IX).
           MOVE JRN-AFTER-IMAGE          TO ZUIDCTF-RECORD.
           MOVE CTF-CNAME                TO MG-TO-CNAME(MIG-IX).
           MOVE CTF-VAL                  TO MG-START(MIG-IX).

       A2500-EXIT.
           EXIT.

      ******************************************************************
      * Load the prior rolling history into the table.                 *
      ******************************************************************

       B2000-FOLD-IN-TODAY.

      *    A migration's 'M' record is the old counter's reading at
      *    the cutover, and is kept aside for B2500 as well.
           IF AUD-EVENT = 'M'
              AND WS-CUT-COUNT < WS-CUT-MAXN
              ADD 1                      TO WS-CUT-COUNT
              SET CUT-IX                 TO WS-CUT-COUNT
              MOVE AUD-STCK              TO CT-STCK(CUT-IX)
              MOVE AUD-CNAME             TO CT-CNAME(CUT-IX)
              MOVE AUD-VALUE             TO CT-VALUE(CUT-IX)
           END-IF.

           EVALUATE AUD-EVENT
              WHEN 'D'
              WHEN 'Q'
              WHEN 'W'
              WHEN 'M'
                 PERFORM E1000-FIND-OR-ADD-COUNTER THRU E1000-EXIT
                 IF NOT SKIP-COUNTER
                    MOVE AUD-VALUE  TO HT-TODAY-VALUE(HIST-IX)
           PERFORM D1000-READ-EXTRACT THRU D1000-EXIT.

      ******************************************************************
      * Read the next audit extract record, passing over trailers.     *
      ******************************************************************

       D1000-READ-EXTRACT.
               AT END
                   SET END-OF-EXTRACT TO TRUE
           END-READ.
           IF NOT END-OF-EXTRACT
              MOVE ZUIDAUD-RECORD       TO ZUIDTRL-RECORD
              IF TRL-IS-TRAILER
                 GO TO D1000-READ-EXTRACT
              END-IF
           END-IF.

       D1000-EXIT.
           EXIT.
       E1000-EXIT.
           EXIT.

      ******************************************************************
      * Carry history across each migration whose cutover is on        *
      * today's extract.  The old counter's cycle name comes from the  *
      * 'M' record with the journal entry's STCK; the target runs      *
      * under the same cycle year.  A target first seen today takes    *
      * the old counter's history, every value lifted by the gap       *
      * between the frozen high water and the start - so the jump      *
      * itself is never read as consumption.                           *
      ******************************************************************

       B2500-CARRY-MIGRATIONS.

           PERFORM VARYING MIG-IX FROM 1 BY 1
                   UNTIL MIG-IX > WS-MIGR-COUNT
              PERFORM F2000-CARRY-ONE THRU F2000-EXIT
           END-PERFORM.

       B2500-EXIT.
           EXIT.

      ******************************************************************
      * Carry one migration, if its cutover is on today's extract.     *
      ******************************************************************

       F2000-CARRY-ONE.

           MOVE 'N'                      TO WS-CUT-FOUND-SW.
           SET CUT-IX                    TO 1.
           PERFORM UNTIL CUT-IX > WS-CUT-COUNT
                      OR CUTOVER-FOUND
              IF CT-STCK(CUT-IX) = MG-STCK(MIG-IX)
                 SET CUTOVER-FOUND      TO TRUE
              ELSE
                 SET CUT-IX             UP BY 1
              END-IF
           END-PERFORM.
           IF NOT CUTOVER-FOUND
              GO TO F2000-EXIT
           END-IF.

      *    The old counter's line - folded from the 'M' record itself.
           MOVE 'N'                      TO WS-FOUND-SW.
           SET HIST-IX                   TO 1.
           PERFORM UNTIL HIST-IX > WS-COUNTER-COUNT
                      OR COUNTER-FOUND
              IF HT-CNAME(HIST-IX) = CT-CNAME(CUT-IX)
                 SET COUNTER-FOUND     TO TRUE
              ELSE
                 SET HIST-IX           UP BY 1
              END-IF
           END-PERFORM.
           IF NOT COUNTER-FOUND
              GO TO F2000-EXIT
           END-IF.
           SET WS-FROM-IX                TO HIST-IX.

           MOVE ZERO                     TO WS-TRAIL-SPACES.
           INSPECT FUNCTION REVERSE(MG-FROM-CNAME(MIG-IX))
                   TALLYING WS-TRAIL-SPACES FOR LEADING SPACE.
           COMPUTE WS-BASE-LEN = 16 - WS-TRAIL-SPACES.
           IF WS-BASE-LEN < 1 OR WS-BASE-LEN > 12
              GO TO F2000-EXIT
           END-IF.
           MOVE CT-CNAME(CUT-IX) (WS-BASE-LEN + 1:4)
                                         TO WS-CYCLE-SUFFIX.
           MOVE SPACES                   TO WS-TO-CNAME.
           STRING MG-TO-CNAME(MIG-IX)    DELIMITED BY SPACE
                  WS-CYCLE-SUFFIX        DELIMITED BY SIZE
                  INTO WS-TO-CNAME
           END-STRING.

      *    The target's line - added by its DEFINE ('D') record.
           MOVE 'N'                      TO WS-FOUND-SW.
           SET HIST-IX                   TO 1.
           PERFORM UNTIL HIST-IX > WS-COUNTER-COUNT
                      OR COUNTER-FOUND
              IF HT-CNAME(HIST-IX) = WS-TO-CNAME
                 SET COUNTER-FOUND     TO TRUE
              ELSE
                 SET HIST-IX           UP BY 1
              END-IF
           END-PERFORM.
           IF NOT COUNTER-FOUND
              GO TO F2000-EXIT
           END-IF.

           IF HT-OBS-DAYS(HIST-IX) > ZERO
              SET MG-MERGED(MIG-IX)     TO TRUE
              GO TO F2000-EXIT
           END-IF.
           IF HT-OBS-DAYS(WS-FROM-IX) = ZERO
              GO TO F2000-EXIT
           END-IF.

           COMPUTE WS-GAP = MG-START(MIG-IX) - CT-VALUE(CUT-IX).
           IF WS-GAP < ZERO
              MOVE ZERO                  TO WS-GAP
           END-IF.
           MOVE HT-FIRST-DATE(WS-FROM-IX) TO HT-FIRST-DATE(HIST-IX).
           COMPUTE HT-FIRST-VALUE(HIST-IX) =
                   HT-FIRST-VALUE(WS-FROM-IX) + WS-GAP.
           MOVE HT-LAST-DATE(WS-FROM-IX)  TO HT-LAST-DATE(HIST-IX).
           COMPUTE HT-LAST-VALUE(HIST-IX) =
                   HT-LAST-VALUE(WS-FROM-IX) + WS-GAP.
           MOVE HT-OBS-DAYS(WS-FROM-IX)   TO HT-OBS-DAYS(HIST-IX).
           SET MG-CARRIED(MIG-IX)        TO TRUE.

       F2000-EXIT.
           EXIT.

      ******************************************************************
      * Roll today's ending values into each entry's history: a brand  *
      * new counter starts its history today; a value below the        *
       C1000-EXIT.
           EXIT.

      ******************************************************************
      * Print UIDRCT's banner, if it composed one, ahead of anything   *
      * else on the report.                                            *
      ******************************************************************

       C0500-PRINT-BANNER.

           PERFORM VARYING WS-BANNER-IX FROM 1 BY 1
                   UNTIL WS-BANNER-IX > RCC-BANNER-COUNT
              MOVE RCC-BANNER-LINE(WS-BANNER-IX) TO FORECAST-REPORT-LINE
              WRITE FORECAST-REPORT-LINE
           END-PERFORM.

       C0500-EXIT.
           EXIT.

      ******************************************************************
      * Print the forecast: per counter, the consumption rate over     *
      * its observed history and the projected exhaustion date, with   *
       C2000-EXIT.
           EXIT.

      ******************************************************************
      * List the migrations on file, so a reader of the forecast knows *
      * which lines are one appid's history under two names.           *
      ******************************************************************

       C3000-PRINT-MIGRATIONS.

           IF WS-MIGR-COUNT = ZERO
              GO TO C3000-EXIT
           END-IF.

           MOVE RPT-MIGR-HEADING          TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.

           PERFORM VARYING MIG-IX FROM 1 BY 1
                   UNTIL MIG-IX > WS-MIGR-COUNT
              MOVE MG-APPID(MIG-IX)       TO FM-APPID
              MOVE MG-FROM-CNAME(MIG-IX)  TO FM-FROM-CNAME
              MOVE MG-TO-CNAME(MIG-IX)    TO FM-TO-CNAME
              MOVE MG-DATE(MIG-IX)        TO FM-DATE
              EVALUATE TRUE
                 WHEN MG-CARRIED(MIG-IX)
                    MOVE 'HISTORY CARRIED FORWARD' TO FM-NOTE
                 WHEN MG-MERGED(MIG-IX)
                    MOVE 'MERGED - TARGET HISTORY' TO FM-NOTE
                 WHEN OTHER
                    MOVE 'HISTORY SPANS BOTH'      TO FM-NOTE
              END-EVALUATE
              MOVE RPT-MIGR-LINE          TO FORECAST-REPORT-LINE
              WRITE FORECAST-REPORT-LINE
           END-PERFORM.

           IF WS-MIGR-OVERFLOW > ZERO
              MOVE SPACES                 TO RPT-MIGR-LINE
              MOVE 'MORE MIGRATIONS ON JRNIN THAN THE TABLE HOLDS'
                   TO RPT-MIGR-LINE
              MOVE RPT-MIGR-LINE          TO FORECAST-REPORT-LINE
              WRITE FORECAST-REPORT-LINE
           END-IF.

       C3000-EXIT.
           EXIT.

      ******************************************************************
      * Project one counter.                                           *
      ******************************************************************
              ELSE
                 MOVE '** EXHAUSTS **'    TO FD-FLAG
              END-IF
              IF WS-DAYS-LEFT <= WS-RED-DAYS
                 ADD 1                    TO WS-RED-FLAGGED
              ELSE
                 ADD 1                    TO WS-AMBER-FLAGGED
              END-IF
              IF WS-DAYS-LEFT < WS-LEAST-DAYS-LEFT
                 MOVE WS-DAYS-LEFT        TO WS-LEAST-DAYS-LEFT
                 MOVE HT-CNAME(HIST-IX)   TO WS-LEAST-CNAME
                 MOVE FD-PROJ-DATE        TO WS-LEAST-PROJ-DATE
              END-IF
           ELSE
              IF MAX-DEFAULTED
                 MOVE 'DFLT MAX'          TO FD-FLAG
           EXIT.

      ******************************************************************
      * The scorecard's EXHAUST record, when SUMOUT was supplied.  The *
      * measure is the counters flagged; an extract out of balance to  *
      * its trailer is one more amber item.                            *
      ******************************************************************

       C4000-WRITE-CHECK-SUMMARY.

           IF NOT SUMOUT-PRESENT
              GO TO C4000-EXIT
           END-IF.

           MOVE SPACES                    TO ZUIDSCS-RECORD.
           SET SCS-CHECK-EXHAUST          TO TRUE.
           MOVE 'UID025R'                 TO SCS-SOURCE.
           MOVE FUNCTION CURRENT-DATE     TO WS-NOW.
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
           COMPUTE SCS-MEASURE = WS-RED-FLAGGED + WS-AMBER-FLAGGED.
           MOVE WS-RED-FLAGGED            TO SCS-RED-COUNT.
           MOVE WS-AMBER-FLAGGED          TO SCS-AMBER-COUNT.
           IF RCC-UNBALANCED
              ADD 1                       TO SCS-AMBER-COUNT
           END-IF.
           EVALUATE TRUE
              WHEN WS-LEAST-CNAME NOT = SPACES
                 MOVE WS-LEAST-CNAME      TO SCS-SUBJECT
                 MOVE WS-LEAST-DAYS-LEFT  TO WS-ED-DAYS
                 STRING WS-ED-DAYS        DELIMITED BY SIZE
                        ' DAYS LEFT - EXHAUSTS ' DELIMITED BY SIZE
                        WS-LEAST-PROJ-DATE DELIMITED BY SIZE
                        INTO SCS-DETAIL
                 END-STRING
              WHEN RCC-UNBALANCED
                 MOVE 'AUDIN/CTLIN'       TO SCS-SUBJECT
                 MOVE 'EXTRACT OUT OF BALANCE TO ITS TRAILER'
                      TO SCS-DETAIL
              WHEN OTHER
                 MOVE WS-WARN-DAYS        TO WS-ED-DAYS
                 STRING 'NO COUNTER EXHAUSTS WITHIN '
                                          DELIMITED BY SIZE
                        WS-ED-DAYS        DELIMITED BY SIZE
                        ' DAYS'           DELIMITED BY SIZE
                        INTO SCS-DETAIL
                 END-STRING
           END-EVALUATE.
           WRITE CHECK-SUMMARY-RECORD     FROM ZUIDSCS-RECORD.

       C4000-EXIT.
           EXIT.

      ******************************************************************
      * Close files and record the run on the run-control master.      *
      ******************************************************************

       Z1000-TERMINATE.
           CLOSE HISTORY-IN-FILE.
           CLOSE AUDIT-EXTRACT-FILE.
           CLOSE COUNTER-DEFS-FILE.
           CLOSE JOURNAL-EXTRACT-FILE.
           CLOSE HISTORY-OUT-FILE.
           CLOSE FORECAST-REPORT-FILE.
           IF SUMOUT-PRESENT
              CLOSE CHECK-SUMMARY-FILE
           END-IF.

           SET  RCC-FUNC-RECORD         TO TRUE.
           CALL 'UIDRCT' USING ZUIDRCC-PARMS.
           MOVE RCC-RETURN-CODE         TO RETURN-CODE.

       Z1000-EXIT.
           EXIT.
