       IDENTIFICATION DIVISION.
       PROGRAM-ID.      UIDRCT.
      ******************************************************************
      ** Run-control routine for the nightly batch reports, CALLed     **
      ** twice by each (see copy/ZUIDRCC.cpy for the parameter area):  **
      **                                                               **
      **   C  before the report does any work: carries the run-        **
      **      control master forward (RUNIN to RUNOUT, old master to   **
      **      new master, as UID025R carries its history) and decides  **
      **      whether the report may run - REFUSED when this step has  **
      **      already processed the extract it was handed, OUT OF      **
      **      BALANCE when the records the report read disagree with   **
      **      the count on the extract's UID022X trailer (or there is  **
      **      no trailer, or more than one: two drains in one extract, **
      **      the earlier of which may already have been reported) -  **
      **      and composes the banner the report prints                **
      **      at the top of its output;                                **
      **   R  at the end: adds the step's own ZUIDRUN record (run      **
      **      date and time, C/U/R, the extract it read and the        **
      **      counts) and closes the new master.                       **
      **                                                               **
      ** A missing RUNIN is the first run - the master starts empty.   **
      ** Records older than WS-RETAIN-DAYS drop off as they are        **
      ** carried forward.  The online steps (UID022X, UID011R,         **
      ** UID023P) keep the same records on the ZUIDRUN KSDS instead -  **
      ** see copy/ZUIDRUN.cpy.                                         **
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-IN-FILE ASSIGN TO RUNIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNIN-STATUS.
           SELECT RUN-CONTROL-OUT-FILE ASSIGN TO RUNOUT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  RUN-CONTROL-IN-FILE
           RECORDING MODE IS F.
       01  RUN-IN-RECORD               PIC X(100).

       FD  RUN-CONTROL-OUT-FILE
           RECORDING MODE IS F.
       01  RUN-OUT-RECORD              PIC X(100).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------

           COPY ZUIDRUN.

       01  WS-RUNIN-STATUS             PIC X(02).
           88  RUNIN-PRESENT           VALUE '00'.
       01  WS-RUNIN-EOF-SW             PIC X     VALUE 'N'.
           88  END-OF-RUNIN            VALUE 'Y'.
       01  WS-MASTER-SW                PIC X     VALUE 'N'.
           88  MASTER-OPEN             VALUE 'Y'.
       01  WS-PRIOR-SW                 PIC X     VALUE 'N'.
           88  PRIOR-RUN-FOUND         VALUE 'Y'.

       01  WS-RETAIN-DAYS              PIC 9(04) COMP VALUE 400.
       01  WS-TODAY-YMD                PIC 9(08).
       01  WS-RECORD-YMD               PIC 9(08).
       01  WS-CUTOFF-INT               PIC S9(09) COMP.
       01  WS-RECORD-INT               PIC S9(09) COMP.
       01  WS-NOW                      PIC X(21).

       01  WS-KEPT-COUNT               PIC 9(09) VALUE ZERO.
       01  WS-DROPPED-COUNT            PIC 9(09) VALUE ZERO.

      **------------------------------------------------------------*
      ** Banner lines - see C1000.                                  *
      **------------------------------------------------------------*
       01  BNR-STAR-LINE               PIC X(80) VALUE ALL '*'.

       01  BNR-REFUSED-LINE.
           05  FILLER                  PIC X(18) VALUE
               '*** RUN REFUSED - '.
           05  BR-STEP                 PIC X(08).
           05  FILLER                  PIC X(41) VALUE
               ' HAS ALREADY PROCESSED THIS EXTRACT  *** '.
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  BNR-PRIOR-LINE.
           05  FILLER                  PIC X(15) VALUE
               '*** EXTRACT OF '.
           05  BP-EXTRACT-DATE         PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BP-EXTRACT-TIME         PIC X(08).
           05  FILLER                  PIC X(19) VALUE
               ', FIRST PROCESSED '.
           05  BP-PRIOR-DATE           PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BP-PRIOR-TIME           PIC X(08).
           05  FILLER                  PIC X(04) VALUE ' ***'.
           05  FILLER                  PIC X(04) VALUE SPACES.

       01  BNR-BALANCE-LINE.
           05  FILLER                  PIC X(04) VALUE '*** '.
           05  BB-QUEUE                PIC X(04).
           05  FILLER                  PIC X(31) VALUE
               ' OUT OF BALANCE - TRAILER COUNT'.
           05  BB-EXPECTED             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(15) VALUE
               ', RECORDS READ '.
           05  BB-READ                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE ' ***'.

       01  BNR-NO-TRAILER-LINE.
           05  FILLER                  PIC X(07) VALUE '*** NO '.
           05  BN-QUEUE                PIC X(04).
           05  FILLER                  PIC X(45) VALUE
               ' TRAILER - EXTRACT CUT SHORT OR NOT UID022X''S'.
           05  FILLER                  PIC X(15) VALUE
               ' OUTPUT     ***'.
           05  FILLER                  PIC X(09) VALUE SPACES.

       01  BNR-MULTI-TRAILER-LINE.
           05  FILLER                  PIC X(04) VALUE '*** '.
           05  BM-QUEUE                PIC X(04).
           05  FILLER                  PIC X(07) VALUE ' HOLDS '.
           05  BM-TRAILERS             PIC ZZZ9.
           05  FILLER                  PIC X(26) VALUE
               ' TRAILERS - DRAINS MERGED,'.
           05  FILLER                  PIC X(31) VALUE
               ' EARLIER ONES NOT RERUN-CHECKED'.
           05  FILLER                  PIC X(04) VALUE ' ***'.

       01  BNR-UNCHECKED-LINE.
           05  FILLER                  PIC X(17) VALUE
               '*** RECORDS READ '.
           05  BU-READ                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(40) VALUE
               ' - NOT BALANCED, NOT CHECKED FOR A RERUN'.
           05  FILLER                  PIC X(04) VALUE ' ***'.
           05  FILLER                  PIC X(08) VALUE SPACES.

      *----------------------------------------------------------------
       LINKAGE SECTION.
      *----------------------------------------------------------------

           COPY ZUIDRCC.

      *----------------------------------------------------------
       PROCEDURE DIVISION USING ZUIDRCC-PARMS.
      *----------------------------------------------------------

           EVALUATE TRUE
              WHEN RCC-FUNC-CHECK
                 PERFORM A1000-CARRY-MASTER   THRU A1000-EXIT
                 PERFORM C1000-DECIDE         THRU C1000-EXIT
              WHEN RCC-FUNC-RECORD
                 IF NOT MASTER-OPEN
                    PERFORM A1000-CARRY-MASTER THRU A1000-EXIT
                 END-IF
                 PERFORM D1000-RECORD-RUN     THRU D1000-EXIT
           END-EVALUATE.

           GOBACK.

      ******************************************************************
      * Copy the old master to the new, dropping records past          *
      * retention and noting whether this step has already processed   *
      * the extract it was handed (a completed or out-of-balance run   *
      * counts - a refused one did not process anything).             *
      ******************************************************************

       A1000-CARRY-MASTER.

           MOVE 'N'                     TO WS-PRIOR-SW.
           MOVE SPACES                  TO RCC-PRIOR-DATE.
           MOVE SPACES                  TO RCC-PRIOR-TIME.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD.
           COMPUTE WS-CUTOFF-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD)
                   - WS-RETAIN-DAYS.

           OPEN OUTPUT RUN-CONTROL-OUT-FILE.
           SET MASTER-OPEN              TO TRUE.

           OPEN INPUT RUN-CONTROL-IN-FILE.
           IF NOT RUNIN-PRESENT
      *       First run - nothing to carry.
              GO TO A1000-EXIT
           END-IF.

           PERFORM B1000-READ-RUNIN THRU B1000-EXIT.
           PERFORM UNTIL END-OF-RUNIN
              MOVE RUN-IN-RECORD        TO ZUIDRUN-RECORD
              IF RUN-DATE(1:4) IS NUMERIC
                 AND RUN-DATE(6:2) IS NUMERIC
                 AND RUN-DATE(9:2) IS NUMERIC
                 MOVE RUN-DATE(1:4)     TO WS-RECORD-YMD(1:4)
                 MOVE RUN-DATE(6:2)     TO WS-RECORD-YMD(5:2)
                 MOVE RUN-DATE(9:2)     TO WS-RECORD-YMD(7:2)
                 COMPUTE WS-RECORD-INT =
                         FUNCTION INTEGER-OF-DATE(WS-RECORD-YMD)
              ELSE
                 MOVE WS-CUTOFF-INT     TO WS-RECORD-INT
              END-IF
              IF WS-RECORD-INT < WS-CUTOFF-INT
                 ADD 1 TO WS-DROPPED-COUNT
              ELSE
                 MOVE ZUIDRUN-RECORD    TO RUN-OUT-RECORD
                 WRITE RUN-OUT-RECORD
                 ADD 1 TO WS-KEPT-COUNT
                 IF RUN-STEP = RCC-STEP
                    AND RCC-TRAILER-FOUND
                    AND RUN-EXTRACT-ID = RCC-EXTRACT-ID
                    AND (RUN-COMPLETE OR RUN-OUT-OF-BALANCE)
                    AND NOT PRIOR-RUN-FOUND
                    SET PRIOR-RUN-FOUND TO TRUE
                    MOVE RUN-DATE       TO RCC-PRIOR-DATE
                    MOVE RUN-TIME       TO RCC-PRIOR-TIME
                 END-IF
              END-IF
              PERFORM B1000-READ-RUNIN THRU B1000-EXIT
           END-PERFORM.

           CLOSE RUN-CONTROL-IN-FILE.

       A1000-EXIT.
           EXIT.

      ******************************************************************
      * Read the next old-master record.                               *
      ******************************************************************

       B1000-READ-RUNIN.

           READ RUN-CONTROL-IN-FILE
               AT END
                   SET END-OF-RUNIN TO TRUE
           END-READ.

       B1000-EXIT.
           EXIT.

      ******************************************************************
      * The verdict and its banner.  A rerun of an extract already     *
      * processed is refused outright - the counts do not matter.      *
      * Otherwise each extract must have exactly one trailer and agree *
      * with it; anything else is out of balance, and the report runs  *
      * under the banner.  Only the last trailer's extract id is       *
      * checked for a rerun, so a second trailer is reported in its    *
      * own right - an earlier drain in the same extract may already   *
      * have been reported.                                            *
      ******************************************************************

       C1000-DECIDE.

           MOVE ZERO                    TO RCC-BANNER-COUNT.
           MOVE SPACES                  TO RCC-BANNER-LINE(1).

           IF PRIOR-RUN-FOUND
              SET RCC-REFUSED           TO TRUE
              MOVE 8                    TO RCC-RETURN-CODE
              MOVE RCC-STEP             TO BR-STEP
              MOVE RCC-EXTRACT-ID(1:10) TO BP-EXTRACT-DATE
              MOVE RCC-EXTRACT-ID(11:8) TO BP-EXTRACT-TIME
              MOVE RCC-PRIOR-DATE       TO BP-PRIOR-DATE
              MOVE RCC-PRIOR-TIME       TO BP-PRIOR-TIME
              MOVE BNR-STAR-LINE        TO RCC-BANNER-LINE(1)
              MOVE BNR-REFUSED-LINE     TO RCC-BANNER-LINE(2)
              MOVE BNR-PRIOR-LINE       TO RCC-BANNER-LINE(3)
              MOVE BNR-STAR-LINE        TO RCC-BANNER-LINE(4)
              MOVE 4                    TO RCC-BANNER-COUNT
              GO TO C1000-EXIT
           END-IF.

           MOVE 1                       TO RCC-BANNER-COUNT.
           MOVE BNR-STAR-LINE           TO RCC-BANNER-LINE(1).

           IF NOT RCC-TRAILER-FOUND
              MOVE RCC-QUEUE            TO BN-QUEUE
              MOVE RCC-READ-COUNT       TO BU-READ
              ADD 1 TO RCC-BANNER-COUNT
              MOVE BNR-NO-TRAILER-LINE  TO
                   RCC-BANNER-LINE(RCC-BANNER-COUNT)
              ADD 1 TO RCC-BANNER-COUNT
              MOVE BNR-UNCHECKED-LINE   TO
                   RCC-BANNER-LINE(RCC-BANNER-COUNT)
           ELSE
              IF RCC-TRAILER-COUNT IS NUMERIC
                 AND RCC-TRAILER-COUNT > 1
                 MOVE RCC-QUEUE         TO BM-QUEUE
                 MOVE RCC-TRAILER-COUNT TO BM-TRAILERS
                 ADD 1 TO RCC-BANNER-COUNT
                 MOVE BNR-MULTI-TRAILER-LINE TO
                      RCC-BANNER-LINE(RCC-BANNER-COUNT)
              END-IF
              IF RCC-EXPECTED-COUNT NOT = RCC-READ-COUNT
                 MOVE RCC-QUEUE         TO BB-QUEUE
                 MOVE RCC-EXPECTED-COUNT TO BB-EXPECTED
                 MOVE RCC-READ-COUNT    TO BB-READ
                 ADD 1 TO RCC-BANNER-COUNT
                 MOVE BNR-BALANCE-LINE  TO
                      RCC-BANNER-LINE(RCC-BANNER-COUNT)
              END-IF
           END-IF.

           IF RCC-QUEUE-2 NOT = SPACES
              IF NOT RCC-TRAILER-FOUND-2
                 MOVE RCC-QUEUE-2       TO BN-QUEUE
                 MOVE RCC-READ-COUNT-2  TO BU-READ
                 ADD 1 TO RCC-BANNER-COUNT
                 MOVE BNR-NO-TRAILER-LINE TO
                      RCC-BANNER-LINE(RCC-BANNER-COUNT)
                 ADD 1 TO RCC-BANNER-COUNT
                 MOVE BNR-UNCHECKED-LINE TO
                      RCC-BANNER-LINE(RCC-BANNER-COUNT)
              ELSE
                 IF RCC-TRAILER-COUNT-2 IS NUMERIC
                    AND RCC-TRAILER-COUNT-2 > 1
                    MOVE RCC-QUEUE-2    TO BM-QUEUE
                    MOVE RCC-TRAILER-COUNT-2 TO BM-TRAILERS
                    ADD 1 TO RCC-BANNER-COUNT
                    MOVE BNR-MULTI-TRAILER-LINE TO
                         RCC-BANNER-LINE(RCC-BANNER-COUNT)
                 END-IF
                 IF RCC-EXPECTED-COUNT-2 NOT = RCC-READ-COUNT-2
                    MOVE RCC-QUEUE-2    TO BB-QUEUE
                    MOVE RCC-EXPECTED-COUNT-2 TO BB-EXPECTED
                    MOVE RCC-READ-COUNT-2 TO BB-READ
                    ADD 1 TO RCC-BANNER-COUNT
                    MOVE BNR-BALANCE-LINE TO
                         RCC-BANNER-LINE(RCC-BANNER-COUNT)
                 END-IF
              END-IF
           END-IF.

           IF RCC-BANNER-COUNT = 1
              SET RCC-BALANCED          TO TRUE
              MOVE ZERO                 TO RCC-RETURN-CODE
              MOVE ZERO                 TO RCC-BANNER-COUNT
           ELSE
              SET RCC-UNBALANCED        TO TRUE
              MOVE 4                    TO RCC-RETURN-CODE
              ADD 1 TO RCC-BANNER-COUNT
              MOVE BNR-STAR-LINE        TO
                   RCC-BANNER-LINE(RCC-BANNER-COUNT)
           END-IF.

       C1000-EXIT.
           EXIT.

      ******************************************************************
      * The step's own record, last on the new master.                 *
      ******************************************************************

       D1000-RECORD-RUN.

           MOVE FUNCTION CURRENT-DATE   TO WS-NOW.
           MOVE SPACES                  TO ZUIDRUN-RECORD.
           MOVE RCC-STEP                TO RUN-STEP.
           STRING WS-NOW(1:4)  DELIMITED BY SIZE
                  '/'          DELIMITED BY SIZE
                  WS-NOW(5:2)  DELIMITED BY SIZE
                  '/'          DELIMITED BY SIZE
                  WS-NOW(7:2)  DELIMITED BY SIZE
                  INTO RUN-DATE
           END-STRING.
           STRING WS-NOW(9:2)  DELIMITED BY SIZE
                  ':'          DELIMITED BY SIZE
                  WS-NOW(11:2) DELIMITED BY SIZE
                  ':'          DELIMITED BY SIZE
                  WS-NOW(13:2) DELIMITED BY SIZE
                  INTO RUN-TIME
           END-STRING.

           EVALUATE TRUE
              WHEN RCC-REFUSED
                 SET RUN-REFUSED        TO TRUE
              WHEN RCC-UNBALANCED
                 SET RUN-OUT-OF-BALANCE TO TRUE
              WHEN OTHER
                 SET RUN-COMPLETE       TO TRUE
           END-EVALUATE.

           IF RCC-TRAILER-FOUND
              MOVE RCC-EXTRACT-ID       TO RUN-EXTRACT-ID
           END-IF.
           MOVE RCC-READ-COUNT          TO RUN-READ-COUNT.
           MOVE RCC-EXPECTED-COUNT      TO RUN-EXPECTED-COUNT.
           IF RCC-QUEUE-2 NOT = SPACES
              MOVE RCC-READ-COUNT-2     TO RUN-READ-COUNT-2
              MOVE RCC-EXPECTED-COUNT-2 TO RUN-EXPECTED-COUNT-2
           ELSE
              MOVE ZERO                 TO RUN-READ-COUNT-2
              MOVE ZERO                 TO RUN-EXPECTED-COUNT-2
           END-IF.

           MOVE ZUIDRUN-RECORD          TO RUN-OUT-RECORD.
           WRITE RUN-OUT-RECORD.
           CLOSE RUN-CONTROL-OUT-FILE.
           MOVE 'N'                     TO WS-MASTER-SW.

       D1000-EXIT.
           EXIT.
