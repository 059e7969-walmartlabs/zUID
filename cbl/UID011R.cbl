      ** expected total before moving on, since B1000's browse still  **
      ** counts every usage-log record written this real year         **
      ** regardless of which cycle name issued it.                    **
      **                                                               **
      ** Voided ids (the ZUIDVOD register - see UIDVOD) stay in both  **
      ** totals: the counter issued them and their usage records      **
      ** remain, so a void never opens a gap.  B2000 counts this      **
      ** cycle's voids and C1000 reports them on a line of their own  **
      ** so the matched total is not read as all-live.                **
      **                                                               **
      ** It also balances tonight's UID022X usage extract: B1000       **
      ** counts the usage-log records issued inside the extract's      **
      ** window (after the previous completed extract's stamp, up to   **
      ** and including this one's - both on UID022X's ZUIDRUN record,  **
      ** see copy/ZUIDRUN.cpy), one per ZUSX record, and C2000 puts    **
      ** an OUT OF BALANCE banner on ALOG when that disagrees with     **
      ** the ZUSX count UID022X recorded, or when there is no          **
      ** completed extract today to balance against.  A second run     **
      ** against an extract already reconciled is refused.  The run    **
      ** is recorded on ZUIDRUN under step UID011R.                    **
      **                                                               **
      ** Every run that is not refused also writes its GAPS summary    **
      ** record for the morning scorecard (see copy/ZUIDSCS.cpy) to    **
      ** the SUMX queue: a reconciliation gap red, an extract out of   **
      ** balance amber.  The gap is region-wide - the usage log is     **
      ** counted as one total - so the record names the counter only   **
      ** when the region owns just one.                                **
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-EXPECTED-TOTAL-ED         PIC Z(9)9.
       01  WS-VSAM-TOTAL-COUNT-ED       PIC Z(9)9.

      **------------------------------------------------------------*
      ** Scorecard summary record - see C3000.                       *
      **------------------------------------------------------------*
           COPY ZUIDSCS.

       01  WS-GAP                       PIC S9(10) COMP-3.

      **------------------------------------------------------------*
      ** Void register record - see B2000.                           *
      **------------------------------------------------------------*
           COPY ZUIDVOD.

       01  WS-VOD-KEY                   PIC X(44).
       01  WS-VOID-COUNT                PIC S9(10) COMP-3 VALUE ZERO.
       01  WS-VOID-COUNT-ED             PIC Z(9)9.
       01  WS-VOD-BROWSE-SW             PIC X     VALUE 'N'.
           88  VOD-BROWSE-DONE          VALUE 'Y'.

      **------------------------------------------------------------*
      ** Run-control record (ZUIDRUN) - UID022X's for tonight's      *
      ** extract, then this step's own.  See A0100, C2000, Z1000.    *
      **------------------------------------------------------------*
           COPY ZUIDRUN.

       01  WS-RUN-KEY.
           05  WS-RUN-KEY-STEP          PIC X(08).
           05  WS-RUN-KEY-DATE          PIC X(10).
       01  WS-RUN-ABSTIME               PIC S9(15) COMP-3.
       01  WS-RUN-DATE                  PIC X(10).
       01  WS-RUN-TIME                  PIC X(08).
       01  WS-EXTRACT-ID                PIC X(18) VALUE SPACES.
       01  WS-PREV-EXTRACT-ID           PIC X(18) VALUE SPACES.
       01  WS-ZUSX-COUNT                PIC 9(09) VALUE ZERO.
       01  WS-ISSUE-STAMP.
           05  WS-ISSUE-DATE            PIC X(10).
           05  WS-ISSUE-TIME            PIC X(08).
       01  WS-WINDOW-COUNT              PIC 9(09) VALUE ZERO.
       01  WS-ZUSX-COUNT-ED             PIC Z(8)9.
       01  WS-WINDOW-COUNT-ED           PIC Z(8)9.
       01  WS-EXTRACT-SW                PIC X     VALUE 'N'.
           88  EXTRACT-COMPLETE         VALUE 'Y'.
       01  WS-VERDICT                   PIC X(01) VALUE 'B'.
           88  RUN-BALANCED             VALUE 'B'.
           88  RUN-UNBALANCED           VALUE 'U'.
           88  RUN-ALREADY-DONE         VALUE 'R'.

      *    Sized for the widest line C1000 composes (the 80-byte
      *    GAP message) - STRING truncates silently past the end.
       01  ALOG-MESSAGE                 PIC X(80).
       PROCEDURE DIVISION.
      *----------------------------------------------------------

           PERFORM A0100-CHECK-RUN-CONTROL THRU A0100-EXIT.
           IF NOT RUN-ALREADY-DONE
              PERFORM A0500-LOAD-COUNTER-TABLE THRU A0500-EXIT
              PERFORM A1000-QUERY-COUNTERS  THRU A1000-EXIT
              PERFORM B1000-COUNT-USAGE-LOG THRU B1000-EXIT
              PERFORM B2000-COUNT-VOIDS     THRU B2000-EXIT
              PERFORM C1000-COMPARE-AND-LOG THRU C1000-EXIT
              PERFORM C2000-BALANCE-EXTRACT THRU C2000-EXIT
              PERFORM C3000-WRITE-CHECK-SUMMARY THRU C3000-EXIT
           END-IF.
           PERFORM Z1000-RECORD-RUN      THRU Z1000-EXIT.
           EXEC CICS RETURN
           END-EXEC.

      ******************************************************************
      * Pick up tonight's extract from UID022X's ZUIDRUN record - its  *
      * stamp, the previous completed extract's, and the ZUSX count -  *
      * and refuse the run when this step's own record for today      *
      * shows that extract already reconciled.                         *
      ******************************************************************

       A0100-CHECK-RUN-CONTROL.

           EXEC CICS ASKTIME
                ABSTIME( WS-RUN-ABSTIME )
                NOHANDLE
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME ( WS-RUN-ABSTIME )
                YYYYMMDD( WS-RUN-DATE )
                TIME    ( WS-RUN-TIME )
                DATESEP ( '/' )
                TIMESEP ( ':' )
                NOHANDLE
           END-EXEC.

           MOVE 'UID022X '               TO WS-RUN-KEY-STEP.
           MOVE WS-RUN-DATE              TO WS-RUN-KEY-DATE.
           EXEC CICS READ FILE
                ( 'ZUIDRUN' )
                INTO     ( ZUIDRUN-RECORD )
                RIDFLD   ( WS-RUN-KEY )
                KEYLENGTH( LENGTH OF WS-RUN-KEY )
                NOHANDLE
           END-EXEC.
           IF EIBRESP = DFHRESP(NORMAL)
              AND RUN-COMPLETE
              SET EXTRACT-COMPLETE       TO TRUE
              MOVE RUN-EXTRACT-ID        TO WS-EXTRACT-ID
              MOVE RUN-PREV-EXTRACT-ID   TO WS-PREV-EXTRACT-ID
              MOVE RUN-ZUSX-COUNT        TO WS-ZUSX-COUNT
           ELSE
              GO TO A0100-EXIT
           END-IF.

           MOVE 'UID011R '               TO WS-RUN-KEY-STEP.
           EXEC CICS READ FILE
                ( 'ZUIDRUN' )
                INTO     ( ZUIDRUN-RECORD )
                RIDFLD   ( WS-RUN-KEY )
                KEYLENGTH( LENGTH OF WS-RUN-KEY )
                NOHANDLE
           END-EXEC.
           IF EIBRESP = DFHRESP(NORMAL)
              AND (RUN-COMPLETE OR RUN-OUT-OF-BALANCE)
              AND RUN-EXTRACT-ID = WS-EXTRACT-ID
              SET RUN-ALREADY-DONE       TO TRUE
              MOVE ALL '*'                     TO ALOG-MESSAGE
              MOVE 'UID011R '                  TO ALOG-MESSAGE(1:8)
              PERFORM X1000-WRITE-ALOG THRU X1000-EXIT
              MOVE SPACES                TO ALOG-MESSAGE
              STRING 'UID011R *** RUN REFUSED - EXTRACT '
                     DELIMITED BY SIZE
                     WS-EXTRACT-ID(1:10) DELIMITED BY SIZE
                     ' '                 DELIMITED BY SIZE
                     WS-EXTRACT-ID(11:8) DELIMITED BY SIZE
                     ' ALREADY RECONCILED ***'
                     DELIMITED BY SIZE
                     INTO ALOG-MESSAGE
              END-STRING
              PERFORM X1000-WRITE-ALOG THRU X1000-EXIT
              MOVE ALL '*'                     TO ALOG-MESSAGE
              MOVE 'UID011R '                  TO ALOG-MESSAGE(1:8)
              PERFORM X1000-WRITE-ALOG THRU X1000-EXIT
           END-IF.

       A0100-EXIT.
           EXIT.

      ******************************************************************
      * Load the counter list (base name + per-counter min/max) from   *
      * the ZUIDCTL counter-definition file, skipping disabled         *
              END-EXEC
              IF EIBRESP = DFHRESP(NORMAL)
      *          *-----------------------------------------------------*
      *          * One ZUSX record per usage record issued inside      *
      *          * tonight's extract window - see C2000.               *
      *          *-----------------------------------------------------*
                 IF EXTRACT-COMPLETE
                    MOVE ZU-DATE          TO WS-ISSUE-DATE
                    MOVE ZU-TIME          TO WS-ISSUE-TIME
                    IF WS-ISSUE-STAMP > WS-PREV-EXTRACT-ID
                       AND WS-ISSUE-STAMP NOT > WS-EXTRACT-ID
                       ADD 1 TO WS-WINDOW-COUNT
                    END-IF
                 END-IF
      *          *-----------------------------------------------------*
      *          * ZUIDUSG is a lifetime log, not a per-cycle one, so  *
      *          * only count records from the cycle A1000 just        *
      *          * queried - see req012's year-qualified counters.     *
       B1000-EXIT.
           EXIT.

      ******************************************************************
      * Browse the ZUIDVOD void register and count the voids whose     *
      * issuance falls in the cycle B1000 counted - same real-year     *
      * filter, on the issue date the register copied from ZUIDUSG.    *
      * An empty or missing register just means no voids.              *
      ******************************************************************

       B2000-COUNT-VOIDS.

           MOVE LOW-VALUES               TO WS-VOD-KEY.
           EXEC CICS STARTBR
                FILE   ( 'ZUIDVOD' )
                RIDFLD ( WS-VOD-KEY )
                GTEQ
                NOHANDLE
           END-EXEC.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              GO TO B2000-EXIT
           END-IF.

           PERFORM UNTIL VOD-BROWSE-DONE
              EXEC CICS READNEXT
                   FILE    ( 'ZUIDVOD' )
                   INTO    ( ZUIDVOD-RECORD )
                   RIDFLD  ( WS-VOD-KEY )
                   KEYLENGTH( LENGTH OF WS-VOD-KEY )
                   NOHANDLE
              END-EXEC
              IF EIBRESP = DFHRESP(NORMAL)
                 IF VOD-ISSUED-DATE(1:4) = WS-CYCLE-YEAR
                    ADD 1 TO WS-VOID-COUNT
                 END-IF
              ELSE
                 SET VOD-BROWSE-DONE TO TRUE
              END-IF
           END-PERFORM.

           EXEC CICS ENDBR
                FILE( 'ZUIDVOD' )
                NOHANDLE
           END-EXEC.

       B2000-EXIT.
           EXIT.

      ******************************************************************
      * Compare the two totals and write the nightly reconciliation    *
      * result to the ALOG transient data queue, same as ZUIDPLT's     *
                NOHANDLE
           END-EXEC.

           IF WS-VOID-COUNT > ZERO
              MOVE WS-VOID-COUNT         TO WS-VOID-COUNT-ED
              MOVE SPACES                TO ALOG-MESSAGE
              STRING 'UID011R VOIDED IDS THIS CYCLE '
                     DELIMITED BY SIZE
                     WS-VOID-COUNT-ED
                     DELIMITED BY SIZE
                     ' - COUNTED ABOVE AS ISSUED, NOT LIVE'
                     DELIMITED BY SIZE
                     INTO ALOG-MESSAGE
              END-STRING
              EXEC CICS WRITEQ TD
                   QUEUE ( 'ALOG' )
                   FROM  ( ALOG-MESSAGE )
                   LENGTH( LENGTH OF ALOG-MESSAGE )
                   NOHANDLE
              END-EXEC
           END-IF.

       C1000-EXIT.
           EXIT.

      ******************************************************************
      * Balance tonight's ZUSX extract: the usage-log records issued   *
      * in its window against the count UID022X wrote.  Anything but  *
      * agreement - or no completed extract to balance against - goes  *
      * to ALOG as an OUT OF BALANCE banner.                           *
      ******************************************************************

       C2000-BALANCE-EXTRACT.

           IF EXTRACT-COMPLETE
              AND WS-WINDOW-COUNT = WS-ZUSX-COUNT
              GO TO C2000-EXIT
           END-IF.

           SET RUN-UNBALANCED            TO TRUE.
           MOVE ALL '*'                     TO ALOG-MESSAGE.
           MOVE 'UID011R '                  TO ALOG-MESSAGE(1:8).
           PERFORM X1000-WRITE-ALOG THRU X1000-EXIT.

           MOVE SPACES                   TO ALOG-MESSAGE.
           IF EXTRACT-COMPLETE
              MOVE WS-ZUSX-COUNT         TO WS-ZUSX-COUNT-ED
              MOVE WS-WINDOW-COUNT       TO WS-WINDOW-COUNT-ED
              STRING 'UID011R *** ZUSX OUT OF BALANCE - EXTRACT '
                     DELIMITED BY SIZE
                     WS-ZUSX-COUNT-ED    DELIMITED BY SIZE
                     ', USAGE LOG '      DELIMITED BY SIZE
                     WS-WINDOW-COUNT-ED  DELIMITED BY SIZE
                     ' ***'              DELIMITED BY SIZE
                     INTO ALOG-MESSAGE
              END-STRING
           ELSE
              MOVE 'UID011R *** NO COMPLETED UID022X EXTRACT TODAY - ZU
      -            'SX NOT BALANCED ***' TO ALOG-MESSAGE
           END-IF.
           PERFORM X1000-WRITE-ALOG THRU X1000-EXIT.

           MOVE ALL '*'                     TO ALOG-MESSAGE.
           MOVE 'UID011R '                  TO ALOG-MESSAGE(1:8).
           PERFORM X1000-WRITE-ALOG THRU X1000-EXIT.

       C2000-EXIT.
           EXIT.

      ******************************************************************
      * The scorecard's GAPS record on the SUMX queue.  The measure is *
      * the size of the gap either way; the subject is the counter     *
      * when the region owns just one, else the whole region.          *
      ******************************************************************

       C3000-WRITE-CHECK-SUMMARY.

           MOVE SPACES                   TO ZUIDSCS-RECORD.
           SET SCS-CHECK-GAPS            TO TRUE.
           MOVE 'UID011R'                TO SCS-SOURCE.
           MOVE WS-RUN-DATE              TO SCS-RUN-DATE.
           MOVE WS-RUN-TIME              TO SCS-RUN-TIME.
           COMPUTE WS-GAP = WS-EXPECTED-TOTAL - WS-VSAM-TOTAL-COUNT.
           IF WS-GAP < ZERO
              COMPUTE WS-GAP = ZERO - WS-GAP
           END-IF.
           MOVE WS-GAP                   TO SCS-MEASURE.
           MOVE ZERO                     TO SCS-RED-COUNT.
           MOVE ZERO                     TO SCS-AMBER-COUNT.
           IF WS-GAP NOT = ZERO
              MOVE 1                     TO SCS-RED-COUNT
           END-IF.
           IF RUN-UNBALANCED
              MOVE 1                     TO SCS-AMBER-COUNT
           END-IF.
           IF WS-CTR-COUNT = 1
              MOVE CTR-NAME(1)           TO SCS-SUBJECT
           ELSE
              MOVE 'ALL COUNTERS'        TO SCS-SUBJECT
           END-IF.
           IF WS-GAP = ZERO
              AND RUN-UNBALANCED
              MOVE 'ZUSX'                TO SCS-SUBJECT
              MOVE 'ZUSX EXTRACT OUT OF BALANCE - SEE ALOG'
                   TO SCS-DETAIL
           ELSE
              MOVE WS-EXPECTED-TOTAL     TO WS-EXPECTED-TOTAL-ED
              MOVE WS-VSAM-TOTAL-COUNT   TO WS-VSAM-TOTAL-COUNT-ED
              STRING 'ISSUED '           DELIMITED BY SIZE
                     WS-EXPECTED-TOTAL-ED DELIMITED BY SIZE
                     ' USAGE LOG '       DELIMITED BY SIZE
                     WS-VSAM-TOTAL-COUNT-ED DELIMITED BY SIZE
                     INTO SCS-DETAIL
              END-STRING
           END-IF.

           EXEC CICS WRITEQ TD
                QUEUE ( 'SUMX' )
                FROM  ( ZUIDSCS-RECORD )
                LENGTH( LENGTH OF ZUIDSCS-RECORD )
                NOHANDLE
           END-EXEC.

       C3000-EXIT.
           EXIT.

      ******************************************************************
      * Write an activity line to the ALOG transient data queue.       *
      ******************************************************************

       X1000-WRITE-ALOG.

           EXEC CICS WRITEQ TD
                QUEUE ( 'ALOG' )
                FROM  ( ALOG-MESSAGE )
                LENGTH( LENGTH OF ALOG-MESSAGE )
                NOHANDLE
           END-EXEC.

       X1000-EXIT.
           EXIT.

      ******************************************************************
      * Record this run on ZUIDRUN under step UID011R: C balanced, U   *
      * out of balance, R refused; the extract reconciled, the window  *
      * count and the ZUSX count it was held to.  A same-day rerun     *
      * rewrites the record - except a refused one, which leaves the   *
      * run it was refused for standing.                               *
      ******************************************************************

       Z1000-RECORD-RUN.

           IF RUN-ALREADY-DONE
              GO TO Z1000-EXIT
           END-IF.

           MOVE 'UID011R '               TO WS-RUN-KEY-STEP.
           MOVE WS-RUN-DATE              TO WS-RUN-KEY-DATE.
           EXEC CICS READ FILE
                ( 'ZUIDRUN' )
                INTO     ( ZUIDRUN-RECORD )
                RIDFLD   ( WS-RUN-KEY )
                KEYLENGTH( LENGTH OF WS-RUN-KEY )
                UPDATE
                NOHANDLE
           END-EXEC.
           IF EIBRESP = DFHRESP(NORMAL)
              PERFORM Z1100-FILL-RECORD THRU Z1100-EXIT
              EXEC CICS REWRITE FILE
                   ( 'ZUIDRUN' )
                   FROM  ( ZUIDRUN-RECORD )
                   NOHANDLE
              END-EXEC
           ELSE
              PERFORM Z1100-FILL-RECORD THRU Z1100-EXIT
              EXEC CICS WRITE FILE
                   ( 'ZUIDRUN' )
                   FROM     ( ZUIDRUN-RECORD )
                   RIDFLD   ( RUN-KEY )
                   KEYLENGTH( LENGTH OF RUN-KEY )
                   NOHANDLE
              END-EXEC
           END-IF.

       Z1000-EXIT.
           EXIT.

       Z1100-FILL-RECORD.

           MOVE SPACES                   TO ZUIDRUN-RECORD.
           MOVE WS-RUN-KEY               TO RUN-KEY.
           MOVE WS-RUN-TIME              TO RUN-TIME.
           IF RUN-UNBALANCED
              SET RUN-OUT-OF-BALANCE     TO TRUE
           ELSE
              SET RUN-COMPLETE           TO TRUE
           END-IF.
           MOVE WS-EXTRACT-ID            TO RUN-EXTRACT-ID.
           MOVE WS-WINDOW-COUNT          TO RUN-READ-COUNT.
           MOVE WS-ZUSX-COUNT            TO RUN-EXPECTED-COUNT.
           MOVE ZERO                     TO RUN-READ-COUNT-2.
           MOVE ZERO                     TO RUN-EXPECTED-COUNT-2.
           MOVE WS-PREV-EXTRACT-ID       TO RUN-PREV-EXTRACT-ID.

       Z1100-EXIT.
           EXIT.
