      ** copy.  Like UID011R this runs as a CICS transaction (batch-   **
      ** initiated/started task) because the files are CICS-owned.     **
      ** Archived/deleted/retained counts go to ALOG.                  **
      **                                                               **
      ** Nothing is archived until today's UID022X extract has         **
      ** completed (its ZUIDRUN run-control record says 'C' - see      **
      ** copy/ZUIDRUN.cpy): audit records not yet on an AUDX extract   **
      ** would otherwise leave the online file unextracted.  A run     **
      ** held that way says so on ALOG, and every run is recorded on   **
      ** ZUIDRUN under step UID023P.                                   **
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-PASS-PROGRESS            PIC 9(09).
       01  WS-STUCK-ED                 PIC ZZZZZZZZ9.

      **------------------------------------------------------------*
      ** Run-control record (ZUIDRUN) - UID022X's for today's        *
      ** extract, then this step's own.  See A0500, Z2000.           *
      **------------------------------------------------------------*
           COPY ZUIDRUN.

       01  WS-RUN-KEY.
           05  WS-RUN-KEY-STEP         PIC X(08).
           05  WS-RUN-KEY-DATE         PIC X(10).
       01  WS-RUN-ABSTIME              PIC S9(15) COMP-3.
       01  WS-RUN-DATE                 PIC X(10).
       01  WS-RUN-TIME                 PIC X(08).
       01  WS-EXTRACT-ID               PIC X(18) VALUE SPACES.
       01  WS-FILE-RESP                PIC S9(08) COMP.
       01  WS-FILE-RESP2               PIC S9(08) COMP.
       01  WS-HOLD-SW                  PIC X     VALUE 'N'.
           88  ARCHIVAL-HELD           VALUE 'Y'.

       01  WS-ARCHIVED-ED              PIC ZZZZZZZZ9.
       01  WS-DELETED-ED               PIC ZZZZZZZZ9.
       01  WS-RETAINED-ED              PIC ZZZZZZZZ9.
       PROCEDURE DIVISION.
      *----------------------------------------------------------

           PERFORM A0500-CHECK-EXTRACT    THRU A0500-EXIT.
           IF NOT ARCHIVAL-HELD
              PERFORM A1000-SET-CUTOFF       THRU A1000-EXIT
              PERFORM B1000-PRUNE-USAGE-FILE THRU B1000-EXIT
              PERFORM C1000-PRUNE-AUDIT-FILE THRU C1000-EXIT
              PERFORM Z1000-WRITE-SUMMARY    THRU Z1000-EXIT
           END-IF.
           PERFORM Z2000-RECORD-RUN       THRU Z2000-EXIT.
           EXEC CICS RETURN
           END-EXEC.

      ******************************************************************
      * Hold the whole run unless today's UID022X extract completed.   *
      * No record at all counts as not completed - archiving ahead of  *
      * an extract that has not run is exactly what this prevents.     *
      ******************************************************************

       A0500-CHECK-EXTRACT.

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
                RESP     ( WS-FILE-RESP )
                RESP2    ( WS-FILE-RESP2 )
           END-EXEC.

           IF WS-FILE-RESP = DFHRESP(NORMAL)
              AND RUN-COMPLETE
              MOVE RUN-EXTRACT-ID        TO WS-EXTRACT-ID
              GO TO A0500-EXIT
           END-IF.

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
              AND WS-FILE-RESP NOT = DFHRESP(NOTFND)
              MOVE WS-FILE-RESP             TO CICS-MSG-RESP
              MOVE WS-FILE-RESP2            TO CICS-MSG-RESP2
              MOVE 'A0500: READ ZUIDRUN ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
           END-IF.

           SET ARCHIVAL-HELD             TO TRUE.
           MOVE ALL '*'                     TO ALOG-MESSAGE.
           MOVE 'UID023P '                  TO ALOG-MESSAGE(1:8).
           PERFORM X1000-WRITE-ALOG THRU X1000-EXIT.
           MOVE SPACES                   TO ALOG-MESSAGE.
           STRING 'UID023P *** ARCHIVAL HELD - NO COMPLETED UID022X '
                  DELIMITED BY SIZE
                  'EXTRACT FOR '         DELIMITED BY SIZE
                  WS-RUN-DATE            DELIMITED BY SIZE
                  ' ***'                 DELIMITED BY SIZE
                  INTO ALOG-MESSAGE
           END-STRING.
           PERFORM X1000-WRITE-ALOG THRU X1000-EXIT.
           MOVE ALL '*'                     TO ALOG-MESSAGE.
           MOVE 'UID023P '                  TO ALOG-MESSAGE(1:8).
           PERFORM X1000-WRITE-ALOG THRU X1000-EXIT.

       A0500-EXIT.
           EXIT.

      ******************************************************************
      * Establish the retention cutoff date: today minus the           *
      * configured (or default) retention days.                        *

       Z1000-EXIT.
           EXIT.

      ******************************************************************
      * Record this run on ZUIDRUN under step UID023P: C with the      *
      * usage and audit records archived, or R when held.  A rerun on  *
      * the same day rewrites the record.                              *
      ******************************************************************

       Z2000-RECORD-RUN.

           MOVE 'UID023P '               TO WS-RUN-KEY-STEP.
           MOVE WS-RUN-DATE              TO WS-RUN-KEY-DATE.
           EXEC CICS READ FILE
                ( 'ZUIDRUN' )
                INTO     ( ZUIDRUN-RECORD )
                RIDFLD   ( WS-RUN-KEY )
                KEYLENGTH( LENGTH OF WS-RUN-KEY )
                UPDATE
                RESP     ( WS-FILE-RESP )
                RESP2    ( WS-FILE-RESP2 )
           END-EXEC.

           EVALUATE WS-FILE-RESP
              WHEN DFHRESP(NORMAL)
                 PERFORM Z2100-FILL-RECORD THRU Z2100-EXIT
                 EXEC CICS REWRITE FILE
                      ( 'ZUIDRUN' )
                      FROM  ( ZUIDRUN-RECORD )
                      RESP  ( WS-FILE-RESP )
                      RESP2 ( WS-FILE-RESP2 )
                 END-EXEC
                 MOVE 'Z2000: REWRITE ZUIDRUN ERROR:' TO CICS-MSG-TEXT
              WHEN DFHRESP(NOTFND)
                 PERFORM Z2100-FILL-RECORD THRU Z2100-EXIT
                 EXEC CICS WRITE FILE
                      ( 'ZUIDRUN' )
                      FROM     ( ZUIDRUN-RECORD )
                      RIDFLD   ( RUN-KEY )
                      KEYLENGTH( LENGTH OF RUN-KEY )
                      RESP     ( WS-FILE-RESP )
                      RESP2    ( WS-FILE-RESP2 )
                 END-EXEC
                 MOVE 'Z2000: WRITE ZUIDRUN ERROR:' TO CICS-MSG-TEXT
              WHEN OTHER
                 MOVE 'Z2000: READ ZUIDRUN ERROR:' TO CICS-MSG-TEXT
           END-EVALUATE.

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
              MOVE WS-FILE-RESP         TO CICS-MSG-RESP
              MOVE WS-FILE-RESP2        TO CICS-MSG-RESP2
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
           END-IF.

       Z2000-EXIT.
           EXIT.

       Z2100-FILL-RECORD.

           MOVE SPACES                   TO ZUIDRUN-RECORD.
           MOVE WS-RUN-KEY               TO RUN-KEY.
           MOVE WS-RUN-TIME              TO RUN-TIME.
           IF ARCHIVAL-HELD
              SET RUN-REFUSED            TO TRUE
           ELSE
              SET RUN-COMPLETE           TO TRUE
           END-IF.
           MOVE WS-EXTRACT-ID            TO RUN-EXTRACT-ID.
           MOVE WS-USG-ARCHIVED          TO RUN-READ-COUNT.
           MOVE ZERO                     TO RUN-EXPECTED-COUNT.
           MOVE WS-AUD-ARCHIVED          TO RUN-READ-COUNT-2.
           MOVE ZERO                     TO RUN-EXPECTED-COUNT-2.

       Z2100-EXIT.
           EXIT.
