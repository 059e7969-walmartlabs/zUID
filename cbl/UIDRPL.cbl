       IDENTIFICATION DIVISION.
       PROGRAM-ID.      UIDRPL.
      ******************************************************************
      ** Reservation-pool replenisher.  Applications that live off     **
      ** UIDRTV GETs from the ZUIDRSV ledger used to run dry mid-day   **
      ** until somebody hand-submitted UID033B cards and reran         **
      ** UID005B.  Each registry application with a pool policy (see   **
      ** REG-POOL-* in copy/ZUIDREG.cpy, set by UID042M POL) has its   **
      ** uncollected reservations counted every pass - collected and   **
      ** UID035P-expired ones do not count - and a pool found below    **
      ** its low-water mark gets a fresh block of its replenish        **
      ** quantity, allocated exactly the way UID005B's D1000 does it:  **
      ** block-mode LINK to ZUID001, one ZUIDRSV record per id, one    **
      ** BLOCK record on ZUSE/ZUIDUSG, the ZUIDQTA daily quota         **
      ** checked first and charged after.  New ledger records carry    **
      ** on from the application's highest sequence number, so a       **
      ** consumer walking its sequence simply keeps going.             **
      **                                                               **
      ** Every replenishment, and every one the quota blocked, goes to **
      ** ALOG and is published through UIDMQP (event R replenished, Q  **
      ** quota-blocked, the appl-id in the counter-name slot) so the   **
      ** application team sees it.  A blocked pool is reported again   **
      ** on every pass until the quota day rolls over or the policy    **
      ** changes.                                                      **
      **                                                               **
      ** Each chunk is its own unit of work - ledger, usage, quota -   **
      ** and the next pass recounts from the ledger, so a task that    **
      ** dies mid-run needs no checkpoint: at most the one chunk in    **
      ** flight is burned on the counter.  An ENQ on the application's **
      ** pool keeps a second replenisher task - or a UID044M move of   **
      ** reservations into the pool - from numbering the same          **
      ** sequences.                                                    **
      **                                                               **
      ** Runs as a started transaction that re-STARTs itself after the **
      ** POOL-CHECK-SECS ZUIDPRM interval (default 900) - the pattern  **
      ** UIDSMP uses.  Operations stops it by putting the word STOP as **
      ** item 1 of the ZRPLCTL TS queue; delete the queue and fire the **
      ** transaction once to resume.                                   **
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------

      **------------------------------------------------------------*
      ** Consumer-registry record - the pool policies live on it.   *
      **------------------------------------------------------------*
           COPY ZUIDREG.

      **------------------------------------------------------------*
      ** COMMAREA for ZUID001 routine - same layout UID002 uses.    *
      **------------------------------------------------------------*
           COPY ZUIDCA.

      **------------------------------------------------------------*
      ** Usage log record - one BLOCK record per allocated chunk.   *
      **------------------------------------------------------------*
           COPY ZUIDUSE.

      **------------------------------------------------------------*
      ** Reservation ledger record - counted per pool, and written  *
      ** one per id replenished.                                    *
      **------------------------------------------------------------*
           COPY ZUIDRSV.

      **------------------------------------------------------------*
      ** Per-application daily-quota record (see copy/ZUIDQTA.cpy). *
      **------------------------------------------------------------*
           COPY ZUIDQTA.

      **------------------------------------------------------------*
      ** COMMAREA for the UIDREG consumer-registry check - a pool    *
      ** is only topped up while its application may still take     *
      ** BULK ids.                                                  *
      **------------------------------------------------------------*
           COPY ZUIDRGC.

      **------------------------------------------------------------*
      ** Latency record - one per block LINK, as in UID005B.        *
      **------------------------------------------------------------*
           COPY ZUIDLAT.

      **------------------------------------------------------------*
      ** COMMAREA for the UIDMQP alert publisher.                   *
      **------------------------------------------------------------*
           COPY ZUIDMQ.

      **------------------------------------------------------------*
      ** COMMAREA for the UIDPRM runtime-parameter reader - see     *
      ** Z1000's interval lookup.                                   *
      **------------------------------------------------------------*
           COPY ZUIDPRC.

       01  WS-REG-KEY                   PIC X(08).
       01  WS-BROWSE-SW                 PIC X     VALUE 'N'.
           88  BROWSE-DONE              VALUE 'Y'.

       01  WS-RSV-KEY.
           05  WS-RK-APPL-ID            PIC X(08).
           05  WS-RK-SEQ-NBR            PIC 9(09).

      *    Pools with a policy, loaded from the registry before any
      *    allocation starts so no browse is held across a chunk's
      *    syncpoint.
       01  WS-POOL-MAXN                 PIC 9(04) COMP VALUE 200.
       01  WS-POOL-COUNT                PIC 9(04) COMP VALUE ZERO.
       01  WS-POOL-TABLE.
           05  WS-POOL-ENTRY OCCURS 200 TIMES.
               10  PL-APPL-ID           PIC X(08).
               10  PL-LOW-WATER         PIC 9(09).
               10  PL-REPLENISH         PIC 9(09).
       01  WS-IX                        PIC 9(04) COMP.

       01  WS-ENQ-NAME.
           05  FILLER                   PIC X(08) VALUE 'ZUIDRSV '.
           05  WS-ENQ-APPL-ID           PIC X(08).

       01  WS-APPL-ID                   PIC X(08).
       01  WS-UNCOLLECTED               PIC 9(09).
       01  WS-LAST-SEQ                  PIC 9(09).
       01  WS-SEQ-NBR                   PIC 9(09).
       01  WS-FIRST-SEQ                 PIC 9(09).
       01  WS-COUNT-SW                  PIC X     VALUE 'N'.
           88  COUNT-FAILED             VALUE 'Y'.

       01  WS-QTA-RESP                  PIC S9(08) COMP.
       01  WS-QTA-RESP2                 PIC S9(08) COMP.
       01  WS-QTA-TRACK-SW              PIC X     VALUE 'N'.
           88  QUOTA-TRACKED            VALUE 'Y'.
       01  WS-QTA-REJECT-SW             PIC X     VALUE 'N'.
           88  QUOTA-REJECTED           VALUE 'Y'.
       01  WS-TODAY-DATE                PIC X(10).

      *    Block-mode work fields, as in UID005B: a replenishment is
      *    satisfied in chunks of at most WS-CHUNK-MAX ids per LINK.
       01  WS-QTY-REMAINING             PIC 9(09) VALUE ZERO.
       01  WS-QTY-ADDED                 PIC 9(09) VALUE ZERO.
       01  WS-CHUNK                     PIC 9(08).
       01  WS-CHUNK-MAX                 PIC 9(08) VALUE 99999999.
       01  WS-BLOCK-SPAN                PIC 9(09).
       01  WS-BLOCK-OFFSET              PIC 9(09).
       01  WS-BLOCK-VALUE               PIC 9(10).
       01  WS-BLOCK-START-ED            PIC 9(10).
       01  WS-BLOCK-END-ED              PIC 9(10).
       01  WS-REQ-FAIL-SW               PIC X     VALUE 'N'.
           88  REQUEST-FAILED           VALUE 'Y'.

       01  WS-USE-ABSTIME               PIC S9(15) COMP-3.
       01  WS-USE-LEN                   PIC 9(04) COMP.
       01  WS-LAT-START                 PIC S9(15) COMP-3.
       01  WS-LAT-END                   PIC S9(15) COMP-3.
       01  WS-LAT-LEN                   PIC 9(04) COMP.
       01  WS-LINK-RESP                 PIC S9(08) COMP.
       01  WS-LINK-RESP2                PIC S9(08) COMP.
       01  WS-ALLOC-DATE                PIC X(10).
       01  WS-ALLOC-TIME                PIC X(08).

      *    Pass totals for the Z1000 summary line.
       01  WS-CHECKED-COUNT             PIC 9(09) VALUE ZERO.
       01  WS-FILLED-COUNT              PIC 9(09) VALUE ZERO.
       01  WS-BLOCKED-COUNT             PIC 9(09) VALUE ZERO.
       01  WS-ISSUED-COUNT              PIC 9(09) VALUE ZERO.
       01  WS-ERROR-COUNT               PIC 9(09) VALUE ZERO.

       01  WS-CHECKED-ED                PIC ZZZZZZZZ9.
       01  WS-FILLED-ED                 PIC ZZZZZZZZ9.
       01  WS-BLOCKED-ED                PIC ZZZZZZZZ9.
       01  WS-ISSUED-ED                 PIC ZZZZZZZZ9.
       01  WS-ERROR-ED                  PIC ZZZZZZZZ9.
       01  WS-POOL-ED                   PIC ZZZZZZZZ9.
       01  WS-LOW-ED                    PIC ZZZZZZZZ9.
       01  WS-QTY-ED                    PIC ZZZZZZZZ9.
       01  WS-FIRST-SEQ-ED              PIC ZZZZZZZZ9.
       01  WS-LAST-SEQ-ED               PIC ZZZZZZZZ9.
       01  WS-QTA-USED-ED               PIC ZZZZZZZZ9.
       01  WS-QTA-QUOTA-ED              PIC ZZZZZZZZ9.

      *    Re-START interval - the compiled-in 900 is only the
      *    fallback behind the POOL-CHECK-SECS record on the ZUIDPRM
      *    parameter file (tuned through UID040M).
       01  WS-CHECK-DELAY-SECS          PIC S9(08) COMP VALUE 900.

      *    Oversized for the 4-byte STOP word, as in UIDSMP.
       01  WS-CTL-DATA                  PIC X(08).
       01  WS-CTL-LEN                   PIC S9(04) COMP.
       01  WS-CTL-RESP                  PIC S9(08) COMP.
       01  WS-CTL-RESP2                 PIC S9(08) COMP.

      *    Sized for the widest line composed here (E1000's
      *    replenishment line) - STRING truncates silently past the
      *    end.
       01  ALOG-MESSAGE                 PIC X(120).

       01  CICS-MSG.
           05  CICS-MSG-TEXT           PIC X(34).
           05  FILLER                  PIC X(09) VALUE ' EIBRESP='.
           05  CICS-MSG-RESP           PIC 9(04).
           05  FILLER                  PIC X(10) VALUE ' EIBRESP2='.
           05  CICS-MSG-RESP2          PIC 9(04).

      **------------------------------------------------------------*
      ** COMMAREA for the shared UIDLOG error-logging routine - see  *
      ** Y1000-LOG-ERROR.                                            *
      **------------------------------------------------------------*
           COPY ZUIDLOG.

      *----------------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------------

           PERFORM A1000-INITIALIZE         THRU A1000-EXIT.
           PERFORM A2000-LOAD-POOL-TABLE    THRU A2000-EXIT.
           PERFORM B1000-CHECK-ONE-POOL     THRU B1000-EXIT
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-POOL-COUNT.
           PERFORM Z1000-RESCHEDULE         THRU Z1000-EXIT.
           EXEC CICS RETURN
           END-EXEC.

      ******************************************************************
      * Stamp this pass's site id and date.                            *
      ******************************************************************

       A1000-INITIALIZE.

      *    ASSIGN SYSID only fills 4 of CA-SITE-ID's 8 bytes - clear
      *    it first, as UID005B does, since it keys the usage log.
           MOVE SPACES                           TO CA-SITE-ID.
           EXEC CICS ASSIGN
                SYSID( CA-SITE-ID )
                NOHANDLE
           END-EXEC.

           EXEC CICS ASKTIME
                ABSTIME( WS-USE-ABSTIME )
                NOHANDLE
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME ( WS-USE-ABSTIME )
                YYYYMMDD( WS-TODAY-DATE )
                DATESEP ( '/' )
                NOHANDLE
           END-EXEC.

       A1000-EXIT.
           EXIT.

      ******************************************************************
      * Load every registry application with a pool policy.  A record  *
      * from before policies existed has spaces in the policy fields   *
      * and is skipped, like one with zeroes.  Suspension is not       *
      * tested here - B1500's UIDREG check does that, with the         *
      * channel and format, for the pools that actually need ids.      *
      ******************************************************************

       A2000-LOAD-POOL-TABLE.

           MOVE LOW-VALUES               TO WS-REG-KEY.
           EXEC CICS STARTBR
                FILE   ( 'ZUIDREG' )
                RIDFLD ( WS-REG-KEY )
                GTEQ
                NOHANDLE
           END-EXEC.
           IF EIBRESP = DFHRESP(NOTFND)
              GO TO A2000-EXIT
           END-IF.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE EIBRESP                  TO CICS-MSG-RESP
              MOVE EIBRESP2                 TO CICS-MSG-RESP2
              MOVE 'A2000: STARTBR ZUIDREG ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
              GO TO A2000-EXIT
           END-IF.

           PERFORM UNTIL BROWSE-DONE
              EXEC CICS READNEXT
                   FILE    ( 'ZUIDREG' )
                   INTO    ( ZUIDREG-RECORD )
                   RIDFLD  ( WS-REG-KEY )
                   KEYLENGTH( LENGTH OF WS-REG-KEY )
                   NOHANDLE
              END-EXEC
              IF EIBRESP = DFHRESP(NORMAL)
                 IF REG-POOL-LOW-WATER NUMERIC
                    AND REG-POOL-REPLENISH NUMERIC
                    AND REG-POOL-LOW-WATER > ZERO
                    AND REG-POOL-REPLENISH > ZERO
                    IF WS-POOL-COUNT < WS-POOL-MAXN
                       ADD 1 TO WS-POOL-COUNT
                       MOVE REG-APPL-ID
                            TO PL-APPL-ID(WS-POOL-COUNT)
                       MOVE REG-POOL-LOW-WATER
                            TO PL-LOW-WATER(WS-POOL-COUNT)
                       MOVE REG-POOL-REPLENISH
                            TO PL-REPLENISH(WS-POOL-COUNT)
                    ELSE
                       MOVE SPACES         TO ALOG-MESSAGE
                       STRING 'UIDRPL POOL TABLE FULL - '
                                                  DELIMITED BY SIZE
                              REG-APPL-ID         DELIMITED BY SIZE
                              ' NOT CHECKED THIS PASS'
                                                  DELIMITED BY SIZE
                              INTO ALOG-MESSAGE
                       END-STRING
                       PERFORM X1000-WRITE-ALOG THRU X1000-EXIT
                    END-IF
                 END-IF
              ELSE
                 SET BROWSE-DONE TO TRUE
                 IF EIBRESP NOT = DFHRESP(ENDFILE)
                    MOVE EIBRESP               TO CICS-MSG-RESP
                    MOVE EIBRESP2              TO CICS-MSG-RESP2
                    MOVE 'A2000: READNEXT ZUIDREG ERROR:'
                         TO CICS-MSG-TEXT
                    PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
                 END-IF
              END-IF
           END-PERFORM.

           EXEC CICS ENDBR
                FILE( 'ZUIDREG' )
                NOHANDLE
           END-EXEC.

       A2000-EXIT.
           EXIT.

      ******************************************************************
      * Count one application's pool and, when it is below its         *
      * low-water mark, top it up by its replenish quantity - unless   *
      * the registry or the daily quota says no.                       *
      ******************************************************************

       B1000-CHECK-ONE-POOL.

           MOVE PL-APPL-ID(WS-IX)       TO WS-APPL-ID.
           ADD 1                        TO WS-CHECKED-COUNT.

      *    *--------------------------------------------------------*
      *    * Hold the pool for the rest of this task, across the    *
      *    * per-chunk syncpoints, so nothing else numbers the      *
      *    * same sequences.  Busy means another task has it now -  *
      *    * leave it to that task.                                 *
      *    *--------------------------------------------------------*
           MOVE WS-APPL-ID              TO WS-ENQ-APPL-ID.
           EXEC CICS ENQ
                RESOURCE( WS-ENQ-NAME )
                LENGTH  ( LENGTH OF WS-ENQ-NAME )
                TASK
                NOSUSPEND
                NOHANDLE
           END-EXEC.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              GO TO B1000-EXIT
           END-IF.

           PERFORM C1000-COUNT-POOL THRU C1000-EXIT.
           IF COUNT-FAILED
              OR WS-UNCOLLECTED >= PL-LOW-WATER(WS-IX)
              GO TO B1000-DEQ
           END-IF.

           PERFORM B1500-CHECK-REGISTRY THRU B1500-EXIT.
           IF NOT RGC-ALLOWED
              MOVE WS-UNCOLLECTED       TO WS-POOL-ED
              MOVE SPACES               TO ALOG-MESSAGE
              STRING 'UIDRPL POOL '              DELIMITED BY SIZE
                     WS-APPL-ID                  DELIMITED BY SIZE
                     ' AT '                      DELIMITED BY SIZE
                     WS-POOL-ED                  DELIMITED BY SIZE
                     ' NOT REPLENISHED - REGISTRY ' DELIMITED BY SIZE
                     RGC-STATUS-CODE             DELIMITED BY SIZE
                     ' '                         DELIMITED BY SIZE
                     RGC-REASON                  DELIMITED BY SIZE
                     INTO ALOG-MESSAGE
              END-STRING
              PERFORM X1000-WRITE-ALOG THRU X1000-EXIT
              GO TO B1000-DEQ
           END-IF.

           IF WS-LAST-SEQ > 999999999 - PL-REPLENISH(WS-IX)
              MOVE SPACES               TO ALOG-MESSAGE
              STRING 'UIDRPL POOL '              DELIMITED BY SIZE
                     WS-APPL-ID                  DELIMITED BY SIZE
                     ' NOT REPLENISHED - LEDGER SEQUENCE EXHAUSTED'
                                                 DELIMITED BY SIZE
                     INTO ALOG-MESSAGE
              END-STRING
              PERFORM X1000-WRITE-ALOG THRU X1000-EXIT
              ADD 1                     TO WS-ERROR-COUNT
              GO TO B1000-DEQ
           END-IF.

           PERFORM B1300-CHECK-QUOTA THRU B1300-EXIT.
           IF QUOTA-REJECTED
              PERFORM B1400-REPORT-QUOTA-BLOCK THRU B1400-EXIT
              GO TO B1000-DEQ
           END-IF.

           MOVE PL-REPLENISH(WS-IX)     TO WS-QTY-REMAINING.
           MOVE ZERO                    TO WS-QTY-ADDED.
           COMPUTE WS-SEQ-NBR = WS-LAST-SEQ + 1.
           MOVE WS-SEQ-NBR              TO WS-FIRST-SEQ.
           MOVE 'N'                     TO WS-REQ-FAIL-SW.
           PERFORM D1000-ALLOCATE-BLOCK THRU D1000-EXIT
               UNTIL WS-QTY-REMAINING = ZERO
                  OR REQUEST-FAILED.

           IF WS-QTY-ADDED > ZERO
              PERFORM E1000-REPORT-REPLENISHMENT THRU E1000-EXIT
           END-IF.

       B1000-DEQ.
           EXEC CICS DEQ
                RESOURCE( WS-ENQ-NAME )
                LENGTH  ( LENGTH OF WS-ENQ-NAME )
                TASK
                NOHANDLE
           END-EXEC.

       B1000-EXIT.
           EXIT.

      ******************************************************************
      * Check the replenish quantity against the application's daily   *
      * quota - the same rules as UID005B's B1300: no ZUIDQTA record   *
      * means not quota-managed, a zero quota only tracks, a read      *
      * error fails open, and consumption dated before today does not  *
      * count.                                                         *
      ******************************************************************

       B1300-CHECK-QUOTA.

           MOVE 'N'                     TO WS-QTA-TRACK-SW.
           MOVE 'N'                     TO WS-QTA-REJECT-SW.

           EXEC CICS READ FILE
                ( 'ZUIDQTA' )
                INTO     ( ZUIDQTA-RECORD )
                RIDFLD   ( WS-APPL-ID )
                KEYLENGTH( LENGTH OF WS-APPL-ID )
                RESP     ( WS-QTA-RESP )
                RESP2    ( WS-QTA-RESP2 )
           END-EXEC.

           EVALUATE WS-QTA-RESP
              WHEN DFHRESP(NORMAL)
                 SET QUOTA-TRACKED      TO TRUE
              WHEN DFHRESP(NOTFND)
                 GO TO B1300-EXIT
              WHEN OTHER
                 MOVE WS-QTA-RESP               TO CICS-MSG-RESP
                 MOVE WS-QTA-RESP2              TO CICS-MSG-RESP2
                 MOVE 'B1300: READ ZUIDQTA ERROR:' TO CICS-MSG-TEXT
                 PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
                 GO TO B1300-EXIT
           END-EVALUATE.

           IF QTA-USED-DATE NOT = WS-TODAY-DATE
              MOVE ZERO                 TO QTA-USED-TODAY
           END-IF.

           IF QTA-DAY-QUOTA > ZERO
              AND QTA-USED-TODAY + PL-REPLENISH(WS-IX) > QTA-DAY-QUOTA
              SET QUOTA-REJECTED        TO TRUE
           END-IF.

       B1300-EXIT.
           EXIT.

      ******************************************************************
      * A pool below its mark that the quota will not let us refill:   *
      * an ALOG line with the numbers and a Q alert through UIDMQP.    *
      * No counter range was touched.                                  *
      ******************************************************************

       B1400-REPORT-QUOTA-BLOCK.

           ADD 1                        TO WS-BLOCKED-COUNT.

           MOVE WS-UNCOLLECTED          TO WS-POOL-ED.
           MOVE PL-LOW-WATER(WS-IX)     TO WS-LOW-ED.
           MOVE PL-REPLENISH(WS-IX)     TO WS-QTY-ED.
           MOVE QTA-USED-TODAY          TO WS-QTA-USED-ED.
           MOVE QTA-DAY-QUOTA           TO WS-QTA-QUOTA-ED.
           MOVE SPACES                  TO ALOG-MESSAGE.
           STRING 'UIDRPL QUOTA BLOCKED '        DELIMITED BY SIZE
                  WS-APPL-ID                     DELIMITED BY SIZE
                  ' POOL '                       DELIMITED BY SIZE
                  WS-POOL-ED                     DELIMITED BY SIZE
                  ' LOW-WATER '                  DELIMITED BY SIZE
                  WS-LOW-ED                      DELIMITED BY SIZE
                  ' WANTED '                     DELIMITED BY SIZE
                  WS-QTY-ED                      DELIMITED BY SIZE
                  ' USED '                       DELIMITED BY SIZE
                  WS-QTA-USED-ED                 DELIMITED BY SIZE
                  ' OF '                         DELIMITED BY SIZE
                  WS-QTA-QUOTA-ED                DELIMITED BY SIZE
                  INTO ALOG-MESSAGE
           END-STRING.
           PERFORM X1000-WRITE-ALOG THRU X1000-EXIT.

           MOVE SPACES                  TO ZUIDMQ-COMM-AREA.
           MOVE WS-APPL-ID              TO MQA-COUNTER-NAME.
           SET  MQA-EVENT-POOL-QUOTA    TO TRUE.
           MOVE PL-REPLENISH(WS-IX)     TO MQA-VALUE.
           MOVE 'POOL BELOW LOW-WATER - DAILY QUOTA HIT'
                                        TO MQA-TEXT.
           PERFORM X2000-PUBLISH-ALERT THRU X2000-EXIT.

       B1400-EXIT.
           EXIT.

      ******************************************************************
      * Ask UIDREG whether the application is still registered, not    *
      * suspended and entitled to BULK SEQ ids - a replenishment is a  *
      * bulk pre-reservation on its behalf.  UIDREG logs any refusal   *
      * itself; a LINK failure lets the replenishment through, the     *
      * same fail-open stance UID005B's B1500 takes.                   *
      ******************************************************************

       B1500-CHECK-REGISTRY.

           MOVE SPACES                  TO ZUIDRGC-COMM-AREA.
           MOVE WS-APPL-ID              TO RGC-APPL-ID.
           SET  RGC-CHAN-BULK           TO TRUE.
           MOVE 'SEQ'                   TO RGC-FORMAT.
           MOVE EIBPGMID                TO RGC-CALLER.

           EXEC CICS LINK
                PROGRAM ( 'UIDREG' )
                COMMAREA( ZUIDRGC-COMM-AREA )
                LENGTH  ( LENGTH OF ZUIDRGC-COMM-AREA )
                NOHANDLE
           END-EXEC.

           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE '500'                TO RGC-STATUS-CODE
           END-IF.

       B1500-EXIT.
           EXIT.

      ******************************************************************
      * Browse the application's ledger records, counting those still  *
      * waiting to be collected (not collected, not expired by         *
      * UID035P) and noting the highest sequence number on file.  A    *
      * browse failure skips the pool this pass - refilling a pool we  *
      * could not count could double it.                               *
      ******************************************************************

       C1000-COUNT-POOL.

           MOVE 'N'                     TO WS-COUNT-SW.
           MOVE ZERO                    TO WS-UNCOLLECTED.
           MOVE ZERO                    TO WS-LAST-SEQ.
           MOVE 'N'                     TO WS-BROWSE-SW.
           MOVE WS-APPL-ID              TO WS-RK-APPL-ID.
           MOVE ZERO                    TO WS-RK-SEQ-NBR.

           EXEC CICS STARTBR
                FILE   ( 'ZUIDRSV' )
                RIDFLD ( WS-RSV-KEY )
                GTEQ
                NOHANDLE
           END-EXEC.
           IF EIBRESP = DFHRESP(NOTFND)
              GO TO C1000-EXIT
           END-IF.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE EIBRESP                  TO CICS-MSG-RESP
              MOVE EIBRESP2                 TO CICS-MSG-RESP2
              MOVE 'C1000: STARTBR ZUIDRSV ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
              SET COUNT-FAILED              TO TRUE
              GO TO C1000-EXIT
           END-IF.

           PERFORM UNTIL BROWSE-DONE
              EXEC CICS READNEXT
                   FILE    ( 'ZUIDRSV' )
                   INTO    ( ZUIDRSV-RECORD )
                   RIDFLD  ( WS-RSV-KEY )
                   KEYLENGTH( LENGTH OF WS-RSV-KEY )
                   NOHANDLE
              END-EXEC
              EVALUATE TRUE
                 WHEN EIBRESP = DFHRESP(NORMAL)
                  AND RSV-APPL-ID = WS-APPL-ID
                    MOVE RSV-SEQ-NBR       TO WS-LAST-SEQ
                    IF RSV-NOT-COLLECTED
                       AND RSV-STATUS NOT = 'EXP'
                       ADD 1               TO WS-UNCOLLECTED
                    END-IF
                 WHEN EIBRESP = DFHRESP(NORMAL)
                  OR EIBRESP = DFHRESP(ENDFILE)
                    SET BROWSE-DONE        TO TRUE
                 WHEN OTHER
                    SET BROWSE-DONE        TO TRUE
                    SET COUNT-FAILED       TO TRUE
                    MOVE EIBRESP           TO CICS-MSG-RESP
                    MOVE EIBRESP2          TO CICS-MSG-RESP2
                    MOVE 'C1000: READNEXT ZUIDRSV ERROR:'
                         TO CICS-MSG-TEXT
                    PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
              END-EVALUATE
           END-PERFORM.

           EXEC CICS ENDBR
                FILE( 'ZUIDRSV' )
                NOHANDLE
           END-EXEC.

       C1000-EXIT.
           EXIT.

      ******************************************************************
      * LINK to ZUID001 for one block of UIDs, ledger and log it, and  *
      * commit the chunk.  A failed chunk abandons the rest of this    *
      * replenishment; the next pass will see the pool still low.      *
      ******************************************************************

       D1000-ALLOCATE-BLOCK.

           IF WS-QTY-REMAINING > WS-CHUNK-MAX
              MOVE WS-CHUNK-MAX                 TO WS-CHUNK
           ELSE
              MOVE WS-QTY-REMAINING             TO WS-CHUNK
           END-IF.

           MOVE SPACES                          TO CA-UID.
           SET  CA-FORMAT-SEQ                   TO TRUE.
           MOVE WS-CHUNK                        TO CA-BLOCK-QUANTITY.
           MOVE ZERO                            TO CA-BLOCK-START.
           MOVE ZERO                            TO CA-BLOCK-END.
      *    The ids belong to the pool's application, not to UIDRPL.
           MOVE WS-APPL-ID                      TO CA-REQUESTOR-APPL.

           EXEC CICS ASKTIME
                ABSTIME( WS-LAT-START )
                NOHANDLE
           END-EXEC.

           EXEC CICS LINK
                PROGRAM( 'ZUID001' )
                COMMAREA( ZUID-COMM-AREA )
                LENGTH  ( LENGTH OF ZUID-COMM-AREA )
                RESP    ( WS-LINK-RESP )
                RESP2   ( WS-LINK-RESP2 )
           END-EXEC.

           PERFORM D1800-LOG-LATENCY THRU D1800-EXIT.

           IF WS-LINK-RESP = DFHRESP(NORMAL) AND CA-STATUS-CODE = 200
              AND CA-BLOCK-END >= CA-BLOCK-START
              AND CA-BLOCK-START > ZERO
              COMPUTE WS-BLOCK-SPAN =
                      CA-BLOCK-END - CA-BLOCK-START + 1
              PERFORM D1200-WRITE-LEDGER-RANGE THRU D1200-EXIT
              ADD WS-BLOCK-SPAN                  TO WS-ISSUED-COUNT
              ADD WS-BLOCK-SPAN                  TO WS-QTY-ADDED
              PERFORM D1500-LOG-USAGE THRU D1500-EXIT
              IF WS-BLOCK-SPAN >= WS-QTY-REMAINING
                 MOVE ZERO                       TO WS-QTY-REMAINING
              ELSE
                 SUBTRACT WS-BLOCK-SPAN        FROM WS-QTY-REMAINING
              END-IF
              IF QUOTA-TRACKED
                 PERFORM D1700-ADD-QUOTA-USED THRU D1700-EXIT
              END-IF
              EXEC CICS SYNCPOINT NOHANDLE
              END-EXEC
           ELSE
              ADD 1                              TO WS-ERROR-COUNT
              SET REQUEST-FAILED                 TO TRUE
              IF WS-LINK-RESP = DFHRESP(NORMAL)
                 MOVE SPACES                     TO ALOG-MESSAGE
                 STRING 'UIDRPL POOL '           DELIMITED BY SIZE
                        WS-APPL-ID               DELIMITED BY SIZE
                        ' ALLOCATION FAILED - STATUS '
                                                 DELIMITED BY SIZE
                        CA-STATUS-CODE           DELIMITED BY SIZE
                        INTO ALOG-MESSAGE
                 END-STRING
                 PERFORM X1000-WRITE-ALOG THRU X1000-EXIT
              ELSE
                 MOVE WS-LINK-RESP                TO CICS-MSG-RESP
                 MOVE WS-LINK-RESP2               TO CICS-MSG-RESP2
                 MOVE 'D1000: LINK PROGRAM ERROR:' TO CICS-MSG-TEXT
                 PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
              END-IF
           END-IF.

       D1000-EXIT.
           EXIT.

      ******************************************************************
      * Land one ZUIDRSV ledger record per id in the returned range,   *
      * numbered on from the pool's highest sequence.  As in UID005B   *
      * and UIDMQL, nothing else numbers the pool while the ENQ is     *
      * held, so a duplicate key is an error like any other.           *
      ******************************************************************

       D1200-WRITE-LEDGER-RANGE.

           EXEC CICS ASKTIME
                ABSTIME( WS-USE-ABSTIME )
                NOHANDLE
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME ( WS-USE-ABSTIME )
                YYYYMMDD( WS-ALLOC-DATE )
                TIME    ( WS-ALLOC-TIME )
                DATESEP ( '/' )
                TIMESEP ( ':' )
                NOHANDLE
           END-EXEC.

      *    Drive the fan-out by offset within the span - see
      *    UID005B's D1200 for why not by id value.
           PERFORM VARYING WS-BLOCK-OFFSET FROM 1 BY 1
                   UNTIL WS-BLOCK-OFFSET > WS-BLOCK-SPAN
              COMPUTE WS-BLOCK-VALUE =
                      CA-BLOCK-START + WS-BLOCK-OFFSET - 1
              PERFORM D1300-WRITE-LEDGER THRU D1300-EXIT
              ADD 1                             TO WS-SEQ-NBR
           END-PERFORM.

       D1200-EXIT.
           EXIT.

      ******************************************************************
      * Land the current id in the reservation ledger.                 *
      ******************************************************************

       D1300-WRITE-LEDGER.

           MOVE WS-APPL-ID                      TO RSV-APPL-ID.
           MOVE WS-SEQ-NBR                      TO RSV-SEQ-NBR.
           MOVE CA-STATUS-CODE                  TO RSV-STATUS.
           MOVE SPACES                          TO RSV-UID.
           MOVE WS-BLOCK-VALUE                  TO RSV-UID(1:10).
           MOVE WS-ALLOC-DATE                   TO RSV-ALLOC-DATE.
           MOVE WS-ALLOC-TIME                   TO RSV-ALLOC-TIME.
           SET  RSV-NOT-COLLECTED               TO TRUE.
           MOVE SPACES                          TO RSV-COLL-DATE.
           MOVE SPACES                          TO RSV-COLL-TIME.

           EXEC CICS WRITE FILE
                ( 'ZUIDRSV' )
                FROM     ( ZUIDRSV-RECORD )
                RIDFLD   ( RSV-KEY )
                KEYLENGTH( LENGTH OF RSV-KEY )
                NOHANDLE
           END-EXEC.

           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE EIBRESP                      TO CICS-MSG-RESP
              MOVE EIBRESP2                     TO CICS-MSG-RESP2
              MOVE 'D1300: WRITE FILE ZUIDRSV ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
           END-IF.

       D1300-EXIT.
           EXIT.

      ******************************************************************
      * Record the block on ZUSE and ZUIDUSG as one ZU-FORMAT 'BLOCK'  *
      * record carrying the range as 'start-end', exactly as UID005B's *
      * D1500 does, parking it on ZUSGRTRY if the file write fails.    *
      ******************************************************************

       D1500-LOG-USAGE.

           EXEC CICS ASKTIME
                ABSTIME( WS-USE-ABSTIME )
                NOHANDLE
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME ( WS-USE-ABSTIME )
                YYYYMMDD( ZU-DATE )
                TIME    ( ZU-TIME )
                DATESEP ( '/' )
                TIMESEP ( ':' )
                NOHANDLE
           END-EXEC.

           MOVE CA-SITE-ID                       TO ZU-SITE-ID.
           MOVE CA-REQUESTOR-APPL                TO ZU-REQUESTOR-APPL.
           MOVE 'BLOCK'                          TO ZU-FORMAT.
           MOVE CA-BLOCK-START                   TO WS-BLOCK-START-ED.
           MOVE CA-BLOCK-END                     TO WS-BLOCK-END-ED.
           MOVE SPACES                           TO ZU-UID.
           STRING WS-BLOCK-START-ED              DELIMITED BY SIZE
                  '-'                            DELIMITED BY SIZE
                  WS-BLOCK-END-ED                DELIMITED BY SIZE
                  INTO ZU-UID
           END-STRING.
           MOVE LENGTH OF ZUIDUSE-RECORD          TO WS-USE-LEN.

           EXEC CICS WRITEQ TD
                QUEUE ( 'ZUSE' )
                FROM  ( ZUIDUSE-RECORD )
                LENGTH( WS-USE-LEN )
                NOHANDLE
           END-EXEC.

           EXEC CICS WRITE FILE
                ( 'ZUIDUSG' )
                FROM     ( ZUIDUSE-RECORD )
                RIDFLD   ( ZU-KEY )
                KEYLENGTH( LENGTH OF ZU-KEY )
                NOHANDLE
           END-EXEC.

           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE EIBRESP                       TO CICS-MSG-RESP
              MOVE EIBRESP2                      TO CICS-MSG-RESP2
              MOVE 'D1500: WRITE FILE ZUIDUSG ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
              PERFORM D1600-PARK-FAILED-USAGE THRU D1600-EXIT
           END-IF.

       D1500-EXIT.
           EXIT.

      ******************************************************************
      * Park a usage record ZUIDUSG would not take on the recoverable  *
      * ZUSGRTRY queue for the UIDSWP sweeper to replay.               *
      ******************************************************************

       D1600-PARK-FAILED-USAGE.

           EXEC CICS WRITEQ TS
                QUEUE ( 'ZUSGRTRY' )
                FROM  ( ZUIDUSE-RECORD )
                LENGTH( WS-USE-LEN )
                NOHANDLE
           END-EXEC.

           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE EIBRESP                       TO CICS-MSG-RESP
              MOVE EIBRESP2                      TO CICS-MSG-RESP2
              MOVE 'D1600: WRITEQ TS ZUSGRTRY ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
           END-IF.

       D1600-EXIT.
           EXIT.

      ******************************************************************
      * Roll the chunk just allocated into the application's           *
      * consumed-today count, inside the chunk's unit of work.         *
      ******************************************************************

       D1700-ADD-QUOTA-USED.

           EXEC CICS READ FILE
                ( 'ZUIDQTA' )
                INTO     ( ZUIDQTA-RECORD )
                RIDFLD   ( WS-APPL-ID )
                KEYLENGTH( LENGTH OF WS-APPL-ID )
                UPDATE
                RESP     ( WS-QTA-RESP )
                RESP2    ( WS-QTA-RESP2 )
           END-EXEC.

           IF WS-QTA-RESP NOT = DFHRESP(NORMAL)
              MOVE WS-QTA-RESP               TO CICS-MSG-RESP
              MOVE WS-QTA-RESP2              TO CICS-MSG-RESP2
              MOVE 'D1700: READ ZUIDQTA ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
              GO TO D1700-EXIT
           END-IF.

           IF QTA-USED-DATE NOT = WS-TODAY-DATE
              MOVE WS-TODAY-DATE        TO QTA-USED-DATE
              MOVE ZERO                 TO QTA-USED-TODAY
           END-IF.
           ADD WS-BLOCK-SPAN            TO QTA-USED-TODAY.

           EXEC CICS REWRITE FILE
                ( 'ZUIDQTA' )
                FROM  ( ZUIDQTA-RECORD )
                RESP  ( WS-QTA-RESP )
                RESP2 ( WS-QTA-RESP2 )
           END-EXEC.

           IF WS-QTA-RESP NOT = DFHRESP(NORMAL)
              MOVE WS-QTA-RESP               TO CICS-MSG-RESP
              MOVE WS-QTA-RESP2              TO CICS-MSG-RESP2
              MOVE 'D1700: REWRITE ZUIDQTA ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
           END-IF.

       D1700-EXIT.
           EXIT.

      ******************************************************************
      * Record how long the block LINK took on the ZLAT latency queue  *
      * (see copy/ZUIDLAT.cpy) - a replenishment is a BULK allocation  *
      * on the application's behalf.                                   *
      ******************************************************************

       D1800-LOG-LATENCY.

           EXEC CICS ASKTIME
                ABSTIME( WS-LAT-END )
                NOHANDLE
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME ( WS-LAT-START )
                YYYYMMDD( LAT-DATE )
                TIME    ( LAT-TIME )
                DATESEP ( '/' )
                TIMESEP ( ':' )
                NOHANDLE
           END-EXEC.

           MOVE EIBPGMID                         TO LAT-PROGRAM.
           SET  LAT-CHAN-BULK                    TO TRUE.
           MOVE CA-SITE-ID                       TO LAT-SITE-ID.
           MOVE CA-REQUESTOR-APPL                TO LAT-APPL-ID.
           MOVE CA-FORMAT                        TO LAT-FORMAT.
           MOVE CA-BLOCK-QUANTITY                TO LAT-BLOCK-SIZE.
           MOVE ZERO                             TO LAT-RETRY-COUNT.
           IF WS-LAT-END > WS-LAT-START
              COMPUTE LAT-ELAPSED-MS = WS-LAT-END - WS-LAT-START
           ELSE
              MOVE ZERO                          TO LAT-ELAPSED-MS
           END-IF.
           IF WS-LINK-RESP = DFHRESP(NORMAL)
              MOVE CA-STATUS-CODE                TO LAT-RESULT
           ELSE
              MOVE 'ERR'                         TO LAT-RESULT
           END-IF.
           MOVE LENGTH OF ZUIDLAT-RECORD          TO WS-LAT-LEN.

           EXEC CICS WRITEQ TD
                QUEUE ( 'ZLAT' )
                FROM  ( ZUIDLAT-RECORD )
                LENGTH( WS-LAT-LEN )
                NOHANDLE
           END-EXEC.

           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE EIBRESP                       TO CICS-MSG-RESP
              MOVE EIBRESP2                      TO CICS-MSG-RESP2
              MOVE 'D1800: WRITEQ TD ZLAT ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
           END-IF.

       D1800-EXIT.
           EXIT.

      ******************************************************************
      * Tell the application team: an ALOG line with the pool level    *
      * that triggered the refill and the ledger sequences it added,   *
      * and an R alert through UIDMQP.                                 *
      ******************************************************************

       E1000-REPORT-REPLENISHMENT.

           ADD 1                        TO WS-FILLED-COUNT.

           COMPUTE WS-LAST-SEQ = WS-SEQ-NBR - 1.
           MOVE WS-UNCOLLECTED          TO WS-POOL-ED.
           MOVE PL-LOW-WATER(WS-IX)     TO WS-LOW-ED.
           MOVE WS-QTY-ADDED            TO WS-QTY-ED.
           MOVE WS-FIRST-SEQ            TO WS-FIRST-SEQ-ED.
           MOVE WS-LAST-SEQ             TO WS-LAST-SEQ-ED.
           MOVE SPACES                  TO ALOG-MESSAGE.
           STRING 'UIDRPL REPLENISHED '          DELIMITED BY SIZE
                  WS-APPL-ID                     DELIMITED BY SIZE
                  ' POOL '                       DELIMITED BY SIZE
                  WS-POOL-ED                     DELIMITED BY SIZE
                  ' LOW-WATER '                  DELIMITED BY SIZE
                  WS-LOW-ED                      DELIMITED BY SIZE
                  ' ADDED '                      DELIMITED BY SIZE
                  WS-QTY-ED                      DELIMITED BY SIZE
                  ' SEQ '                        DELIMITED BY SIZE
                  WS-FIRST-SEQ-ED                DELIMITED BY SIZE
                  '-'                            DELIMITED BY SIZE
                  WS-LAST-SEQ-ED                 DELIMITED BY SIZE
                  INTO ALOG-MESSAGE
           END-STRING.
           PERFORM X1000-WRITE-ALOG THRU X1000-EXIT.

           MOVE SPACES                  TO ZUIDMQ-COMM-AREA.
           MOVE WS-APPL-ID              TO MQA-COUNTER-NAME.
           SET  MQA-EVENT-POOL-FILL     TO TRUE.
           MOVE WS-QTY-ADDED            TO MQA-VALUE.
           MOVE SPACES                  TO MQA-TEXT.
           STRING 'POOL REPLENISHED - WAS '       DELIMITED BY SIZE
                  WS-POOL-ED                     DELIMITED BY SIZE
                  ' LEFT'                        DELIMITED BY SIZE
                  INTO MQA-TEXT
           END-STRING.
           PERFORM X2000-PUBLISH-ALERT THRU X2000-EXIT.

       E1000-EXIT.
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
      * LINK UIDMQP with the event built by the caller.  UIDMQP logs   *
      * its own put failures; a LINK failure is logged here and the    *
      * pass carries on - the ALOG line is already written.            *
      ******************************************************************

       X2000-PUBLISH-ALERT.

           MOVE ZERO                    TO MQA-RESP.
           MOVE ZERO                    TO MQA-RESP2.
           MOVE 'UIDRPL'                TO MQA-SOURCE.

           EXEC CICS LINK
                PROGRAM ( 'UIDMQP' )
                COMMAREA( ZUIDMQ-COMM-AREA )
                LENGTH  ( LENGTH OF ZUIDMQ-COMM-AREA )
                NOHANDLE
           END-EXEC.

           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE EIBRESP                  TO CICS-MSG-RESP
              MOVE EIBRESP2                 TO CICS-MSG-RESP2
              MOVE 'X2000: LINK UIDMQP ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
           END-IF.

       X2000-EXIT.
           EXIT.

      ******************************************************************
      * Summarize the pass on ALOG and re-START after the check        *
      * interval - unless operations has posted STOP on ZRPLCTL.       *
      ******************************************************************

       Z1000-RESCHEDULE.

           MOVE WS-CHECKED-COUNT          TO WS-CHECKED-ED.
           MOVE WS-FILLED-COUNT           TO WS-FILLED-ED.
           MOVE WS-BLOCKED-COUNT          TO WS-BLOCKED-ED.
           MOVE WS-ISSUED-COUNT           TO WS-ISSUED-ED.
           MOVE WS-ERROR-COUNT            TO WS-ERROR-ED.
           MOVE SPACES                    TO ALOG-MESSAGE.
           STRING 'UIDRPL PASS - POOLS: '        DELIMITED BY SIZE
                  WS-CHECKED-ED                  DELIMITED BY SIZE
                  ' REPLENISHED: '               DELIMITED BY SIZE
                  WS-FILLED-ED                   DELIMITED BY SIZE
                  ' QUOTA-BLOCKED: '             DELIMITED BY SIZE
                  WS-BLOCKED-ED                  DELIMITED BY SIZE
                  ' ISSUED: '                    DELIMITED BY SIZE
                  WS-ISSUED-ED                   DELIMITED BY SIZE
                  ' ERRORS: '                    DELIMITED BY SIZE
                  WS-ERROR-ED                    DELIMITED BY SIZE
                  INTO ALOG-MESSAGE
           END-STRING.
           PERFORM X1000-WRITE-ALOG THRU X1000-EXIT.

           MOVE SPACES                    TO WS-CTL-DATA.
           MOVE LENGTH OF WS-CTL-DATA     TO WS-CTL-LEN.
           EXEC CICS READQ TS
                QUEUE ( 'ZRPLCTL ' )
                INTO  ( WS-CTL-DATA )
                LENGTH( WS-CTL-LEN )
                ITEM  ( 1 )
                RESP  ( WS-CTL-RESP )
                RESP2 ( WS-CTL-RESP2 )
           END-EXEC.

           IF (WS-CTL-RESP = DFHRESP(NORMAL)
               OR WS-CTL-RESP = DFHRESP(LENGERR))
              AND WS-CTL-DATA(1:4) = 'STOP'
              MOVE 'UIDRPL STOPPED BY ZRPLCTL - NOT RESCHEDULED'
                   TO ALOG-MESSAGE
              PERFORM X1000-WRITE-ALOG THRU X1000-EXIT
              GO TO Z1000-EXIT
           END-IF.

      *    *--------------------------------------------------------*
      *    * Interval from the ZUIDPRM parameter file when set.  A  *
      *    * read error is logged and the compiled-in interval      *
      *    * applies; a zero/garbage value keeps the default too.   *
      *    *--------------------------------------------------------*
           MOVE SPACES                    TO ZUIDPRC-COMM-AREA.
           MOVE 'POOL-CHECK-SECS'         TO PRC-NAME.
           EXEC CICS LINK
                PROGRAM ( 'UIDPRM' )
                COMMAREA( ZUIDPRC-COMM-AREA )
                LENGTH  ( LENGTH OF ZUIDPRC-COMM-AREA )
                NOHANDLE
           END-EXEC.
           IF PRC-READ-ERROR
              MOVE PRC-RESP                 TO CICS-MSG-RESP
              MOVE PRC-RESP2                TO CICS-MSG-RESP2
              MOVE 'Z1000: ZUIDPRM READ ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
           END-IF.
           IF PRC-FOUND
              AND PRC-IS-NUMERIC
              AND PRC-NUM-VALUE > ZERO
              AND PRC-NUM-VALUE <= 86400
              MOVE PRC-NUM-VALUE            TO WS-CHECK-DELAY-SECS
           END-IF.

           EXEC CICS START
                TRANSID( EIBTRNID )
                AFTER SECONDS( WS-CHECK-DELAY-SECS )
                NOHANDLE
           END-EXEC.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE EIBRESP                  TO CICS-MSG-RESP
              MOVE EIBRESP2                 TO CICS-MSG-RESP2
              MOVE 'Z1000: START TRANSID ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
           END-IF.

       Z1000-EXIT.
           EXIT.

      ******************************************************************
      * Log a CICS command failure via the shared UIDLOG routine (see  *
      * cbl/UIDLOG.cbl) so it lands on ALOG/the console.               *
      ******************************************************************

       Y1000-LOG-ERROR.

           MOVE EIBPGMID                 TO LOG-SOURCE.
           MOVE CICS-MSG-TEXT            TO LOG-TEXT.
           MOVE CICS-MSG-RESP            TO LOG-RESP.
           MOVE CICS-MSG-RESP2           TO LOG-RESP2.
           SET  LOG-SEV-ERROR            TO TRUE.

           EXEC CICS LINK
                PROGRAM ( 'UIDLOG' )
                COMMAREA( ZUIDLOG-COMM-AREA )
                LENGTH  ( LENGTH OF ZUIDLOG-COMM-AREA )
                NOHANDLE
           END-EXEC.

       Y1000-EXIT.
           EXIT.
