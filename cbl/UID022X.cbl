      ** like UID025R's forecast work from each counter's real         **
      ** bounds instead of assuming the full 32-bit range.             **
      **                                                               **
      ** Likewise it snapshots the whole ZUIDVOD void register to the  **
      ** VODX extrapartition queue (see copy/ZUIDVOD.cpy), so the      **
      ** batch duplicate audit and provenance inquiry can tell a       **
      ** voided id from a live one.                                    **
      **                                                               **
      ** The ZUIDRSM reservation-reassignment journal (see             **
      ** copy/ZUIDRSM.cpy) is snapshotted whole to RSMX the same way,  **
      ** so the provenance inquiry can follow an id UID044M moved      **
      ** from one application to another.                              **
      **                                                               **
      ** It keeps the enterprise range registry (see                   **
      ** copy/ZUIDRNG.cpy) in step with this region's ZUIDCTL - the    **
      ** UIDRNG sync records every definition's range, which also      **
      ** loads the registry the first time it runs - and snapshots     **
      ** the whole registry to RNGX for the UID045R overlap report.    **
      **                                                               **
      ** The ZUIDXRF business-reference cross-reference (see           **
      ** copy/ZUIDXRF.cpy) is snapshotted whole to XRFX, for the       **
      ** UID049R partner-dispute extract and the provenance inquiry.   **
      **                                                               **
      ** And it drains the ZLAT latency queue (one record per timed    **
      ** zUID call - see copy/ZUIDLAT.cpy) straight to the LATX        **
      ** extrapartition queue, closing it with a trailer that carries  **
      ** the record count and the LAT-THRESHOLD-MS ZUIDPRM parameter,  **
      ** so the batch UID043R latency report - which cannot read       **
      ** ZUIDPRM - lists slow calls against the threshold operations   **
      ** set online.  Latency records are statistics, not accounting:  **
      ** they skip the ZUSESTG staging, and a drain that fails part    **
      ** way can repeat at most one checkpoint interval's worth on the **
      ** rerun.                                                        **
      **                                                               **
      ** The ZUSX, AUDX and CTLX extracts each close with a control-   **
      ** total trailer (see copy/ZUIDTRL.cpy), written only when that  **
      ** part of the run completed, carrying the count written and     **
      ** the extract's stamp - the time the ZUSE drain finished.  The  **
      ** run is recorded on the ZUIDRUN run-control file (see          **
      ** copy/ZUIDRUN.cpy): 'S' as it starts, with the previous        **
      ** completed extract's stamp, then 'C' with the stamp and the    **
      ** three counts when all three trailers went out, else 'F'.      **
      ** UID011R reconciles against that record, UID023P will not      **
      ** archive until it is 'C', and the batch reports balance their  **
      ** reads against the trailers.                                   **
      **                                                               **
      ** Run totals go to ALOG, same shape as UID005B's summary.       **
      ******************************************************************
       ENVIRONMENT DIVISION.

           COPY ZUIDCTX.

      **------------------------------------------------------------*
      ** Void register record (ZUIDVOD), extracted as-is to VODX -   *
      ** see F1000.                                                  *
      **------------------------------------------------------------*
           COPY ZUIDVOD.

      **------------------------------------------------------------*
      ** Reassignment journal record (ZUIDRSM), extracted as-is to  *
      ** RSMX - see F2000.                                          *
      **------------------------------------------------------------*
           COPY ZUIDRSM.

      **------------------------------------------------------------*
      ** Range-registry record (ZUIDRNG), extracted as-is to RNGX,   *
      ** and the UIDRNG routine's COMMAREA for the sync - see F3000. *
      **------------------------------------------------------------*
           COPY ZUIDRNG.

           COPY ZUIDRNC.

      **------------------------------------------------------------*
      ** Business-reference record (ZUIDXRF), extracted as-is to     *
      ** XRFX - see F4000.                                           *
      **------------------------------------------------------------*
           COPY ZUIDXRF.

      **------------------------------------------------------------*
      ** Latency record (ZLAT queue, LATX extract) and the UIDPRM    *
      ** reader's COMMAREA for the slow-call threshold - see G1000/  *
      ** G2000.                                                      *
      **------------------------------------------------------------*
           COPY ZUIDLAT.

           COPY ZUIDPRC.

      **------------------------------------------------------------*
      ** Run-control record (ZUIDRUN) and the extract trailer laid   *
      ** over a ZUSX/AUDX/CTLX record - see A2000, H1000, X2000.     *
      **------------------------------------------------------------*
           COPY ZUIDRUN.

           COPY ZUIDTRL.

       01  WS-RUN-KEY.
           05  WS-RUN-KEY-STEP         PIC X(08) VALUE 'UID022X '.
           05  WS-RUN-KEY-DATE         PIC X(10).
       01  WS-RUN-ABSTIME              PIC S9(15) COMP-3.
       01  WS-RUN-DATE                 PIC X(10).
       01  WS-RUN-TIME                 PIC X(08).
       01  WS-PREV-EXTRACT-ID          PIC X(18).
       01  WS-EXTRACT-ID.
           05  WS-EXTRACT-DATE         PIC X(10).
           05  WS-EXTRACT-TIME         PIC X(08).
       01  WS-FILE-RESP                PIC S9(08) COMP.
       01  WS-FILE-RESP2               PIC S9(08) COMP.
       01  WS-RUN-BROWSE-SW            PIC X     VALUE 'N'.
           88  RUN-BROWSE-DONE         VALUE 'Y'.

      *    The record buffer a trailer goes out in - as long as the
      *    longest of the three extract shapes, trailer then spaces.
       01  WS-TRL-BUFFER               PIC X(75).
       01  WS-TRL-QUEUE                PIC X(04).
       01  WS-TRL-LEN                  PIC S9(04) COMP.
       01  WS-TRL-COUNT                PIC 9(09).
       01  WS-TRAILERS-WRITTEN         PIC 9(01) VALUE ZERO.

      *    A ZUSE drain or ZUSX copy that stopped short - the ZUSX
      *    extract then gets no trailer.
       01  WS-ZUSX-FAIL-SW             PIC X     VALUE 'N'.
           88  ZUSX-FAILED             VALUE 'Y'.
      *    Likewise a definitions pass that stopped short.
       01  WS-DEF-FAIL-SW              PIC X     VALUE 'N'.
           88  DEF-PASS-FAILED         VALUE 'Y'.

       01  WS-LAT-LEN                  PIC S9(04) COMP.
       01  WS-LATENCY-COUNT            PIC 9(09) VALUE ZERO.
       01  WS-LATENCY-ED               PIC ZZZZZZZZ9.
       01  WS-LAT-SINCE-SYNC           PIC 9(04) COMP VALUE ZERO.
       01  WS-LAT-DRAIN-SW             PIC X     VALUE 'N'.
           88  LAT-DRAIN-DONE          VALUE 'Y'.
       01  WS-LAT-ABSTIME              PIC S9(15) COMP-3.
      *    Compiled-in fallback behind the LAT-THRESHOLD-MS ZUIDPRM
      *    record.
       01  WS-LAT-THRESHOLD            PIC 9(09) VALUE 500.

       01  WS-VOD-KEY                  PIC X(44).
       01  WS-VOD-LEN                  PIC S9(04) COMP.
       01  WS-VOIDS-COUNT              PIC 9(09) VALUE ZERO.
       01  WS-VOIDS-ED                 PIC ZZZZZZZZ9.
       01  WS-VOD-BROWSE-SW            PIC X     VALUE 'N'.
           88  VOD-BROWSE-DONE         VALUE 'Y'.

       01  WS-RSM-KEY                  PIC X(44).
       01  WS-RSM-LEN                  PIC S9(04) COMP.
       01  WS-MOVES-COUNT              PIC 9(09) VALUE ZERO.
       01  WS-MOVES-ED                 PIC ZZZZZZZZ9.
       01  WS-RSM-BROWSE-SW            PIC X     VALUE 'N'.
           88  RSM-BROWSE-DONE         VALUE 'Y'.

       01  WS-RNG-KEY                  PIC X(16).
       01  WS-RNG-LEN                  PIC S9(04) COMP.
       01  WS-RANGES-COUNT             PIC 9(09) VALUE ZERO.
       01  WS-RANGES-ED                PIC ZZZZZZZZ9.
       01  WS-RNG-BROWSE-SW            PIC X     VALUE 'N'.
           88  RNG-BROWSE-DONE         VALUE 'Y'.

       01  WS-XRF-KEY                  PIC X(84).
       01  WS-XRF-LEN                  PIC S9(04) COMP.
       01  WS-XREFS-COUNT              PIC 9(09) VALUE ZERO.
       01  WS-XREFS-ED                 PIC ZZZZZZZZ9.
       01  WS-XRF-BROWSE-SW            PIC X     VALUE 'N'.
           88  XRF-BROWSE-DONE         VALUE 'Y'.

       01  WS-CTF-KEY                  PIC X(08).
       01  WS-CTX-LEN                  PIC S9(04) COMP.
       01  WS-DEFS-COUNT               PIC 9(09) VALUE ZERO.
       01  WS-EXTRACTED-ED             PIC ZZZZZZZZ9.
       01  WS-AUDIT-ED                 PIC ZZZZZZZZ9.
       01  WS-RESTART-ED               PIC ZZZZZZZZ9.
      *    Sized for the widest line Z1000 composes (the 178-byte
      *    nine-count summary) - STRING truncates silently past the
      *    end.
       01  ALOG-MESSAGE                PIC X(178).

       01  CICS-MSG.
           05  CICS-MSG-TEXT           PIC X(34).
      *----------------------------------------------------------

           PERFORM A1000-CHECK-RESTART    THRU A1000-EXIT.
           PERFORM A2000-START-RUN        THRU A2000-EXIT.
           PERFORM B1000-DRAIN-ZUSE
               UNTIL DRAIN-DONE.
           PERFORM B2000-STAMP-EXTRACT    THRU B2000-EXIT.
           PERFORM C1000-WRITE-EXTRACT    THRU C1000-EXIT.
           IF NOT ZUSX-FAILED
              MOVE 'ZUSX'                 TO WS-TRL-QUEUE
              MOVE WS-EXTRACTED-COUNT     TO WS-TRL-COUNT
              MOVE LENGTH OF ZUIDUSE-RECORD TO WS-TRL-LEN
              PERFORM X2000-WRITE-TRAILER THRU X2000-EXIT
           END-IF.
           PERFORM D1000-EXTRACT-AUDIT    THRU D1000-EXIT.
           IF NOT AUD-PASS-FAILED
              MOVE 'AUDX'                 TO WS-TRL-QUEUE
              MOVE WS-AUDIT-COUNT         TO WS-TRL-COUNT
              MOVE LENGTH OF ZUIDAUD-RECORD TO WS-TRL-LEN
              PERFORM X2000-WRITE-TRAILER THRU X2000-EXIT
           END-IF.
           PERFORM E1000-EXTRACT-DEFS     THRU E1000-EXIT.
           IF NOT DEF-PASS-FAILED
              MOVE 'CTLX'                 TO WS-TRL-QUEUE
              MOVE WS-DEFS-COUNT          TO WS-TRL-COUNT
              MOVE LENGTH OF ZUIDCTX-RECORD TO WS-TRL-LEN
              PERFORM X2000-WRITE-TRAILER THRU X2000-EXIT
           END-IF.
           PERFORM F1000-EXTRACT-VOIDS    THRU F1000-EXIT.
           PERFORM F2000-EXTRACT-MOVES    THRU F2000-EXIT.
           PERFORM F3000-EXTRACT-RANGES   THRU F3000-EXIT.
           PERFORM F4000-EXTRACT-XREFS    THRU F4000-EXIT.
           PERFORM G1000-DRAIN-LATENCY
               UNTIL LAT-DRAIN-DONE.
           PERFORM G2000-WRITE-LAT-TRAILER THRU G2000-EXIT.
           PERFORM H1000-END-RUN          THRU H1000-EXIT.
           PERFORM Z1000-WRITE-SUMMARY    THRU Z1000-EXIT.
           EXEC CICS RETURN
           END-EXEC.
       A1000-EXIT.
           EXIT.

      ******************************************************************
      * Record the run as started on ZUIDRUN, carrying forward the     *
      * stamp of the last extract that completed - the lower bound of  *
      * the issue times this one's ZUSX covers.  A rerun on a day      *
      * whose earlier run completed follows that run; one following   *
      * a started or failed run keeps that run's previous stamp.  On  *
      * the first run of the day the record is written first and the  *
      * file browsed back from it to the latest completed UID022X     *
      * record.  A run-control failure is logged and the extract      *
      * carries on - it ends 'F' (see H1000).                          *
      ******************************************************************

       A2000-START-RUN.

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
           MOVE WS-RUN-DATE              TO WS-RUN-KEY-DATE.
           MOVE SPACES                   TO WS-PREV-EXTRACT-ID.

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
                 IF RUN-COMPLETE
                    MOVE RUN-EXTRACT-ID      TO WS-PREV-EXTRACT-ID
                 ELSE
                    MOVE RUN-PREV-EXTRACT-ID TO WS-PREV-EXTRACT-ID
                 END-IF
                 PERFORM A2100-FILL-STARTED THRU A2100-EXIT
                 EXEC CICS REWRITE FILE
                      ( 'ZUIDRUN' )
                      FROM  ( ZUIDRUN-RECORD )
                      RESP  ( WS-FILE-RESP )
                      RESP2 ( WS-FILE-RESP2 )
                 END-EXEC
                 MOVE 'A2000: REWRITE ZUIDRUN ERROR:' TO CICS-MSG-TEXT
              WHEN DFHRESP(NOTFND)
                 PERFORM A2100-FILL-STARTED THRU A2100-EXIT
                 EXEC CICS WRITE FILE
                      ( 'ZUIDRUN' )
                      FROM     ( ZUIDRUN-RECORD )
                      RIDFLD   ( RUN-KEY )
                      KEYLENGTH( LENGTH OF RUN-KEY )
                      RESP     ( WS-FILE-RESP )
                      RESP2    ( WS-FILE-RESP2 )
                 END-EXEC
                 MOVE 'A2000: WRITE ZUIDRUN ERROR:' TO CICS-MSG-TEXT
                 IF WS-FILE-RESP = DFHRESP(NORMAL)
                    PERFORM A3000-FIND-PREVIOUS THRU A3000-EXIT
                 END-IF
              WHEN OTHER
                 MOVE 'A2000: READ ZUIDRUN ERROR:' TO CICS-MSG-TEXT
           END-EVALUATE.

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
              MOVE WS-FILE-RESP         TO CICS-MSG-RESP
              MOVE WS-FILE-RESP2        TO CICS-MSG-RESP2
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
           END-IF.

           EXEC CICS SYNCPOINT NOHANDLE
           END-EXEC.

       A2000-EXIT.
           EXIT.

      ******************************************************************
      * Today's record as the run starts.                              *
      ******************************************************************

       A2100-FILL-STARTED.

           MOVE SPACES                   TO ZUIDRUN-RECORD.
           MOVE WS-RUN-KEY               TO RUN-KEY.
           MOVE WS-RUN-TIME              TO RUN-TIME.
           SET  RUN-STARTED              TO TRUE.
           MOVE ZERO                     TO RUN-READ-COUNT.
           MOVE ZERO                     TO RUN-EXPECTED-COUNT.
           MOVE ZERO                     TO RUN-READ-COUNT-2.
           MOVE ZERO                     TO RUN-EXPECTED-COUNT-2.
           MOVE WS-PREV-EXTRACT-ID       TO RUN-PREV-EXTRACT-ID.

       A2100-EXIT.
           EXIT.

      ******************************************************************
      * Browse back from today's just-written record to the latest     *
      * completed UID022X run and put its stamp on today's record.     *
      * No completed run at all (the first night) leaves it blank -    *
      * UID011R then counts everything up to this extract.             *
      ******************************************************************

       A3000-FIND-PREVIOUS.

           EXEC CICS STARTBR
                FILE   ( 'ZUIDRUN' )
                RIDFLD ( WS-RUN-KEY )
                EQUAL
                NOHANDLE
           END-EXEC.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              GO TO A3000-EXIT
           END-IF.

      *    The first READPREV returns today's record itself.
           MOVE 'N'                      TO WS-RUN-BROWSE-SW.
           PERFORM UNTIL RUN-BROWSE-DONE
              EXEC CICS READPREV
                   FILE    ( 'ZUIDRUN' )
                   INTO    ( ZUIDRUN-RECORD )
                   RIDFLD  ( WS-RUN-KEY )
                   KEYLENGTH( LENGTH OF WS-RUN-KEY )
                   NOHANDLE
              END-EXEC
              IF EIBRESP NOT = DFHRESP(NORMAL)
                 OR RUN-STEP NOT = 'UID022X '
                 SET RUN-BROWSE-DONE TO TRUE
              ELSE
                 IF RUN-COMPLETE
                    AND RUN-DATE < WS-RUN-DATE
                    MOVE RUN-EXTRACT-ID TO WS-PREV-EXTRACT-ID
                    SET RUN-BROWSE-DONE TO TRUE
                 END-IF
              END-IF
           END-PERFORM.

           EXEC CICS ENDBR
                FILE( 'ZUIDRUN' )
                NOHANDLE
           END-EXEC.

           MOVE 'UID022X '               TO WS-RUN-KEY-STEP.
           MOVE WS-RUN-DATE              TO WS-RUN-KEY-DATE.
           IF WS-PREV-EXTRACT-ID = SPACES
              GO TO A3000-EXIT
           END-IF.

           EXEC CICS READ FILE
                ( 'ZUIDRUN' )
                INTO     ( ZUIDRUN-RECORD )
                RIDFLD   ( WS-RUN-KEY )
                KEYLENGTH( LENGTH OF WS-RUN-KEY )
                UPDATE
                RESP     ( WS-FILE-RESP )
                RESP2    ( WS-FILE-RESP2 )
           END-EXEC.
           MOVE 'A3000: READ ZUIDRUN ERROR:' TO CICS-MSG-TEXT.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              MOVE WS-PREV-EXTRACT-ID    TO RUN-PREV-EXTRACT-ID
              EXEC CICS REWRITE FILE
                   ( 'ZUIDRUN' )
                   FROM  ( ZUIDRUN-RECORD )
                   RESP  ( WS-FILE-RESP )
                   RESP2 ( WS-FILE-RESP2 )
              END-EXEC
              MOVE 'A3000: REWRITE ZUIDRUN ERROR:' TO CICS-MSG-TEXT
           END-IF.

       A3000-EXIT.
           EXIT.

      ******************************************************************
      * Move one ZUSE record to the recoverable staging queue.  The    *
      * destructive READQ TD and the staging WRITEQ TS sit in the      *
      *             *--------------------------------------------*
                    EXEC CICS SYNCPOINT ROLLBACK NOHANDLE
                    END-EXEC
                    SET ZUSX-FAILED TO TRUE
                    SET DRAIN-DONE TO TRUE
                 ELSE
                    ADD 1 TO WS-DRAINED-COUNT
                 MOVE WS-TD-RESP2              TO CICS-MSG-RESP2
                 MOVE 'B1000: READQ TD ZUSE ERROR:' TO CICS-MSG-TEXT
                 PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
                 SET ZUSX-FAILED TO TRUE
                 SET DRAIN-DONE TO TRUE
           END-EVALUATE.

      ******************************************************************
      * Stamp the extract with the time the drain finished - its id    *
      * on the trailers and on ZUIDRUN.  Ids issued up to here are on  *
      * this ZUSX; any issued after wait on ZUSE for the next run.     *
      ******************************************************************

       B2000-STAMP-EXTRACT.

           EXEC CICS ASKTIME
                ABSTIME( WS-RUN-ABSTIME )
                NOHANDLE
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME ( WS-RUN-ABSTIME )
                YYYYMMDD( WS-EXTRACT-DATE )
                TIME    ( WS-EXTRACT-TIME )
                DATESEP ( '/' )
                TIMESEP ( ':' )
                NOHANDLE
           END-EXEC.

       B2000-EXIT.
           EXIT.

      ******************************************************************
      * Copy the completed staging queue to the ZUSX extract and       *
      * delete it, in one unit of work - an interrupted copy backs     *
                RESP2   ( WS-TS-RESP2 )
           END-EXEC.

      *    No staging queue is an empty night - the trailer still
      *    goes out, with a zero count.
           IF WS-TS-RESP NOT = DFHRESP(NORMAL)
              IF WS-TS-RESP NOT = DFHRESP(QIDERR)
                 MOVE WS-TS-RESP            TO CICS-MSG-RESP
                 MOVE WS-TS-RESP2           TO CICS-MSG-RESP2
                 MOVE 'C1000: READQ TS ZUSESTG ERROR:'
                      TO CICS-MSG-TEXT
                 PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
                 SET ZUSX-FAILED TO TRUE
              END-IF
              GO TO C1000-EXIT
           END-IF.

                    PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
                    EXEC CICS SYNCPOINT ROLLBACK NOHANDLE
                    END-EXEC
                    SET ZUSX-FAILED TO TRUE
                    GO TO C1000-EXIT
                 END-IF
              END-IF
                NOHANDLE
           END-EXEC.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              IF EIBRESP NOT = DFHRESP(NOTFND)
                 SET AUD-PASS-FAILED TO TRUE
              END-IF
              GO TO D1000-EXIT
           END-IF.

      * queue, bounds converted to display digits (ZUIDCTX).  A        *
      * browse failure just means batch consumers fall back to their   *
      * full-range defaults - not worth failing the usage extract      *
      * over - but it does withhold the CTLX trailer.                  *
      ******************************************************************

       E1000-EXTRACT-DEFS.
                NOHANDLE
           END-EXEC.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              IF EIBRESP NOT = DFHRESP(NOTFND)
                 SET DEF-PASS-FAILED TO TRUE
              END-IF
              GO TO E1000-EXIT
           END-IF.

                       MOVE 'E1000: WRITEQ TD CTLX ERROR:'
                            TO CICS-MSG-TEXT
                       PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
                       SET DEF-PASS-FAILED TO TRUE
                       SET DEF-BROWSE-DONE TO TRUE
                    END-IF
                 END-IF
              ELSE
                 IF EIBRESP NOT = DFHRESP(ENDFILE)
                    SET DEF-PASS-FAILED TO TRUE
                 END-IF
                 SET DEF-BROWSE-DONE TO TRUE
              END-IF
           END-PERFORM.
       E1000-EXIT.
           EXIT.

      ******************************************************************
      * Snapshot the whole ZUIDVOD void register to the VODX extract   *
      * queue.  Voids are never deleted, so a full copy each night is  *
      * the register as of tonight; a browse failure just leaves the   *
      * batch side without tonight's voids, logged, and the usage      *
      * extract stands.                                                *
      ******************************************************************

       F1000-EXTRACT-VOIDS.

           MOVE LOW-VALUES               TO WS-VOD-KEY.
           EXEC CICS STARTBR
                FILE   ( 'ZUIDVOD' )
                RIDFLD ( WS-VOD-KEY )
                GTEQ
                NOHANDLE
           END-EXEC.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              IF EIBRESP NOT = DFHRESP(NOTFND)
                 MOVE EIBRESP              TO CICS-MSG-RESP
                 MOVE EIBRESP2             TO CICS-MSG-RESP2
                 MOVE 'F1000: STARTBR ZUIDVOD ERROR:'
                      TO CICS-MSG-TEXT
                 PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
              END-IF
              GO TO F1000-EXIT
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
                 MOVE LENGTH OF ZUIDVOD-RECORD TO WS-VOD-LEN
                 EXEC CICS WRITEQ TD
                      QUEUE ( 'VODX' )
                      FROM  ( ZUIDVOD-RECORD )
                      LENGTH( WS-VOD-LEN )
                      NOHANDLE
                 END-EXEC
                 IF EIBRESP = DFHRESP(NORMAL)
                    ADD 1 TO WS-VOIDS-COUNT
                 ELSE
                    MOVE EIBRESP              TO CICS-MSG-RESP
                    MOVE EIBRESP2             TO CICS-MSG-RESP2
                    MOVE 'F1000: WRITEQ TD VODX ERROR:'
                         TO CICS-MSG-TEXT
                    PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
                    SET VOD-BROWSE-DONE TO TRUE
                 END-IF
              ELSE
                 SET VOD-BROWSE-DONE TO TRUE
              END-IF
           END-PERFORM.

           EXEC CICS ENDBR
                FILE( 'ZUIDVOD' )
                NOHANDLE
           END-EXEC.

       F1000-EXIT.
           EXIT.

      ******************************************************************
      * Snapshot the whole ZUIDRSM reassignment journal to the RSMX    *
      * extract queue - F1000's reasoning: journal records are never   *
      * deleted, and a failure costs only tonight's copy.              *
      ******************************************************************

       F2000-EXTRACT-MOVES.

           MOVE LOW-VALUES               TO WS-RSM-KEY.
           EXEC CICS STARTBR
                FILE   ( 'ZUIDRSM' )
                RIDFLD ( WS-RSM-KEY )
                GTEQ
                NOHANDLE
           END-EXEC.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              IF EIBRESP NOT = DFHRESP(NOTFND)
                 MOVE EIBRESP              TO CICS-MSG-RESP
                 MOVE EIBRESP2             TO CICS-MSG-RESP2
                 MOVE 'F2000: STARTBR ZUIDRSM ERROR:'
                      TO CICS-MSG-TEXT
                 PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
              END-IF
              GO TO F2000-EXIT
           END-IF.

           PERFORM UNTIL RSM-BROWSE-DONE
              EXEC CICS READNEXT
                   FILE    ( 'ZUIDRSM' )
                   INTO    ( ZUIDRSM-RECORD )
                   RIDFLD  ( WS-RSM-KEY )
                   KEYLENGTH( LENGTH OF WS-RSM-KEY )
                   NOHANDLE
              END-EXEC
              IF EIBRESP = DFHRESP(NORMAL)
                 MOVE LENGTH OF ZUIDRSM-RECORD TO WS-RSM-LEN
                 EXEC CICS WRITEQ TD
                      QUEUE ( 'RSMX' )
                      FROM  ( ZUIDRSM-RECORD )
                      LENGTH( WS-RSM-LEN )
                      NOHANDLE
                 END-EXEC
                 IF EIBRESP = DFHRESP(NORMAL)
                    ADD 1 TO WS-MOVES-COUNT
                 ELSE
                    MOVE EIBRESP              TO CICS-MSG-RESP
                    MOVE EIBRESP2             TO CICS-MSG-RESP2
                    MOVE 'F2000: WRITEQ TD RSMX ERROR:'
                         TO CICS-MSG-TEXT
                    PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
                    SET RSM-BROWSE-DONE TO TRUE
                 END-IF
              ELSE
                 SET RSM-BROWSE-DONE TO TRUE
              END-IF
           END-PERFORM.

           EXEC CICS ENDBR
                FILE( 'ZUIDRSM' )
                NOHANDLE
           END-EXEC.

       F2000-EXIT.
           EXIT.

      ******************************************************************
      * Bring the range registry into line with this region's ZUIDCTL  *
      * (UIDRNG sync), then snapshot the whole registry to the RNGX    *
      * extract queue - F1000's reasoning again.  A failed sync is     *
      * logged and the snapshot still taken: last night's ranges are   *
      * better than none for the overlap report.                       *
      ******************************************************************

       F3000-EXTRACT-RANGES.

           MOVE SPACES                   TO ZUIDRNC-COMM-AREA.
           SET RNC-FUNC-SYNC             TO TRUE.
           MOVE 'UID022X '               TO RNC-PROGRAM.
           EXEC CICS LINK
                PROGRAM ( 'UIDRNG' )
                COMMAREA( ZUIDRNC-COMM-AREA )
                LENGTH  ( LENGTH OF ZUIDRNC-COMM-AREA )
                NOHANDLE
           END-EXEC.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE EIBRESP                 TO CICS-MSG-RESP
              MOVE EIBRESP2                TO CICS-MSG-RESP2
              MOVE 'F3000: LINK UIDRNG ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
           END-IF.

           MOVE LOW-VALUES               TO WS-RNG-KEY.
           EXEC CICS STARTBR
                FILE   ( 'ZUIDRNG' )
                RIDFLD ( WS-RNG-KEY )
                GTEQ
                NOHANDLE
           END-EXEC.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              IF EIBRESP NOT = DFHRESP(NOTFND)
                 MOVE EIBRESP              TO CICS-MSG-RESP
                 MOVE EIBRESP2             TO CICS-MSG-RESP2
                 MOVE 'F3000: STARTBR ZUIDRNG ERROR:'
                      TO CICS-MSG-TEXT
                 PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
              END-IF
              GO TO F3000-EXIT
           END-IF.

           PERFORM UNTIL RNG-BROWSE-DONE
              EXEC CICS READNEXT
                   FILE    ( 'ZUIDRNG' )
                   INTO    ( ZUIDRNG-RECORD )
                   RIDFLD  ( WS-RNG-KEY )
                   KEYLENGTH( LENGTH OF WS-RNG-KEY )
                   NOHANDLE
              END-EXEC
              IF EIBRESP = DFHRESP(NORMAL)
                 MOVE LENGTH OF ZUIDRNG-RECORD TO WS-RNG-LEN
                 EXEC CICS WRITEQ TD
                      QUEUE ( 'RNGX' )
                      FROM  ( ZUIDRNG-RECORD )
                      LENGTH( WS-RNG-LEN )
                      NOHANDLE
                 END-EXEC
                 IF EIBRESP = DFHRESP(NORMAL)
                    ADD 1 TO WS-RANGES-COUNT
                 ELSE
                    MOVE EIBRESP              TO CICS-MSG-RESP
                    MOVE EIBRESP2             TO CICS-MSG-RESP2
                    MOVE 'F3000: WRITEQ TD RNGX ERROR:'
                         TO CICS-MSG-TEXT
                    PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
                    SET RNG-BROWSE-DONE TO TRUE
                 END-IF
              ELSE
                 SET RNG-BROWSE-DONE TO TRUE
              END-IF
           END-PERFORM.

           EXEC CICS ENDBR
                FILE( 'ZUIDRNG' )
                NOHANDLE
           END-EXEC.

       F3000-EXIT.
           EXIT.

      ******************************************************************
      * Snapshot the whole ZUIDXRF business-reference cross-reference  *
      * to the XRFX extract queue - F1000's reasoning: references are  *
      * never deleted, and a failure costs only tonight's copy.        *
      ******************************************************************

       F4000-EXTRACT-XREFS.

           MOVE LOW-VALUES               TO WS-XRF-KEY.
           EXEC CICS STARTBR
                FILE   ( 'ZUIDXRF' )
                RIDFLD ( WS-XRF-KEY )
                GTEQ
                NOHANDLE
           END-EXEC.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              IF EIBRESP NOT = DFHRESP(NOTFND)
                 MOVE EIBRESP              TO CICS-MSG-RESP
                 MOVE EIBRESP2             TO CICS-MSG-RESP2
                 MOVE 'F4000: STARTBR ZUIDXRF ERROR:'
                      TO CICS-MSG-TEXT
                 PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
              END-IF
              GO TO F4000-EXIT
           END-IF.

           PERFORM UNTIL XRF-BROWSE-DONE
              EXEC CICS READNEXT
                   FILE    ( 'ZUIDXRF' )
                   INTO    ( ZUIDXRF-RECORD )
                   RIDFLD  ( WS-XRF-KEY )
                   KEYLENGTH( LENGTH OF WS-XRF-KEY )
                   NOHANDLE
              END-EXEC
              IF EIBRESP = DFHRESP(NORMAL)
                 MOVE LENGTH OF ZUIDXRF-RECORD TO WS-XRF-LEN
                 EXEC CICS WRITEQ TD
                      QUEUE ( 'XRFX' )
                      FROM  ( ZUIDXRF-RECORD )
                      LENGTH( WS-XRF-LEN )
                      NOHANDLE
                 END-EXEC
                 IF EIBRESP = DFHRESP(NORMAL)
                    ADD 1 TO WS-XREFS-COUNT
                 ELSE
                    MOVE EIBRESP              TO CICS-MSG-RESP
                    MOVE EIBRESP2             TO CICS-MSG-RESP2
                    MOVE 'F4000: WRITEQ TD XRFX ERROR:'
                         TO CICS-MSG-TEXT
                    PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
                    SET XRF-BROWSE-DONE TO TRUE
                 END-IF
              ELSE
                 SET XRF-BROWSE-DONE TO TRUE
              END-IF
           END-PERFORM.

           EXEC CICS ENDBR
                FILE( 'ZUIDXRF' )
                NOHANDLE
           END-EXEC.

       F4000-EXIT.
           EXIT.

      ******************************************************************
      * Move one ZLAT latency record to the LATX extract, committing   *
      * the destructive reads every CHECKPOINT-INTERVAL records.  A    *
      * LATX failure backs the uncommitted reads out onto ZLAT for     *
      * the rerun and stops the drain.                                 *
      ******************************************************************

       G1000-DRAIN-LATENCY.

           MOVE LENGTH OF ZUIDLAT-RECORD TO WS-LAT-LEN.
           EXEC CICS READQ TD
                QUEUE ( 'ZLAT' )
                INTO  ( ZUIDLAT-RECORD )
                LENGTH( WS-LAT-LEN )
                RESP  ( WS-TD-RESP )
                RESP2 ( WS-TD-RESP2 )
           END-EXEC.

           EVALUATE WS-TD-RESP
              WHEN DFHRESP(NORMAL)
                 EXEC CICS WRITEQ TD
                      QUEUE ( 'LATX' )
                      FROM  ( ZUIDLAT-RECORD )
                      LENGTH( WS-LAT-LEN )
                      NOHANDLE
                 END-EXEC
                 IF EIBRESP NOT = DFHRESP(NORMAL)
                    MOVE EIBRESP              TO CICS-MSG-RESP
                    MOVE EIBRESP2             TO CICS-MSG-RESP2
                    MOVE 'G1000: WRITEQ TD LATX ERROR:'
                         TO CICS-MSG-TEXT
                    PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
                    EXEC CICS SYNCPOINT ROLLBACK NOHANDLE
                    END-EXEC
                    SET LAT-DRAIN-DONE TO TRUE
                 ELSE
                    ADD 1 TO WS-LATENCY-COUNT
                    ADD 1 TO WS-LAT-SINCE-SYNC
                    IF WS-LAT-SINCE-SYNC >= WS-CHECKPOINT-INTERVAL
                       EXEC CICS SYNCPOINT NOHANDLE
                       END-EXEC
                       MOVE ZERO TO WS-LAT-SINCE-SYNC
                    END-IF
                 END-IF
              WHEN DFHRESP(QZERO)
                 SET LAT-DRAIN-DONE TO TRUE
              WHEN OTHER
                 MOVE WS-TD-RESP               TO CICS-MSG-RESP
                 MOVE WS-TD-RESP2              TO CICS-MSG-RESP2
                 MOVE 'G1000: READQ TD ZLAT ERROR:' TO CICS-MSG-TEXT
                 PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
                 SET LAT-DRAIN-DONE TO TRUE
           END-EVALUATE.

      ******************************************************************
      * Close this run's LATX records with the trailer: the count      *
      * drained and the slow-call threshold in force tonight (ZUIDPRM  *
      * LAT-THRESHOLD-MS, else the compiled-in 500ms).  A ZUIDPRM read *
      * error is logged and the fallback used.                         *
      ******************************************************************

       G2000-WRITE-LAT-TRAILER.

           EXEC CICS SYNCPOINT NOHANDLE
           END-EXEC.

           MOVE 'LAT-THRESHOLD-MS'       TO PRC-NAME.
           MOVE SPACES                   TO PRC-STATUS.
           MOVE SPACES                   TO PRC-NUMERIC-SW.
           MOVE SPACES                   TO PRC-VALUE.
           EXEC CICS LINK
                PROGRAM ( 'UIDPRM' )
                COMMAREA( ZUIDPRC-COMM-AREA )
                LENGTH  ( LENGTH OF ZUIDPRC-COMM-AREA )
                NOHANDLE
           END-EXEC.
           IF PRC-READ-ERROR
              MOVE PRC-RESP                  TO CICS-MSG-RESP
              MOVE PRC-RESP2                 TO CICS-MSG-RESP2
              MOVE 'G2000: ZUIDPRM READ ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
           END-IF.
           IF PRC-FOUND
              AND PRC-IS-NUMERIC
              AND PRC-NUM-VALUE > ZERO
              AND PRC-NUM-VALUE <= 999999999
              MOVE PRC-NUM-VALUE         TO WS-LAT-THRESHOLD
           END-IF.

           EXEC CICS ASKTIME
                ABSTIME( WS-LAT-ABSTIME )
                NOHANDLE
           END-EXEC.
           MOVE SPACES                   TO ZUIDLAT-RECORD.
           EXEC CICS FORMATTIME
                ABSTIME ( WS-LAT-ABSTIME )
                YYYYMMDD( LTR-DATE )
                TIME    ( LTR-TIME )
                DATESEP ( '/' )
                TIMESEP ( ':' )
                NOHANDLE
           END-EXEC.
           SET  LTR-IS-TRAILER           TO TRUE.
           MOVE WS-LATENCY-COUNT         TO LTR-RECORD-COUNT.
           MOVE WS-LAT-THRESHOLD         TO LTR-THRESHOLD-MS.
           MOVE LENGTH OF ZUIDLAT-RECORD TO WS-LAT-LEN.

           EXEC CICS WRITEQ TD
                QUEUE ( 'LATX' )
                FROM  ( ZUIDLAT-RECORD )
                LENGTH( WS-LAT-LEN )
                NOHANDLE
           END-EXEC.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE EIBRESP                  TO CICS-MSG-RESP
              MOVE EIBRESP2                 TO CICS-MSG-RESP2
              MOVE 'G2000: WRITEQ TD LATX ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
           END-IF.

       G2000-EXIT.
           EXIT.

      ******************************************************************
      * Close the run on ZUIDRUN: 'C' with the extract's stamp and     *
      * its three counts when every trailer went out, else 'F' - an    *
      * extract missing a trailer is one UID023P must not archive      *
      * behind and the batch reports will flag anyway.                 *
      ******************************************************************

       H1000-END-RUN.

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
                 PERFORM H1100-FILL-ENDED THRU H1100-EXIT
                 EXEC CICS REWRITE FILE
                      ( 'ZUIDRUN' )
                      FROM  ( ZUIDRUN-RECORD )
                      RESP  ( WS-FILE-RESP )
                      RESP2 ( WS-FILE-RESP2 )
                 END-EXEC
                 MOVE 'H1000: REWRITE ZUIDRUN ERROR:' TO CICS-MSG-TEXT
      *       The start record never made it - write the whole run.
              WHEN DFHRESP(NOTFND)
                 PERFORM A2100-FILL-STARTED THRU A2100-EXIT
                 PERFORM H1100-FILL-ENDED THRU H1100-EXIT
                 EXEC CICS WRITE FILE
                      ( 'ZUIDRUN' )
                      FROM     ( ZUIDRUN-RECORD )
                      RIDFLD   ( RUN-KEY )
                      KEYLENGTH( LENGTH OF RUN-KEY )
                      RESP     ( WS-FILE-RESP )
                      RESP2    ( WS-FILE-RESP2 )
                 END-EXEC
                 MOVE 'H1000: WRITE ZUIDRUN ERROR:' TO CICS-MSG-TEXT
              WHEN OTHER
                 MOVE 'H1000: READ ZUIDRUN ERROR:' TO CICS-MSG-TEXT
           END-EVALUATE.

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
              MOVE WS-FILE-RESP         TO CICS-MSG-RESP
              MOVE WS-FILE-RESP2        TO CICS-MSG-RESP2
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
           END-IF.

           EXEC CICS SYNCPOINT NOHANDLE
           END-EXEC.

           MOVE SPACES                   TO ALOG-MESSAGE.
           IF WS-TRAILERS-WRITTEN = 3
              STRING 'UID022X EXTRACT '         DELIMITED BY SIZE
                     WS-EXTRACT-DATE            DELIMITED BY SIZE
                     ' '                        DELIMITED BY SIZE
                     WS-EXTRACT-TIME            DELIMITED BY SIZE
                     ' COMPLETE - ZUSX/AUDX/CTLX TRAILERS WRITTEN'
                                                DELIMITED BY SIZE
                     INTO ALOG-MESSAGE
              END-STRING
           ELSE
              STRING 'UID022X EXTRACT '         DELIMITED BY SIZE
                     WS-EXTRACT-DATE            DELIMITED BY SIZE
                     ' '                        DELIMITED BY SIZE
                     WS-EXTRACT-TIME            DELIMITED BY SIZE
                     ' FAILED - NOT EVERY TRAILER WRITTEN, '
                                                DELIMITED BY SIZE
                     'ARCHIVAL HELD'            DELIMITED BY SIZE
                     INTO ALOG-MESSAGE
              END-STRING
           END-IF.
           PERFORM X1000-WRITE-ALOG THRU X1000-EXIT.

       H1000-EXIT.
           EXIT.

      ******************************************************************
      * Today's record as the run ends.                                *
      ******************************************************************

       H1100-FILL-ENDED.

           IF WS-TRAILERS-WRITTEN = 3
              SET RUN-COMPLETE           TO TRUE
           ELSE
              SET RUN-FAILED             TO TRUE
           END-IF.
           MOVE WS-EXTRACT-ID            TO RUN-EXTRACT-ID.
           MOVE WS-EXTRACTED-COUNT       TO RUN-ZUSX-COUNT.
           MOVE WS-AUDIT-COUNT           TO RUN-AUDX-COUNT.
           MOVE WS-DEFS-COUNT            TO RUN-CTLX-COUNT.

       H1100-EXIT.
           EXIT.

      ******************************************************************
      * Write an activity line to the ALOG transient data queue.       *
      ******************************************************************
       X1000-EXIT.
           EXIT.

      ******************************************************************
      * Close one extract with its control-total trailer: queue        *
      * WS-TRL-QUEUE, WS-TRL-COUNT records, a WS-TRL-LEN record.       *
      ******************************************************************

       X2000-WRITE-TRAILER.

           MOVE SPACES                   TO ZUIDTRL-RECORD.
           SET  TRL-IS-TRAILER           TO TRUE.
           MOVE WS-TRL-QUEUE             TO TRL-QUEUE.
           MOVE WS-TRL-COUNT             TO TRL-RECORD-COUNT.
           MOVE WS-EXTRACT-ID            TO TRL-EXTRACT-ID.
           MOVE SPACES                   TO WS-TRL-BUFFER.
           MOVE ZUIDTRL-RECORD           TO WS-TRL-BUFFER.

           EXEC CICS WRITEQ TD
                QUEUE ( WS-TRL-QUEUE )
                FROM  ( WS-TRL-BUFFER )
                LENGTH( WS-TRL-LEN )
                NOHANDLE
           END-EXEC.
           IF EIBRESP = DFHRESP(NORMAL)
              ADD 1 TO WS-TRAILERS-WRITTEN
           ELSE
              MOVE EIBRESP                  TO CICS-MSG-RESP
              MOVE EIBRESP2                 TO CICS-MSG-RESP2
              MOVE 'X2000: WRITEQ TD TRAILER ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
           END-IF.

       X2000-EXIT.
           EXIT.

      ******************************************************************
      * Log a CICS command failure via the shared UIDLOG routine (see  *
      * cbl/UIDLOG.cbl) so it lands on ALOG/the console.                *
           EXIT.

      ******************************************************************
      * Report this run's drained/extracted/audit/definition/void/     *
      * move/range/cross-reference/latency counts to ALOG before       *
      * RETURN, same shape as UID005B's run summary.                   *
      ******************************************************************

       Z1000-WRITE-SUMMARY.
           MOVE SPACES                    TO ALOG-MESSAGE.

           MOVE WS-DEFS-COUNT             TO WS-DEFS-ED.
           MOVE WS-VOIDS-COUNT            TO WS-VOIDS-ED.
           MOVE WS-MOVES-COUNT            TO WS-MOVES-ED.
           MOVE WS-RANGES-COUNT           TO WS-RANGES-ED.
           MOVE WS-XREFS-COUNT            TO WS-XREFS-ED.
           MOVE WS-LATENCY-COUNT          TO WS-LATENCY-ED.
           STRING 'UID022X SUMMARY - DRAINED: '   DELIMITED BY SIZE
                  WS-DRAINED-ED                   DELIMITED BY SIZE
                  ' EXTRACTED: '                  DELIMITED BY SIZE
                  WS-AUDIT-ED                     DELIMITED BY SIZE
                  ' DEFS: '                       DELIMITED BY SIZE
                  WS-DEFS-ED                      DELIMITED BY SIZE
                  ' VOIDS: '                      DELIMITED BY SIZE
                  WS-VOIDS-ED                     DELIMITED BY SIZE
                  ' MOVES: '                      DELIMITED BY SIZE
                  WS-MOVES-ED                     DELIMITED BY SIZE
                  ' RANGES: '                     DELIMITED BY SIZE
                  WS-RANGES-ED                    DELIMITED BY SIZE
                  ' XREFS: '                      DELIMITED BY SIZE
                  WS-XREFS-ED                     DELIMITED BY SIZE
                  ' LATENCY: '                    DELIMITED BY SIZE
                  WS-LATENCY-ED                   DELIMITED BY SIZE
                  INTO ALOG-MESSAGE
           END-STRING.

