      ** TS queue, one record per id, exactly as before - consuming   **
      ** jobs see no difference.                                      **
      **                                                               **
      ** Each request's application must first be on the ZUIDREG      **
      ** consumer registry, active and entitled to BULK requests (see **
      ** copy/ZUIDREG.cpy): a refused one gets a 'REG' reason record  **
      ** on UIDOUT instead of a range.  It is then checked against    **
      ** the application's daily quota on the ZUIDQTA file            **
      ** (maintained by UID020M's QTA action): an over-quota request  **
      ** gets a 'QTA' reason record on UIDOUT and an ALOG line        **
      ** instead of a range, and every allocated chunk rolls into the **
      ** consumed-today count inside the chunk's own unit of work so  **
      ** the cap holds across multiple runs - and restarts - in the   **
      ** same day.                                                    **
      **                                                               **
      ** This program LINKs to ZUID001 and QUERYs/WRITEs CICS-owned   **
      ** resources, so it has to run as a CICS transaction (e.g.      **
       01  WS-REJECT-COUNT             PIC 9(09) VALUE ZERO.
       01  WS-REJECT-COUNT-ED          PIC ZZZZZZZZ9.

      **------------------------------------------------------------*
      ** COMMAREA for the UIDREG consumer-registry check - see      *
      ** B1500-CHECK-REGISTRY.                                      *
      **------------------------------------------------------------*
           COPY ZUIDRGC.

       01  WS-REG-REJECT-COUNT         PIC 9(09) VALUE ZERO.
       01  WS-REG-REJECT-COUNT-ED      PIC ZZZZZZZZ9.

      **------------------------------------------------------------*
      ** Latency record - one written to the ZLAT TD queue for      *
      ** every block LINK to ZUID001, timed around the LINK itself  *
      ** - see D1800-LOG-LATENCY.                                   *
      **------------------------------------------------------------*
           COPY ZUIDLAT.

       01  WS-USE-ABSTIME              PIC S9(15) COMP-3.
       01  WS-USE-LEN                  PIC 9(04) COMP.
       01  WS-LAT-START                PIC S9(15) COMP-3.
       01  WS-LAT-END                  PIC S9(15) COMP-3.
       01  WS-LAT-LEN                  PIC 9(04) COMP.
       01  WS-LINK-RESP                PIC S9(08) COMP.
       01  WS-LINK-RESP2               PIC S9(08) COMP.
       01  WS-ALLOC-DATE               PIC X(10).
       01  WS-ALLOC-TIME               PIC X(08).

           05  CK-ISSUED-COUNT         PIC 9(09).
           05  CK-ERROR-COUNT          PIC 9(09).

      *    The ZUIDRSV ledger key is appl-id + seq, and UIDRPL and
      *    UID044M number an application's records on from its
      *    highest sequence too.  Each request therefore starts one
      *    past the highest sequence on file for its application,
      *    found by B1100 under the same 'ZUIDRSV '+appl-id ENQ those
      *    programs hold, kept until the request is finished - so no
      *    two tasks number the same sequences and a run never lands
      *    on a reservation still waiting to be collected.
       01  WS-ENQ-NAME.
           05  FILLER                  PIC X(08) VALUE 'ZUIDRSV '.
           05  WS-ENQ-APPL-ID          PIC X(08).
       01  WS-ENQ-SW                   PIC X     VALUE 'N'.
           88  ENQ-HELD                VALUE 'Y'.
       01  WS-RSV-KEY.
           05  WS-RK-APPL-ID           PIC X(08).
           05  WS-RK-SEQ-NBR           PIC 9(09).
       01  WS-LAST-SEQ                 PIC 9(09).
       01  WS-BROWSE-SW                PIC X     VALUE 'N'.
           88  BROWSE-DONE             VALUE 'Y'.
       01  WS-SEQ-FAIL-SW              PIC X     VALUE 'N'.
           88  SEQ-FAILED              VALUE 'Y'.

       01  WS-CKPT-LEN                 PIC S9(04) COMP.
       01  WS-CKPT-RESP                PIC S9(08) COMP.
      *    *--------------------------------------------------------*
      *    * On the first request after a mid-request restart the   *
      *    * sequence/remaining counts were restored from the       *
      *    * checkpoint - everywhere else the sequence starts at 1. *
      *    * Either way B1100 then moves it past the highest        *
      *    * sequence already on the ledger for the application.    *
      *    *--------------------------------------------------------*
           IF RESUMING-REQUEST
              MOVE 'N'                  TO WS-RESUME-SW
      *       *-----------------------------------------------------*
              MOVE 'N'                  TO WS-QTA-ENFORCE-SW
              PERFORM B1300-CHECK-QUOTA THRU B1300-EXIT
              PERFORM B1100-SET-START-SEQ THRU B1100-EXIT
           ELSE
              MOVE 1                    TO WS-SEQ-NBR
              MOVE REQ-QUANTITY         TO WS-QTY-REMAINING
              PERFORM B1500-CHECK-REGISTRY THRU B1500-EXIT
              IF NOT RGC-ALLOWED
                 PERFORM B1600-REJECT-UNREGISTERED THRU B1600-EXIT
                 MOVE ZERO              TO WS-QTY-REMAINING
              ELSE
                 MOVE 'Y'               TO WS-QTA-ENFORCE-SW
                 PERFORM B1300-CHECK-QUOTA THRU B1300-EXIT
                 IF QUOTA-REJECTED
                    PERFORM B1400-REJECT-REQUEST THRU B1400-EXIT
                    MOVE ZERO           TO WS-QTY-REMAINING
                 ELSE
                    PERFORM B1100-SET-START-SEQ THRU B1100-EXIT
                 END-IF
              END-IF
           END-IF.
           MOVE 'N'                     TO WS-REQ-FAIL-SW.
      *    * moving to the next.                                    *
      *    *--------------------------------------------------------*
           MOVE ZERO                    TO WS-QTY-REMAINING.
           PERFORM X2000-TAKE-CHECKPOINT THRU X2000-EXIT.
           PERFORM B1200-RELEASE-LEDGER THRU B1200-EXIT.
           PERFORM C1000-READ-REQUEST THRU C1000-EXIT.

      ******************************************************************
      * Take the application's ledger ENQ and move the request's       *
      * starting sequence past the highest one on file for it, as      *
      * UIDRPL's C1000 does.  A ledger that cannot be browsed - or a   *
      * request that would run the sequence past 999999999 - fails the *
      * request with an 'ERR' reason record on UIDOUT before any       *
      * counter range is touched.                                      *
      ******************************************************************

       B1100-SET-START-SEQ.

      *    *--------------------------------------------------------*
      *    * Wait for the ENQ rather than skip: a replenisher or a  *
      *    * UID044M move holds it only while it numbers, and this  *
      *    * request must still be served.                          *
      *    *--------------------------------------------------------*
           MOVE REQ-APPL-ID             TO WS-ENQ-APPL-ID.
           EXEC CICS ENQ
                RESOURCE( WS-ENQ-NAME )
                LENGTH  ( LENGTH OF WS-ENQ-NAME )
                TASK
                NOHANDLE
           END-EXEC.
           IF EIBRESP = DFHRESP(NORMAL)
              SET ENQ-HELD              TO TRUE
           END-IF.

           MOVE 'N'                     TO WS-SEQ-FAIL-SW.
           MOVE ZERO                    TO WS-LAST-SEQ.
           MOVE 'N'                     TO WS-BROWSE-SW.
           MOVE REQ-APPL-ID             TO WS-RK-APPL-ID.
           MOVE ZERO                    TO WS-RK-SEQ-NBR.

           EXEC CICS STARTBR
                FILE   ( 'ZUIDRSV' )
                RIDFLD ( WS-RSV-KEY )
                GTEQ
                NOHANDLE
           END-EXEC.
           IF EIBRESP = DFHRESP(NOTFND)
              GO TO B1100-CHECK-ROOM
           END-IF.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE EIBRESP                  TO CICS-MSG-RESP
              MOVE EIBRESP2                 TO CICS-MSG-RESP2
              MOVE 'B1100: STARTBR ZUIDRSV ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
              GO TO B1100-FAIL
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
                  AND RSV-APPL-ID = REQ-APPL-ID
                    MOVE RSV-SEQ-NBR       TO WS-LAST-SEQ
                 WHEN EIBRESP = DFHRESP(NORMAL)
                  OR EIBRESP = DFHRESP(ENDFILE)
                    SET BROWSE-DONE        TO TRUE
                 WHEN OTHER
                    SET BROWSE-DONE        TO TRUE
                    SET SEQ-FAILED         TO TRUE
                    MOVE EIBRESP           TO CICS-MSG-RESP
                    MOVE EIBRESP2          TO CICS-MSG-RESP2
                    MOVE 'B1100: READNEXT ZUIDRSV ERROR:'
                         TO CICS-MSG-TEXT
                    PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
              END-EVALUATE
           END-PERFORM.

           EXEC CICS ENDBR
                FILE( 'ZUIDRSV' )
                NOHANDLE
           END-EXEC.

           IF SEQ-FAILED
              GO TO B1100-FAIL
           END-IF.

       B1100-CHECK-ROOM.
           IF WS-LAST-SEQ > 999999999 - WS-QTY-REMAINING
              MOVE SPACES               TO ALOG-MESSAGE
              STRING 'UID005B '                    DELIMITED BY SIZE
                     REQ-APPL-ID                   DELIMITED BY SIZE
                     ' NOT ALLOCATED - LEDGER SEQUENCE EXHAUSTED'
                                                   DELIMITED BY SIZE
                     INTO ALOG-MESSAGE
              END-STRING
              EXEC CICS WRITEQ TD
                   QUEUE ( 'ALOG' )
                   FROM  ( ALOG-MESSAGE )
                   LENGTH( LENGTH OF ALOG-MESSAGE )
                   NOHANDLE
              END-EXEC
              GO TO B1100-FAIL
           END-IF.

           IF WS-LAST-SEQ >= WS-SEQ-NBR
              COMPUTE WS-SEQ-NBR = WS-LAST-SEQ + 1
           END-IF.

           GO TO B1100-EXIT.

       B1100-FAIL.
           ADD 1                        TO WS-ERROR-COUNT.
           MOVE REQ-APPL-ID             TO OUT-APPL-ID.
           MOVE ZERO                    TO OUT-SEQ-NBR.
           MOVE 'ERR'                   TO OUT-STATUS.
           MOVE SPACES                  TO OUT-UID.
           MOVE 'RESERVATION LEDGER NOT NUMBERED' TO OUT-UID.
           MOVE LENGTH OF UID-OUTPUT-RECORD TO WS-OUT-LEN.
           EXEC CICS WRITEQ TS
                QUEUE ( 'UIDOUT' )
                FROM  ( UID-OUTPUT-RECORD )
                LENGTH( WS-OUT-LEN )
                NOHANDLE
           END-EXEC.
           MOVE ZERO                    TO WS-QTY-REMAINING.

       B1100-EXIT.
           EXIT.

      ******************************************************************
      * The request is finished and its last chunk committed - let     *
      * the application's ledger go.                                   *
      ******************************************************************

       B1200-RELEASE-LEDGER.

           IF ENQ-HELD
              EXEC CICS DEQ
                   RESOURCE( WS-ENQ-NAME )
                   LENGTH  ( LENGTH OF WS-ENQ-NAME )
                   TASK
                   NOHANDLE
              END-EXEC
              MOVE 'N'                  TO WS-ENQ-SW
           END-IF.

       B1200-EXIT.
       B1400-EXIT.
           EXIT.

      ******************************************************************
      * Ask UIDREG whether the requesting application is registered,   *
      * not suspended and entitled to BULK requests - SEQ format, as   *
      * every block is.  UIDREG logs any refusal itself.  A LINK       *
      * failure, like a registry UIDREG cannot read, lets the request  *
      * through, the same fail-open stance as B1300's quota check.     *
      ******************************************************************

       B1500-CHECK-REGISTRY.

           MOVE SPACES                  TO ZUIDRGC-COMM-AREA.
           MOVE REQ-APPL-ID             TO RGC-APPL-ID.
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
      * Refuse a request from an application the registry turned       *
      * away: a 'REG' reason record on UIDOUT, the same way B1400      *
      * answers an over-quota request, and an ALOG line.  The request  *
      * is finished - no counter range was touched.                    *
      ******************************************************************

       B1600-REJECT-UNREGISTERED.

           ADD 1                        TO WS-REG-REJECT-COUNT.

           MOVE REQ-APPL-ID             TO OUT-APPL-ID.
           MOVE ZERO                    TO OUT-SEQ-NBR.
           MOVE 'REG'                   TO OUT-STATUS.
           MOVE SPACES                  TO OUT-UID.
           MOVE RGC-REASON              TO OUT-UID.
           MOVE LENGTH OF UID-OUTPUT-RECORD TO WS-OUT-LEN.
           EXEC CICS WRITEQ TS
                QUEUE ( 'UIDOUT' )
                FROM  ( UID-OUTPUT-RECORD )
                LENGTH( WS-OUT-LEN )
                NOHANDLE
           END-EXEC.

           MOVE SPACES                  TO ALOG-MESSAGE.
           STRING 'UID005B REGISTRY REJECT '     DELIMITED BY SIZE
                  REQ-APPL-ID                    DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  RGC-STATUS-CODE                DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  RGC-REASON                     DELIMITED BY SIZE
                  INTO ALOG-MESSAGE
           END-STRING.
           EXEC CICS WRITEQ TD
                QUEUE ( 'ALOG' )
                FROM  ( ALOG-MESSAGE )
                LENGTH( LENGTH OF ALOG-MESSAGE )
                NOHANDLE
           END-EXEC.

       B1600-EXIT.
           EXIT.

      ******************************************************************
      * Read the next request record.                                  *
      ******************************************************************
      *    *--------------------------------------------------------*
           MOVE REQ-APPL-ID                     TO CA-REQUESTOR-APPL.

           EXEC CICS ASKTIME
                ABSTIME( WS-LAT-START )
                NOHANDLE
           END-EXEC.

      *    *--------------------------------------------------------*
      *    * The LINK's own RESP is kept apart from EIBRESP, which  *
      *    * D1800's ASKTIME/WRITEQ overwrite before it is tested.  *
      *    *--------------------------------------------------------*
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
              MOVE REQ-APPL-ID                   TO OUT-APPL-ID
              MOVE WS-SEQ-NBR                    TO OUT-SEQ-NBR
              MOVE SPACES                        TO OUT-UID
              IF WS-LINK-RESP = DFHRESP(NORMAL)
                 MOVE CA-STATUS-CODE              TO OUT-STATUS
              ELSE
                 MOVE WS-LINK-RESP                TO CICS-MSG-RESP
                 MOVE WS-LINK-RESP2               TO CICS-MSG-RESP2
                 MOVE 'D1000: LINK PROGRAM ERROR:' TO CICS-MSG-TEXT
                 MOVE 'ERR'                       TO OUT-STATUS
                 PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
           EXIT.

      ******************************************************************
      * Land the current id in the reservation ledger.  B1100 started  *
      * the request past every sequence on file under the ledger ENQ,  *
      * so a duplicate key means something numbered this application   *
      * without it - an error: the record already there is another     *
      * reservation and is left exactly as it is.                      *
      ******************************************************************

       D1300-WRITE-LEDGER.
                NOHANDLE
           END-EXEC.

           IF EIBRESP NOT = DFHRESP(NORMAL)
              ADD 1                             TO WS-ERROR-COUNT
              MOVE EIBRESP                      TO CICS-MSG-RESP
              MOVE EIBRESP2                     TO CICS-MSG-RESP2
              MOVE 'D1300: WRITE FILE ZUIDRSV ERROR:' TO CICS-MSG-TEXT
       D1700-EXIT.
           EXIT.

      ******************************************************************
      * Record how long the block LINK just made took on the ZLAT      *
      * latency queue (see copy/ZUIDLAT.cpy), whatever it came back    *
      * with, against the requesting application and the block size   *
      * asked for.  A failed write is logged and the allocation        *
      * carries on; the range matters more than its timing.            *
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
      * Rewrite the run checkpoint as item 1 of the recoverable        *
      * UID5CKPT TS queue and take a syncpoint, committing the chunk's *
                NOHANDLE
           END-EXEC.

      *    *--------------------------------------------------------*
      *    * The four-count line above is full - registry refusals  *
      *    * get a line of their own, only when there were any.     *
      *    *--------------------------------------------------------*
           IF WS-REG-REJECT-COUNT > ZERO
              MOVE WS-REG-REJECT-COUNT    TO WS-REG-REJECT-COUNT-ED
              MOVE SPACES                 TO ALOG-MESSAGE
              STRING 'UID005B SUMMARY - REGISTRY-REJECTED: '
                                                   DELIMITED BY SIZE
                     WS-REG-REJECT-COUNT-ED        DELIMITED BY SIZE
                     INTO ALOG-MESSAGE
              END-STRING
              EXEC CICS WRITEQ TD
                   QUEUE ( 'ALOG' )
                   FROM  ( ALOG-MESSAGE )
                   LENGTH( LENGTH OF ALOG-MESSAGE )
                   NOHANDLE
              END-EXEC
           END-IF.

      *    *--------------------------------------------------------*
      *    * Run complete - drop the checkpoint so the next start   *
      *    * is a fresh run, not a phantom restart.                 *
