      **                                                               **
      ** Message layouts (fixed columns, like UIDMQP's alert):         **
      **   request: 'ZUIDREQ ' appl-id(8) sp quantity(9)               **
      **            [sp business-ref(32)]                              **
      **   reply:   'ZUIDRSP ' appl-id(8) sp status(3) sp              **
      **            start(10) sp end(10) sp quantity(9) sp             **
      **            ref-status(3)                                      **
      ** status 200 = allocated, QTA = over daily quota (see           **
      ** copy/ZUIDQTA.cpy - the same cap UID005B enforces), REG =      **
      ** application not registered, suspended or not entitled to MQ  **
      ** block requests (see copy/ZUIDREG.cpy), ERR = malformed        **
      ** request or allocation failure.                                **
      **                                                               **
      ** The business reference is optional - the order, claim or      **
      ** shipment number the block is for.  When one is sent, the      **
      ** allocated range is recorded against it through the UIDXRF     **
      ** routine and ref-status carries UIDXRF's answer (200           **
      ** recorded, 409 range already referenced, ...); it is blank     **
      ** when no reference was sent or no block allocated.  A reply    **
      ** to a request with no reference stops before ref-status (62    **
      ** bytes, the reply it always was); only a request that sends a  **
      ** reference gets the 66-byte reply.                             **
      **                                                               **
      ** Run it trigger-started against the request queue or on a      **
      ** timer: each invocation drains every waiting message (MQGET    **
           05  RQM-APPL-ID             PIC X(08).
           05  FILLER                  PIC X(01).
           05  RQM-QUANTITY-X          PIC X(09).
           05  FILLER                  PIC X(01).
           05  RQM-BUSINESS-REF        PIC X(32).
           05  FILLER                  PIC X(21).

       01  MQ-REPLY-MESSAGE.
           05  FILLER                  PIC X(08) VALUE 'ZUIDRSP '.
           05  RPM-BLOCK-END           PIC 9(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPM-QUANTITY            PIC 9(09).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPM-REF-STATUS          PIC X(03).

      **------------------------------------------------------------*
      ** COMMAREA for ZUID001 - the same block-mode contract         *
      **------------------------------------------------------------*
           COPY ZUIDQTA.

      **------------------------------------------------------------*
      ** COMMAREA for the UIDREG consumer-registry check - see       *
      ** C1500-CHECK-REGISTRY.                                       *
      **------------------------------------------------------------*
           COPY ZUIDRGC.

      **------------------------------------------------------------*
      ** COMMAREA for the UIDXRF business-reference routine - see    *
      ** D1900-RECORD-REFERENCE.                                     *
      **------------------------------------------------------------*
           COPY ZUIDXRC.

       01  WS-QTA-RESP                 PIC S9(08) COMP.
       01  WS-QTA-RESP2                PIC S9(08) COMP.
       01  WS-QTA-TRACK-SW             PIC X     VALUE 'N'.
           88  QUOTA-REJECTED          VALUE 'Y'.
       01  WS-TODAY-DATE               PIC X(10).

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

       01  WS-BLOCK-END-ED             PIC 9(10).
       01  WS-SEQ-NBR                  PIC 9(09).

      *    Each request's ledger records start one past the highest
      *    sequence on file for its application, found by B1100 under
      *    the 'ZUIDRSV '+appl-id ENQ UID005B, UIDRPL and UID044M all
      *    hold, kept until the message's unit of work is committed -
      *    so no two tasks number the same sequences and a drain never
      *    lands on a reservation still waiting to be collected.
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

       01  WS-DRAIN-SW                 PIC X     VALUE 'N'.
           88  DRAIN-DONE              VALUE 'Y'.
      *    *--------------------------------------------------------*
           EXEC CICS SYNCPOINT NOHANDLE
           END-EXEC.
           PERFORM B1200-RELEASE-LEDGER THRU B1200-EXIT.

       B1000-EXIT.
           EXIT.
           MOVE ZERO                    TO RPM-BLOCK-START.
           MOVE ZERO                    TO RPM-BLOCK-END.
           MOVE ZERO                    TO RPM-QUANTITY.
           MOVE SPACES                  TO RPM-REF-STATUS.

           IF NOT RQM-IS-REQUEST
              OR RQM-APPL-ID = SPACES
           END-IF.
           MOVE WS-NUM-WORK             TO WS-REQ-QUANTITY.

           PERFORM C1500-CHECK-REGISTRY THRU C1500-EXIT.
           IF NOT RGC-ALLOWED
              MOVE 'REG'                TO RPM-STATUS
              ADD 1                     TO WS-FAILED-COUNT
              MOVE SPACES               TO ALOG-MESSAGE
              STRING 'UIDMQL REGISTRY REJECT ' DELIMITED BY SIZE
                     RQM-APPL-ID              DELIMITED BY SIZE
                     ' '                      DELIMITED BY SIZE
                     RGC-STATUS-CODE          DELIMITED BY SIZE
                     ' '                      DELIMITED BY SIZE
                     RGC-REASON               DELIMITED BY SIZE
                     INTO ALOG-MESSAGE
              END-STRING
              PERFORM X2000-WRITE-ALOG THRU X2000-EXIT
              PERFORM E1000-SEND-REPLY THRU E1000-EXIT
              GO TO C1000-EXIT
           END-IF.

           PERFORM C2000-CHECK-QUOTA THRU C2000-EXIT.
           IF QUOTA-REJECTED
              MOVE 'QTA'                TO RPM-STATUS
              GO TO C1000-EXIT
           END-IF.

      *    *--------------------------------------------------------*
      *    * Number the ledger before the LINK, so a ledger that    *
      *    * cannot be numbered fails the request without burning  *
      *    * a range on the counter.                                *
      *    *--------------------------------------------------------*
           PERFORM B1100-SET-START-SEQ THRU B1100-EXIT.
           IF SEQ-FAILED
              MOVE 'ERR'                TO RPM-STATUS
              ADD 1                     TO WS-FAILED-COUNT
              PERFORM E1000-SEND-REPLY THRU E1000-EXIT
              GO TO C1000-EXIT
           END-IF.

           PERFORM D1000-ALLOCATE-BLOCK THRU D1000-EXIT.
           PERFORM E1000-SEND-REPLY THRU E1000-EXIT.

       C1000-EXIT.
           EXIT.

      ******************************************************************
      * Ask UIDREG whether the requesting application is registered,   *
      * not suspended and entitled to MQ block requests - SEQ format,  *
      * as every block is.  UIDREG logs any refusal itself.  A LINK    *
      * failure, like a registry UIDREG cannot read, lets the request  *
      * through, the same fail-open stance as C2000's quota check.     *
      ******************************************************************

       C1500-CHECK-REGISTRY.

           MOVE SPACES                  TO ZUIDRGC-COMM-AREA.
           MOVE RQM-APPL-ID             TO RGC-APPL-ID.
           SET  RGC-CHAN-MQ             TO TRUE.
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

       C1500-EXIT.
           EXIT.

      ******************************************************************
      * Check the request against the application's daily quota -      *
      * same rules as UID005B's B1300: no record means not managed,    *
      *    Attribute the range to the real distributed requestor.
           MOVE RQM-APPL-ID             TO CA-REQUESTOR-APPL.

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
                      CA-BLOCK-END - CA-BLOCK-START + 1
              PERFORM D1200-WRITE-LEDGER-RANGE THRU D1200-EXIT
              PERFORM D1500-LOG-USAGE THRU D1500-EXIT
              IF QUOTA-TRACKED
                 PERFORM D1700-ADD-QUOTA-USED THRU D1700-EXIT
              MOVE CA-BLOCK-START       TO RPM-BLOCK-START
              MOVE CA-BLOCK-END         TO RPM-BLOCK-END
              MOVE WS-BLOCK-SPAN        TO RPM-QUANTITY
              IF RQM-BUSINESS-REF NOT = SPACES
                 AND RQM-BUSINESS-REF NOT = LOW-VALUES
                 PERFORM D1900-RECORD-REFERENCE THRU D1900-EXIT
              END-IF
              ADD 1                     TO WS-SERVED-COUNT
           ELSE
              IF WS-LINK-RESP = DFHRESP(NORMAL)
                 MOVE CA-STATUS-CODE    TO RPM-STATUS
              ELSE
                 MOVE WS-LINK-RESP                 TO CICS-MSG-RESP
                 MOVE WS-LINK-RESP2                TO CICS-MSG-RESP2
                 MOVE 'D1000: LINK PROGRAM ERROR:' TO CICS-MSG-TEXT
                 PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
                 MOVE 'ERR'             TO RPM-STATUS
           EXIT.

      ******************************************************************
      * Take the application's ledger ENQ and start the request one    *
      * past the highest sequence on file for it - UID005B's B1100.    *
      * A ledger that cannot be browsed, or a request that would run   *
      * the sequence past 999999999, sets SEQ-FAILED.                  *
      ******************************************************************

       B1100-SET-START-SEQ.

           MOVE RQM-APPL-ID             TO WS-ENQ-APPL-ID.
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
           MOVE RQM-APPL-ID             TO WS-RK-APPL-ID.
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
              SET SEQ-FAILED                TO TRUE
              GO TO B1100-EXIT
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
                  AND RSV-APPL-ID = RQM-APPL-ID
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
              GO TO B1100-EXIT
           END-IF.

       B1100-CHECK-ROOM.
           IF WS-LAST-SEQ > 999999999 - WS-REQ-QUANTITY
              MOVE SPACES               TO ALOG-MESSAGE
              STRING 'UIDMQL '                     DELIMITED BY SIZE
                     RQM-APPL-ID                   DELIMITED BY SIZE
                     ' NOT ALLOCATED - LEDGER SEQUENCE EXHAUSTED'
                                                   DELIMITED BY SIZE
                     INTO ALOG-MESSAGE
              END-STRING
              PERFORM X2000-WRITE-ALOG THRU X2000-EXIT
              SET SEQ-FAILED            TO TRUE
              GO TO B1100-EXIT
           END-IF.

           COMPUTE WS-SEQ-NBR = WS-LAST-SEQ + 1.

       B1100-EXIT.
           EXIT.

      ******************************************************************
      * The message's unit of work is committed - let the              *
      * application's ledger go.                                       *
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
      ******************************************************************
      * Land one ZUIDRSV ledger record per id in the returned range -  *
      * the copy that survives a cold start, and what UIDRTV serves.   *
      * B1100 numbered the range past every sequence on file under the *
      * ledger ENQ, so a duplicate key is an error, as in UID005B's    *
      * D1300 - the record already there is left as it is.             *
      ******************************************************************

       D1200-WRITE-LEDGER-RANGE.
                NOHANDLE
           END-EXEC.

           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE EIBRESP                      TO CICS-MSG-RESP
              MOVE EIBRESP2                     TO CICS-MSG-RESP2
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
           SET  LAT-CHAN-MQ                      TO TRUE.
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
      * Record the request's business reference against the range     *
      * just allocated, keyed exactly as D1500 logged it ('start-end'  *
      * under this site, format 'BLOCK').  UIDXRF's answer goes back   *
      * in the reply; the block is the requestor's either way.         *
      ******************************************************************

       D1900-RECORD-REFERENCE.

           MOVE SPACES                  TO ZUIDXRC-COMM-AREA.
           MOVE RQM-APPL-ID             TO XRC-APPL-ID.
           MOVE RQM-BUSINESS-REF        TO XRC-REFERENCE.
           MOVE ZU-UID                  TO XRC-UID.
           MOVE CA-SITE-ID              TO XRC-SITE-ID.
           MOVE 'BLOCK'                 TO XRC-FORMAT.
           MOVE 'MQ  '                  TO XRC-CHANNEL.
           MOVE ZERO                    TO XRC-RSV-SEQ-NBR.

           EXEC CICS LINK
                PROGRAM ( 'UIDXRF' )
                COMMAREA( ZUIDXRC-COMM-AREA )
                LENGTH  ( LENGTH OF ZUIDXRC-COMM-AREA )
                NOHANDLE
           END-EXEC.

           IF EIBRESP = DFHRESP(NORMAL)
              MOVE XRC-STATUS-CODE      TO RPM-REF-STATUS
           ELSE
              MOVE 'ERR'                TO RPM-REF-STATUS
              MOVE EIBRESP              TO CICS-MSG-RESP
              MOVE EIBRESP2             TO CICS-MSG-RESP2
              MOVE 'D1900: LINK UIDXRF ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
           END-IF.

       D1900-EXIT.
           EXIT.

      ******************************************************************
      * Reply to the requestor's reply-to queue, correlated by the     *
      * request's message id.  A request with no reply-to queue gets   *
           MOVE GTMD-REPLYTOQMGR        TO RPOD-OBJECTQMGRNAME.
           MOVE LOW-VALUES              TO RPMD-MSGID.
           MOVE GTMD-MSGID              TO RPMD-CORRELID.
      *    *--------------------------------------------------------*
      *    * A request with no business reference gets the reply it *
      *    * always did - without ref-status and the blank before   *
      *    * it - so an older requestor's buffer still holds it.    *
      *    *--------------------------------------------------------*
           IF RQM-BUSINESS-REF = SPACES
              OR RQM-BUSINESS-REF = LOW-VALUES
              COMPUTE MQ-BUFFER-LENGTH = LENGTH OF MQ-REPLY-MESSAGE
                                       - LENGTH OF RPM-REF-STATUS - 1
           ELSE
              MOVE LENGTH OF MQ-REPLY-MESSAGE TO MQ-BUFFER-LENGTH
           END-IF.

           CALL 'MQPUT1' USING MQ-HCONN
                               MQ-REPLY-OD
