      **------------------------------------------------------------*
           COPY ZUIDUSE.

      **------------------------------------------------------------*
      ** COMMAREA for the UIDREG consumer-registry check - see       *
      ** A0700-CHECK-REGISTRY.                                       *
      **------------------------------------------------------------*
           COPY ZUIDRGC.

      **------------------------------------------------------------*
      ** Latency record - one written to the ZLAT TD queue for each  *
      ** WEB round trip to the service, retries and back-off         *
      ** included - see B1700-LOG-LATENCY.  The WEB commands' own    *
      ** RESP/RESP2 land in WS-WEB-RESP/-RESP2 so the timing calls   *
      ** cannot overwrite them before they are tested.               *
      **------------------------------------------------------------*
           COPY ZUIDLAT.

       01  WS-USE-ABSTIME              PIC S9(15) COMP-3.
       01  WS-USE-LEN                  PIC 9(04) COMP.
       01  WS-LAT-START                PIC S9(15) COMP-3.
       01  WS-LAT-END                  PIC S9(15) COMP-3.
       01  WS-LAT-LEN                  PIC 9(04) COMP.
       01  WS-LAT-RETRIES              PIC 9(04) VALUE ZERO.
       01  WS-LAT-HTTP                 PIC 9(03).
       01  WS-WEB-RESP                 PIC S9(08) COMP.
       01  WS-WEB-RESP2                PIC S9(08) COMP.

      *----------------------------------------------------------
       PROCEDURE DIVISION.
      *    * A1000 shows how to call zUID service using URIMAP.     *
      *    * A2000 shows how to call zUID with a URL.               *
      *    *--------------------------------------------------------*
           PERFORM A0700-CHECK-REGISTRY THRU A0700-EXIT.
           PERFORM A0800-READ-PARAMETERS THRU A0800-EXIT.
           PERFORM A0900-READ-CONFIG THRU A0900-EXIT.
           PERFORM A1000-EXAMPLE-URIMAP THRU A1000-EXIT.
           PERFORM A2000-EXAMPLE-URL THRU A2000-EXIT.
           PERFORM Z1000-EXIT-PROGRAM THRU Z1000-EXIT.

      ******************************************************************
      * Ask UIDREG whether this program's application id - the same    *
      * EIBPGMID B1500 stamps on every usage record - is registered,   *
      * not suspended and entitled to WEB calls for GUIDs, before any  *
      * connection is opened.  UIDREG logs any refusal itself; a       *
      * registry it cannot read comes back '500' and is let through.   *
      ******************************************************************

       A0700-CHECK-REGISTRY.

           MOVE SPACES                  TO ZUIDRGC-COMM-AREA.
           MOVE EIBPGMID                TO RGC-APPL-ID.
           SET  RGC-CHAN-WEB            TO TRUE.
           MOVE 'GUID'                  TO RGC-FORMAT.
           MOVE EIBPGMID                TO RGC-CALLER.

           EXEC CICS LINK
                PROGRAM ( 'UIDREG' )
                COMMAREA( ZUIDRGC-COMM-AREA )
                LENGTH  ( LENGTH OF ZUIDRGC-COMM-AREA )
                NOHANDLE
           END-EXEC.

           IF EIBRESP = DFHRESP(NORMAL)
              AND NOT RGC-ALLOWED
              MOVE SPACES               TO TERM-MSG
              STRING RGC-STATUS-CODE    DELIMITED BY SIZE
                     ' '                DELIMITED BY SIZE
                     RGC-REASON         DELIMITED BY SIZE
                     INTO TERM-MSG
              END-STRING
              PERFORM Z1000-EXIT-PROGRAM THRU Z1000-EXIT
           END-IF.

       A0700-EXIT.
           EXIT.

      ******************************************************************
      * Pick this program's knobs off the recoverable ZUIDPRM          *
      * parameter file (maintained through UID040M): the WEB retry     *
       A1200-EXECUTE-SERVICE.

           MOVE 0                             TO WS-RETRY-COUNT.
           EXEC CICS ASKTIME
                ABSTIME( WS-LAT-START )
                NOHANDLE
           END-EXEC.

       A1200-RETRY.

                STATUSCODE ( HTTP-STATUS-CODE )
                STATUSLEN  ( HTTP-STATUS-LEN )
                STATUSTEXT ( HTTP-STATUS-TEXT )
                RESP       ( WS-WEB-RESP )
                RESP2      ( WS-WEB-RESP2 )
           END-EXEC.

           IF WS-WEB-RESP = DFHRESP(NORMAL) AND HTTP-STATUS-CODE = 200
              MOVE WS-RETRY-COUNT            TO WS-LAT-RETRIES
              PERFORM B1700-LOG-LATENCY THRU B1700-EXIT
              GO TO A1200-EXIT
           END-IF.

              GO TO A1200-RETRY
           END-IF.

           MOVE WS-RETRY-COUNT               TO WS-LAT-RETRIES.
           PERFORM B1700-LOG-LATENCY THRU B1700-EXIT.

      *    *--------------------------------------------------------*
      *    * Handle your error condition.                           *
      *    *--------------------------------------------------------*
           MOVE WS-WEB-RESP                  TO CICS-MSG-RESP.
           MOVE WS-WEB-RESP2                 TO CICS-MSG-RESP2.
           MOVE 'A1200: WEB_CONVERSE ERROR:' TO CICS-MSG-TEXT.
           MOVE CICS-MSG                     TO TERM-MSG.

      *    *--------------------------------------------------------*
      *    * A NORMAL RESP here means WEB CONVERSE itself worked    *
      *    * and the failure is an application-level non-200 HTTP   *
      *    * status, not a CICS command failure - Y1000-LOG-ERROR's *
      *    * UIDLOG COMMAREA is EIBRESP-shaped and would misreport  *
      *    * LINK-worked-but-non-200-status branch - leave it off   *
      *    * UIDLOG and rely on TERM-MSG/CICS-MSG2 to the terminal.  *
      *    *--------------------------------------------------------*
           IF WS-WEB-RESP = DFHRESP(NORMAL)
              MOVE HTTP-STATUS-CODE          TO CICS-MSG-CODE
              MOVE HTTP-STATUS-TEXT          TO CICS-MSG-STATUS
              MOVE 'A1200: HTTP ERROR'       TO CICS-MSG-HTTP
       A2300-SEND-REQUEST.

           MOVE 0                             TO WS-RETRY-COUNT.
           MOVE 0                             TO WS-LAT-RETRIES.
           EXEC CICS ASKTIME
                ABSTIME( WS-LAT-START )
                NOHANDLE
           END-EXEC.

       A2300-RETRY.

                PATHLENGTH ( URL-PATH-NAME-LEN )
                QUERYSTRING( URL-QUERY-STRING )
                QUERYSTRLEN( URL-QUERY-STRING-LEN )
                RESP       ( WS-WEB-RESP )
                RESP2      ( WS-WEB-RESP2 )
           END-EXEC.

      *    *--------------------------------------------------------*
      *    * The round trip A2400 times runs from here - send       *
      *    * retries count towards it.                              *
      *    *--------------------------------------------------------*
           IF WS-WEB-RESP = DFHRESP(NORMAL)
              MOVE WS-RETRY-COUNT             TO WS-LAT-RETRIES
              GO TO A2300-EXIT
           END-IF.

              GO TO A2300-RETRY
           END-IF.

           MOVE WS-RETRY-COUNT                TO WS-LAT-RETRIES.
           PERFORM B1700-LOG-LATENCY THRU B1700-EXIT.

      *    *--------------------------------------------------------*
      *    * Handle your error condition.                           *
      *    *--------------------------------------------------------*
           MOVE WS-WEB-RESP                   TO CICS-MSG-RESP.
           MOVE WS-WEB-RESP2                  TO CICS-MSG-RESP2.
           MOVE 'A2300: WEB_SEND ERROR:'      TO CICS-MSG-TEXT.
           MOVE CICS-MSG                      TO TERM-MSG.

                STATUSCODE ( HTTP-STATUS-CODE )
                STATUSLEN  ( HTTP-STATUS-LEN )
                STATUSTEXT ( HTTP-STATUS-TEXT )
                RESP       ( WS-WEB-RESP )
                RESP2      ( WS-WEB-RESP2 )
           END-EXEC.

           IF WS-WEB-RESP = DFHRESP(NORMAL) AND HTTP-STATUS-CODE = 200
              ADD WS-RETRY-COUNT             TO WS-LAT-RETRIES
              PERFORM B1700-LOG-LATENCY THRU B1700-EXIT
              GO TO A2400-EXIT
           END-IF.

              GO TO A2400-RETRY
           END-IF.

           ADD WS-RETRY-COUNT                 TO WS-LAT-RETRIES.
           PERFORM B1700-LOG-LATENCY THRU B1700-EXIT.

      *    *--------------------------------------------------------*
      *    * Handle your error condition.                           *
      *    *--------------------------------------------------------*
           MOVE WS-WEB-RESP                   TO CICS-MSG-RESP.
           MOVE WS-WEB-RESP2                  TO CICS-MSG-RESP2.
           MOVE 'A2400: WEB_CONVERSE ERROR:'  TO CICS-MSG-TEXT.
           MOVE CICS-MSG                      TO TERM-MSG.

      *    *--------------------------------------------------------*
      *    * A NORMAL RESP here means WEB RECEIVE itself worked     *
      *    * and the failure is an application-level non-200 HTTP   *
      *    * status, not a CICS command failure - see A1200's same  *
      *    * guard above for why this branch stays off UIDLOG.      *
      *    *--------------------------------------------------------*
           IF WS-WEB-RESP = DFHRESP(NORMAL)
              MOVE HTTP-STATUS-CODE          TO CICS-MSG-CODE
              MOVE HTTP-STATUS-TEXT          TO CICS-MSG-STATUS
              MOVE 'A2400: HTTP ERROR'       TO CICS-MSG-HTTP
       B1600-EXIT.
           EXIT.

      ******************************************************************
      * Record how long the WEB round trip just finished took on the   *
      * ZLAT latency queue (see copy/ZUIDLAT.cpy) - from the first     *
      * attempt to the last answer, retries and back-off included -    *
      * whether it succeeded or gave up.  A failed write is logged     *
      * and the request carries on.                                    *
      ******************************************************************

       B1700-LOG-LATENCY.

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

           MOVE SPACES                           TO LAT-SITE-ID.
           EXEC CICS ASSIGN
                SYSID( LAT-SITE-ID )
                NOHANDLE
           END-EXEC.
           MOVE EIBPGMID                         TO LAT-PROGRAM.
           SET  LAT-CHAN-WEB                     TO TRUE.
           MOVE EIBPGMID                         TO LAT-APPL-ID.
           MOVE 'GUID'                           TO LAT-FORMAT.
           MOVE ZERO                             TO LAT-BLOCK-SIZE.
           MOVE WS-LAT-RETRIES                   TO LAT-RETRY-COUNT.
           IF WS-LAT-END > WS-LAT-START
              COMPUTE LAT-ELAPSED-MS = WS-LAT-END - WS-LAT-START
           ELSE
              MOVE ZERO                          TO LAT-ELAPSED-MS
           END-IF.
           IF WS-WEB-RESP = DFHRESP(NORMAL)
              MOVE HTTP-STATUS-CODE              TO WS-LAT-HTTP
              MOVE WS-LAT-HTTP                   TO LAT-RESULT
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
              MOVE 'B1700: WRITEQ TD ZLAT ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
           END-IF.

       B1700-EXIT.
           EXIT.

      ******************************************************************
      * Log a CICS command failure via the shared UIDLOG routine (see  *
      * cbl/UIDLOG.cbl) so it lands on ALOG/the console, not just the  *
