      ******************************************************************
      ** Sample CICS program initiated via a terminal.                **
      ** Example shows how to call zUID with LINK PROGRAM.            **
      **                                                              **
      ** Anything keyed after the transaction id is taken as the      **
      ** business reference (order, claim or shipment number) the     **
      ** ids are obtained for, and recorded against each of them      **
      ** through the UIDXRF routine - see B1800-RECORD-REFERENCE.     **
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      **------------------------------------------------------------*
           COPY ZUIDUSE.

      **------------------------------------------------------------*
      ** COMMAREA for the UIDREG consumer-registry check - see      *
      ** B0900-CHECK-REGISTRY.                                      *
      **------------------------------------------------------------*
           COPY ZUIDRGC.

      **------------------------------------------------------------*
      ** Latency record - one written to the ZLAT TD queue for      *
      ** every LINK to ZUID001, timed around the LINK itself - see  *
      ** B1700-LOG-LATENCY.                                         *
      **------------------------------------------------------------*
           COPY ZUIDLAT.

      **------------------------------------------------------------*
      ** COMMAREA for the UIDXRF business-reference routine - see   *
      ** B1800-RECORD-REFERENCE.                                    *
      **------------------------------------------------------------*
           COPY ZUIDXRC.

       01  WS-USE-ABSTIME              PIC S9(15) COMP-3.
       01  WS-USE-LEN                  PIC 9(04) COMP.
       01  WS-LAT-START                PIC S9(15) COMP-3.
       01  WS-LAT-END                  PIC S9(15) COMP-3.
       01  WS-LAT-LEN                  PIC 9(04) COMP.
       01  WS-LINK-RESP                PIC S9(08) COMP.
       01  WS-LINK-RESP2               PIC S9(08) COMP.
       01  WS-INPUT-AREA               PIC X(80).
       01  WS-INPUT-LEN                PIC S9(04) COMP.
       01  WS-CMD-TRANSID              PIC X(08).

       01  TERM-RESPONSE.
           05  FILLER                  PIC X(07) VALUE 'Msg: '.
           05  TERM-GUID               PIC X(73).
           05  FILLER                  PIC X(07) VALUE 'SEQ:'.
           05  TERM-SEQ                PIC X(73).
           05  FILLER                  PIC X(07) VALUE 'CHK:'.
           05  TERM-CHK                PIC X(73).

       01  CICS-MSG.
           05  CICS-MSG-TEXT           PIC X(34).
           PERFORM A2000-CALL-ZUID001-ESS THRU A2000-EXIT.
           PERFORM A3000-CALL-ZUID001-GUID THRU A3000-EXIT.
           PERFORM A4000-CALL-ZUID001-SEQ THRU A4000-EXIT.
           PERFORM A5000-CALL-ZUID001-CHK THRU A5000-EXIT.
           PERFORM Z1000-EXIT-PROGRAM THRU Z1000-EXIT.

      ******************************************************************
           END-EXEC.
           MOVE EIBPGMID                         TO CA-REQUESTOR-APPL.

      *    *--------------------------------------------------------*
      *    * The optional business reference follows the            *
      *    * transaction id on the command line.  Nothing keyed (or *
      *    * nothing to receive) leaves it spaces and no reference  *
      *    * is recorded.                                           *
      *    *--------------------------------------------------------*
           MOVE SPACES                           TO WS-INPUT-AREA.
           MOVE LENGTH OF WS-INPUT-AREA          TO WS-INPUT-LEN.
           EXEC CICS RECEIVE
                INTO  ( WS-INPUT-AREA )
                LENGTH( WS-INPUT-LEN )
                NOHANDLE
           END-EXEC.

           MOVE SPACES                           TO CA-BUSINESS-REF.
           IF EIBRESP = DFHRESP(NORMAL)
              OR EIBRESP = DFHRESP(EOC)
              UNSTRING WS-INPUT-AREA DELIMITED BY ALL SPACE
                  INTO WS-CMD-TRANSID
                       CA-BUSINESS-REF
              END-UNSTRING
           END-IF.

       A0800-EXIT.
           EXIT.

       A4000-EXIT.
           EXIT.

      ******************************************************************
      * Setup COMMAREA for ZUID001 to get a CHK UID.                   *
      * CHK is the SEQ value followed by a mod-10 check digit (see     *
      * copy/ZUIDCA.cpy) for screens where the id is keyed by hand -   *
      * UIDCHK tells the application whether a keyed id is sound.      *
      * Go call routine.                                               *
      ******************************************************************

       A5000-CALL-ZUID001-CHK.

           MOVE SPACES                          TO CA-UID.
           SET  CA-FORMAT-CHK                   TO TRUE.
           PERFORM B1000-CALL-ZUID001 THRU B1000-EXIT.
           MOVE CA-UID                          TO TERM-CHK.

       A5000-EXIT.
           EXIT.

      ******************************************************************
      * Call ZUID001 routine to get a new UID value.                   *
      * COMMAREA initialized prior to calling this paragraph.          *

       B1000-CALL-ZUID001.

           PERFORM B0900-CHECK-REGISTRY THRU B0900-EXIT.

           EXEC CICS ASKTIME
                ABSTIME( WS-LAT-START )
                NOHANDLE
           END-EXEC.

      *    *--------------------------------------------------------*
      *    * The LINK's own RESP is kept apart from EIBRESP, which  *
      *    * B1700's ASKTIME/WRITEQ overwrite before it is tested.  *
      *    *--------------------------------------------------------*
           EXEC CICS LINK
                PROGRAM( 'ZUID001' )
                COMMAREA( ZUID-COMM-AREA )
                LENGTH  ( LENGTH OF ZUID-COMM-AREA )
                RESP    ( WS-LINK-RESP )
                RESP2   ( WS-LINK-RESP2 )
           END-EXEC.

           PERFORM B1700-LOG-LATENCY THRU B1700-EXIT.

           IF WS-LINK-RESP = DFHRESP(NORMAL)
              IF CA-STATUS-CODE = 200
                 PERFORM B1500-LOG-USAGE THRU B1500-EXIT
                 IF CA-BUSINESS-REF NOT = SPACES
                    PERFORM B1800-RECORD-REFERENCE THRU B1800-EXIT
                 END-IF
                 GO TO B1000-EXIT
              ELSE
                 MOVE CA-STATUS-CODE            TO TERM-MSG
      *       *-----------------------------------------------------*
      *       * Handle your error condition.                        *
      *       *-----------------------------------------------------*
              MOVE WS-LINK-RESP                 TO CICS-MSG-RESP
              MOVE WS-LINK-RESP2                TO CICS-MSG-RESP2
              MOVE 'B1000: LINK PROGRAM ERROR:' TO CICS-MSG-TEXT
              MOVE CICS-MSG                     TO TERM-MSG
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
       B1000-EXIT.
           EXIT.

      ******************************************************************
      * Ask UIDREG whether this application is registered, not         *
      * suspended and entitled to LINK for the format about to be      *
      * requested.  UIDREG logs any refusal itself; a registry it      *
      * cannot read comes back '500' and is let through.               *
      ******************************************************************

       B0900-CHECK-REGISTRY.

           MOVE SPACES                          TO ZUIDRGC-COMM-AREA.
           MOVE CA-REQUESTOR-APPL               TO RGC-APPL-ID.
           SET  RGC-CHAN-LINK                   TO TRUE.
           MOVE CA-FORMAT                       TO RGC-FORMAT.
           MOVE EIBPGMID                        TO RGC-CALLER.

           EXEC CICS LINK
                PROGRAM ( 'UIDREG' )
                COMMAREA( ZUIDRGC-COMM-AREA )
                LENGTH  ( LENGTH OF ZUIDRGC-COMM-AREA )
                NOHANDLE
           END-EXEC.

           IF EIBRESP = DFHRESP(NORMAL)
              AND NOT RGC-ALLOWED
              MOVE SPACES                       TO TERM-MSG
              STRING RGC-STATUS-CODE            DELIMITED BY SIZE
                     ' '                        DELIMITED BY SIZE
                     RGC-REASON                 DELIMITED BY SIZE
                     INTO TERM-MSG
              END-STRING
              PERFORM Z1000-EXIT-PROGRAM THRU Z1000-EXIT
           END-IF.

       B0900-EXIT.
           EXIT.

      ******************************************************************
      * Log a CICS command failure via the shared UIDLOG routine (see  *
      * cbl/UIDLOG.cbl) so it lands on ALOG/the console, not just the  *
       B1600-EXIT.
           EXIT.

      ******************************************************************
      * Record how long the LINK just made took on the ZLAT latency    *
      * queue (see copy/ZUIDLAT.cpy), whatever it came back with - a   *
      * slow failure is exactly what the latency report has to show.   *
      * A failed write is logged and the request carries on; the id    *
      * matters more than its timing.                                  *
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

           MOVE EIBPGMID                         TO LAT-PROGRAM.
           SET  LAT-CHAN-LINK                    TO TRUE.
           MOVE CA-SITE-ID                       TO LAT-SITE-ID.
           MOVE CA-REQUESTOR-APPL                TO LAT-APPL-ID.
           MOVE CA-FORMAT                        TO LAT-FORMAT.
           MOVE ZERO                             TO LAT-BLOCK-SIZE.
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
              MOVE 'B1700: WRITEQ TD ZLAT ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
           END-IF.

       B1700-EXIT.
           EXIT.

      ******************************************************************
      * Record the business reference against the id just issued on   *
      * the ZUIDXRF cross-reference (see copy/ZUIDXRC.cpy).  The id    *
      * is the consumer's whether or not this works - a refusal or a   *
      * failure only changes the message on the terminal.              *
      ******************************************************************

       B1800-RECORD-REFERENCE.

           MOVE SPACES                           TO ZUIDXRC-COMM-AREA.
           MOVE CA-REQUESTOR-APPL                TO XRC-APPL-ID.
           MOVE CA-BUSINESS-REF                  TO XRC-REFERENCE.
           MOVE CA-UID                           TO XRC-UID.
           MOVE CA-SITE-ID                       TO XRC-SITE-ID.
           MOVE CA-FORMAT                        TO XRC-FORMAT.
           MOVE 'LINK'                           TO XRC-CHANNEL.
           MOVE ZERO                             TO XRC-RSV-SEQ-NBR.

           EXEC CICS LINK
                PROGRAM ( 'UIDXRF' )
                COMMAREA( ZUIDXRC-COMM-AREA )
                LENGTH  ( LENGTH OF ZUIDXRC-COMM-AREA )
                NOHANDLE
           END-EXEC.

           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE EIBRESP                       TO CICS-MSG-RESP
              MOVE EIBRESP2                      TO CICS-MSG-RESP2
              MOVE 'B1800: LINK UIDXRF ERROR:'   TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
              MOVE 'ERR'                         TO XRC-STATUS-CODE
           END-IF.

           IF XRC-STATUS-CODE NOT = '200'
              MOVE SPACES                        TO TERM-MSG
              STRING 'Ok - REFERENCE NOT RECORDED, STATUS '
                                                 DELIMITED BY SIZE
                     XRC-STATUS-CODE             DELIMITED BY SIZE
                     INTO TERM-MSG
              END-STRING
           END-IF.

       B1800-EXIT.
           EXIT.

      ******************************************************************
      * All done, post appropiate message to terminal and exit.        *
      ******************************************************************
