       IDENTIFICATION DIVISION.
       PROGRAM-ID.      UIDREG.
      ******************************************************************
      ** Consumer-registry check.  LINKed with                         **
      ** COMMAREA(ZUIDRGC-COMM-AREA) - see copy/ZUIDRGC.cpy for the    **
      ** contract - by every path that hands out ids (UID002 LINK,     **
      ** UID001 WEB, UIDMQL MQ, UID033B/UID005B BULK) and by UIDRTV    **
      ** collection, before any counter or ledger is touched.  Looks   **
      ** the requesting application up on the ZUIDREG registry (see    **
      ** copy/ZUIDREG.cpy) and answers allowed, not registered,        **
      ** suspended, or not entitled to that channel/format.            **
      **                                                               **
      ** Every refusal is logged here through UIDLOG, under the        **
      ** calling program's name, so the callers only have to refuse    **
      ** and each path logs rejections the same way.  A registry that  **
      ** cannot be read is logged too but answers 500, which callers   **
      ** treat as allowed.                                             **
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
      ** Consumer-registry record.                                   *
      **------------------------------------------------------------*
           COPY ZUIDREG.

       01  WS-REG-KEY                  PIC X(08).
       01  WS-FILE-RESP                PIC S9(08) COMP.
       01  WS-FILE-RESP2               PIC S9(08) COMP.
       01  WS-ENTITLED                 PIC X(01).
       01  WS-STATUS-NUM               PIC 9(04).

       01  CICS-MSG.
           05  CICS-MSG-TEXT           PIC X(34).
           05  FILLER                  PIC X(09) VALUE ' EIBRESP='.
           05  CICS-MSG-RESP           PIC 9(04).
           05  FILLER                  PIC X(10) VALUE ' EIBRESP2='.
           05  CICS-MSG-RESP2          PIC 9(04).

      **------------------------------------------------------------*
      ** COMMAREA for the shared UIDLOG error-logging routine - see  *
      ** X1000-LOG-REJECT and Y1000-LOG-ERROR.                       *
      **------------------------------------------------------------*
           COPY ZUIDLOG.

      *----------------------------------------------------------------
       LINKAGE SECTION.
      *----------------------------------------------------------------

      **------------------------------------------------------------*
      ** COMMAREA - the registry check request/response.             *
      **------------------------------------------------------------*
           COPY ZUIDRGC.

      *----------------------------------------------------------
       PROCEDURE DIVISION USING ZUIDRGC-COMM-AREA.
      *----------------------------------------------------------

           PERFORM A1000-READ-REGISTRY  THRU A1000-EXIT.
           IF RGC-STATUS-CODE = SPACES
              PERFORM B1000-CHECK-ENTITLEMENT THRU B1000-EXIT
           END-IF.
           IF RGC-STATUS-CODE = '403' OR '404' OR '423'
              PERFORM X1000-LOG-REJECT  THRU X1000-EXIT
           END-IF.

           EXEC CICS RETURN
           END-EXEC.

      ******************************************************************
      * Read the application's registry record.  No record, or a blank *
      * application id, is a 404.                                      *
      ******************************************************************

       A1000-READ-REGISTRY.

           MOVE SPACES                  TO RGC-STATUS-CODE.
           MOVE SPACES                  TO RGC-REASON.
           MOVE SPACES                  TO RGC-COST-CENTER.
           MOVE SPACES                  TO RGC-OWNER.

           IF RGC-CALLER = SPACES OR LOW-VALUES
              MOVE SPACES               TO RGC-CALLER
              EXEC CICS ASSIGN
                   INVOKINGPROG( RGC-CALLER )
                   NOHANDLE
              END-EXEC
           END-IF.

           IF RGC-APPL-ID = SPACES OR LOW-VALUES
              MOVE '404'                TO RGC-STATUS-CODE
              MOVE 'NOT REGISTERED'     TO RGC-REASON
              GO TO A1000-EXIT
           END-IF.

           MOVE RGC-APPL-ID             TO WS-REG-KEY.
           EXEC CICS READ FILE
                ( 'ZUIDREG' )
                INTO     ( ZUIDREG-RECORD )
                RIDFLD   ( WS-REG-KEY )
                KEYLENGTH( LENGTH OF WS-REG-KEY )
                RESP     ( WS-FILE-RESP )
                RESP2    ( WS-FILE-RESP2 )
           END-EXEC.

           EVALUATE WS-FILE-RESP
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE '404'             TO RGC-STATUS-CODE
                 MOVE 'NOT REGISTERED'  TO RGC-REASON
              WHEN OTHER
                 MOVE '500'             TO RGC-STATUS-CODE
                 MOVE 'REGISTRY UNAVAILABLE' TO RGC-REASON
                 MOVE WS-FILE-RESP      TO CICS-MSG-RESP
                 MOVE WS-FILE-RESP2     TO CICS-MSG-RESP2
                 MOVE 'A1000: READ ZUIDREG ERROR:' TO CICS-MSG-TEXT
                 PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
           END-EVALUATE.

       A1000-EXIT.
           EXIT.

      ******************************************************************
      * Suspension first - it overrides every entitlement - then the   *
      * channel, then the format.                                      *
      ******************************************************************

       B1000-CHECK-ENTITLEMENT.

           IF REG-SUSPENDED
              MOVE '423'                TO RGC-STATUS-CODE
              MOVE 'SUSPENDED'          TO RGC-REASON
              GO TO B1000-EXIT
           END-IF.

           EVALUATE TRUE
              WHEN RGC-CHAN-LINK
                 MOVE REG-CHAN-LINK     TO WS-ENTITLED
              WHEN RGC-CHAN-WEB
                 MOVE REG-CHAN-WEB      TO WS-ENTITLED
              WHEN RGC-CHAN-MQ
                 MOVE REG-CHAN-MQ       TO WS-ENTITLED
              WHEN RGC-CHAN-BULK
                 MOVE REG-CHAN-BULK     TO WS-ENTITLED
              WHEN OTHER
                 MOVE 'Y'               TO WS-ENTITLED
           END-EVALUATE.
           IF WS-ENTITLED NOT = 'Y'
              MOVE '403'                TO RGC-STATUS-CODE
              MOVE 'CHANNEL NOT ENTITLED' TO RGC-REASON
              GO TO B1000-EXIT
           END-IF.

           EVALUATE RGC-FORMAT
              WHEN 'PLAIN'
                 MOVE REG-FMT-PLAIN     TO WS-ENTITLED
              WHEN 'ESS'
                 MOVE REG-FMT-ESS       TO WS-ENTITLED
              WHEN 'GUID'
                 MOVE REG-FMT-GUID      TO WS-ENTITLED
              WHEN 'SEQ'
                 MOVE REG-FMT-SEQ       TO WS-ENTITLED
              WHEN 'CHK'
                 MOVE REG-FMT-CHK       TO WS-ENTITLED
              WHEN OTHER
                 MOVE 'Y'               TO WS-ENTITLED
           END-EVALUATE.
           IF WS-ENTITLED NOT = 'Y'
              MOVE '403'                TO RGC-STATUS-CODE
              MOVE 'FORMAT NOT ENTITLED' TO RGC-REASON
              GO TO B1000-EXIT
           END-IF.

           MOVE '200'                   TO RGC-STATUS-CODE.
           MOVE REG-COST-CENTER         TO RGC-COST-CENTER.
           MOVE REG-OWNER               TO RGC-OWNER.

       B1000-EXIT.
           EXIT.

      ******************************************************************
      * Log the refusal through UIDLOG under the calling program's     *
      * name - application, channel and reason in the text, the        *
      * status code in the RESP slot.                                  *
      ******************************************************************

       X1000-LOG-REJECT.

           MOVE RGC-CALLER               TO LOG-SOURCE.
           MOVE SPACES                   TO LOG-TEXT.
           STRING 'REJECT '              DELIMITED BY SIZE
                  RGC-APPL-ID            DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  RGC-CHANNEL            DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  RGC-REASON             DELIMITED BY SIZE
                  INTO LOG-TEXT
           END-STRING.
           MOVE RGC-STATUS-CODE          TO WS-STATUS-NUM.
           MOVE WS-STATUS-NUM            TO LOG-RESP.
           MOVE ZERO                     TO LOG-RESP2.
           SET  LOG-SEV-ERROR            TO TRUE.

           EXEC CICS LINK
                PROGRAM ( 'UIDLOG' )
                COMMAREA( ZUIDLOG-COMM-AREA )
                LENGTH  ( LENGTH OF ZUIDLOG-COMM-AREA )
                NOHANDLE
           END-EXEC.

       X1000-EXIT.
           EXIT.

      ******************************************************************
      * Log a CICS command failure via the shared UIDLOG routine (see  *
      * cbl/UIDLOG.cbl) so it lands on ALOG/the console - the caller   *
      * only sees the '500' status code.                               *
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
