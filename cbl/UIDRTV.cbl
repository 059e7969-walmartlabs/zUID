      ** cold start between UID005B's allocation run and the           **
      ** consuming job no longer costs the reservation - the ledger    **
      ** is a recoverable VSAM file, not a TS queue.                   **
      **                                                               **
      ** The application must be registered and not suspended on the   **
      ** ZUIDREG consumer registry (see copy/ZUIDREG.cpy) - a          **
      ** suspended consumer cannot collect ids it reserved earlier     **
      ** either - or the call is answered 403 without a ledger read.   **
      **                                                               **
      ** A GET naming a business reference has it recorded against     **
      ** the collected id through the UIDXRF routine - see             **
      ** C1000-RECORD-REFERENCE.                                       **
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-FILE-RESP                PIC S9(08) COMP.
       01  WS-FILE-RESP2               PIC S9(08) COMP.
       01  WS-PRIOR-COLLECTED          PIC X(01).
       01  WS-SYSID                    PIC X(08).

       01  CICS-MSG.
           05  CICS-MSG-TEXT           PIC X(34).
      **------------------------------------------------------------*
           COPY ZUIDLOG.

      **------------------------------------------------------------*
      ** COMMAREA for the UIDREG consumer-registry check - see       *
      ** A0500-CHECK-REGISTRY.                                       *
      **------------------------------------------------------------*
           COPY ZUIDRGC.

      **------------------------------------------------------------*
      ** COMMAREA for the UIDXRF business-reference routine - see    *
      ** C1000-RECORD-REFERENCE.                                     *
      **------------------------------------------------------------*
           COPY ZUIDXRC.

      *----------------------------------------------------------------
       LINKAGE SECTION.
      *----------------------------------------------------------------
       PROCEDURE DIVISION USING ZUIDRTV-COMM-AREA.
      *----------------------------------------------------------

           PERFORM A0500-CHECK-REGISTRY THRU A0500-EXIT.
           IF RTV-STATUS-CODE NOT = '403'
              PERFORM A1000-FETCH-RESERVATION THRU A1000-EXIT
           END-IF.

      *    The reference fields only exist in a full-length COMMAREA.
           IF EIBCALEN >= LENGTH OF ZUIDRTV-COMM-AREA
              MOVE SPACES               TO RTV-REF-STATUS
              IF RTV-STATUS-CODE = '200'
                 AND RTV-FUNC-GET
                 AND RTV-BUSINESS-REF NOT = SPACES
                 AND RTV-BUSINESS-REF NOT = LOW-VALUES
                 PERFORM C1000-RECORD-REFERENCE THRU C1000-EXIT
              END-IF
           END-IF.

           EXEC CICS RETURN
           END-EXEC.

      ******************************************************************
      * Ask UIDREG whether the application is registered and not       *
      * suspended - no channel or format test, the ids were already    *
      * entitled when they were reserved.  UIDREG logs any refusal     *
      * itself; a registry it cannot read, or a LINK failure, lets     *
      * the fetch through.                                             *
      ******************************************************************

       A0500-CHECK-REGISTRY.

           MOVE SPACES                  TO RTV-STATUS-CODE.
           MOVE SPACES                  TO ZUIDRGC-COMM-AREA.
           MOVE RTV-APPL-ID             TO RGC-APPL-ID.
           MOVE EIBPGMID                TO RGC-CALLER.

           EXEC CICS LINK
                PROGRAM ( 'UIDREG' )
                COMMAREA( ZUIDRGC-COMM-AREA )
                LENGTH  ( LENGTH OF ZUIDRGC-COMM-AREA )
                NOHANDLE
           END-EXEC.

           IF EIBRESP = DFHRESP(NORMAL)
              AND NOT RGC-ALLOWED
              MOVE SPACES               TO RTV-UID
              MOVE SPACES               TO RTV-COLLECTED
              MOVE '403'                TO RTV-STATUS-CODE
           END-IF.

       A0500-EXIT.
           EXIT.

      ******************************************************************
      * Read the requested ledger record - for update on a GET, since  *
      * that path rewrites the collected flag - and build the reply.   *
       B1000-EXIT.
           EXIT.

      ******************************************************************
      * Record the caller's business reference against the collected   *
      * id on the ZUIDXRF cross-reference (see copy/ZUIDXRC.cpy).  The *
      * ledger carries no site, so the id is recorded under the site   *
      * id of the region that collected it.  Whatever UIDXRF answers   *
      * goes back in RTV-REF-STATUS; the fetch itself stands.          *
      ******************************************************************

       C1000-RECORD-REFERENCE.

      *    ASSIGN SYSID fills only 4 of the 8 bytes - clear it first.
           MOVE SPACES                  TO WS-SYSID.
           EXEC CICS ASSIGN
                SYSID( WS-SYSID )
                NOHANDLE
           END-EXEC.

           MOVE SPACES                  TO ZUIDXRC-COMM-AREA.
           MOVE RTV-APPL-ID             TO XRC-APPL-ID.
           MOVE RTV-BUSINESS-REF        TO XRC-REFERENCE.
           MOVE RTV-UID                 TO XRC-UID.
           MOVE WS-SYSID                TO XRC-SITE-ID.
           MOVE 'SEQ'                   TO XRC-FORMAT.
           MOVE 'RTV '                  TO XRC-CHANNEL.
           MOVE RTV-SEQ-NBR             TO XRC-RSV-SEQ-NBR.

           EXEC CICS LINK
                PROGRAM ( 'UIDXRF' )
                COMMAREA( ZUIDXRC-COMM-AREA )
                LENGTH  ( LENGTH OF ZUIDXRC-COMM-AREA )
                NOHANDLE
           END-EXEC.

           IF EIBRESP = DFHRESP(NORMAL)
              MOVE XRC-STATUS-CODE      TO RTV-REF-STATUS
           ELSE
              MOVE '500'                TO RTV-REF-STATUS
              MOVE EIBRESP              TO CICS-MSG-RESP
              MOVE EIBRESP2             TO CICS-MSG-RESP2
              MOVE 'C1000: LINK UIDXRF ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
           END-IF.

       C1000-EXIT.
           EXIT.

      ******************************************************************
      * Log a CICS command failure via the shared UIDLOG routine (see  *
      * cbl/UIDLOG.cbl) so it lands on ALOG/the console - the caller   *
