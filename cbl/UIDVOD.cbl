       IDENTIFICATION DIVISION.
       PROGRAM-ID.      UIDVOD.
      ******************************************************************
      ** Void routine for the ZUIDVOD cancellation register.  LINKed   **
      ** with COMMAREA(ZUIDVDC-COMM-AREA) - see copy/ZUIDVDC.cpy for   **
      ** the contract.  A consuming application that has to abandon    **
      ** an id it was issued (the business record was never created,   **
      ** a test id leaked into production, one side of a UID024R       **
      ** collision) names the site id, the UID and a reason code, and  **
      ** the id is registered as dead so the reconciliation, the       **
      ** duplicate audit and the provenance inquiry stop treating it   **
      ** as live.                                                      **
      **                                                               **
      ** Nothing is voided on the caller's say-so alone: the id must   **
      ** be on ZUIDUSG under that site - as its own usage record, or   **
      ** inside a bulk 'BLOCK' range for a raw numeric id - and, when  **
      ** the caller names an application, issued to that application.  **
      ** The register record carries the issuance facts alongside who  **
      ** voided it (signed-on userid, terminal, the LINKing program)   **
      ** and when, and every honored void is logged to ALOG.           **
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
      ** Usage log record - the issuance being voided.               *
      **------------------------------------------------------------*
           COPY ZUIDUSE.

      **------------------------------------------------------------*
      ** Void register record.                                       *
      **------------------------------------------------------------*
           COPY ZUIDVOD.

       01  WS-USE-RID.
           05  WS-USE-RID-SITE         PIC X(08).
           05  WS-USE-RID-UID          PIC X(36).

       01  WS-ABSTIME                  PIC S9(15) COMP-3.
       01  WS-FILE-RESP                PIC S9(08) COMP.
       01  WS-FILE-RESP2               PIC S9(08) COMP.
       01  WS-USERID                   PIC X(08).
       01  WS-INVOKER                  PIC X(08).

       01  WS-ISSUED-SW                PIC X     VALUE 'N'.
           88  ID-ISSUED               VALUE 'Y'.

      *    A raw 10-digit id can have been issued inside a bulk BLOCK
      *    range ('start-end' in ZU-UID - see UID005B's D1500) rather
      *    than as its own usage record.  Such a range keys at or
      *    below the id under the same site, so B1100 reads backwards
      *    from the id's own key position.  The scan is capped: a
      *    site with a long run of single-id records between the id
      *    and its block is reported not found rather than browsed
      *    end to end inside a caller's transaction.
       01  WS-UID-NUM                  PIC 9(10).
       01  WS-BLK-START-X              PIC X(10).
       01  WS-BLK-END-X                PIC X(10).
       01  WS-BLK-START                PIC 9(10).
       01  WS-BLK-END                  PIC 9(10).
       01  WS-SCAN-MAXN                PIC 9(04) COMP VALUE 500.
       01  WS-SCAN-COUNT               PIC 9(04) COMP.
       01  WS-SCAN-SW                  PIC X     VALUE 'N'.
           88  SCAN-DONE               VALUE 'Y'.

       01  ALOG-MESSAGE.
           05  AL-PROGRAM              PIC X(08) VALUE 'UIDVOD  '.
           05  AL-ACTION               PIC X(05) VALUE 'VOID '.
           05  AL-SITE-ID              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AL-UID                  PIC X(36).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AL-REASON               PIC X(04).
           05  FILLER                  PIC X(04) VALUE ' BY '.
           05  AL-USERID               PIC X(08).

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

      *----------------------------------------------------------------
       LINKAGE SECTION.
      *----------------------------------------------------------------

      **------------------------------------------------------------*
      ** COMMAREA - the void request/response.                       *
      **------------------------------------------------------------*
           COPY ZUIDVDC.

      *----------------------------------------------------------
       PROCEDURE DIVISION USING ZUIDVDC-COMM-AREA.
      *----------------------------------------------------------

           PERFORM A1000-EDIT-REQUEST   THRU A1000-EXIT.
           IF VDC-STATUS-CODE = SPACES
              PERFORM B1000-FIND-ISSUANCE  THRU B1000-EXIT
           END-IF.
           IF VDC-STATUS-CODE = SPACES
              PERFORM C1000-WRITE-VOID     THRU C1000-EXIT
           END-IF.

           EXEC CICS RETURN
           END-EXEC.

      ******************************************************************
      * Site id, UID and reason are all required.                      *
      ******************************************************************

       A1000-EDIT-REQUEST.

           MOVE SPACES                  TO VDC-STATUS-CODE.

           IF VDC-SITE-ID = SPACES OR LOW-VALUES
              OR VDC-UID = SPACES OR LOW-VALUES
              OR VDC-REASON = SPACES OR LOW-VALUES
              MOVE '400'                TO VDC-STATUS-CODE
           END-IF.

       A1000-EXIT.
           EXIT.

      ******************************************************************
      * Find the id on ZUIDUSG under the caller's site: its own usage  *
      * record first, then - for a raw numeric id - a BLOCK range      *
      * that contains it.  A named application must match the one the  *
      * id was issued to.                                              *
      ******************************************************************

       B1000-FIND-ISSUANCE.

           MOVE 'N'                     TO WS-ISSUED-SW.
           MOVE VDC-SITE-ID             TO WS-USE-RID-SITE.
           MOVE VDC-UID                 TO WS-USE-RID-UID.

           EXEC CICS READ FILE
                ( 'ZUIDUSG' )
                INTO     ( ZUIDUSE-RECORD )
                RIDFLD   ( WS-USE-RID )
                KEYLENGTH( LENGTH OF WS-USE-RID )
                RESP     ( WS-FILE-RESP )
                RESP2    ( WS-FILE-RESP2 )
           END-EXEC.

           EVALUATE WS-FILE-RESP
              WHEN DFHRESP(NORMAL)
                 SET ID-ISSUED          TO TRUE
              WHEN DFHRESP(NOTFND)
                 IF VDC-UID(1:10) IS NUMERIC
                    AND VDC-UID(11:26) = SPACES
                    MOVE VDC-UID(1:10)  TO WS-UID-NUM
                    PERFORM B1100-FIND-BLOCK THRU B1100-EXIT
                 END-IF
              WHEN OTHER
                 MOVE '500'             TO VDC-STATUS-CODE
                 MOVE WS-FILE-RESP      TO CICS-MSG-RESP
                 MOVE WS-FILE-RESP2     TO CICS-MSG-RESP2
                 MOVE 'B1000: READ ZUIDUSG ERROR:' TO CICS-MSG-TEXT
                 PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
                 GO TO B1000-EXIT
           END-EVALUATE.

           IF VDC-STATUS-CODE NOT = SPACES
              GO TO B1000-EXIT
           END-IF.

           IF NOT ID-ISSUED
              MOVE '404'                TO VDC-STATUS-CODE
              GO TO B1000-EXIT
           END-IF.

           IF VDC-REQUESTOR-APPL NOT = SPACES
              AND VDC-REQUESTOR-APPL NOT = LOW-VALUES
              AND VDC-REQUESTOR-APPL NOT = ZU-REQUESTOR-APPL
              MOVE '403'                TO VDC-STATUS-CODE
           END-IF.

       B1000-EXIT.
           EXIT.

      ******************************************************************
      * Read backwards from the id's key position under the same site  *
      * for the nearest BLOCK record and test whether its range holds  *
      * the id.  No key at or above the id at all means the browse     *
      * starts from end of file (a HIGH-VALUES key).                   *
      ******************************************************************

       B1100-FIND-BLOCK.

           EXEC CICS STARTBR
                FILE     ( 'ZUIDUSG' )
                RIDFLD   ( WS-USE-RID )
                KEYLENGTH( LENGTH OF WS-USE-RID )
                GTEQ
                RESP     ( WS-FILE-RESP )
                RESP2    ( WS-FILE-RESP2 )
           END-EXEC.

           IF WS-FILE-RESP = DFHRESP(NOTFND)
              MOVE HIGH-VALUES          TO WS-USE-RID
              EXEC CICS STARTBR
                   FILE     ( 'ZUIDUSG' )
                   RIDFLD   ( WS-USE-RID )
                   KEYLENGTH( LENGTH OF WS-USE-RID )
                   GTEQ
                   RESP     ( WS-FILE-RESP )
                   RESP2    ( WS-FILE-RESP2 )
              END-EXEC
           END-IF.

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
              GO TO B1100-EXIT
           END-IF.

           MOVE ZERO                    TO WS-SCAN-COUNT.
           MOVE 'N'                     TO WS-SCAN-SW.
           PERFORM UNTIL SCAN-DONE
              EXEC CICS READPREV
                   FILE     ( 'ZUIDUSG' )
                   INTO     ( ZUIDUSE-RECORD )
                   RIDFLD   ( WS-USE-RID )
                   KEYLENGTH( LENGTH OF WS-USE-RID )
                   RESP     ( WS-FILE-RESP )
                   RESP2    ( WS-FILE-RESP2 )
              END-EXEC
              ADD 1                     TO WS-SCAN-COUNT
              EVALUATE TRUE
                 WHEN WS-FILE-RESP NOT = DFHRESP(NORMAL)
                    SET SCAN-DONE       TO TRUE
                 WHEN ZU-SITE-ID NOT = VDC-SITE-ID
      *             Below the caller's site - no lower key can match.
                    IF ZU-SITE-ID < VDC-SITE-ID
                       SET SCAN-DONE    TO TRUE
                    END-IF
                 WHEN ZU-FORMAT = 'BLOCK'
                    MOVE ZU-UID(1:10)   TO WS-BLK-START-X
                    MOVE ZU-UID(12:10)  TO WS-BLK-END-X
                    IF WS-BLK-START-X IS NUMERIC
                       AND WS-BLK-END-X IS NUMERIC
                       MOVE WS-BLK-START-X TO WS-BLK-START
                       MOVE WS-BLK-END-X   TO WS-BLK-END
                       IF WS-UID-NUM >= WS-BLK-START
                          AND WS-UID-NUM <= WS-BLK-END
                          SET ID-ISSUED TO TRUE
                          SET SCAN-DONE TO TRUE
                       END-IF
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              IF WS-SCAN-COUNT >= WS-SCAN-MAXN
                 SET SCAN-DONE          TO TRUE
              END-IF
           END-PERFORM.

           EXEC CICS ENDBR
                FILE( 'ZUIDUSG' )
                NOHANDLE
           END-EXEC.

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
              AND WS-FILE-RESP NOT = DFHRESP(ENDFILE)
              MOVE '500'                TO VDC-STATUS-CODE
              MOVE WS-FILE-RESP         TO CICS-MSG-RESP
              MOVE WS-FILE-RESP2        TO CICS-MSG-RESP2
              MOVE 'B1100: READPREV ZUIDUSG ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
           END-IF.

       B1100-EXIT.
           EXIT.

      ******************************************************************
      * Write the register record - issuance facts from the usage      *
      * record, who/when from this task.  A duplicate key means the id *
      * is already voided; the first void stands.                      *
      ******************************************************************

       C1000-WRITE-VOID.

           EXEC CICS ASKTIME
                ABSTIME( WS-ABSTIME )
                NOHANDLE
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME ( WS-ABSTIME )
                YYYYMMDD( VOD-DATE )
                TIME    ( VOD-TIME )
                DATESEP ( '/' )
                TIMESEP ( ':' )
                NOHANDLE
           END-EXEC.

           MOVE SPACES                  TO WS-USERID.
           MOVE SPACES                  TO WS-INVOKER.
           EXEC CICS ASSIGN
                USERID     ( WS-USERID )
                INVOKINGPROG( WS-INVOKER )
                NOHANDLE
           END-EXEC.

           MOVE VDC-SITE-ID             TO VOD-SITE-ID.
           MOVE VDC-UID                 TO VOD-UID.
           MOVE VDC-REASON              TO VOD-REASON.
           MOVE ZU-REQUESTOR-APPL       TO VOD-REQUESTOR-APPL.
           MOVE ZU-FORMAT               TO VOD-FORMAT.
           MOVE ZU-DATE                 TO VOD-ISSUED-DATE.
           MOVE ZU-TIME                 TO VOD-ISSUED-TIME.
           MOVE WS-USERID               TO VOD-USERID.
           MOVE EIBTRMID                TO VOD-TERMID.
           MOVE WS-INVOKER              TO VOD-PROGRAM.

           EXEC CICS WRITE FILE
                ( 'ZUIDVOD' )
                FROM     ( ZUIDVOD-RECORD )
                RIDFLD   ( VOD-KEY )
                KEYLENGTH( LENGTH OF VOD-KEY )
                RESP     ( WS-FILE-RESP )
                RESP2    ( WS-FILE-RESP2 )
           END-EXEC.

           EVALUATE WS-FILE-RESP
              WHEN DFHRESP(NORMAL)
                 MOVE '200'             TO VDC-STATUS-CODE
                 MOVE ZU-REQUESTOR-APPL TO VDC-REQUESTOR-APPL
                 PERFORM X1000-LOG-ACTIVITY THRU X1000-EXIT
              WHEN DFHRESP(DUPREC)
                 MOVE '409'             TO VDC-STATUS-CODE
              WHEN OTHER
                 MOVE '500'             TO VDC-STATUS-CODE
                 MOVE WS-FILE-RESP      TO CICS-MSG-RESP
                 MOVE WS-FILE-RESP2     TO CICS-MSG-RESP2
                 MOVE 'C1000: WRITE FILE ZUIDVOD ERROR:'
                      TO CICS-MSG-TEXT
                 PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
           END-EVALUATE.

       C1000-EXIT.
           EXIT.

      ******************************************************************
      * Log the honored void to the ALOG transient data queue.         *
      ******************************************************************

       X1000-LOG-ACTIVITY.

           MOVE VOD-SITE-ID             TO AL-SITE-ID.
           MOVE VOD-UID                 TO AL-UID.
           MOVE VOD-REASON              TO AL-REASON.
           MOVE VOD-USERID              TO AL-USERID.

           EXEC CICS WRITEQ TD
                QUEUE ( 'ALOG' )
                FROM  ( ALOG-MESSAGE )
                LENGTH( LENGTH OF ALOG-MESSAGE )
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
