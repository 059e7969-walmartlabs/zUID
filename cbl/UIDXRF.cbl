       IDENTIFICATION DIVISION.
       PROGRAM-ID.      UIDXRF.
      ******************************************************************
      ** Cross-reference routine for the ZUIDXRF business-reference    **
      ** file.  LINKed with COMMAREA(ZUIDXRC-COMM-AREA) - see          **
      ** copy/ZUIDXRC.cpy for the contract.  UID002, UIDRTV and UIDMQL **
      ** call it after a successful issuance when their caller passed  **
      ** an order, claim or shipment number, so the reverse question - **
      ** which id did we give that business record - can be answered   **
      ** online (UID048M) and in batch (UID049R, UID036R).             **
      **                                                               **
      ** One id carries at most one reference per application: a      **
      ** retried request naming the same reference records nothing     **
      ** twice, and a different one is refused with the reference the  **
      ** id already holds.  One reference may be given many ids.  The  **
      ** issuing program is stamped on the record and every reference  **
      ** recorded is logged to ALOG.                                   **
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
      ** Cross-reference record.                                     *
      **------------------------------------------------------------*
           COPY ZUIDXRF.

      *    Alternate-key (UID + site id) position on the ZUIDXRU path.
       01  WS-XRU-RID                  PIC X(44).
       01  WS-XRU-WANTED               PIC X(44).

       01  WS-ABSTIME                  PIC S9(15) COMP-3.
       01  WS-FILE-RESP                PIC S9(08) COMP.
       01  WS-FILE-RESP2               PIC S9(08) COMP.
       01  WS-INVOKER                  PIC X(08).

       01  WS-BROWSE-SW                PIC X     VALUE 'N'.
           88  BROWSE-DONE             VALUE 'Y'.

       01  ALOG-MESSAGE.
           05  AL-PROGRAM              PIC X(08) VALUE 'UIDXRF  '.
           05  AL-ACTION               PIC X(05) VALUE 'XREF '.
           05  AL-APPL-ID              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AL-REFERENCE            PIC X(32).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AL-UID                  PIC X(36).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AL-CHANNEL              PIC X(04).

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
      ** COMMAREA - the cross-reference request/response.            *
      **------------------------------------------------------------*
           COPY ZUIDXRC.

      *----------------------------------------------------------
       PROCEDURE DIVISION USING ZUIDXRC-COMM-AREA.
      *----------------------------------------------------------

           PERFORM A1000-EDIT-REQUEST   THRU A1000-EXIT.
           IF XRC-STATUS-CODE = SPACES
              PERFORM B1000-CHECK-HELD     THRU B1000-EXIT
           END-IF.
           IF XRC-STATUS-CODE = SPACES
              PERFORM C1000-WRITE-XREF     THRU C1000-EXIT
           END-IF.

           EXEC CICS RETURN
           END-EXEC.

      ******************************************************************
      * Application, reference, UID and site id are all required.      *
      ******************************************************************

       A1000-EDIT-REQUEST.

           MOVE SPACES                  TO XRC-STATUS-CODE.
           MOVE SPACES                  TO XRC-HELD-REFERENCE.

           IF XRC-APPL-ID = SPACES OR LOW-VALUES
              OR XRC-REFERENCE = SPACES OR LOW-VALUES
              OR XRC-UID = SPACES OR LOW-VALUES
              OR XRC-SITE-ID = SPACES OR LOW-VALUES
              MOVE '400'                TO XRC-STATUS-CODE
           END-IF.

           IF XRC-RSV-SEQ-NBR NOT NUMERIC
              MOVE ZERO                 TO XRC-RSV-SEQ-NBR
           END-IF.

       A1000-EXIT.
           EXIT.

      ******************************************************************
      * Browse the ZUIDXRU path over every reference this id already   *
      * carries under this site.  One for the same application ends    *
      * the request here: the same reference is a retry (200, nothing  *
      * written), a different one is refused (409).                    *
      ******************************************************************

       B1000-CHECK-HELD.

           MOVE XRC-UID                 TO WS-XRU-WANTED(1:36).
           MOVE XRC-SITE-ID             TO WS-XRU-WANTED(37:8).
           MOVE WS-XRU-WANTED           TO WS-XRU-RID.

           EXEC CICS STARTBR
                FILE     ( 'ZUIDXRU' )
                RIDFLD   ( WS-XRU-RID )
                KEYLENGTH( LENGTH OF WS-XRU-RID )
                EQUAL
                RESP     ( WS-FILE-RESP )
                RESP2    ( WS-FILE-RESP2 )
           END-EXEC.

           EVALUATE WS-FILE-RESP
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 GO TO B1000-EXIT
              WHEN OTHER
                 MOVE '500'             TO XRC-STATUS-CODE
                 MOVE WS-FILE-RESP      TO CICS-MSG-RESP
                 MOVE WS-FILE-RESP2     TO CICS-MSG-RESP2
                 MOVE 'B1000: STARTBR ZUIDXRU ERROR:' TO CICS-MSG-TEXT
                 PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
                 GO TO B1000-EXIT
           END-EVALUATE.

      *    A non-unique alternate key answers DUPKEY on every record
      *    but the last of its duplicates - that is a normal read.
           MOVE 'N'                     TO WS-BROWSE-SW.
           PERFORM UNTIL BROWSE-DONE
              EXEC CICS READNEXT
                   FILE     ( 'ZUIDXRU' )
                   INTO     ( ZUIDXRF-RECORD )
                   RIDFLD   ( WS-XRU-RID )
                   KEYLENGTH( LENGTH OF WS-XRU-RID )
                   RESP     ( WS-FILE-RESP )
                   RESP2    ( WS-FILE-RESP2 )
              END-EXEC
              EVALUATE TRUE
                 WHEN WS-FILE-RESP NOT = DFHRESP(NORMAL)
                      AND WS-FILE-RESP NOT = DFHRESP(DUPKEY)
                    SET BROWSE-DONE     TO TRUE
                 WHEN WS-XRU-RID NOT = WS-XRU-WANTED
                    SET BROWSE-DONE     TO TRUE
                 WHEN XRF-APPL-ID NOT = XRC-APPL-ID
                    CONTINUE
                 WHEN XRF-REFERENCE = XRC-REFERENCE
                    MOVE '200'          TO XRC-STATUS-CODE
                    SET BROWSE-DONE     TO TRUE
                 WHEN OTHER
                    MOVE '409'          TO XRC-STATUS-CODE
                    MOVE XRF-REFERENCE  TO XRC-HELD-REFERENCE
                    SET BROWSE-DONE     TO TRUE
              END-EVALUATE
           END-PERFORM.

           EXEC CICS ENDBR
                FILE( 'ZUIDXRU' )
                NOHANDLE
           END-EXEC.

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
              AND WS-FILE-RESP NOT = DFHRESP(DUPKEY)
              AND WS-FILE-RESP NOT = DFHRESP(ENDFILE)
              MOVE '500'                TO XRC-STATUS-CODE
              MOVE WS-FILE-RESP         TO CICS-MSG-RESP
              MOVE WS-FILE-RESP2        TO CICS-MSG-RESP2
              MOVE 'B1000: READNEXT ZUIDXRU ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
           END-IF.

       B1000-EXIT.
           EXIT.

      ******************************************************************
      * Write the cross-reference record.  A duplicate key means a     *
      * concurrent retry of the same request got there first - the    *
      * pairing is on file either way.                                 *
      ******************************************************************

       C1000-WRITE-XREF.

           EXEC CICS ASKTIME
                ABSTIME( WS-ABSTIME )
                NOHANDLE
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME ( WS-ABSTIME )
                YYYYMMDD( XRF-DATE )
                TIME    ( XRF-TIME )
                DATESEP ( '/' )
                TIMESEP ( ':' )
                NOHANDLE
           END-EXEC.

           MOVE SPACES                  TO WS-INVOKER.
           EXEC CICS ASSIGN
                INVOKINGPROG( WS-INVOKER )
                NOHANDLE
           END-EXEC.

           MOVE XRC-APPL-ID             TO XRF-APPL-ID.
           MOVE XRC-REFERENCE           TO XRF-REFERENCE.
           MOVE XRC-UID                 TO XRF-UID.
           MOVE XRC-SITE-ID             TO XRF-SITE-ID.
           MOVE XRC-FORMAT              TO XRF-FORMAT.
           MOVE XRC-CHANNEL             TO XRF-CHANNEL.
           MOVE XRC-RSV-SEQ-NBR         TO XRF-RSV-SEQ-NBR.
           MOVE WS-INVOKER              TO XRF-PROGRAM.

           EXEC CICS WRITE FILE
                ( 'ZUIDXRF' )
                FROM     ( ZUIDXRF-RECORD )
                RIDFLD   ( XRF-KEY )
                KEYLENGTH( LENGTH OF XRF-KEY )
                RESP     ( WS-FILE-RESP )
                RESP2    ( WS-FILE-RESP2 )
           END-EXEC.

           EVALUATE WS-FILE-RESP
              WHEN DFHRESP(NORMAL)
                 MOVE '200'             TO XRC-STATUS-CODE
                 PERFORM X1000-LOG-ACTIVITY THRU X1000-EXIT
              WHEN DFHRESP(DUPREC)
                 MOVE '200'             TO XRC-STATUS-CODE
              WHEN OTHER
                 MOVE '500'             TO XRC-STATUS-CODE
                 MOVE WS-FILE-RESP      TO CICS-MSG-RESP
                 MOVE WS-FILE-RESP2     TO CICS-MSG-RESP2
                 MOVE 'C1000: WRITE FILE ZUIDXRF ERROR:'
                      TO CICS-MSG-TEXT
                 PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
           END-EVALUATE.

       C1000-EXIT.
           EXIT.

      ******************************************************************
      * Log the recorded reference to the ALOG transient data queue.   *
      ******************************************************************

       X1000-LOG-ACTIVITY.

           MOVE XRF-APPL-ID             TO AL-APPL-ID.
           MOVE XRF-REFERENCE           TO AL-REFERENCE.
           MOVE XRF-UID                 TO AL-UID.
           MOVE XRF-CHANNEL             TO AL-CHANNEL.

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
