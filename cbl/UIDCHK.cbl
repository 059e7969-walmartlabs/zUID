       IDENTIFICATION DIVISION.
       PROGRAM-ID.      UIDCHK.
      ******************************************************************
      ** Validation routine for CHK-format ids - the SEQ counter value **
      ** followed by a mod-10 check digit (see copy/ZUIDCA.cpy).       **
      ** LINKed with COMMAREA(ZUIDCKC-COMM-AREA) - see                 **
      ** copy/ZUIDCKC.cpy for the contract - by any application that   **
      ** has an id keyed by hand or handed to it by a partner and      **
      ** wants to know before using it: is it shaped like a CHK id,    **
      ** does its check digit agree with its value, and did zUID ever  **
      ** issue it (ZUIDUSG) - and if so at which site, to which        **
      ** application, when, and has it since been voided (ZUIDVOD).    **
      ** A caller that does not know the site leaves it blank and      **
      ** every site on ZUIDCTL is searched.  UID041W puts the same     **
      ** answers on HTTP.                                              **
      **                                                               **
      ** Read-only: nothing is written, so a consumer can call it as   **
      ** often as it likes.                                            **
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
      ** Usage log record - the issuance being looked up.            *
      **------------------------------------------------------------*
           COPY ZUIDUSE.

      **------------------------------------------------------------*
      ** Void register record.                                       *
      **------------------------------------------------------------*
           COPY ZUIDVOD.

      **------------------------------------------------------------*
      ** Counter definition record - ZUIDCTL's appids are the sites  *
      ** an id may have been issued under.                           *
      **------------------------------------------------------------*
           COPY ZUIDCTF.

       01  WS-USE-RID.
           05  WS-USE-RID-SITE         PIC X(08).
           05  WS-USE-RID-UID          PIC X(36).

       01  WS-FILE-RESP                PIC S9(08) COMP.
       01  WS-FILE-RESP2               PIC S9(08) COMP.

      *    Sites to search - the one the caller named, or this
      *    region's SYSID followed by every other ZUIDCTL appid.
       01  WS-CTF-KEY                  PIC X(08).
       01  WS-LOCAL-SYSID              PIC X(08).
       01  WS-LOAD-SW                  PIC X     VALUE 'N'.
           88  LOAD-DONE               VALUE 'Y'.
       01  WS-SITE-MAXN                PIC 9(04) COMP VALUE 500.
       01  WS-SITE-COUNT               PIC 9(04) COMP VALUE ZERO.
       01  WS-SX                       PIC 9(04) COMP.
       01  SITE-TABLE.
           05  ST-SITE-ID              PIC X(08) OCCURS 500 TIMES.

      *    A raw 10-digit id can have been issued inside a bulk BLOCK
      *    range ('start-end' in ZU-UID - see UID005B's D1500) rather
      *    than as its own usage record.  C1200 reads backwards from
      *    the id's key position for it, capped as UIDVOD's B1100 is.
       01  WS-UID-NUM                  PIC 9(10).
       01  WS-BLK-START-X              PIC X(10).
       01  WS-BLK-END-X                PIC X(10).
       01  WS-BLK-START                PIC 9(10).
       01  WS-BLK-END                  PIC 9(10).
       01  WS-SCAN-MAXN                PIC 9(04) COMP VALUE 500.
       01  WS-SCAN-COUNT               PIC 9(04) COMP.
       01  WS-SCAN-SW                  PIC X     VALUE 'N'.
           88  SCAN-DONE               VALUE 'Y'.

      *    Check-digit arithmetic - digits 1-10 of the id, walked
      *    right to left, the rightmost and every second one after it
      *    doubled with nines cast out.
       01  WS-UID-DIGITS.
           05  WS-UID-DIGIT            PIC 9(01) OCCURS 11 TIMES.
       01  WS-DX                       PIC 9(04) COMP.
       01  WS-DIGIT-VALUE              PIC 9(02) COMP.
       01  WS-DIGIT-SUM                PIC 9(04) COMP.
       01  WS-DIGIT-QUOT               PIC 9(04) COMP.
       01  WS-DIGIT-REM                PIC 9(02) COMP.
       01  WS-EXPECT-DIGIT             PIC 9(01).
       01  WS-DOUBLE-SW                PIC X     VALUE 'Y'.
           88  DOUBLE-THIS-DIGIT       VALUE 'Y'.

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
      ** COMMAREA - the validation request/response.                 *
      **------------------------------------------------------------*
           COPY ZUIDCKC.

      *----------------------------------------------------------
       PROCEDURE DIVISION USING ZUIDCKC-COMM-AREA.
      *----------------------------------------------------------

           PERFORM A1000-EDIT-REQUEST   THRU A1000-EXIT.
           IF CKC-STATUS-CODE = SPACES
              PERFORM B1000-CHECK-FORM     THRU B1000-EXIT
              PERFORM C1000-FIND-ISSUANCE  THRU C1000-EXIT
           END-IF.
           IF CKC-STATUS-CODE = SPACES
              MOVE '200'                TO CKC-STATUS-CODE
           END-IF.

           EXEC CICS RETURN
           END-EXEC.

      ******************************************************************
      * Clear the answers and refuse an empty UID.  A blank site id is *
      * left blank - C1000 then searches every site.                   *
      ******************************************************************

       A1000-EDIT-REQUEST.

           MOVE SPACES                  TO CKC-STATUS-CODE.
           MOVE 'N'                     TO CKC-WELL-FORMED.
           MOVE SPACE                   TO CKC-CHECK-DIGIT.
           MOVE 'N'                     TO CKC-ISSUED.
           MOVE SPACES                  TO CKC-ISSUED-SITE.
           MOVE SPACES                  TO CKC-ISSUED-APPL.
           MOVE SPACES                  TO CKC-ISSUED-FORMAT.
           MOVE SPACES                  TO CKC-ISSUED-DATE.
           MOVE SPACES                  TO CKC-ISSUED-TIME.
           MOVE 'N'                     TO CKC-VOIDED.

           IF CKC-UID = SPACES OR LOW-VALUES
              MOVE '400'                TO CKC-STATUS-CODE
              GO TO A1000-EXIT
           END-IF.

           IF CKC-SITE-ID = LOW-VALUES
              MOVE SPACES               TO CKC-SITE-ID
           END-IF.

       A1000-EXIT.
           EXIT.

      ******************************************************************
      * Well formed is 11 digits with nothing after them.  Only then   *
      * is the check digit recomputed from digits 1-10 and compared    *
      * with digit 11.                                                 *
      ******************************************************************

       B1000-CHECK-FORM.

           IF CKC-UID(1:11) IS NOT NUMERIC
              OR CKC-UID(12:25) NOT = SPACES
              GO TO B1000-EXIT
           END-IF.

           SET  CKC-FORM-OK             TO TRUE.
           MOVE CKC-UID(1:11)           TO WS-UID-DIGITS.

           MOVE ZERO                    TO WS-DIGIT-SUM.
           MOVE 'Y'                     TO WS-DOUBLE-SW.
           PERFORM VARYING WS-DX FROM 10 BY -1 UNTIL WS-DX < 1
              MOVE WS-UID-DIGIT(WS-DX)  TO WS-DIGIT-VALUE
              IF DOUBLE-THIS-DIGIT
                 COMPUTE WS-DIGIT-VALUE = WS-DIGIT-VALUE * 2
                 IF WS-DIGIT-VALUE > 9
                    SUBTRACT 9          FROM WS-DIGIT-VALUE
                 END-IF
                 MOVE 'N'               TO WS-DOUBLE-SW
              ELSE
                 MOVE 'Y'               TO WS-DOUBLE-SW
              END-IF
              ADD WS-DIGIT-VALUE        TO WS-DIGIT-SUM
           END-PERFORM.

           DIVIDE WS-DIGIT-SUM BY 10 GIVING WS-DIGIT-QUOT
                  REMAINDER WS-DIGIT-REM.
           IF WS-DIGIT-REM = ZERO
              MOVE ZERO                 TO WS-EXPECT-DIGIT
           ELSE
              COMPUTE WS-EXPECT-DIGIT = 10 - WS-DIGIT-REM
           END-IF.

           IF WS-UID-DIGIT(11) = WS-EXPECT-DIGIT
              SET CKC-DIGIT-GOOD        TO TRUE
           ELSE
              SET CKC-DIGIT-BAD         TO TRUE
           END-IF.

       B1000-EXIT.
           EXIT.

      ******************************************************************
      * Build the list of sites to search.  A site the caller named is *
      * the only one.  Otherwise this region's SYSID goes first, then  *
      * every other ZUIDCTL appid - the same walk UIDCYC's A0500 does. *
      ******************************************************************

       C0500-LOAD-SITES.

           MOVE ZERO                    TO WS-SITE-COUNT.

           IF CKC-SITE-ID NOT = SPACES
              MOVE 1                    TO WS-SITE-COUNT
              MOVE CKC-SITE-ID          TO ST-SITE-ID(1)
              GO TO C0500-EXIT
           END-IF.

      *    *--------------------------------------------------------*
      *    * ASSIGN SYSID only returns 4 bytes into this 8-byte      *
      *    * field - clear it first, as UID002's A0800 does, so the  *
      *    * key matches what the consumer stamped into ZU-SITE-ID.  *
      *    *--------------------------------------------------------*
           MOVE SPACES                  TO WS-LOCAL-SYSID.
           EXEC CICS ASSIGN
                SYSID( WS-LOCAL-SYSID )
                NOHANDLE
           END-EXEC.
           MOVE 1                       TO WS-SITE-COUNT.
           MOVE WS-LOCAL-SYSID          TO ST-SITE-ID(1).

           MOVE LOW-VALUES              TO WS-CTF-KEY.
           EXEC CICS STARTBR
                FILE   ( 'ZUIDCTL' )
                RIDFLD ( WS-CTF-KEY )
                GTEQ
                NOHANDLE
           END-EXEC.

           IF EIBRESP = DFHRESP(NOTFND)
              GO TO C0500-EXIT
           END-IF.

           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE '500'                TO CKC-STATUS-CODE
              MOVE EIBRESP              TO CICS-MSG-RESP
              MOVE EIBRESP2             TO CICS-MSG-RESP2
              MOVE 'C0500: STARTBR ZUIDCTL ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
              GO TO C0500-EXIT
           END-IF.

           MOVE 'N'                     TO WS-LOAD-SW.
           PERFORM UNTIL LOAD-DONE
              EXEC CICS READNEXT
                   FILE    ( 'ZUIDCTL' )
                   INTO    ( ZUIDCTF-RECORD )
                   RIDFLD  ( WS-CTF-KEY )
                   KEYLENGTH( LENGTH OF WS-CTF-KEY )
                   NOHANDLE
              END-EXEC
              IF EIBRESP = DFHRESP(NORMAL)
                 IF CTF-APPID NOT = WS-LOCAL-SYSID
                    AND WS-SITE-COUNT < WS-SITE-MAXN
                    ADD 1               TO WS-SITE-COUNT
                    MOVE CTF-APPID      TO ST-SITE-ID(WS-SITE-COUNT)
                 END-IF
              ELSE
                 SET LOAD-DONE          TO TRUE
              END-IF
           END-PERFORM.

           EXEC CICS ENDBR
                FILE( 'ZUIDCTL' )
                NOHANDLE
           END-EXEC.

       C0500-EXIT.
           EXIT.

      ******************************************************************
      * Look the id up on ZUIDUSG under each site to search, exactly   *
      * as keyed - a malformed or bad-digit id is looked up too, so    *
      * the caller can tell a mistyped id from one that was issued     *
      * that way.  An issued id is then checked against the void       *
      * register under the site it was found at.                       *
      ******************************************************************

       C1000-FIND-ISSUANCE.

           PERFORM C0500-LOAD-SITES     THRU C0500-EXIT.
           IF CKC-STATUS-CODE NOT = SPACES
              GO TO C1000-EXIT
           END-IF.

           MOVE 1                       TO WS-SX.
           PERFORM UNTIL WS-SX > WS-SITE-COUNT
                      OR CKC-IS-ISSUED
                      OR CKC-STATUS-CODE NOT = SPACES
              PERFORM C1100-SEARCH-SITE THRU C1100-EXIT
              ADD 1                     TO WS-SX
           END-PERFORM.

           IF CKC-STATUS-CODE NOT = SPACES
              OR NOT CKC-IS-ISSUED
              GO TO C1000-EXIT
           END-IF.

      *    *--------------------------------------------------------*
      *    * UIDVOD registers a void under the site and the id as   *
      *    * presented - for an id inside a BLOCK range that is the *
      *    * id itself, not the range key the usage record has.     *
      *    *--------------------------------------------------------*
           MOVE CKC-ISSUED-SITE         TO WS-USE-RID-SITE.
           MOVE CKC-UID                 TO WS-USE-RID-UID.

           EXEC CICS READ FILE
                ( 'ZUIDVOD' )
                INTO     ( ZUIDVOD-RECORD )
                RIDFLD   ( WS-USE-RID )
                KEYLENGTH( LENGTH OF WS-USE-RID )
                RESP     ( WS-FILE-RESP )
                RESP2    ( WS-FILE-RESP2 )
           END-EXEC.

           EVALUATE WS-FILE-RESP
              WHEN DFHRESP(NORMAL)
                 SET  CKC-IS-VOIDED     TO TRUE
              WHEN DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 MOVE '500'             TO CKC-STATUS-CODE
                 MOVE WS-FILE-RESP      TO CICS-MSG-RESP
                 MOVE WS-FILE-RESP2     TO CICS-MSG-RESP2
                 MOVE 'C1000: READ ZUIDVOD ERROR:' TO CICS-MSG-TEXT
                 PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
           END-EVALUATE.

       C1000-EXIT.
           EXIT.

      ******************************************************************
      * Search the WS-SX'th site: the id's own usage record first,     *
      * then - for a raw numeric id - a BLOCK range that contains it.  *
      * A hit returns the site and the usage record's facts.           *
      ******************************************************************

       C1100-SEARCH-SITE.

           MOVE ST-SITE-ID(WS-SX)       TO WS-USE-RID-SITE.
           MOVE CKC-UID                 TO WS-USE-RID-UID.

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
                 SET  CKC-IS-ISSUED     TO TRUE
              WHEN DFHRESP(NOTFND)
                 IF CKC-UID(1:10) IS NUMERIC
                    AND CKC-UID(11:26) = SPACES
                    MOVE CKC-UID(1:10)  TO WS-UID-NUM
                    PERFORM C1200-FIND-BLOCK THRU C1200-EXIT
                 END-IF
              WHEN OTHER
                 MOVE '500'             TO CKC-STATUS-CODE
                 MOVE WS-FILE-RESP      TO CICS-MSG-RESP
                 MOVE WS-FILE-RESP2     TO CICS-MSG-RESP2
                 MOVE 'C1100: READ ZUIDUSG ERROR:' TO CICS-MSG-TEXT
                 PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
                 GO TO C1100-EXIT
           END-EVALUATE.

           IF CKC-STATUS-CODE NOT = SPACES
              OR NOT CKC-IS-ISSUED
              GO TO C1100-EXIT
           END-IF.

           MOVE ST-SITE-ID(WS-SX)       TO CKC-ISSUED-SITE.
           MOVE ZU-REQUESTOR-APPL       TO CKC-ISSUED-APPL.
           MOVE ZU-FORMAT               TO CKC-ISSUED-FORMAT.
           MOVE ZU-DATE                 TO CKC-ISSUED-DATE.
           MOVE ZU-TIME                 TO CKC-ISSUED-TIME.

       C1100-EXIT.
           EXIT.

      ******************************************************************
      * Read backwards from the id's key position under the WS-SX'th   *
      * site for the nearest BLOCK record and test whether its range   *
      * holds the id - the scan UIDVOD's B1100 does.  No key at or     *
      * above the id at all means the browse starts from end of file   *
      * (a HIGH-VALUES key).                                           *
      ******************************************************************

       C1200-FIND-BLOCK.

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
              GO TO C1200-EXIT
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
                 WHEN ZU-SITE-ID NOT = ST-SITE-ID(WS-SX)
      *             Below the site searched - no lower key can match.
                    IF ZU-SITE-ID < ST-SITE-ID(WS-SX)
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
                          SET CKC-IS-ISSUED TO TRUE
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
              MOVE '500'                TO CKC-STATUS-CODE
              MOVE WS-FILE-RESP         TO CICS-MSG-RESP
              MOVE WS-FILE-RESP2        TO CICS-MSG-RESP2
              MOVE 'C1200: READPREV ZUIDUSG ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
           END-IF.

       C1200-EXIT.
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
