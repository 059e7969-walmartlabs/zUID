       IDENTIFICATION DIVISION.
       PROGRAM-ID.      UIDRNG.
      ******************************************************************
      ** Enterprise range registry.  LINKed with                       **
      ** COMMAREA(ZUIDRNC-COMM-AREA) - see copy/ZUIDRNC.cpy for the    **
      ** contract - by every program that sets or moves a counter's    **
      ** bounds: UIDPND (a UID020M/UID030M ADD or CHG, checked on      **
      ** submit and again on approval, recorded once applied), UIDRBL  **
      ** (checked before a rebaseline, recorded after), UIDDRS         **
      ** (recording the range a DR seed lends the region) and UID022X  **
      ** (the nightly sync of this region's ZUIDCTL).                  **
      **                                                               **
      ** The registry (see copy/ZUIDRNG.cpy) is one file for every     **
      ** region, so the check sees what each region has claimed, not   **
      ** just this one: ZUIDCTL is per region, and two regions handed  **
      ** overlapping ranges under different counter names would issue  **
      ** the same numbers with nothing to stop them - UID039R only     **
      ** compares counters of the same name.                           **
      **                                                               **
      ** Overlap is two ranges sharing any number, except between      **
      ** records that name the same counter (one pool counter, or a    **
      ** DR loan of it).  The check reads the whole file - it holds    **
      ** one record per counter per region, and bounds changes are     **
      ** rare.  Every refusal is logged to ALOG here, so both callers  **
      ** only have to refuse.                                          **
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
      ** Range-registry record, and the ZUIDCTL counter definition   *
      ** the sync reads.                                             *
      **------------------------------------------------------------*
           COPY ZUIDRNG.

           COPY ZUIDCTF.

       01  WS-RNG-KEY.
           05  WS-RNG-KEY-REGION       PIC X(08).
           05  WS-RNG-KEY-APPID        PIC X(08).
       01  WS-CTF-KEY                  PIC X(08).
       01  WS-FILE-RESP                PIC S9(08) COMP.
       01  WS-FILE-RESP2               PIC S9(08) COMP.

       01  WS-REGION                   PIC X(08).
       01  WS-USERID                   PIC X(08).

      *    The range being recorded - built by the caller's function,
      *    written by X1000-PUT-RANGE.
       01  WS-NEW-RANGE.
           05  WS-NEW-APPID            PIC X(08).
           05  WS-NEW-CNAME            PIC X(16).
           05  WS-NEW-MIN              PIC 9(18).
           05  WS-NEW-MAX              PIC 9(18).
           05  WS-NEW-KIND             PIC X(01).
           05  WS-NEW-LENDER           PIC X(08).

      *    The part of the asked-for range not already held - up to
      *    two pieces, below the old MIN and above the old MAX.
       01  WS-SEG1-SW                  PIC X(01).
           88  SEG1-TESTED                 VALUE 'Y'.
       01  WS-SEG1-LO                  PIC 9(18).
       01  WS-SEG1-HI                  PIC 9(18).
       01  WS-SEG2-SW                  PIC X(01).
           88  SEG2-TESTED                 VALUE 'Y'.
       01  WS-SEG2-LO                  PIC 9(18).
       01  WS-SEG2-HI                  PIC 9(18).

       01  WS-BROWSE-SW                PIC X(01).
           88  BROWSE-DONE                 VALUE 'Y'.
       01  WS-CONFLICT-SW              PIC X(01).
           88  CONFLICT-FOUND              VALUE 'Y'.
       01  WS-CHANGED-COUNT            PIC 9(05) VALUE ZERO.

       01  WS-ABSTIME                  PIC S9(15) COMP-3.
       01  WS-RUN-DATE                 PIC X(10).
       01  WS-RUN-TIME                 PIC X(08).

       01  ALOG-MESSAGE.
           05  AL-PROGRAM              PIC X(08) VALUE 'UIDRNG  '.
           05  FILLER                  PIC X(08) VALUE 'REFUSED '.
           05  AL-REGION               PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AL-APPID                PIC X(08).
           05  FILLER                  PIC X(04) VALUE ' BY '.
           05  AL-CALLER               PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AL-USERID               PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AL-MESSAGE              PIC X(60).

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
      ** COMMAREA - the range-registry request/response.             *
      **------------------------------------------------------------*
           COPY ZUIDRNC.

      *----------------------------------------------------------
       PROCEDURE DIVISION USING ZUIDRNC-COMM-AREA.
      *----------------------------------------------------------

           PERFORM A1000-INITIALIZE     THRU A1000-EXIT.

           IF RNC-STATUS-CODE = SPACES
              EVALUATE TRUE
                 WHEN RNC-FUNC-CHECK
                    PERFORM B1000-CHECK-RANGE  THRU B1000-EXIT
                 WHEN RNC-FUNC-RECORD
                    PERFORM C1000-RECORD-RANGE THRU C1000-EXIT
                 WHEN RNC-FUNC-SYNC
                    PERFORM D1000-SYNC-REGION  THRU D1000-EXIT
              END-EVALUATE
           END-IF.

           EXEC CICS RETURN
           END-EXEC.

      ******************************************************************
      * Validate the request and pick up the region, the userid and    *
      * the time.                                                      *
      ******************************************************************

       A1000-INITIALIZE.

           MOVE SPACES                  TO RNC-STATUS-CODE.
           MOVE SPACES                  TO RNC-MESSAGE.
           MOVE SPACES                  TO RNC-CONFLICT-REGION.
           MOVE SPACES                  TO RNC-CONFLICT-APPID.
           MOVE SPACES                  TO RNC-CONFLICT-CNAME.
           MOVE ZERO                    TO RNC-CONFLICT-MIN.
           MOVE ZERO                    TO RNC-CONFLICT-MAX.
           MOVE ZERO                    TO RNC-COUNT.

           IF NOT RNC-FUNC-CHECK AND NOT RNC-FUNC-RECORD
              AND NOT RNC-FUNC-SYNC
              MOVE '400'                TO RNC-STATUS-CODE
              MOVE 'FUNCTION MUST BE C R OR S' TO RNC-MESSAGE
              GO TO A1000-EXIT
           END-IF.
           IF NOT RNC-FUNC-SYNC
              AND (RNC-APPID = SPACES OR LOW-VALUES)
              MOVE '400'                TO RNC-STATUS-CODE
              MOVE 'APPID REQUIRED'     TO RNC-MESSAGE
              GO TO A1000-EXIT
           END-IF.
           IF NOT RNC-FUNC-SYNC
              AND RNC-MIN > RNC-MAX
              MOVE '400'                TO RNC-STATUS-CODE
              MOVE 'RANGE MIN IS ABOVE ITS MAX' TO RNC-MESSAGE
              GO TO A1000-EXIT
           END-IF.

      *    *--------------------------------------------------------*
      *    * ASSIGN SYSID only returns 4 bytes into this 8-byte      *
      *    * field - clear it first, since it is half the registry  *
      *    * key.                                                    *
      *    *--------------------------------------------------------*
           IF RNC-REGION = SPACES OR LOW-VALUES
              MOVE SPACES               TO WS-REGION
              EXEC CICS ASSIGN
                   SYSID( WS-REGION )
                   NOHANDLE
              END-EXEC
           ELSE
              MOVE RNC-REGION           TO WS-REGION
           END-IF.

           MOVE SPACES                  TO WS-USERID.
           EXEC CICS ASSIGN
                USERID( WS-USERID )
                NOHANDLE
           END-EXEC.

           EXEC CICS ASKTIME
                ABSTIME( WS-ABSTIME )
                NOHANDLE
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME ( WS-ABSTIME )
                YYYYMMDD( WS-RUN-DATE )
                TIME    ( WS-RUN-TIME )
                DATESEP ( '/' )
                TIMESEP ( ':' )
                NOHANDLE
           END-EXEC.

       A1000-EXIT.
           EXIT.

      ******************************************************************
      * C - does the asked-for range intrude on anybody else's?  Only  *
      * the numbers the counter does not already hold are tested; the  *
      * first owner intruded on is returned as a 409.                  *
      ******************************************************************

       B1000-CHECK-RANGE.

           MOVE 'N'                     TO WS-SEG1-SW.
           MOVE 'N'                     TO WS-SEG2-SW.
           IF RNC-OLD-MAX = ZERO
              SET SEG1-TESTED           TO TRUE
              MOVE RNC-MIN              TO WS-SEG1-LO
              MOVE RNC-MAX              TO WS-SEG1-HI
           ELSE
              IF RNC-MIN < RNC-OLD-MIN
                 SET SEG1-TESTED        TO TRUE
                 MOVE RNC-MIN           TO WS-SEG1-LO
                 IF RNC-MAX < RNC-OLD-MIN
                    MOVE RNC-MAX        TO WS-SEG1-HI
                 ELSE
                    COMPUTE WS-SEG1-HI = RNC-OLD-MIN - 1
                 END-IF
              END-IF
              IF RNC-MAX > RNC-OLD-MAX
                 SET SEG2-TESTED        TO TRUE
                 MOVE RNC-MAX           TO WS-SEG2-HI
                 IF RNC-MIN > RNC-OLD-MAX
                    MOVE RNC-MIN        TO WS-SEG2-LO
                 ELSE
                    COMPUTE WS-SEG2-LO = RNC-OLD-MAX + 1
                 END-IF
              END-IF
           END-IF.

           IF NOT SEG1-TESTED AND NOT SEG2-TESTED
              MOVE '200'                TO RNC-STATUS-CODE
              MOVE 'RANGE WITHIN THE COUNTER''S CURRENT BOUNDS'
                   TO RNC-MESSAGE
              GO TO B1000-EXIT
           END-IF.

           MOVE 'N'                     TO WS-CONFLICT-SW.
           MOVE 'N'                     TO WS-BROWSE-SW.
           MOVE LOW-VALUES              TO WS-RNG-KEY.
           EXEC CICS STARTBR
                FILE   ( 'ZUIDRNG' )
                RIDFLD ( WS-RNG-KEY )
                GTEQ
                RESP   ( WS-FILE-RESP )
                RESP2  ( WS-FILE-RESP2 )
           END-EXEC.

           EVALUATE WS-FILE-RESP
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
      *          Nothing registered yet - nothing to intrude on.
                 MOVE '200'             TO RNC-STATUS-CODE
                 MOVE 'RANGE CLEAR'     TO RNC-MESSAGE
                 GO TO B1000-EXIT
              WHEN OTHER
                 MOVE WS-FILE-RESP              TO CICS-MSG-RESP
                 MOVE WS-FILE-RESP2             TO CICS-MSG-RESP2
                 MOVE 'B1000: STARTBR ZUIDRNG ERROR:' TO CICS-MSG-TEXT
                 PERFORM X2000-FILE-ERROR THRU X2000-EXIT
                 GO TO B1000-EXIT
           END-EVALUATE.

           PERFORM UNTIL BROWSE-DONE
              EXEC CICS READNEXT
                   FILE    ( 'ZUIDRNG' )
                   INTO    ( ZUIDRNG-RECORD )
                   RIDFLD  ( WS-RNG-KEY )
                   KEYLENGTH( LENGTH OF WS-RNG-KEY )
                   RESP    ( WS-FILE-RESP )
                   RESP2   ( WS-FILE-RESP2 )
              END-EXEC
              EVALUATE WS-FILE-RESP
                 WHEN DFHRESP(NORMAL)
                    PERFORM B1500-TEST-ONE-OWNER THRU B1500-EXIT
                    IF CONFLICT-FOUND
                       SET BROWSE-DONE  TO TRUE
                    END-IF
                 WHEN DFHRESP(ENDFILE)
                    SET BROWSE-DONE     TO TRUE
                 WHEN OTHER
                    MOVE WS-FILE-RESP           TO CICS-MSG-RESP
                    MOVE WS-FILE-RESP2          TO CICS-MSG-RESP2
                    MOVE 'B1000: READNEXT ZUIDRNG ERROR:'
                                                TO CICS-MSG-TEXT
                    PERFORM X2000-FILE-ERROR THRU X2000-EXIT
                    SET BROWSE-DONE     TO TRUE
              END-EVALUATE
           END-PERFORM.

           EXEC CICS ENDBR
                FILE( 'ZUIDRNG' )
                NOHANDLE
           END-EXEC.

           IF RNC-STATUS-CODE NOT = SPACES
              GO TO B1000-EXIT
           END-IF.

           IF CONFLICT-FOUND
              MOVE '409'                TO RNC-STATUS-CODE
              MOVE RNG-REGION           TO RNC-CONFLICT-REGION
              MOVE RNG-APPID            TO RNC-CONFLICT-APPID
              MOVE RNG-CNAME            TO RNC-CONFLICT-CNAME
              MOVE RNG-MIN              TO RNC-CONFLICT-MIN
              MOVE RNG-MAX              TO RNC-CONFLICT-MAX
              STRING 'RANGE OVERLAPS '  DELIMITED BY SIZE
                     RNG-APPID          DELIMITED BY SPACE
                     ' ('               DELIMITED BY SIZE
                     RNG-CNAME          DELIMITED BY SPACE
                     ') IN '            DELIMITED BY SIZE
                     RNG-REGION         DELIMITED BY SPACE
                     INTO RNC-MESSAGE
              END-STRING
              PERFORM X3000-LOG-REFUSAL THRU X3000-EXIT
           ELSE
              MOVE '200'                TO RNC-STATUS-CODE
              MOVE 'RANGE CLEAR'        TO RNC-MESSAGE
           END-IF.

       B1000-EXIT.
           EXIT.

      ******************************************************************
      * Test one registry record against the piece(s) of the range     *
      * being claimed.  The counter's own record, and any record for   *
      * the same counter name, are not other owners.                   *
      ******************************************************************

       B1500-TEST-ONE-OWNER.

           IF RNG-REGION = WS-REGION
              AND RNG-APPID = RNC-APPID
              GO TO B1500-EXIT
           END-IF.
           IF RNG-CNAME = RNC-CNAME
              GO TO B1500-EXIT
           END-IF.

           IF SEG1-TESTED
              AND RNG-MIN <= WS-SEG1-HI
              AND WS-SEG1-LO <= RNG-MAX
              SET CONFLICT-FOUND        TO TRUE
              GO TO B1500-EXIT
           END-IF.
           IF SEG2-TESTED
              AND RNG-MIN <= WS-SEG2-HI
              AND WS-SEG2-LO <= RNG-MAX
              SET CONFLICT-FOUND        TO TRUE
           END-IF.

       B1500-EXIT.
           EXIT.

      ******************************************************************
      * R - record the range as given.  A loan (kind L) names the      *
      * region holding the owned record for the same appid as its     *
      * lender.                                                        *
      ******************************************************************

       C1000-RECORD-RANGE.

           MOVE RNC-APPID               TO WS-NEW-APPID.
           MOVE RNC-CNAME               TO WS-NEW-CNAME.
           MOVE RNC-MIN                 TO WS-NEW-MIN.
           MOVE RNC-MAX                 TO WS-NEW-MAX.
           MOVE SPACES                  TO WS-NEW-LENDER.
           IF RNC-KIND = 'L'
              MOVE 'L'                  TO WS-NEW-KIND
              PERFORM C2000-FIND-LENDER THRU C2000-EXIT
              IF RNC-STATUS-CODE NOT = SPACES
                 GO TO C1000-EXIT
              END-IF
           ELSE
              MOVE 'O'                  TO WS-NEW-KIND
           END-IF.

           PERFORM X1000-PUT-RANGE      THRU X1000-EXIT.
           IF RNC-STATUS-CODE NOT = SPACES
              GO TO C1000-EXIT
           END-IF.

           MOVE '200'                   TO RNC-STATUS-CODE.
           MOVE WS-CHANGED-COUNT        TO RNC-COUNT.
           MOVE 'RANGE RECORDED'        TO RNC-MESSAGE.

       C1000-EXIT.
           EXIT.

      ******************************************************************
      * Find the lender of a DR loan: another region's owned record    *
      * for the same appid.  None on file leaves the lender blank -    *
      * the loan is still recorded, and UID045R shows it unmatched.    *
      ******************************************************************

       C2000-FIND-LENDER.

           MOVE 'N'                     TO WS-BROWSE-SW.
           MOVE LOW-VALUES              TO WS-RNG-KEY.
           EXEC CICS STARTBR
                FILE   ( 'ZUIDRNG' )
                RIDFLD ( WS-RNG-KEY )
                GTEQ
                RESP   ( WS-FILE-RESP )
                RESP2  ( WS-FILE-RESP2 )
           END-EXEC.

           EVALUATE WS-FILE-RESP
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 GO TO C2000-EXIT
              WHEN OTHER
                 MOVE WS-FILE-RESP              TO CICS-MSG-RESP
                 MOVE WS-FILE-RESP2             TO CICS-MSG-RESP2
                 MOVE 'C2000: STARTBR ZUIDRNG ERROR:' TO CICS-MSG-TEXT
                 PERFORM X2000-FILE-ERROR THRU X2000-EXIT
                 GO TO C2000-EXIT
           END-EVALUATE.

           PERFORM UNTIL BROWSE-DONE
              EXEC CICS READNEXT
                   FILE    ( 'ZUIDRNG' )
                   INTO    ( ZUIDRNG-RECORD )
                   RIDFLD  ( WS-RNG-KEY )
                   KEYLENGTH( LENGTH OF WS-RNG-KEY )
                   NOHANDLE
              END-EXEC
              IF EIBRESP NOT = DFHRESP(NORMAL)
                 SET BROWSE-DONE        TO TRUE
              ELSE
                 IF RNG-APPID = RNC-APPID
                    AND RNG-REGION NOT = WS-REGION
                    AND RNG-OWNED
                    MOVE RNG-REGION     TO WS-NEW-LENDER
                    SET BROWSE-DONE     TO TRUE
                 END-IF
              END-IF
           END-PERFORM.

           EXEC CICS ENDBR
                FILE( 'ZUIDRNG' )
                NOHANDLE
           END-EXEC.

       C2000-EXIT.
           EXIT.

      ******************************************************************
      * S - bring this region's registry records into line with its    *
      * ZUIDCTL: every definition, ACTIVE or not (a disabled counter's *
      * issued ids still exist).  A counter on loan from a DR seed     *
      * stays a loan, from its current initial VALUE up.               *
      ******************************************************************

       D1000-SYNC-REGION.

           MOVE LOW-VALUES              TO WS-CTF-KEY.
           MOVE 'N'                     TO WS-BROWSE-SW.
           EXEC CICS STARTBR
                FILE   ( 'ZUIDCTL' )
                RIDFLD ( WS-CTF-KEY )
                GTEQ
                RESP   ( WS-FILE-RESP )
                RESP2  ( WS-FILE-RESP2 )
           END-EXEC.

           EVALUATE WS-FILE-RESP
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE '200'             TO RNC-STATUS-CODE
                 MOVE 'NO COUNTERS DEFINED' TO RNC-MESSAGE
                 GO TO D1000-EXIT
              WHEN OTHER
                 MOVE WS-FILE-RESP              TO CICS-MSG-RESP
                 MOVE WS-FILE-RESP2             TO CICS-MSG-RESP2
                 MOVE 'D1000: STARTBR ZUIDCTL ERROR:' TO CICS-MSG-TEXT
                 PERFORM X2000-FILE-ERROR THRU X2000-EXIT
                 GO TO D1000-EXIT
           END-EVALUATE.

           PERFORM UNTIL BROWSE-DONE
              EXEC CICS READNEXT
                   FILE    ( 'ZUIDCTL' )
                   INTO    ( ZUIDCTF-RECORD )
                   RIDFLD  ( WS-CTF-KEY )
                   KEYLENGTH( LENGTH OF WS-CTF-KEY )
                   NOHANDLE
              END-EXEC
              IF EIBRESP NOT = DFHRESP(NORMAL)
                 SET BROWSE-DONE        TO TRUE
              ELSE
                 PERFORM D1500-SYNC-ONE THRU D1500-EXIT
                 IF RNC-STATUS-CODE NOT = SPACES
                    SET BROWSE-DONE     TO TRUE
                 END-IF
              END-IF
           END-PERFORM.

           EXEC CICS ENDBR
                FILE( 'ZUIDCTL' )
                NOHANDLE
           END-EXEC.

           MOVE WS-CHANGED-COUNT        TO RNC-COUNT.
           IF RNC-STATUS-CODE = SPACES
              MOVE '200'                TO RNC-STATUS-CODE
              MOVE 'REGION SYNCHRONIZED' TO RNC-MESSAGE
           END-IF.

       D1000-EXIT.
           EXIT.

      ******************************************************************
      * Work out what one definition's registry record should say and  *
      * put it there.                                                  *
      ******************************************************************

       D1500-SYNC-ONE.

           MOVE CTF-APPID               TO WS-NEW-APPID.
           MOVE CTF-CNAME               TO WS-NEW-CNAME.
           MOVE CTF-MIN                 TO WS-NEW-MIN.
           MOVE CTF-MAX                 TO WS-NEW-MAX.
           MOVE 'O'                     TO WS-NEW-KIND.
           MOVE SPACES                  TO WS-NEW-LENDER.

           MOVE WS-REGION               TO WS-RNG-KEY-REGION.
           MOVE CTF-APPID               TO WS-RNG-KEY-APPID.
           EXEC CICS READ FILE
                ( 'ZUIDRNG' )
                INTO     ( ZUIDRNG-RECORD )
                RIDFLD   ( WS-RNG-KEY )
                KEYLENGTH( LENGTH OF WS-RNG-KEY )
                RESP     ( WS-FILE-RESP )
                RESP2    ( WS-FILE-RESP2 )
           END-EXEC.

           EVALUATE WS-FILE-RESP
              WHEN DFHRESP(NORMAL)
                 IF RNG-LENT
                    MOVE 'L'            TO WS-NEW-KIND
                    MOVE CTF-VAL        TO WS-NEW-MIN
                    MOVE RNG-LENDER     TO WS-NEW-LENDER
                 END-IF
              WHEN DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 MOVE WS-FILE-RESP              TO CICS-MSG-RESP
                 MOVE WS-FILE-RESP2             TO CICS-MSG-RESP2
                 MOVE 'D1500: READ ZUIDRNG ERROR:' TO CICS-MSG-TEXT
                 PERFORM X2000-FILE-ERROR THRU X2000-EXIT
                 GO TO D1500-EXIT
           END-EVALUATE.

           PERFORM X1000-PUT-RANGE      THRU X1000-EXIT.

       D1500-EXIT.
           EXIT.

      ******************************************************************
      * Write or rewrite the registry record for WS-NEW-RANGE under    *
      * this region.  A record already saying the same thing is left   *
      * alone, so RNC-COUNT counts real changes.                       *
      ******************************************************************

       X1000-PUT-RANGE.

           MOVE WS-REGION               TO WS-RNG-KEY-REGION.
           MOVE WS-NEW-APPID            TO WS-RNG-KEY-APPID.
           EXEC CICS READ FILE
                ( 'ZUIDRNG' )
                INTO     ( ZUIDRNG-RECORD )
                RIDFLD   ( WS-RNG-KEY )
                KEYLENGTH( LENGTH OF WS-RNG-KEY )
                UPDATE
                RESP     ( WS-FILE-RESP )
                RESP2    ( WS-FILE-RESP2 )
           END-EXEC.

           EVALUATE WS-FILE-RESP
              WHEN DFHRESP(NORMAL)
                 IF RNG-CNAME = WS-NEW-CNAME
                    AND RNG-MIN = WS-NEW-MIN
                    AND RNG-MAX = WS-NEW-MAX
                    AND RNG-KIND = WS-NEW-KIND
                    AND RNG-LENDER = WS-NEW-LENDER
                    EXEC CICS UNLOCK
                         FILE( 'ZUIDRNG' )
                         NOHANDLE
                    END-EXEC
                    GO TO X1000-EXIT
                 END-IF
                 PERFORM X1500-FILL-RECORD THRU X1500-EXIT
                 EXEC CICS REWRITE FILE
                      ( 'ZUIDRNG' )
                      FROM  ( ZUIDRNG-RECORD )
                      RESP  ( WS-FILE-RESP )
                      RESP2 ( WS-FILE-RESP2 )
                 END-EXEC
                 MOVE 'X1000: REWRITE ZUIDRNG ERROR:' TO CICS-MSG-TEXT
              WHEN DFHRESP(NOTFND)
                 MOVE SPACES            TO ZUIDRNG-RECORD
                 MOVE WS-REGION         TO RNG-REGION
                 MOVE WS-NEW-APPID      TO RNG-APPID
                 PERFORM X1500-FILL-RECORD THRU X1500-EXIT
                 EXEC CICS WRITE FILE
                      ( 'ZUIDRNG' )
                      FROM     ( ZUIDRNG-RECORD )
                      RIDFLD   ( RNG-KEY )
                      KEYLENGTH( LENGTH OF RNG-KEY )
                      RESP     ( WS-FILE-RESP )
                      RESP2    ( WS-FILE-RESP2 )
                 END-EXEC
                 MOVE 'X1000: WRITE ZUIDRNG ERROR:' TO CICS-MSG-TEXT
              WHEN OTHER
                 MOVE 'X1000: READ ZUIDRNG ERROR:' TO CICS-MSG-TEXT
           END-EVALUATE.

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
              MOVE WS-FILE-RESP         TO CICS-MSG-RESP
              MOVE WS-FILE-RESP2        TO CICS-MSG-RESP2
              PERFORM X2000-FILE-ERROR THRU X2000-EXIT
              GO TO X1000-EXIT
           END-IF.

           ADD 1                        TO WS-CHANGED-COUNT.

       X1000-EXIT.
           EXIT.

      ******************************************************************
      * Move the new range and the who/when onto the record.           *
      ******************************************************************

       X1500-FILL-RECORD.

           MOVE WS-NEW-CNAME            TO RNG-CNAME.
           MOVE WS-NEW-MIN              TO RNG-MIN.
           MOVE WS-NEW-MAX              TO RNG-MAX.
           MOVE WS-NEW-KIND             TO RNG-KIND.
           MOVE WS-NEW-LENDER           TO RNG-LENDER.
           MOVE WS-RUN-DATE             TO RNG-DATE.
           MOVE WS-RUN-TIME             TO RNG-TIME.
           MOVE WS-USERID               TO RNG-USERID.
           MOVE RNC-PROGRAM             TO RNG-PROGRAM.

       X1500-EXIT.
           EXIT.

      ******************************************************************
      * A registry file error: 500 to the caller, the RESP codes to    *
      * UIDLOG.                                                        *
      ******************************************************************

       X2000-FILE-ERROR.

           MOVE '500'                   TO RNC-STATUS-CODE.
           MOVE 'RANGE REGISTRY UNAVAILABLE - SEE ALOG'
                TO RNC-MESSAGE.
           PERFORM Y1000-LOG-ERROR      THRU Y1000-EXIT.

       X2000-EXIT.
           EXIT.

      ******************************************************************
      * Put a refused range on ALOG - whose change, asked for by       *
      * which program and userid, and whose range it intruded on.      *
      ******************************************************************

       X3000-LOG-REFUSAL.

           MOVE WS-REGION               TO AL-REGION.
           MOVE RNC-APPID               TO AL-APPID.
           MOVE RNC-PROGRAM             TO AL-CALLER.
           MOVE WS-USERID               TO AL-USERID.
           MOVE RNC-MESSAGE             TO AL-MESSAGE.

           EXEC CICS WRITEQ TD
                QUEUE ( 'ALOG' )
                FROM  ( ALOG-MESSAGE )
                LENGTH( LENGTH OF ALOG-MESSAGE )
                NOHANDLE
           END-EXEC.

       X3000-EXIT.
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
