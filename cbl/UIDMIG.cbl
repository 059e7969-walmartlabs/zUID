       IDENTIFICATION DIVISION.
       PROGRAM-ID.      UIDMIG.
      ******************************************************************
      ** Counter migration: move an appid from one named counter to    **
      ** another without ever re-issuing an id.  When an application   **
      ** outgrows a shared counter, or two lines of business merge     **
      ** onto one, a DIS/ADD by hand would define the new counter at   **
      ** its table VALUE - quite possibly below ids the appid has      **
      ** already been handed.  This transaction does the cutover in    **
      ** one supported step:                                           **
      **   - freezes the appid (ZUIDCTL status D, committed before     **
      **     anything is read, so ZUID001 issues it nothing more from  **
      **     the old counter);                                         **
      **   - QUERYs the old counter's live cycle-qualified value -     **
      **     the high water of everything the appid can have been      **
      **     given - with the same exhausted-cycle chase UIDRBL uses;  **
      **   - defines the target counter, under the same cycle          **
      **     qualifier, at that high water plus a safety gap, on the   **
      **     bounds given on the command or, by default, on a range    **
      **     of the source's width just above the source's MAX - a     **
      **     source still shared with other appids, or lent to DR,     **
      **     must never climb into the target's values (or, when the   **
      **     target is already live - a merge - raises it there if it  **
      **     is not already above, never lowers it);                   **
      **   - repoints the ZUIDCTL entry at the target (its bounds      **
      **     when it was already live, VALUE at the start) and         **
      **     re-enables it.                                            **
      ** The cutover is one migration event: a ZUIDAUD event 'M'       **
      ** under the old counter carrying the frozen high water, the     **
      ** ZUIDAUD DEFINE ('D') of the target carrying its start value,  **
      ** and a ZUIDJRN entry (action MIGR, before/after images naming  **
      ** both counters), all three stamped with the same STCK so a     **
      ** report can pair them (see UID025R and UID036R).               **
      **                                                               **
      ** Command syntax (blank-delimited, from the invoking terminal): **
      **   xxxx appid newcname [min max]          show the plan -      **
      **                                          nothing is touched   **
      **   xxxx appid newcname [min max] CONFIRM  migrate              **
      ** where xxxx is this transaction's id.  min max are the bounds  **
      ** of a new target and may not overlap the source's range; they  **
      ** are refused for a live target, which keeps its own.  The plan **
      ** runs the same range-registry check CONFIRM does, so a range   **
      ** another counter owns shows up before anything is frozen.      **
      ** CONFIRM is gated by the ZUIDOPR authorized-operator file,     **
      ** like UIDRBL, and is a single-operator action for the same     **
      ** reason: the appid is frozen for the few commands the cutover  **
      ** takes, not left waiting for a second userid.  The appid's     **
      ** maintenance ENQ (the one UIDPND holds) is taken for the       **
      ** duration, and a change still pending for the appid on ZUIDPND **
      ** is rejected as stale if anyone approves it afterwards - its   **
      ** before image no longer matches ZUIDCTL.                       **
      **                                                               **
      ** The target's range is checked on the enterprise range         **
      ** registry before anything is frozen, and recorded there once   **
      ** the appid is repointed (see cbl/UIDRNG.cbl).  Any failure     **
      ** after the freeze and before the repoint thaws the appid back  **
      ** onto its old counter; a failed repoint leaves it frozen - an  **
      ** appid issuing nothing is safe, one issuing from the wrong     **
      ** counter is not - and says so on the terminal and via UIDLOG.  **
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
      ** Counter-definition record for the ZUIDCTL VSAM KSDS.        *
      **------------------------------------------------------------*
           COPY ZUIDCTF.

      **------------------------------------------------------------*
      ** Audit trail record - the same 61-byte ZUIDAUD record        *
      ** ZUIDPLT's SY_LOG builds (see copy/ZUIDAUD.cpy).             *
      **------------------------------------------------------------*
           COPY ZUIDAUD.

      **------------------------------------------------------------*
      ** Maintenance-journal record - a migration is a ZUIDCTL       *
      ** change and leaves the same trail UID020M maintenance does.  *
      **------------------------------------------------------------*
           COPY ZUIDJRN.

      **------------------------------------------------------------*
      ** Authorized-operator record - the CONFIRM form goes through  *
      ** the same gate as UID020M maintenance.                       *
      **------------------------------------------------------------*
           COPY ZUIDOPR.

      **------------------------------------------------------------*
      ** COMMAREA for the UIDRNG range registry - see C1100/C1600.   *
      **------------------------------------------------------------*
           COPY ZUIDRNC.

       01  WS-INPUT-AREA               PIC X(80).
       01  WS-INPUT-LEN                PIC S9(04) COMP.

       01  WS-CMD-FIELDS.
           05  WS-CMD-TRANSID          PIC X(08).
           05  WS-CMD-APPID            PIC X(08).
           05  WS-CMD-NEW-CNAME        PIC X(16).
           05  WS-CMD-TOKEN4           PIC X(10).
           05  WS-CMD-TOKEN5           PIC X(10).
           05  WS-CMD-TOKEN6           PIC X(08).
       01  WS-CMD-MIN                  PIC X(10).
       01  WS-CMD-MAX                  PIC X(10).
       01  WS-CMD-CONFIRM              PIC X(08).
           88  CMD-CONFIRMED               VALUE 'CONFIRM'.
       01  WS-BOUNDS-SW                PIC X     VALUE 'N'.
           88  BOUNDS-GIVEN                VALUE 'Y'.

       01  WS-OPR-KEY                  PIC X(08).
       01  WS-USERID                   PIC X(08).
       01  WS-TERMID                   PIC X(04).
       01  WS-AUTH-SW                  PIC X     VALUE 'N'.
           88  OPERATOR-AUTHORIZED     VALUE 'Y'.

       01  WS-FILE-RESP                PIC S9(08) COMP.
       01  WS-FILE-RESP2               PIC S9(08) COMP.

      *    The appid's maintenance ENQ - the same resource UIDPND
      *    holds while it submits or applies a change.
       01  WS-ENQ-NAME.
           05  FILLER                  PIC X(08) VALUE 'ZUIDPND '.
           05  WS-ENQ-APPID            PIC X(08).
       01  WS-ENQ-SW                   PIC X     VALUE 'N'.
           88  ENQ-HELD                VALUE 'Y'.

       01  WS-CYCLE-YEAR               PIC 9(04).
       01  WS-QUERY-YEAR               PIC 9(04).
       01  WS-CTR-NAME                 PIC X(16).
       01  WS-CTR-VALUE                PIC S9(18) COMP.
       01  WS-CTR-QMIN                 PIC S9(18) COMP.
       01  WS-CTR-QMAX                 PIC S9(18) COMP.
       01  WS-EXHAUSTED-SW             PIC X     VALUE 'N'.
           88  CYCLE-EXHAUSTED         VALUE 'Y'.
       01  WS-FALLBACK-SW              PIC X     VALUE 'N'.
           88  FALLBACK-TRIED          VALUE 'Y'.

      *    The two sides of the cutover.  The target takes the
      *    source's cycle qualifier; its bounds are its own when it
      *    is already live and, when it is new, the command's or a
      *    range of the source's width just above the source's MAX.
       01  WS-PLAN-IMAGE               PIC X(57).
       01  WS-SOURCE-IMAGE             PIC X(57).
       01  WS-SOURCE-NAME              PIC X(16).
       01  WS-TARGET-NAME              PIC X(16).
       01  WS-TARGET-SW                PIC X     VALUE 'N'.
           88  TARGET-LIVE             VALUE 'Y'.
       01  WS-TGT-VALUE                PIC S9(18) COMP.
       01  WS-TGT-QMIN                 PIC S9(18) COMP.
       01  WS-TGT-QMAX                 PIC S9(18) COMP.
       01  WS-NEW-MIN                  PIC S9(18) COMP.
       01  WS-NEW-MAX                  PIC S9(18) COMP.
       01  WS-HIGH-WATER               PIC S9(18) COMP.
       01  WS-START-VALUE              PIC S9(18) COMP.
       01  WS-RANGE-WIDTH              PIC S9(18) COMP.
      *    Highest value an id's ten digits can carry.
       01  WS-VALUE-CEILING            PIC S9(18) COMP
                                       VALUE 9999999999.
      *    Head-room left between the old counter's high water and
      *    the target's first value - same gap UIDDRS seeds DR with.
       01  WS-SAFETY-GAP               PIC S9(09) COMP VALUE 100000.
       01  WS-VALUE-ED                 PIC Z(09)9.

       01  WS-ABSTIME                  PIC S9(15) COMP-3.
       01  WS-ABSTIME-X REDEFINES WS-ABSTIME
                                       PIC X(08).
       01  WS-RUN-DATE                 PIC X(10).
       01  WS-RUN-TIME                 PIC X(08).

       01  TERM-RESPONSE.
           05  TERM-MSG                PIC X(78) VALUE SPACES.

       01  WS-PLAN-LINE.
           05  FILLER                  PIC X(05) VALUE 'FROM '.
           05  PL-SOURCE               PIC X(16).
           05  FILLER                  PIC X(04) VALUE ' AT '.
           05  PL-HIGH-WATER           PIC ZZZZZZZZZ9.
           05  FILLER                  PIC X(04) VALUE ' TO '.
           05  PL-TARGET               PIC X(16).
           05  FILLER                  PIC X(04) VALUE ' AT '.
           05  PL-START                PIC ZZZZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PL-VERDICT              PIC X(08).

       01  ALOG-MESSAGE                PIC X(78).

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

      *----------------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------------

           PERFORM A1000-RECEIVE-COMMAND THRU A1000-EXIT.
           IF TERM-MSG = SPACES
              PERFORM B1000-LOCATE-COUNTER THRU B1000-EXIT
           END-IF.
           IF TERM-MSG = SPACES
              PERFORM B1500-LOCATE-TARGET THRU B1500-EXIT
           END-IF.
           IF TERM-MSG = SPACES
              IF CMD-CONFIRMED
                 PERFORM C1000-MIGRATE THRU C1000-EXIT
              ELSE
                 PERFORM B2000-SHOW-PLAN THRU B2000-EXIT
              END-IF
           END-IF.
           PERFORM Z1000-EXIT-PROGRAM THRU Z1000-EXIT.

      ******************************************************************
      * Receive and tokenize the terminal command line, and capture    *
      * today's year - the cycle qualifier.                            *
      ******************************************************************

       A1000-RECEIVE-COMMAND.

           MOVE SPACES                  TO WS-INPUT-AREA.
           MOVE LENGTH OF WS-INPUT-AREA TO WS-INPUT-LEN.
           EXEC CICS RECEIVE
                INTO  ( WS-INPUT-AREA )
                LENGTH( WS-INPUT-LEN )
                NOHANDLE
           END-EXEC.

           IF EIBRESP NOT = DFHRESP(NORMAL)
              AND EIBRESP NOT = DFHRESP(EOC)
              MOVE EIBRESP                   TO CICS-MSG-RESP
              MOVE EIBRESP2                  TO CICS-MSG-RESP2
              MOVE 'A1000: RECEIVE ERROR:'   TO CICS-MSG-TEXT
              MOVE CICS-MSG                  TO TERM-MSG
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
              GO TO A1000-EXIT
           END-IF.

           MOVE SPACES                  TO WS-CMD-FIELDS.
           UNSTRING WS-INPUT-AREA DELIMITED BY ALL SPACE
               INTO WS-CMD-TRANSID
                    WS-CMD-APPID
                    WS-CMD-NEW-CNAME
                    WS-CMD-TOKEN4
                    WS-CMD-TOKEN5
                    WS-CMD-TOKEN6
           END-UNSTRING.

           IF WS-CMD-APPID = SPACES
              OR WS-CMD-NEW-CNAME = SPACES
              MOVE 'APPID AND TARGET REQUIRED - XXXX APPID CNAME (MIN MA
      -            'X) (CONFIRM)'        TO TERM-MSG
              GO TO A1000-EXIT
           END-IF.

      *    *--------------------------------------------------------*
      *    * The fourth word is either CONFIRM or the target's MIN, *
      *    * in which case MAX must follow it.                      *
      *    *--------------------------------------------------------*
           MOVE SPACES                  TO WS-CMD-MIN.
           MOVE SPACES                  TO WS-CMD-MAX.
           MOVE SPACES                  TO WS-CMD-CONFIRM.
           MOVE 'N'                     TO WS-BOUNDS-SW.
           IF WS-CMD-TOKEN4 = 'CONFIRM'
              MOVE WS-CMD-TOKEN4        TO WS-CMD-CONFIRM
           ELSE
              IF WS-CMD-TOKEN4 NOT = SPACES
                 MOVE WS-CMD-TOKEN4     TO WS-CMD-MIN
                 MOVE WS-CMD-TOKEN5     TO WS-CMD-MAX
                 MOVE WS-CMD-TOKEN6     TO WS-CMD-CONFIRM
                 SET BOUNDS-GIVEN       TO TRUE
              END-IF
           END-IF.

           IF BOUNDS-GIVEN
              IF WS-CMD-MAX = SPACES
                 MOVE 'TARGET MAX MISSING - GIVE BOTH MIN AND MAX'
                      TO TERM-MSG
                 GO TO A1000-EXIT
              END-IF
              IF FUNCTION TEST-NUMVAL(WS-CMD-MIN) NOT = ZERO
                 OR FUNCTION TEST-NUMVAL(WS-CMD-MAX) NOT = ZERO
                 MOVE 'TARGET MIN AND MAX MUST BE NUMERIC' TO TERM-MSG
                 GO TO A1000-EXIT
              END-IF
              COMPUTE WS-NEW-MIN = FUNCTION NUMVAL(WS-CMD-MIN)
              COMPUTE WS-NEW-MAX = FUNCTION NUMVAL(WS-CMD-MAX)
              IF WS-NEW-MIN >= WS-NEW-MAX
                 MOVE 'TARGET MIN MUST BE BELOW MAX' TO TERM-MSG
                 GO TO A1000-EXIT
              END-IF
           END-IF.

           IF WS-CMD-CONFIRM NOT = SPACES
              AND NOT CMD-CONFIRMED
              MOVE 'UNKNOWN WORD AFTER TARGET - XXXX APPID CNAME (MIN MA
      -            'X) (CONFIRM)'        TO TERM-MSG
              GO TO A1000-EXIT
           END-IF.

      *    The cycle qualifier takes four bytes of the sixteen.
           IF WS-CMD-NEW-CNAME(13:4) NOT = SPACES
              MOVE 'TARGET COUNTER NAME LONGER THAN 12 - NO ROOM FOR THE
      -            ' CYCLE YEAR'         TO TERM-MSG
              GO TO A1000-EXIT
           END-IF.

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
           MOVE WS-RUN-DATE(1:4)        TO WS-CYCLE-YEAR.

       A1000-EXIT.
           EXIT.

      ******************************************************************
      * Read the ZUIDCTL record and QUERY the old counter under its    *
      * cycle-qualified name - the same exhausted-cycle chase and      *
      * calendar-year fallback UIDRBL's B1000 performs.  Leaves        *
      * TERM-MSG non-blank when there is nothing to migrate.           *
      ******************************************************************

       B1000-LOCATE-COUNTER.

           EXEC CICS READ FILE
                ( 'ZUIDCTL' )
                INTO     ( ZUIDCTF-RECORD )
                RIDFLD   ( WS-CMD-APPID )
                KEYLENGTH( LENGTH OF WS-CMD-APPID )
                RESP     ( WS-FILE-RESP )
                RESP2    ( WS-FILE-RESP2 )
           END-EXEC.

           EVALUATE WS-FILE-RESP
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'APPID NOT DEFINED ON ZUIDCTL' TO TERM-MSG
                 GO TO B1000-EXIT
              WHEN OTHER
                 MOVE WS-FILE-RESP              TO CICS-MSG-RESP
                 MOVE WS-FILE-RESP2             TO CICS-MSG-RESP2
                 MOVE 'B1000: READ ZUIDCTL ERROR:' TO CICS-MSG-TEXT
                 MOVE CICS-MSG                  TO TERM-MSG
                 PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
                 GO TO B1000-EXIT
           END-EVALUATE.

      *    A disabled appid may be one a failed migration left
      *    frozen - it needs looking at, not a second cutover.
           IF CTF-DISABLED
              MOVE 'APPID IS DISABLED - ENABLE IT BEFORE MIGRATING'
                   TO TERM-MSG
              GO TO B1000-EXIT
           END-IF.

           IF CTF-CNAME = WS-CMD-NEW-CNAME
              MOVE 'APPID ALREADY USES THAT COUNTER' TO TERM-MSG
              GO TO B1000-EXIT
           END-IF.

           MOVE WS-CYCLE-YEAR           TO WS-QUERY-YEAR.
           MOVE 'N'                     TO WS-EXHAUSTED-SW.
           MOVE 'N'                     TO WS-FALLBACK-SW.

           PERFORM WITH TEST AFTER UNTIL NOT CYCLE-EXHAUSTED
              MOVE SPACES                  TO WS-CTR-NAME
              STRING FUNCTION TRIM(CTF-CNAME) DELIMITED BY SIZE
                     WS-QUERY-YEAR          DELIMITED BY SIZE
                     INTO WS-CTR-NAME
              END-STRING
              EXEC CICS QUERY DCOUNTER
                   ( WS-CTR-NAME )
                   VALUE  ( WS-CTR-VALUE )
                   MINIMUM( WS-CTR-QMIN )
                   MAXIMUM( WS-CTR-QMAX )
                   NOHANDLE
              END-EXEC
              MOVE 'N'                     TO WS-EXHAUSTED-SW
              IF EIBRESP = DFHRESP(NORMAL)
                 IF WS-CTR-VALUE >= WS-CTR-QMAX
                    AND WS-CTR-VALUE >= CTF-MAX
                    ADD 1 TO WS-QUERY-YEAR
                    MOVE 'Y'               TO WS-EXHAUSTED-SW
                 END-IF
              ELSE
                 IF NOT FALLBACK-TRIED
                    AND WS-QUERY-YEAR = WS-CYCLE-YEAR
                    MOVE 'Y'               TO WS-FALLBACK-SW
                    COMPUTE WS-QUERY-YEAR = WS-QUERY-YEAR - 1
                    MOVE 'Y'               TO WS-EXHAUSTED-SW
                 END-IF
              END-IF
           END-PERFORM.

           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'COUNTER NOT DEFINED - USE UIDRDF FOR MISSING ONES'
                   TO TERM-MSG
              GO TO B1000-EXIT
           END-IF.

           MOVE WS-CTR-NAME             TO WS-SOURCE-NAME.
           MOVE WS-CTR-VALUE            TO WS-HIGH-WATER.
           MOVE ZUIDCTF-RECORD          TO WS-PLAN-IMAGE.

       B1000-EXIT.
           EXIT.

      ******************************************************************
      * QUERY the target under the same cycle qualifier.  Live means   *
      * a merge: the appid joins the counter on its existing bounds.   *
      * Not there means a new counter, on the command's bounds or, by  *
      * default, on a range of the source's width starting just above  *
      * the source's MAX - never overlapping the source's range, which *
      * other appids may still be drawing on.                          *
      ******************************************************************

       B1500-LOCATE-TARGET.

           MOVE SPACES                  TO WS-TARGET-NAME.
           STRING FUNCTION TRIM(WS-CMD-NEW-CNAME) DELIMITED BY SIZE
                  WS-QUERY-YEAR         DELIMITED BY SIZE
                  INTO WS-TARGET-NAME
           END-STRING.

           MOVE 'N'                     TO WS-TARGET-SW.
           EXEC CICS QUERY DCOUNTER
                ( WS-TARGET-NAME )
                VALUE  ( WS-TGT-VALUE )
                MINIMUM( WS-TGT-QMIN )
                MAXIMUM( WS-TGT-QMAX )
                NOHANDLE
           END-EXEC.

           IF EIBRESP = DFHRESP(NORMAL)
              SET TARGET-LIVE           TO TRUE
              IF BOUNDS-GIVEN
                 MOVE 'TARGET IS LIVE - IT KEEPS ITS OWN BOUNDS'
                      TO TERM-MSG
                 GO TO B1500-EXIT
              END-IF
              MOVE WS-TGT-QMIN          TO WS-NEW-MIN
              MOVE WS-TGT-QMAX          TO WS-NEW-MAX
           ELSE
              IF BOUNDS-GIVEN
                 IF WS-NEW-MIN <= CTF-MAX
                    AND CTF-MIN <= WS-NEW-MAX
                    MOVE 'TARGET RANGE OVERLAPS THE SOURCE RANGE'
                         TO TERM-MSG
                    GO TO B1500-EXIT
                 END-IF
              ELSE
                 IF CTF-MAX >= WS-VALUE-CEILING
                    MOVE 'NO ROOM ABOVE SOURCE RANGE - GIVE MIN MAX'
                         TO TERM-MSG
                    GO TO B1500-EXIT
                 END-IF
                 COMPUTE WS-RANGE-WIDTH = CTF-MAX - CTF-MIN + 1
                 COMPUTE WS-NEW-MIN = CTF-MAX + 1
                 COMPUTE WS-NEW-MAX = CTF-MAX + WS-RANGE-WIDTH
                 IF WS-NEW-MAX > WS-VALUE-CEILING
                    MOVE WS-VALUE-CEILING TO WS-NEW-MAX
                 END-IF
              END-IF
           END-IF.

           PERFORM E1000-SET-START      THRU E1000-EXIT.

       B1500-EXIT.
           EXIT.

      ******************************************************************
      * No CONFIRM - run the range-registry check CONFIRM will run and *
      * show where the appid would start on the target, or the owner   *
      * the target's range intrudes on.  The high water shown is a     *
      * reading, not a freeze: CONFIRM takes it again once the appid   *
      * is frozen.                                                     *
      ******************************************************************

       B2000-SHOW-PLAN.

           PERFORM C1100-CHECK-RANGE    THRU C1100-EXIT.
           IF TERM-MSG NOT = SPACES
              GO TO B2000-EXIT
           END-IF.

           MOVE WS-SOURCE-NAME          TO PL-SOURCE.
           MOVE WS-HIGH-WATER           TO PL-HIGH-WATER.
           MOVE WS-TARGET-NAME          TO PL-TARGET.
           MOVE WS-START-VALUE          TO PL-START.

           EVALUATE TRUE
              WHEN WS-START-VALUE >= WS-NEW-MAX
                 MOVE 'NO ROOM'         TO PL-VERDICT
              WHEN TARGET-LIVE
                 MOVE 'MERGE'           TO PL-VERDICT
              WHEN OTHER
                 MOVE 'NEW CTR'         TO PL-VERDICT
           END-EVALUATE.

           MOVE WS-PLAN-LINE            TO TERM-MSG.

       B2000-EXIT.
           EXIT.

      ******************************************************************
      * CONFIRM - freeze, take the high water, set the target above    *
      * it, repoint, and record the one migration event.               *
      ******************************************************************

       C1000-MIGRATE.

           PERFORM A1500-CHECK-AUTHORITY THRU A1500-EXIT.
           IF NOT OPERATOR-AUTHORIZED
              GO TO C1000-EXIT
           END-IF.

           PERFORM C1100-CHECK-RANGE    THRU C1100-EXIT.
           IF TERM-MSG NOT = SPACES
              GO TO C1000-EXIT
           END-IF.

           MOVE WS-CMD-APPID            TO WS-ENQ-APPID.
           EXEC CICS ENQ
                RESOURCE( WS-ENQ-NAME )
                LENGTH  ( LENGTH OF WS-ENQ-NAME )
                TASK
                NOSUSPEND
                NOHANDLE
           END-EXEC.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'APPID HAS A CHANGE IN PROGRESS - RETRY SHORTLY'
                   TO TERM-MSG
              GO TO C1000-EXIT
           END-IF.
           SET ENQ-HELD                 TO TRUE.

           PERFORM C1200-FREEZE-SOURCE  THRU C1200-EXIT.
           IF TERM-MSG NOT = SPACES
              GO TO C1000-DEQ
           END-IF.

      *    *--------------------------------------------------------*
      *    * Re-QUERY now the freeze is committed: nothing issued   *
      *    * to the appid from here on comes from this counter, so  *
      *    * this reading is the high water the target must clear. *
      *    *--------------------------------------------------------*
           EXEC CICS QUERY DCOUNTER
                ( WS-SOURCE-NAME )
                VALUE  ( WS-CTR-VALUE )
                NOHANDLE
           END-EXEC.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE EIBRESP                  TO CICS-MSG-RESP
              MOVE EIBRESP2                 TO CICS-MSG-RESP2
              MOVE 'C1000: QUERY DCOUNTER ERROR:' TO CICS-MSG-TEXT
              MOVE CICS-MSG                 TO TERM-MSG
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
              PERFORM C1900-THAW-SOURCE THRU C1900-EXIT
              GO TO C1000-DEQ
           END-IF.
           MOVE WS-CTR-VALUE            TO WS-HIGH-WATER.
           PERFORM E1000-SET-START      THRU E1000-EXIT.

           IF WS-START-VALUE >= WS-NEW-MAX
              MOVE 'NO ROOM ON TARGET ABOVE HIGH WATER - NOT MIGRATED'
                   TO TERM-MSG
              PERFORM C1900-THAW-SOURCE THRU C1900-EXIT
              GO TO C1000-DEQ
           END-IF.

           PERFORM C1300-SET-TARGET     THRU C1300-EXIT.
           IF TERM-MSG NOT = SPACES
              PERFORM C1900-THAW-SOURCE THRU C1900-EXIT
              GO TO C1000-DEQ
           END-IF.

           PERFORM C1400-REPOINT        THRU C1400-EXIT.
           IF TERM-MSG NOT = SPACES
              GO TO C1000-DEQ
           END-IF.

           PERFORM C1500-RECORD-EVENT   THRU C1500-EXIT.
           PERFORM C1600-RECORD-RANGE   THRU C1600-EXIT.

           MOVE WS-START-VALUE          TO WS-VALUE-ED.
           MOVE SPACES                  TO TERM-MSG.
           STRING 'MIGRATED - '         DELIMITED BY SIZE
                  WS-CMD-APPID          DELIMITED BY SPACE
                  ' NOW ON '            DELIMITED BY SIZE
                  WS-TARGET-NAME        DELIMITED BY SPACE
                  ' FROM '              DELIMITED BY SIZE
                  WS-VALUE-ED           DELIMITED BY SIZE
                  INTO TERM-MSG
           END-STRING.

       C1000-DEQ.
           IF ENQ-HELD
              EXEC CICS DEQ
                   RESOURCE( WS-ENQ-NAME )
                   LENGTH  ( LENGTH OF WS-ENQ-NAME )
                   TASK
                   NOHANDLE
              END-EXEC
              MOVE 'N'                  TO WS-ENQ-SW
           END-IF.

       C1000-EXIT.
           EXIT.

      ******************************************************************
      * Ask UIDRNG whether the target's range intrudes on one another  *
      * counter owns.  The appid has no range on the target yet, so    *
      * the whole range is tested; records already naming the target   *
      * counter share its pool and are no conflict.  No answer from    *
      * the registry refuses the migration.                            *
      ******************************************************************

       C1100-CHECK-RANGE.

           MOVE SPACES                  TO ZUIDRNC-COMM-AREA.
           SET RNC-FUNC-CHECK           TO TRUE.
           MOVE CTF-APPID               TO RNC-APPID.
           MOVE WS-CMD-NEW-CNAME        TO RNC-CNAME.
           MOVE WS-NEW-MIN              TO RNC-MIN.
           MOVE WS-NEW-MAX              TO RNC-MAX.
           MOVE ZERO                    TO RNC-OLD-MIN.
           MOVE ZERO                    TO RNC-OLD-MAX.
           MOVE 'UIDMIG  '              TO RNC-PROGRAM.

           EXEC CICS LINK
                PROGRAM ( 'UIDRNG' )
                COMMAREA( ZUIDRNC-COMM-AREA )
                LENGTH  ( LENGTH OF ZUIDRNC-COMM-AREA )
                NOHANDLE
           END-EXEC.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE EIBRESP                  TO CICS-MSG-RESP
              MOVE EIBRESP2                 TO CICS-MSG-RESP2
              MOVE 'C1100: LINK UIDRNG ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
              MOVE '500'                TO RNC-STATUS-CODE
           END-IF.

           EVALUATE RNC-STATUS-CODE
              WHEN '200'
                 CONTINUE
              WHEN '409'
                 MOVE RNC-MESSAGE       TO TERM-MSG
              WHEN OTHER
                 MOVE 'RANGE REGISTRY UNAVAILABLE - MIGRATION REFUSED'
                      TO TERM-MSG
           END-EVALUATE.

       C1100-EXIT.
           EXIT.

      ******************************************************************
      * Freeze the appid: status D on ZUIDCTL, committed at once so    *
      * ZUID001 stops drawing from the old counter before the high     *
      * water is read.  The record must still be the one the plan      *
      * was built from.  The untouched image is kept for the journal   *
      * and for the thaw.                                              *
      ******************************************************************

       C1200-FREEZE-SOURCE.

           EXEC CICS READ FILE
                ( 'ZUIDCTL' )
                INTO     ( ZUIDCTF-RECORD )
                RIDFLD   ( WS-CMD-APPID )
                KEYLENGTH( LENGTH OF WS-CMD-APPID )
                UPDATE
                RESP     ( WS-FILE-RESP )
                RESP2    ( WS-FILE-RESP2 )
           END-EXEC.
           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
              MOVE WS-FILE-RESP             TO CICS-MSG-RESP
              MOVE WS-FILE-RESP2            TO CICS-MSG-RESP2
              MOVE 'C1200: READ UPD ZUIDCTL ERROR:' TO CICS-MSG-TEXT
              MOVE CICS-MSG                 TO TERM-MSG
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
              GO TO C1200-EXIT
           END-IF.

           IF ZUIDCTF-RECORD NOT = WS-PLAN-IMAGE
              EXEC CICS UNLOCK
                   FILE( 'ZUIDCTL' )
                   NOHANDLE
              END-EXEC
              MOVE 'ZUIDCTL ENTRY CHANGED SINCE THE PLAN - RETRY'
                   TO TERM-MSG
              GO TO C1200-EXIT
           END-IF.

           MOVE ZUIDCTF-RECORD          TO WS-SOURCE-IMAGE.
           SET CTF-DISABLED             TO TRUE.

           EXEC CICS REWRITE FILE
                ( 'ZUIDCTL' )
                FROM ( ZUIDCTF-RECORD )
                RESP ( WS-FILE-RESP )
                RESP2( WS-FILE-RESP2 )
           END-EXEC.
           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
              MOVE WS-FILE-RESP             TO CICS-MSG-RESP
              MOVE WS-FILE-RESP2            TO CICS-MSG-RESP2
              MOVE 'C1200: REWRITE ZUIDCTL ERROR:' TO CICS-MSG-TEXT
              MOVE CICS-MSG                 TO TERM-MSG
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
              GO TO C1200-EXIT
           END-IF.

           EXEC CICS SYNCPOINT
                NOHANDLE
           END-EXEC.

       C1200-EXIT.
           EXIT.

      ******************************************************************
      * Put the target counter at or above the start value.  A new     *
      * counter is DEFINEd there.  A live one (a merge) is raised with *
      * UPDATE DCOUNTER only while it is still at or below the start - *
      * SUPPRESSED means another consumer took it past in the          *
      * meantime, which is just as good.  A live counter is never      *
      * lowered.                                                       *
      ******************************************************************

       C1300-SET-TARGET.

           IF NOT TARGET-LIVE
              EXEC CICS DEFINE DCOUNTER
                   ( WS-TARGET-NAME )
                   VALUE  ( WS-START-VALUE )
                   MINIMUM( WS-NEW-MIN )
                   MAXIMUM( WS-NEW-MAX )
                   NOHANDLE
              END-EXEC
           ELSE
              EXEC CICS UPDATE DCOUNTER
                   ( WS-TARGET-NAME )
                   VALUE     ( WS-START-VALUE )
                   COMPAREMAX( WS-START-VALUE )
                   NOHANDLE
              END-EXEC
              IF EIBRESP = DFHRESP(SUPPRESSED)
                 GO TO C1300-EXIT
              END-IF
           END-IF.

           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE EIBRESP                  TO CICS-MSG-RESP
              MOVE EIBRESP2                 TO CICS-MSG-RESP2
              MOVE WS-TARGET-NAME           TO WS-CTR-NAME
              MOVE 'E'                      TO AUD-EVENT
              MOVE ZERO                     TO AUD-VALUE
              MOVE EIBRESP                  TO AUD-RESP
              MOVE EIBRESP2                 TO AUD-RESP2
              PERFORM X1000-WRITE-AUDIT THRU X1000-EXIT
              IF TARGET-LIVE
                 MOVE 'C1300: UPDATE DCOUNTER ERROR:' TO CICS-MSG-TEXT
              ELSE
                 MOVE 'C1300: DEFINE DCOUNTER ERROR:' TO CICS-MSG-TEXT
              END-IF
              MOVE CICS-MSG                 TO TERM-MSG
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
           END-IF.

       C1300-EXIT.
           EXIT.

      ******************************************************************
      * Repoint the ZUIDCTL entry at the target and re-enable it.      *
      * VALUE carries the start, so a PLT restart that finds the       *
      * target missing still defines it above the old high water.  A   *
      * failure here leaves the appid frozen - see the banner.         *
      ******************************************************************

       C1400-REPOINT.

           EXEC CICS READ FILE
                ( 'ZUIDCTL' )
                INTO     ( ZUIDCTF-RECORD )
                RIDFLD   ( WS-CMD-APPID )
                KEYLENGTH( LENGTH OF WS-CMD-APPID )
                UPDATE
                RESP     ( WS-FILE-RESP )
                RESP2    ( WS-FILE-RESP2 )
           END-EXEC.
           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
              MOVE WS-FILE-RESP             TO CICS-MSG-RESP
              MOVE WS-FILE-RESP2            TO CICS-MSG-RESP2
              MOVE 'C1400: READ UPD ZUIDCTL ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
              MOVE 'TARGET SET BUT ZUIDCTL NOT REPOINTED - APPID LEFT DI
      -            'SABLED'              TO TERM-MSG
              GO TO C1400-EXIT
           END-IF.

           MOVE WS-CMD-NEW-CNAME        TO CTF-CNAME.
           MOVE WS-NEW-MIN              TO CTF-MIN.
           MOVE WS-NEW-MAX              TO CTF-MAX.
           MOVE WS-START-VALUE          TO CTF-VAL.
           SET CTF-ACTIVE               TO TRUE.

           EXEC CICS REWRITE FILE
                ( 'ZUIDCTL' )
                FROM ( ZUIDCTF-RECORD )
                RESP ( WS-FILE-RESP )
                RESP2( WS-FILE-RESP2 )
           END-EXEC.
           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
              MOVE WS-FILE-RESP             TO CICS-MSG-RESP
              MOVE WS-FILE-RESP2            TO CICS-MSG-RESP2
              MOVE 'C1400: REWRITE ZUIDCTL ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
              MOVE 'TARGET SET BUT ZUIDCTL NOT REPOINTED - APPID LEFT DI
      -            'SABLED'              TO TERM-MSG
           END-IF.

       C1400-EXIT.
           EXIT.

      ******************************************************************
      * Record the cutover as one event - one STCK on all three        *
      * records: ZUIDAUD 'M' under the old counter with the frozen     *
      * high water, ZUIDAUD 'D' under the target with the start value, *
      * and the ZUIDJRN MIGR entry with both images.                   *
      ******************************************************************

       C1500-RECORD-EVENT.

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

           MOVE WS-SOURCE-NAME          TO WS-CTR-NAME.
           MOVE 'M'                     TO AUD-EVENT.
           MOVE WS-HIGH-WATER           TO AUD-VALUE.
           MOVE ZERO                    TO AUD-RESP.
           MOVE ZERO                    TO AUD-RESP2.
           PERFORM X1100-PUT-AUDIT      THRU X1100-EXIT.

           MOVE WS-TARGET-NAME          TO WS-CTR-NAME.
           MOVE 'D'                     TO AUD-EVENT.
           MOVE WS-START-VALUE          TO AUD-VALUE.
           PERFORM X1100-PUT-AUDIT      THRU X1100-EXIT.

           MOVE EIBTRMID                TO WS-TERMID.
           MOVE CTF-APPID               TO JRN-APPID.
           MOVE WS-ABSTIME-X            TO JRN-STCK.
           MOVE WS-RUN-DATE             TO JRN-DATE.
           MOVE WS-RUN-TIME             TO JRN-TIME.
           MOVE WS-USERID               TO JRN-USERID.
           MOVE WS-TERMID               TO JRN-TERMID.
           MOVE 'UIDMIG'                TO JRN-PROGRAM.
           MOVE 'MIGR'                  TO JRN-ACTION.
           MOVE WS-SOURCE-IMAGE         TO JRN-BEFORE-IMAGE.
           MOVE ZUIDCTF-RECORD          TO JRN-AFTER-IMAGE.
           MOVE SPACES                  TO JRN-APPROVER.

           EXEC CICS WRITE FILE
                ( 'ZUIDJRN' )
                FROM     ( ZUIDJRN-RECORD )
                RIDFLD   ( JRN-KEY )
                KEYLENGTH( LENGTH OF JRN-KEY )
                NOHANDLE
           END-EXEC.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE EIBRESP                  TO CICS-MSG-RESP
              MOVE EIBRESP2                 TO CICS-MSG-RESP2
              MOVE 'C1500: WRITE FILE ZUIDJRN ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
           END-IF.

           MOVE WS-HIGH-WATER           TO WS-VALUE-ED.
           MOVE SPACES                  TO ALOG-MESSAGE.
           STRING 'UIDMIG '             DELIMITED BY SIZE
                  CTF-APPID             DELIMITED BY SIZE
                  ' MIGRATED '          DELIMITED BY SIZE
                  WS-SOURCE-NAME        DELIMITED BY SPACE
                  ' AT '                DELIMITED BY SIZE
                  WS-VALUE-ED           DELIMITED BY SIZE
                  ' TO '                DELIMITED BY SIZE
                  WS-TARGET-NAME        DELIMITED BY SPACE
                  ' BY '                DELIMITED BY SIZE
                  WS-USERID             DELIMITED BY SIZE
                  INTO ALOG-MESSAGE
           END-STRING.
           PERFORM X2000-WRITE-ALOG THRU X2000-EXIT.

       C1500-EXIT.
           EXIT.

      ******************************************************************
      * Tell the registry the appid now holds its range on the target. *
      * A failure is logged and left for the nightly UID022X sync.     *
      ******************************************************************

       C1600-RECORD-RANGE.

           MOVE SPACES                  TO ZUIDRNC-COMM-AREA.
           SET RNC-FUNC-RECORD          TO TRUE.
           MOVE CTF-APPID               TO RNC-APPID.
           MOVE CTF-CNAME               TO RNC-CNAME.
           MOVE CTF-MIN                 TO RNC-MIN.
           MOVE CTF-MAX                 TO RNC-MAX.
           MOVE ZERO                    TO RNC-OLD-MIN.
           MOVE ZERO                    TO RNC-OLD-MAX.
           MOVE 'O'                     TO RNC-KIND.
           MOVE 'UIDMIG  '              TO RNC-PROGRAM.

           EXEC CICS LINK
                PROGRAM ( 'UIDRNG' )
                COMMAREA( ZUIDRNC-COMM-AREA )
                LENGTH  ( LENGTH OF ZUIDRNC-COMM-AREA )
                NOHANDLE
           END-EXEC.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE EIBRESP                  TO CICS-MSG-RESP
              MOVE EIBRESP2                 TO CICS-MSG-RESP2
              MOVE 'C1600: LINK UIDRNG ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
           END-IF.

       C1600-EXIT.
           EXIT.

      ******************************************************************
      * Undo the freeze after a failure short of the repoint - the     *
      * appid goes back to issuing from its old counter, which has     *
      * not been touched.  A thaw that fails is logged; the appid      *
      * stays frozen until an ENA.                                     *
      ******************************************************************

       C1900-THAW-SOURCE.

           EXEC CICS READ FILE
                ( 'ZUIDCTL' )
                INTO     ( ZUIDCTF-RECORD )
                RIDFLD   ( WS-CMD-APPID )
                KEYLENGTH( LENGTH OF WS-CMD-APPID )
                UPDATE
                RESP     ( WS-FILE-RESP )
                RESP2    ( WS-FILE-RESP2 )
           END-EXEC.
           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
              MOVE WS-FILE-RESP             TO CICS-MSG-RESP
              MOVE WS-FILE-RESP2            TO CICS-MSG-RESP2
              MOVE 'C1900: READ UPD ZUIDCTL ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
              GO TO C1900-EXIT
           END-IF.

           SET CTF-ACTIVE               TO TRUE.
           EXEC CICS REWRITE FILE
                ( 'ZUIDCTL' )
                FROM ( ZUIDCTF-RECORD )
                RESP ( WS-FILE-RESP )
                RESP2( WS-FILE-RESP2 )
           END-EXEC.
           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
              MOVE WS-FILE-RESP             TO CICS-MSG-RESP
              MOVE WS-FILE-RESP2            TO CICS-MSG-RESP2
              MOVE 'C1900: REWRITE ZUIDCTL ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
           END-IF.

       C1900-EXIT.
           EXIT.

      ******************************************************************
      * Start value on the target: the high water plus the safety      *
      * gap, floored at the target's MINIMUM.                          *
      ******************************************************************

       E1000-SET-START.

           COMPUTE WS-START-VALUE = WS-HIGH-WATER + WS-SAFETY-GAP.
           IF WS-START-VALUE < WS-NEW-MIN
              MOVE WS-NEW-MIN           TO WS-START-VALUE
           END-IF.

       E1000-EXIT.
           EXIT.

      ******************************************************************
      * Check the signed-on userid against the ZUIDOPR                 *
      * authorized-operator file - same fail-closed gate as            *
      * UID020M's A1500.                                               *
      ******************************************************************

       A1500-CHECK-AUTHORITY.

           MOVE 'N'                     TO WS-AUTH-SW.
           MOVE SPACES                  TO WS-USERID.
           EXEC CICS ASSIGN
                USERID( WS-USERID )
                NOHANDLE
           END-EXEC.

           MOVE WS-USERID               TO WS-OPR-KEY.
           EXEC CICS READ FILE
                ( 'ZUIDOPR' )
                INTO     ( ZUIDOPR-RECORD )
                RIDFLD   ( WS-OPR-KEY )
                KEYLENGTH( LENGTH OF WS-OPR-KEY )
                RESP     ( WS-FILE-RESP )
                RESP2    ( WS-FILE-RESP2 )
           END-EXEC.

           IF WS-FILE-RESP = DFHRESP(NORMAL)
              AND OPR-ACTIVE
              SET OPERATOR-AUTHORIZED   TO TRUE
              GO TO A1500-EXIT
           END-IF.

           MOVE 'NOT AUTHORIZED FOR COUNTER MIGRATION'
                TO TERM-MSG.
           MOVE SPACES                  TO ALOG-MESSAGE.
           STRING 'UIDMIG DENIED '      DELIMITED BY SIZE
                  WS-USERID             DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-CMD-APPID          DELIMITED BY SIZE
                  INTO ALOG-MESSAGE
           END-STRING.
           PERFORM X2000-WRITE-ALOG THRU X2000-EXIT.

       A1500-EXIT.
           EXIT.

      ******************************************************************
      * Write a ZUIDAUD audit record for a failure just handled, at    *
      * the time it happened.                                          *
      ******************************************************************

       X1000-WRITE-AUDIT.

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
           PERFORM X1100-PUT-AUDIT      THRU X1100-EXIT.

       X1000-EXIT.
           EXIT.

      ******************************************************************
      * Write the ZUIDAUD record for WS-CTR-NAME under the STCK and    *
      * time already taken - same 61-byte record ZUIDPLT's SY_LOG      *
      * writes.                                                        *
      ******************************************************************

       X1100-PUT-AUDIT.

           MOVE WS-CTR-NAME              TO AUD-CNAME.
           MOVE WS-ABSTIME-X             TO AUD-STCK.
           MOVE WS-RUN-DATE              TO AUD-DATE.
           MOVE WS-RUN-TIME              TO AUD-TOD.

      *    The record key is its leading 24 bytes - counter name
      *    plus STCK - same as SY_LOG's AUD_KEY.
           EXEC CICS WRITE FILE
                ( 'ZUIDAUD' )
                FROM     ( ZUIDAUD-RECORD )
                RIDFLD   ( AUD-CNAME )
                KEYLENGTH( 24 )
                NOHANDLE
           END-EXEC.

           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE EIBRESP                  TO CICS-MSG-RESP
              MOVE EIBRESP2                 TO CICS-MSG-RESP2
              MOVE 'X1100: WRITE FILE ZUIDAUD ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
           END-IF.

       X1100-EXIT.
           EXIT.

      ******************************************************************
      * Write an activity line to the ALOG transient data queue.       *
      ******************************************************************

       X2000-WRITE-ALOG.

           EXEC CICS WRITEQ TD
                QUEUE ( 'ALOG' )
                FROM  ( ALOG-MESSAGE )
                LENGTH( LENGTH OF ALOG-MESSAGE )
                NOHANDLE
           END-EXEC.

       X2000-EXIT.
           EXIT.

      ******************************************************************
      * Log a CICS command failure via the shared UIDLOG routine (see  *
      * cbl/UIDLOG.cbl) so it lands on ALOG/the console, not just the  *
      * terminal.                                                      *
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

      ******************************************************************
      * All done, post appropiate message to terminal and exit.        *
      ******************************************************************

       Z1000-EXIT-PROGRAM.

           EXEC CICS SEND
                FROM  ( TERM-RESPONSE )
                LENGTH( LENGTH OF TERM-RESPONSE )
                ERASE
                NOHANDLE
           END-EXEC.

           EXEC CICS RETURN
           END-EXEC.

       Z1000-EXIT.
           EXIT.
