       IDENTIFICATION DIVISION.
       PROGRAM-ID.      UID044M.
      ******************************************************************
      ** Online reassignment of uncollected ZUIDRSV reservations from  **
      ** one application to another.  When an application is retired   **
      ** or merged, the reservations nobody collected used to sit in   **
      ** the ledger until UID035P expired them, and those ids were     **
      ** burned.  MOV hands them to a registered application instead:  **
      ** each one is re-keyed under the receiving application with     **
      ** the next sequence number after that application's highest,    **
      ** so its UIDRTV GET loop simply carries on into them.           **
      **                                                               **
      ** Command syntax (blank-delimited, from the invoking terminal): **
      **   xxxx MOV from to nnn     move the nnn lowest-numbered       **
      **   xxxx MOV from to ALL     move every one                     **
      **   xxxx SHO appl            uncollected count, highest seq     **
      ** where xxxx is this transaction's id.  Only reservations that  **
      ** are neither collected nor UID035P-expired move; the id, its   **
      ** status and its original allocation date and time go with it.  **
      ** The receiving application must be registered and ACTIVE on    **
      ** ZUIDREG; the giving one need not be (it is usually being      **
      ** retired).                                                     **
      **                                                               **
      ** Every moved id is journaled old owner to new owner on the     **
      ** ZUIDRSM reassignment journal (see copy/ZUIDRSM.cpy), which    **
      ** UID036R's provenance inquiry and UID027R's per-application    **
      ** totals read.  Both pools are held by the same ENQ UIDRPL      **
      ** takes before numbering a pool, so neither the replenisher nor **
      ** a second MOV can number the receiving pool underneath us.     **
      ** Ids move in units of work of fifty; a failure backs out only  **
      ** the batch in flight, and the rest can be moved by entering    **
      ** the command again.                                            **
      **                                                               **
      ** MOV is honored only for userids with an ACTIVE record on the  **
      ** ZUIDOPR authorized-operator file - same fail-closed gate as   **
      ** UID042M - and every honored one writes an ALOG line.  SHO     **
      ** changes nothing and stays open.                               **
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
      ** Reservation ledger record - read under the giving          *
      ** application's key, rewritten under the receiving one's.    *
      **------------------------------------------------------------*
           COPY ZUIDRSV.

      **------------------------------------------------------------*
      ** Reassignment journal record - one per moved id.            *
      **------------------------------------------------------------*
           COPY ZUIDRSM.

      **------------------------------------------------------------*
      ** Consumer-registry record - the receiver must be on it.     *
      **------------------------------------------------------------*
           COPY ZUIDREG.

      **------------------------------------------------------------*
      ** Authorized-operator record - MOV goes through the same     *
      ** gate as UID042M registry maintenance.                      *
      **------------------------------------------------------------*
           COPY ZUIDOPR.

       01  WS-INPUT-AREA               PIC X(80).
       01  WS-INPUT-LEN                PIC S9(04) COMP.

       01  WS-CMD-FIELDS.
           05  WS-CMD-TRANSID          PIC X(08).
           05  WS-CMD-ACTION           PIC X(08).
               88  CMD-MOV                 VALUE 'MOV'.
               88  CMD-SHO                 VALUE 'SHO'.
           05  WS-CMD-FROM-APPL        PIC X(08).
           05  WS-CMD-TO-APPL          PIC X(08).
           05  WS-CMD-COUNT            PIC X(10).

       01  WS-NUM-WORK                 PIC 9(18).
       01  WS-MOVE-LIMIT               PIC 9(09).
       01  WS-MOVE-ALL-SW              PIC X     VALUE 'N'.
           88  MOVE-ALL                VALUE 'Y'.

      *    Records per unit of work.  Small enough that a backed-out
      *    batch costs little, large enough that the syncpoints do
      *    not dominate a move of a whole retired pool.
       01  WS-BATCH-MAXN               PIC 9(04) COMP VALUE 50.
       01  WS-BATCH-COUNT              PIC 9(04) COMP VALUE ZERO.
       01  WS-BATCH-TABLE.
           05  WS-BATCH-SEQ            PIC 9(09) OCCURS 50 TIMES.
       01  WS-BX                       PIC 9(04) COMP.
       01  WS-BATCH-MOVED              PIC 9(09).

       01  WS-SCAN-APPL                PIC X(08).
       01  WS-UNCOLLECTED              PIC 9(09).
       01  WS-LAST-SEQ                 PIC 9(09).
       01  WS-SCAN-SW                  PIC X     VALUE 'N'.
           88  SCAN-FAILED             VALUE 'Y'.

      *    Where the next batch load resumes in the giving pool, and
      *    the receiving pool's highest sequence - committed, and as
      *    advanced by the batch in flight.
       01  WS-SRC-NEXT-SEQ             PIC 9(09).
       01  WS-SRC-DONE-SW              PIC X     VALUE 'N'.
           88  SOURCE-EXHAUSTED        VALUE 'Y'.
       01  WS-TO-LAST-SEQ              PIC 9(09).
       01  WS-TO-WORK-SEQ              PIC 9(09).
       01  WS-FIRST-NEW-SEQ            PIC 9(09).
       01  WS-MOVED-COUNT              PIC 9(09) VALUE ZERO.
       01  WS-MOVE-FAIL-SW             PIC X     VALUE 'N'.
           88  MOVE-FAILED             VALUE 'Y'.

       01  WS-RSV-KEY.
           05  WS-RK-APPL-ID           PIC X(08).
           05  WS-RK-SEQ-NBR           PIC 9(09).
       01  WS-BROWSE-SW                PIC X     VALUE 'N'.
           88  BROWSE-DONE             VALUE 'Y'.

      *    One ENQ per pool, the same resource name UIDRPL holds -
      *    taken in application-id order so two MOVs between the
      *    same pair, either way round, cannot deadlock.
       01  WS-ENQ-NAME-1.
           05  FILLER                  PIC X(08) VALUE 'ZUIDRSV '.
           05  WS-ENQ-APPL-1           PIC X(08).
       01  WS-ENQ-NAME-2.
           05  FILLER                  PIC X(08) VALUE 'ZUIDRSV '.
           05  WS-ENQ-APPL-2           PIC X(08).
       01  WS-ENQ-HELD                 PIC 9(01) VALUE ZERO.

      *    Saved from the ledger record being moved.
       01  WS-SAVE-UID                 PIC X(36).
       01  WS-SAVE-STATUS              PIC X(03).
       01  WS-SAVE-ALLOC-DATE          PIC X(10).
       01  WS-SAVE-ALLOC-TIME          PIC X(08).

       01  WS-REG-KEY                  PIC X(08).
       01  WS-OPR-KEY                  PIC X(08).
       01  WS-USERID                   PIC X(08).
       01  WS-AUTH-SW                  PIC X     VALUE 'N'.
           88  OPERATOR-AUTHORIZED     VALUE 'Y'.

       01  WS-FILE-RESP                PIC S9(08) COMP.
       01  WS-FILE-RESP2               PIC S9(08) COMP.

       01  WS-ABSTIME                  PIC S9(15) COMP-3.
       01  WS-ABSTIME-X REDEFINES WS-ABSTIME
                                       PIC X(08).
       01  WS-RUN-DATE                 PIC X(10).
       01  WS-RUN-TIME                 PIC X(08).

       01  WS-COUNT-ED                 PIC ZZZZZZZZ9.
       01  WS-SEQ-FROM-ED              PIC ZZZZZZZZ9.
       01  WS-SEQ-TO-ED                PIC ZZZZZZZZ9.

       01  TERM-RESPONSE.
           05  TERM-MSG                PIC X(78) VALUE SPACES.

       01  ALOG-MESSAGE                PIC X(100).

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
           PERFORM A2000-DISPATCH-ACTION THRU A2000-EXIT.
           PERFORM Z1000-EXIT-PROGRAM THRU Z1000-EXIT.

      ******************************************************************
      * Receive and tokenize the terminal command line.                *
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
              PERFORM Z1000-EXIT-PROGRAM THRU Z1000-EXIT
           END-IF.

           MOVE SPACES                  TO WS-CMD-FIELDS.
           UNSTRING WS-INPUT-AREA DELIMITED BY ALL SPACE
               INTO WS-CMD-TRANSID
                    WS-CMD-ACTION
                    WS-CMD-FROM-APPL
                    WS-CMD-TO-APPL
                    WS-CMD-COUNT
           END-UNSTRING.

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
      * Route the parsed command to its action paragraph.              *
      ******************************************************************

       A2000-DISPATCH-ACTION.

           IF WS-CMD-FROM-APPL = SPACES
              MOVE 'APPL REQUIRED - XXXX MOV FROM TO NNN, OR SHO APPL'
                   TO TERM-MSG
              GO TO A2000-EXIT
           END-IF.

      *    *--------------------------------------------------------*
      *    * A move goes through the authorized-operator check      *
      *    * first; SHO changes nothing and stays open.             *
      *    *--------------------------------------------------------*
           IF CMD-MOV
              PERFORM A1500-CHECK-AUTHORITY THRU A1500-EXIT
              IF NOT OPERATOR-AUTHORIZED
                 GO TO A2000-EXIT
              END-IF
           END-IF.

           EVALUATE TRUE
              WHEN CMD-MOV
                 PERFORM B1000-MOVE-RESERVATIONS THRU B1000-EXIT
              WHEN CMD-SHO
                 PERFORM B2000-SHOW-POOL THRU B2000-EXIT
              WHEN OTHER
                 MOVE 'ACTION MUST BE MOV OR SHO' TO TERM-MSG
           END-EVALUATE.

       A2000-EXIT.
           EXIT.

      ******************************************************************
      * Check the signed-on userid against the ZUIDOPR                 *
      * authorized-operator file - same fail-closed gate as            *
      * UID042M's A1500, refusals on the record.                       *
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

           MOVE 'NOT AUTHORIZED FOR RESERVATION REASSIGNMENT'
                TO TERM-MSG.
           MOVE SPACES                  TO ALOG-MESSAGE.
           STRING 'UID044M DENIED '     DELIMITED BY SIZE
                  WS-USERID             DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-CMD-ACTION         DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-CMD-FROM-APPL      DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-CMD-TO-APPL        DELIMITED BY SIZE
                  INTO ALOG-MESSAGE
           END-STRING.
           PERFORM X2000-WRITE-ALOG THRU X2000-EXIT.

       A1500-EXIT.
           EXIT.

      ******************************************************************
      * MOV - edit the command, check the receiver, hold both pools,   *
      * then move batch by batch until the count is reached or the     *
      * giving pool has nothing uncollected left.                      *
      ******************************************************************

       B1000-MOVE-RESERVATIONS.

           IF WS-CMD-TO-APPL = SPACES
              OR WS-CMD-COUNT = SPACES
              MOVE 'USAGE - XXXX MOV FROM-APPL TO-APPL NNN OR ALL'
                   TO TERM-MSG
              GO TO B1000-EXIT
           END-IF.

           IF WS-CMD-TO-APPL = WS-CMD-FROM-APPL
              MOVE 'FROM AND TO APPLICATIONS MUST DIFFER' TO TERM-MSG
              GO TO B1000-EXIT
           END-IF.

           IF WS-CMD-COUNT = 'ALL'
              SET MOVE-ALL              TO TRUE
              MOVE 999999999            TO WS-MOVE-LIMIT
           ELSE
              IF FUNCTION TEST-NUMVAL(WS-CMD-COUNT) NOT = ZERO
                 MOVE 'COUNT MUST BE AN UNSIGNED NUMBER OR ALL'
                      TO TERM-MSG
                 GO TO B1000-EXIT
              END-IF
              COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(WS-CMD-COUNT)
              IF WS-NUM-WORK = ZERO
                 OR WS-NUM-WORK > 999999999
                 MOVE 'COUNT MUST BE 1 TO 999999999 OR ALL'
                      TO TERM-MSG
                 GO TO B1000-EXIT
              END-IF
              MOVE WS-NUM-WORK          TO WS-MOVE-LIMIT
           END-IF.

           PERFORM C1000-CHECK-RECEIVER THRU C1000-EXIT.
           IF TERM-MSG NOT = SPACES
              GO TO B1000-EXIT
           END-IF.

           PERFORM C4000-ENQ-POOLS THRU C4000-EXIT.
           IF WS-ENQ-HELD < 2
              MOVE 'POOL IN USE BY THE REPLENISHER OR ANOTHER MOVE - RE
      -            'TRY'                TO TERM-MSG
              GO TO B1000-DEQ
           END-IF.

      *    *--------------------------------------------------------*
      *    * Number on from the receiver's highest sequence, held   *
      *    * now that nothing else can add to its pool.             *
      *    *--------------------------------------------------------*
           MOVE WS-CMD-TO-APPL          TO WS-SCAN-APPL.
           PERFORM C2000-SCAN-POOL THRU C2000-EXIT.
           IF SCAN-FAILED
              MOVE 'ZUIDRSV BROWSE FAILED - NOTHING MOVED' TO TERM-MSG
              GO TO B1000-DEQ
           END-IF.
           MOVE WS-LAST-SEQ             TO WS-TO-LAST-SEQ.
           COMPUTE WS-FIRST-NEW-SEQ = WS-TO-LAST-SEQ + 1.

           MOVE ZERO                    TO WS-SRC-NEXT-SEQ.
           PERFORM D1000-MOVE-BATCH THRU D1000-EXIT
               UNTIL SOURCE-EXHAUSTED
                  OR MOVE-FAILED
                  OR WS-MOVED-COUNT >= WS-MOVE-LIMIT.

           MOVE WS-MOVED-COUNT          TO WS-COUNT-ED.
           MOVE WS-FIRST-NEW-SEQ        TO WS-SEQ-FROM-ED.
           MOVE WS-TO-LAST-SEQ          TO WS-SEQ-TO-ED.
           MOVE SPACES                  TO TERM-MSG.
           EVALUATE TRUE
              WHEN MOVE-FAILED
                 STRING 'MOVE STOPPED ON ERROR - '  DELIMITED BY SIZE
                        WS-COUNT-ED                 DELIMITED BY SIZE
                        ' MOVED, SEE ALOG'          DELIMITED BY SIZE
                        INTO TERM-MSG
                 END-STRING
              WHEN WS-MOVED-COUNT = ZERO
                 STRING 'NO UNCOLLECTED RESERVATIONS TO MOVE FOR '
                                                    DELIMITED BY SIZE
                        WS-CMD-FROM-APPL            DELIMITED BY SIZE
                        INTO TERM-MSG
                 END-STRING
              WHEN OTHER
                 STRING 'MOVED '                    DELIMITED BY SIZE
                        WS-COUNT-ED                 DELIMITED BY SIZE
                        ' TO '                      DELIMITED BY SIZE
                        WS-CMD-TO-APPL              DELIMITED BY SIZE
                        ' AS SEQ '                  DELIMITED BY SIZE
                        WS-SEQ-FROM-ED              DELIMITED BY SIZE
                        '-'                         DELIMITED BY SIZE
                        WS-SEQ-TO-ED                DELIMITED BY SIZE
                        INTO TERM-MSG
                 END-STRING
           END-EVALUATE.

           IF WS-MOVED-COUNT > ZERO
              PERFORM X1000-LOG-MOVE THRU X1000-EXIT
           END-IF.

       B1000-DEQ.
           PERFORM C5000-DEQ-POOLS THRU C5000-EXIT.

       B1000-EXIT.
           EXIT.

      ******************************************************************
      * SHO - how many reservations the application has waiting, and  *
      * its highest sequence number - what a MOV would move, and       *
      * where a MOV into it would start numbering.                     *
      ******************************************************************

       B2000-SHOW-POOL.

           MOVE WS-CMD-FROM-APPL        TO WS-SCAN-APPL.
           PERFORM C2000-SCAN-POOL THRU C2000-EXIT.
           IF SCAN-FAILED
              MOVE 'ZUIDRSV BROWSE FAILED - SEE ALOG' TO TERM-MSG
              GO TO B2000-EXIT
           END-IF.

           MOVE WS-UNCOLLECTED          TO WS-COUNT-ED.
           MOVE WS-LAST-SEQ             TO WS-SEQ-TO-ED.
           MOVE SPACES                  TO TERM-MSG.
           STRING 'POOL '               DELIMITED BY SIZE
                  WS-SCAN-APPL          DELIMITED BY SIZE
                  ' UNCOLLECTED '       DELIMITED BY SIZE
                  WS-COUNT-ED           DELIMITED BY SIZE
                  '  HIGHEST SEQ '      DELIMITED BY SIZE
                  WS-SEQ-TO-ED          DELIMITED BY SIZE
                  INTO TERM-MSG
           END-STRING.

       B2000-EXIT.
           EXIT.

      ******************************************************************
      * The receiver must be on the registry and ACTIVE - a suspended  *
      * application could not collect the ids it is given.            *
      ******************************************************************

       C1000-CHECK-RECEIVER.

           MOVE WS-CMD-TO-APPL          TO WS-REG-KEY.
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
                 IF NOT REG-ACTIVE
                    MOVE 'RECEIVING APPLICATION IS SUSPENDED ON ZUIDREG'
                         TO TERM-MSG
                 END-IF
              WHEN DFHRESP(NOTFND)
                 MOVE 'RECEIVING APPLICATION NOT REGISTERED ON ZUIDREG'
                      TO TERM-MSG
              WHEN OTHER
                 MOVE WS-FILE-RESP             TO CICS-MSG-RESP
                 MOVE WS-FILE-RESP2            TO CICS-MSG-RESP2
                 MOVE 'C1000: READ ZUIDREG ERROR:' TO CICS-MSG-TEXT
                 MOVE CICS-MSG                 TO TERM-MSG
                 PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
           END-EVALUATE.

       C1000-EXIT.
           EXIT.

      ******************************************************************
      * Browse one application's ledger records, counting those still  *
      * waiting to be collected and noting the highest sequence on     *
      * file - UIDRPL's C1000 count.                                   *
      ******************************************************************

       C2000-SCAN-POOL.

           MOVE 'N'                     TO WS-SCAN-SW.
           MOVE ZERO                    TO WS-UNCOLLECTED.
           MOVE ZERO                    TO WS-LAST-SEQ.
           MOVE 'N'                     TO WS-BROWSE-SW.
           MOVE WS-SCAN-APPL            TO WS-RK-APPL-ID.
           MOVE ZERO                    TO WS-RK-SEQ-NBR.

           EXEC CICS STARTBR
                FILE   ( 'ZUIDRSV' )
                RIDFLD ( WS-RSV-KEY )
                GTEQ
                NOHANDLE
           END-EXEC.
           IF EIBRESP = DFHRESP(NOTFND)
              GO TO C2000-EXIT
           END-IF.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE EIBRESP                  TO CICS-MSG-RESP
              MOVE EIBRESP2                 TO CICS-MSG-RESP2
              MOVE 'C2000: STARTBR ZUIDRSV ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
              SET SCAN-FAILED               TO TRUE
              GO TO C2000-EXIT
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
                  AND RSV-APPL-ID = WS-SCAN-APPL
                    MOVE RSV-SEQ-NBR       TO WS-LAST-SEQ
                    IF RSV-NOT-COLLECTED
                       AND RSV-STATUS NOT = 'EXP'
                       ADD 1               TO WS-UNCOLLECTED
                    END-IF
                 WHEN EIBRESP = DFHRESP(NORMAL)
                  OR EIBRESP = DFHRESP(ENDFILE)
                    SET BROWSE-DONE        TO TRUE
                 WHEN OTHER
                    SET BROWSE-DONE        TO TRUE
                    SET SCAN-FAILED        TO TRUE
                    MOVE EIBRESP           TO CICS-MSG-RESP
                    MOVE EIBRESP2          TO CICS-MSG-RESP2
                    MOVE 'C2000: READNEXT ZUIDRSV ERROR:'
                         TO CICS-MSG-TEXT
                    PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
              END-EVALUATE
           END-PERFORM.

           EXEC CICS ENDBR
                FILE( 'ZUIDRSV' )
                NOHANDLE
           END-EXEC.

       C2000-EXIT.
           EXIT.

      ******************************************************************
      * Load the next batch of the giving application's uncollected    *
      * sequence numbers, lowest first, from where the last batch      *
      * stopped.  The browse is ended before any record is touched,    *
      * so no browse is held across the batch's syncpoint.             *
      ******************************************************************

       C3000-LOAD-BATCH.

           MOVE ZERO                    TO WS-BATCH-COUNT.
           MOVE 'N'                     TO WS-BROWSE-SW.
           MOVE WS-CMD-FROM-APPL        TO WS-RK-APPL-ID.
           MOVE WS-SRC-NEXT-SEQ         TO WS-RK-SEQ-NBR.

           EXEC CICS STARTBR
                FILE   ( 'ZUIDRSV' )
                RIDFLD ( WS-RSV-KEY )
                GTEQ
                NOHANDLE
           END-EXEC.
           IF EIBRESP = DFHRESP(NOTFND)
              SET SOURCE-EXHAUSTED          TO TRUE
              GO TO C3000-EXIT
           END-IF.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE EIBRESP                  TO CICS-MSG-RESP
              MOVE EIBRESP2                 TO CICS-MSG-RESP2
              MOVE 'C3000: STARTBR ZUIDRSV ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
              SET MOVE-FAILED               TO TRUE
              GO TO C3000-EXIT
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
                  AND RSV-APPL-ID = WS-CMD-FROM-APPL
                    COMPUTE WS-SRC-NEXT-SEQ = RSV-SEQ-NBR + 1
                    IF RSV-NOT-COLLECTED
                       AND RSV-STATUS NOT = 'EXP'
                       ADD 1               TO WS-BATCH-COUNT
                       MOVE RSV-SEQ-NBR
                            TO WS-BATCH-SEQ(WS-BATCH-COUNT)
                       IF WS-BATCH-COUNT >= WS-BATCH-MAXN
                          OR WS-MOVED-COUNT + WS-BATCH-COUNT
                             >= WS-MOVE-LIMIT
                          SET BROWSE-DONE  TO TRUE
                       END-IF
                    END-IF
                 WHEN EIBRESP = DFHRESP(NORMAL)
                  OR EIBRESP = DFHRESP(ENDFILE)
                    SET BROWSE-DONE        TO TRUE
                    SET SOURCE-EXHAUSTED   TO TRUE
                 WHEN OTHER
                    SET BROWSE-DONE        TO TRUE
                    SET MOVE-FAILED        TO TRUE
                    MOVE EIBRESP           TO CICS-MSG-RESP
                    MOVE EIBRESP2          TO CICS-MSG-RESP2
                    MOVE 'C3000: READNEXT ZUIDRSV ERROR:'
                         TO CICS-MSG-TEXT
                    PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
              END-EVALUATE
           END-PERFORM.

           EXEC CICS ENDBR
                FILE( 'ZUIDRSV' )
                NOHANDLE
           END-EXEC.

      *    The last sequence number a 9-digit key can hold ends the
      *    giving pool too.
           IF WS-SRC-NEXT-SEQ > 999999999
              SET SOURCE-EXHAUSTED          TO TRUE
           END-IF.

       C3000-EXIT.
           EXIT.

      ******************************************************************
      * ENQ both pools, lower application id first, without waiting.   *
      * WS-ENQ-HELD counts how many are held, for C5000 to release.    *
      ******************************************************************

       C4000-ENQ-POOLS.

           MOVE ZERO                    TO WS-ENQ-HELD.
           IF WS-CMD-FROM-APPL < WS-CMD-TO-APPL
              MOVE WS-CMD-FROM-APPL     TO WS-ENQ-APPL-1
              MOVE WS-CMD-TO-APPL       TO WS-ENQ-APPL-2
           ELSE
              MOVE WS-CMD-TO-APPL       TO WS-ENQ-APPL-1
              MOVE WS-CMD-FROM-APPL     TO WS-ENQ-APPL-2
           END-IF.

           EXEC CICS ENQ
                RESOURCE( WS-ENQ-NAME-1 )
                LENGTH  ( LENGTH OF WS-ENQ-NAME-1 )
                TASK
                NOSUSPEND
                NOHANDLE
           END-EXEC.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              GO TO C4000-EXIT
           END-IF.
           MOVE 1                       TO WS-ENQ-HELD.

           EXEC CICS ENQ
                RESOURCE( WS-ENQ-NAME-2 )
                LENGTH  ( LENGTH OF WS-ENQ-NAME-2 )
                TASK
                NOSUSPEND
                NOHANDLE
           END-EXEC.
           IF EIBRESP = DFHRESP(NORMAL)
              MOVE 2                    TO WS-ENQ-HELD
           END-IF.

       C4000-EXIT.
           EXIT.

      ******************************************************************
      * Release whatever C4000 took.                                   *
      ******************************************************************

       C5000-DEQ-POOLS.

           IF WS-ENQ-HELD >= 2
              EXEC CICS DEQ
                   RESOURCE( WS-ENQ-NAME-2 )
                   LENGTH  ( LENGTH OF WS-ENQ-NAME-2 )
                   TASK
                   NOHANDLE
              END-EXEC
           END-IF.
           IF WS-ENQ-HELD >= 1
              EXEC CICS DEQ
                   RESOURCE( WS-ENQ-NAME-1 )
                   LENGTH  ( LENGTH OF WS-ENQ-NAME-1 )
                   TASK
                   NOHANDLE
              END-EXEC
           END-IF.
           MOVE ZERO                    TO WS-ENQ-HELD.

       C5000-EXIT.
           EXIT.

      ******************************************************************
      * Load a batch, move every id in it, and commit the batch - the  *
      * ledger re-keys and their journal records together.  A failure  *
      * anywhere in the batch backs the whole batch out, so no id is   *
      * ever left under both owners, or under neither.                 *
      ******************************************************************

       D1000-MOVE-BATCH.

           PERFORM C3000-LOAD-BATCH THRU C3000-EXIT.
           IF MOVE-FAILED
              OR WS-BATCH-COUNT = ZERO
              GO TO D1000-EXIT
           END-IF.

           MOVE WS-TO-LAST-SEQ          TO WS-TO-WORK-SEQ.
           MOVE ZERO                    TO WS-BATCH-MOVED.
           PERFORM D1100-MOVE-ONE THRU D1100-EXIT
               VARYING WS-BX FROM 1 BY 1
                 UNTIL WS-BX > WS-BATCH-COUNT
                    OR MOVE-FAILED.

           IF MOVE-FAILED
              EXEC CICS SYNCPOINT ROLLBACK NOHANDLE
              END-EXEC
              GO TO D1000-EXIT
           END-IF.

           EXEC CICS SYNCPOINT NOHANDLE
           END-EXEC.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE EIBRESP                  TO CICS-MSG-RESP
              MOVE EIBRESP2                 TO CICS-MSG-RESP2
              MOVE 'D1000: SYNCPOINT ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
              SET MOVE-FAILED               TO TRUE
              GO TO D1000-EXIT
           END-IF.

           MOVE WS-TO-WORK-SEQ          TO WS-TO-LAST-SEQ.
           ADD WS-BATCH-MOVED           TO WS-MOVED-COUNT.

       D1000-EXIT.
           EXIT.

      ******************************************************************
      * Move one reservation: re-read it for update (a UIDRTV GET may  *
      * have collected it since the batch was loaded - if so it stays  *
      * where it is), delete the old key, write it under the           *
      * receiver's next sequence and journal the move.                 *
      ******************************************************************

       D1100-MOVE-ONE.

           MOVE WS-CMD-FROM-APPL         TO WS-RK-APPL-ID.
           MOVE WS-BATCH-SEQ(WS-BX)      TO WS-RK-SEQ-NBR.
           EXEC CICS READ FILE
                ( 'ZUIDRSV' )
                INTO     ( ZUIDRSV-RECORD )
                RIDFLD   ( WS-RSV-KEY )
                KEYLENGTH( LENGTH OF WS-RSV-KEY )
                UPDATE
                RESP     ( WS-FILE-RESP )
                RESP2    ( WS-FILE-RESP2 )
           END-EXEC.

           EVALUATE WS-FILE-RESP
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 GO TO D1100-EXIT
              WHEN OTHER
                 MOVE WS-FILE-RESP             TO CICS-MSG-RESP
                 MOVE WS-FILE-RESP2            TO CICS-MSG-RESP2
                 MOVE 'D1100: READ ZUIDRSV ERROR:' TO CICS-MSG-TEXT
                 PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
                 SET MOVE-FAILED               TO TRUE
                 GO TO D1100-EXIT
           END-EVALUATE.

           IF NOT RSV-NOT-COLLECTED
              OR RSV-STATUS = 'EXP'
              EXEC CICS UNLOCK
                   FILE( 'ZUIDRSV' )
                   NOHANDLE
              END-EXEC
              GO TO D1100-EXIT
           END-IF.

           IF WS-TO-WORK-SEQ >= 999999999
              EXEC CICS UNLOCK
                   FILE( 'ZUIDRSV' )
                   NOHANDLE
              END-EXEC
              MOVE SPACES                   TO ALOG-MESSAGE
              STRING 'UID044M MOV TO '      DELIMITED BY SIZE
                     WS-CMD-TO-APPL         DELIMITED BY SIZE
                     ' STOPPED - LEDGER SEQUENCE EXHAUSTED'
                                            DELIMITED BY SIZE
                     INTO ALOG-MESSAGE
              END-STRING
              PERFORM X2000-WRITE-ALOG THRU X2000-EXIT
              SET MOVE-FAILED               TO TRUE
              GO TO D1100-EXIT
           END-IF.

           MOVE RSV-UID                  TO WS-SAVE-UID.
           MOVE RSV-STATUS               TO WS-SAVE-STATUS.
           MOVE RSV-ALLOC-DATE           TO WS-SAVE-ALLOC-DATE.
           MOVE RSV-ALLOC-TIME           TO WS-SAVE-ALLOC-TIME.

      *    Delete the old key first - the DELETE releases the
      *    update lock this READ took, before a second ZUIDRSV
      *    request is issued.
           EXEC CICS DELETE FILE
                ( 'ZUIDRSV' )
                RESP     ( WS-FILE-RESP )
                RESP2    ( WS-FILE-RESP2 )
           END-EXEC.
           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
              MOVE WS-FILE-RESP             TO CICS-MSG-RESP
              MOVE WS-FILE-RESP2            TO CICS-MSG-RESP2
              MOVE 'D1100: DELETE ZUIDRSV ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
              SET MOVE-FAILED               TO TRUE
              GO TO D1100-EXIT
           END-IF.

           ADD 1                         TO WS-TO-WORK-SEQ.
           MOVE WS-CMD-TO-APPL           TO RSV-APPL-ID.
           MOVE WS-TO-WORK-SEQ           TO RSV-SEQ-NBR.

           EXEC CICS WRITE FILE
                ( 'ZUIDRSV' )
                FROM     ( ZUIDRSV-RECORD )
                RIDFLD   ( RSV-KEY )
                KEYLENGTH( LENGTH OF RSV-KEY )
                RESP     ( WS-FILE-RESP )
                RESP2    ( WS-FILE-RESP2 )
           END-EXEC.
           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
              MOVE WS-FILE-RESP             TO CICS-MSG-RESP
              MOVE WS-FILE-RESP2            TO CICS-MSG-RESP2
              MOVE 'D1100: WRITE ZUIDRSV ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
              SET MOVE-FAILED               TO TRUE
              GO TO D1100-EXIT
           END-IF.

           PERFORM D1200-WRITE-JOURNAL THRU D1200-EXIT.
           IF NOT MOVE-FAILED
              ADD 1                      TO WS-BATCH-MOVED
           END-IF.

       D1100-EXIT.
           EXIT.

      ******************************************************************
      * Journal the move, old owner to new owner, on ZUIDRSM.          *
      ******************************************************************

       D1200-WRITE-JOURNAL.

           MOVE SPACES                   TO ZUIDRSM-RECORD.
           MOVE WS-SAVE-UID              TO RSM-UID.
           MOVE WS-ABSTIME-X             TO RSM-STCK.
           MOVE WS-CMD-FROM-APPL         TO RSM-FROM-APPL-ID.
           MOVE WS-BATCH-SEQ(WS-BX)      TO RSM-FROM-SEQ-NBR.
           MOVE WS-CMD-TO-APPL           TO RSM-TO-APPL-ID.
           MOVE WS-TO-WORK-SEQ           TO RSM-TO-SEQ-NBR.
           MOVE WS-SAVE-STATUS           TO RSM-STATUS.
           MOVE WS-SAVE-ALLOC-DATE       TO RSM-ALLOC-DATE.
           MOVE WS-SAVE-ALLOC-TIME       TO RSM-ALLOC-TIME.
           MOVE WS-RUN-DATE              TO RSM-DATE.
           MOVE WS-RUN-TIME              TO RSM-TIME.
           MOVE WS-USERID                TO RSM-USERID.
           MOVE EIBTRMID                 TO RSM-TERMID.
           MOVE EIBPGMID                 TO RSM-PROGRAM.

           EXEC CICS WRITE FILE
                ( 'ZUIDRSM' )
                FROM     ( ZUIDRSM-RECORD )
                RIDFLD   ( RSM-KEY )
                KEYLENGTH( LENGTH OF RSM-KEY )
                RESP     ( WS-FILE-RESP )
                RESP2    ( WS-FILE-RESP2 )
           END-EXEC.
           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
              MOVE WS-FILE-RESP             TO CICS-MSG-RESP
              MOVE WS-FILE-RESP2            TO CICS-MSG-RESP2
              MOVE 'D1200: WRITE ZUIDRSM ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
              SET MOVE-FAILED               TO TRUE
           END-IF.

       D1200-EXIT.
           EXIT.

      ******************************************************************
      * ALOG line for every honored move - both applications, the      *
      * operator, how many moved and the receiver's new sequences.     *
      ******************************************************************

       X1000-LOG-MOVE.

           MOVE SPACES                  TO ALOG-MESSAGE.
           STRING 'UID044M MOV '        DELIMITED BY SIZE
                  WS-CMD-FROM-APPL      DELIMITED BY SIZE
                  ' TO '                DELIMITED BY SIZE
                  WS-CMD-TO-APPL        DELIMITED BY SIZE
                  ' BY '                DELIMITED BY SIZE
                  WS-USERID             DELIMITED BY SIZE
                  ' MOVED '             DELIMITED BY SIZE
                  WS-COUNT-ED           DELIMITED BY SIZE
                  ' SEQ '               DELIMITED BY SIZE
                  WS-SEQ-FROM-ED        DELIMITED BY SIZE
                  '-'                   DELIMITED BY SIZE
                  WS-SEQ-TO-ED          DELIMITED BY SIZE
                  INTO ALOG-MESSAGE
           END-STRING.
           PERFORM X2000-WRITE-ALOG THRU X2000-EXIT.

       X1000-EXIT.
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
      * All done, post the message to the terminal and exit.           *
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
