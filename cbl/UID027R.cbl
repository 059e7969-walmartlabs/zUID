      ** the same place every other zUID status lands.  Runs as a     **
      ** CICS transaction (batch-initiated/started task) because the  **
      ** ledger is CICS-owned, same constraint as UID011R.            **
      **                                                              **
      ** Reservations UID044M moved from one application to another   **
      ** are counted under their new owner, since that is where the   **
      ** ledger now keys them; the ZUIDRSM reassignment journal is    **
      ** browsed too, so each application's line also shows how many  **
      ** it has taken in and given up by reassignment to date.        **
      **                                                              **
      ** Each run also writes its UNCOLL summary record for the       **
      ** morning scorecard (see copy/ZUIDSCS.cpy) to the SUMX queue:  **
      ** the uncollected total as its measure, a ledger that cannot   **
      ** be browsed red, reservations UID035P expired uncollected     **
      ** amber, the application holding the most of them named.      **
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      **------------------------------------------------------------*
           COPY ZUIDRSV.

      **------------------------------------------------------------*
      ** Reservation-reassignment journal record.                    *
      **------------------------------------------------------------*
           COPY ZUIDRSM.

       01  WS-RSM-KEY                  PIC X(44).
       01  WS-LOOKUP-APPL              PIC X(08).

       01  WS-BROWSE-KEY.
           05  WS-BK-APPL-ID           PIC X(08).
           05  WS-BK-SEQ-NBR           PIC 9(09).

       01  WS-BROWSE-SW                PIC X     VALUE 'N'.
           88  BROWSE-DONE             VALUE 'Y'.
       01  WS-LEDGER-SW                PIC X     VALUE 'N'.
           88  LEDGER-UNREADABLE       VALUE 'Y'.

       01  WS-APPL-MAXN                PIC 9(04) COMP VALUE 200.
       01  WS-APPL-COUNT               PIC 9(04) VALUE ZERO.
               10  AS-COLLECTED        PIC 9(09).
               10  AS-UNCOLLECTED      PIC 9(09).
               10  AS-EXPIRED          PIC 9(09).
               10  AS-MOVED-IN         PIC 9(09).
               10  AS-MOVED-OUT        PIC 9(09).

       01  WS-TOT-RESERVED             PIC 9(09) VALUE ZERO.
       01  WS-TOT-COLLECTED            PIC 9(09) VALUE ZERO.
       01  WS-TOT-UNCOLLECTED          PIC 9(09) VALUE ZERO.
       01  WS-TOT-EXPIRED              PIC 9(09) VALUE ZERO.
       01  WS-TOT-MOVED                PIC 9(09) VALUE ZERO.

       01  WS-RESERVED-ED              PIC ZZZZZZZZ9.
       01  WS-COLLECTED-ED             PIC ZZZZZZZZ9.
       01  WS-UNCOLLECTED-ED           PIC ZZZZZZZZ9.
       01  WS-EXPIRED-ED               PIC ZZZZZZZZ9.
       01  WS-MOVED-IN-ED              PIC ZZZZZZZZ9.
       01  WS-MOVED-OUT-ED             PIC ZZZZZZZZ9.
      *    Sized for the widest line C1000 composes (an
      *    application line) - STRING truncates silently past the
      *    end.
       01  ALOG-MESSAGE                PIC X(120).

      **------------------------------------------------------------*
      ** Scorecard summary record - see C2000.                       *
      **------------------------------------------------------------*
           COPY ZUIDSCS.

       01  WS-ABSTIME                  PIC S9(15) COMP-3.
       01  WS-WORST-APPL               PIC X(08) VALUE SPACES.
       01  WS-WORST-COUNT              PIC 9(09) VALUE ZERO.

       01  CICS-MSG.
           05  CICS-MSG-TEXT           PIC X(34).
      *----------------------------------------------------------

           PERFORM A1000-BROWSE-LEDGER  THRU A1000-EXIT.
           PERFORM A2000-BROWSE-MOVES   THRU A2000-EXIT.
           PERFORM C1000-WRITE-SUMMARY  THRU C1000-EXIT.
           PERFORM C2000-WRITE-CHECK-SUMMARY THRU C2000-EXIT.
           EXEC CICS RETURN
           END-EXEC.

              MOVE EIBRESP2                 TO CICS-MSG-RESP2
              MOVE 'A1000: STARTBR ZUIDRSV ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
              SET LEDGER-UNREADABLE         TO TRUE
              GO TO A1000-EXIT
           END-IF.

                   NOHANDLE
              END-EXEC
              IF EIBRESP = DFHRESP(NORMAL)
                 MOVE RSV-APPL-ID        TO WS-LOOKUP-APPL
                 PERFORM E1000-FIND-OR-ADD-APPL THRU E1000-EXIT
      *          *-----------------------------------------------*
      *          * A reservation UID035P's lifecycle pass has    *
       A1000-EXIT.
           EXIT.

      ******************************************************************
      * Browse the whole reassignment journal: each record is one id   *
      * given up by its old owner and taken in by its new one.  No     *
      * journal yet (NOTFND) just means nothing was ever moved.        *
      ******************************************************************

       A2000-BROWSE-MOVES.

           MOVE LOW-VALUES               TO WS-RSM-KEY.
           EXEC CICS STARTBR
                FILE   ( 'ZUIDRSM' )
                RIDFLD ( WS-RSM-KEY )
                GTEQ
                NOHANDLE
           END-EXEC.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              IF EIBRESP NOT = DFHRESP(NOTFND)
                 MOVE EIBRESP               TO CICS-MSG-RESP
                 MOVE EIBRESP2              TO CICS-MSG-RESP2
                 MOVE 'A2000: STARTBR ZUIDRSM ERROR:'
                      TO CICS-MSG-TEXT
                 PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
              END-IF
              GO TO A2000-EXIT
           END-IF.

           MOVE 'N'                      TO WS-BROWSE-SW.
           PERFORM UNTIL BROWSE-DONE
              EXEC CICS READNEXT
                   FILE    ( 'ZUIDRSM' )
                   INTO    ( ZUIDRSM-RECORD )
                   RIDFLD  ( WS-RSM-KEY )
                   KEYLENGTH( LENGTH OF WS-RSM-KEY )
                   NOHANDLE
              END-EXEC
              IF EIBRESP = DFHRESP(NORMAL)
                 ADD 1                   TO WS-TOT-MOVED
                 MOVE RSM-FROM-APPL-ID   TO WS-LOOKUP-APPL
                 PERFORM E1000-FIND-OR-ADD-APPL THRU E1000-EXIT
                 IF NOT SKIP-RECORD
                    ADD 1 TO AS-MOVED-OUT(APPL-IX)
                 END-IF
                 MOVE RSM-TO-APPL-ID     TO WS-LOOKUP-APPL
                 PERFORM E1000-FIND-OR-ADD-APPL THRU E1000-EXIT
                 IF NOT SKIP-RECORD
                    ADD 1 TO AS-MOVED-IN(APPL-IX)
                 END-IF
              ELSE
                 SET BROWSE-DONE TO TRUE
              END-IF
           END-PERFORM.

           EXEC CICS ENDBR
                FILE( 'ZUIDRSM' )
                NOHANDLE
           END-EXEC.

       A2000-EXIT.
           EXIT.

      ******************************************************************
      * Locate this record's application in the summary table - same   *
      * bounded lookup as UID013R's E1000.                             *
           SET APPL-IX                   TO 1.
           PERFORM UNTIL APPL-IX > WS-APPL-COUNT
                      OR APPL-FOUND
              IF AS-APPL-ID(APPL-IX) = WS-LOOKUP-APPL
                 SET APPL-FOUND        TO TRUE
              ELSE
                 SET APPL-IX           UP BY 1
              ELSE
                 ADD 1                   TO WS-APPL-COUNT
                 SET APPL-IX             TO WS-APPL-COUNT
                 MOVE WS-LOOKUP-APPL     TO AS-APPL-ID(APPL-IX)
                 MOVE ZERO               TO AS-RESERVED(APPL-IX)
                 MOVE ZERO               TO AS-COLLECTED(APPL-IX)
                 MOVE ZERO               TO AS-UNCOLLECTED(APPL-IX)
                 MOVE ZERO               TO AS-EXPIRED(APPL-IX)
                 MOVE ZERO               TO AS-MOVED-IN(APPL-IX)
                 MOVE ZERO               TO AS-MOVED-OUT(APPL-IX)
              END-IF
           END-IF.

           EXIT.

      ******************************************************************
      * One ALOG line per application with an uncollected, expired or  *
      * reassigned balance, then the grand total - the reconciliation  *
      * reader needs those numbers, not a page of all-zero lines.      *
      ******************************************************************

       C1000-WRITE-SUMMARY.
                   UNTIL APPL-IX > WS-APPL-COUNT
              IF AS-UNCOLLECTED(APPL-IX) > ZERO
                 OR AS-EXPIRED(APPL-IX) > ZERO
                 OR AS-MOVED-IN(APPL-IX) > ZERO
                 OR AS-MOVED-OUT(APPL-IX) > ZERO
                 MOVE AS-RESERVED(APPL-IX)    TO WS-RESERVED-ED
                 MOVE AS-UNCOLLECTED(APPL-IX) TO WS-UNCOLLECTED-ED
                 MOVE AS-EXPIRED(APPL-IX)     TO WS-EXPIRED-ED
                 MOVE AS-MOVED-IN(APPL-IX)    TO WS-MOVED-IN-ED
                 MOVE AS-MOVED-OUT(APPL-IX)   TO WS-MOVED-OUT-ED
                 MOVE SPACES                  TO ALOG-MESSAGE
                 STRING 'UID027R '            DELIMITED BY SIZE
                        AS-APPL-ID(APPL-IX)   DELIMITED BY SIZE
                        WS-UNCOLLECTED-ED     DELIMITED BY SIZE
                        ' EXPIRED: '          DELIMITED BY SIZE
                        WS-EXPIRED-ED         DELIMITED BY SIZE
                        ' MOVED-IN: '         DELIMITED BY SIZE
                        WS-MOVED-IN-ED        DELIMITED BY SIZE
                        ' MOVED-OUT: '        DELIMITED BY SIZE
                        WS-MOVED-OUT-ED       DELIMITED BY SIZE
                        INTO ALOG-MESSAGE
                 END-STRING
                 PERFORM X1000-WRITE-ALOG THRU X1000-EXIT
           MOVE WS-TOT-COLLECTED          TO WS-COLLECTED-ED.
           MOVE WS-TOT-UNCOLLECTED        TO WS-UNCOLLECTED-ED.
           MOVE WS-TOT-EXPIRED            TO WS-EXPIRED-ED.
           MOVE WS-TOT-MOVED              TO WS-MOVED-IN-ED.
           MOVE SPACES                    TO ALOG-MESSAGE.
           STRING 'UID027R TOTAL - RESERVED: '  DELIMITED BY SIZE
                  WS-RESERVED-ED                DELIMITED BY SIZE
                  WS-UNCOLLECTED-ED             DELIMITED BY SIZE
                  ' EXPIRED: '                  DELIMITED BY SIZE
                  WS-EXPIRED-ED                 DELIMITED BY SIZE
                  ' MOVED: '                    DELIMITED BY SIZE
                  WS-MOVED-IN-ED                DELIMITED BY SIZE
                  INTO ALOG-MESSAGE
           END-STRING.
           PERFORM X1000-WRITE-ALOG THRU X1000-EXIT.
       C1000-EXIT.
           EXIT.

      ******************************************************************
      * The scorecard's UNCOLL record on the SUMX queue.  The subject  *
      * is the application with the most expired-uncollected          *
      * reservations, or with the most uncollected when none expired.  *
      ******************************************************************

       C2000-WRITE-CHECK-SUMMARY.

           EXEC CICS ASKTIME
                ABSTIME( WS-ABSTIME )
                NOHANDLE
           END-EXEC.
           MOVE SPACES                    TO ZUIDSCS-RECORD.
           EXEC CICS FORMATTIME
                ABSTIME ( WS-ABSTIME )
                YYYYMMDD( SCS-RUN-DATE )
                TIME    ( SCS-RUN-TIME )
                DATESEP ( '/' )
                TIMESEP ( ':' )
                NOHANDLE
           END-EXEC.
           SET SCS-CHECK-UNCOLL           TO TRUE.
           MOVE 'UID027R'                 TO SCS-SOURCE.
           MOVE WS-TOT-UNCOLLECTED        TO SCS-MEASURE.
           MOVE ZERO                      TO SCS-RED-COUNT.
           MOVE WS-TOT-EXPIRED            TO SCS-AMBER-COUNT.

           IF LEDGER-UNREADABLE
              MOVE 1                      TO SCS-RED-COUNT
              MOVE 'ZUIDRSV'              TO SCS-SUBJECT
              MOVE 'LEDGER NOT BROWSABLE - SEE UIDLOG ERROR'
                   TO SCS-DETAIL
              GO TO C2000-WRITE
           END-IF.

           PERFORM VARYING APPL-IX FROM 1 BY 1
                   UNTIL APPL-IX > WS-APPL-COUNT
              IF WS-TOT-EXPIRED > ZERO
                 IF AS-EXPIRED(APPL-IX) > WS-WORST-COUNT
                    MOVE AS-EXPIRED(APPL-IX) TO WS-WORST-COUNT
                    MOVE AS-APPL-ID(APPL-IX) TO WS-WORST-APPL
                 END-IF
              ELSE
                 IF AS-UNCOLLECTED(APPL-IX) > WS-WORST-COUNT
                    MOVE AS-UNCOLLECTED(APPL-IX) TO WS-WORST-COUNT
                    MOVE AS-APPL-ID(APPL-IX)     TO WS-WORST-APPL
                 END-IF
              END-IF
           END-PERFORM.
           MOVE WS-WORST-APPL             TO SCS-SUBJECT.
           MOVE WS-WORST-COUNT            TO WS-UNCOLLECTED-ED.
           EVALUATE TRUE
              WHEN WS-TOT-EXPIRED > ZERO
                 STRING 'EXPIRED UNCOLLECTED: ' DELIMITED BY SIZE
                        WS-UNCOLLECTED-ED       DELIMITED BY SIZE
                        INTO SCS-DETAIL
                 END-STRING
              WHEN WS-TOT-UNCOLLECTED > ZERO
                 STRING 'UNCOLLECTED: '         DELIMITED BY SIZE
                        WS-UNCOLLECTED-ED       DELIMITED BY SIZE
                        INTO SCS-DETAIL
                 END-STRING
              WHEN OTHER
                 MOVE 'NO UNCOLLECTED RESERVATIONS' TO SCS-DETAIL
           END-EVALUATE.

       C2000-WRITE.

           EXEC CICS WRITEQ TD
                QUEUE ( 'SUMX' )
                FROM  ( ZUIDSCS-RECORD )
                LENGTH( LENGTH OF ZUIDSCS-RECORD )
                NOHANDLE
           END-EXEC.

       C2000-EXIT.
           EXIT.

      ******************************************************************
      * Write an activity line to the ALOG transient data queue.       *
      ******************************************************************
