      ** re-defining there would exhaust the counter on the spot;     **
      ** fix the bounds first.  A current value below the new         **
      ** MINIMUM is raised to it (the definition is the floor).       **
      **                                                              **
      ** Bounds that would widen the live counter into a range        **
      ** another counter owns on the enterprise range registry are    **
      ** refused too (see cbl/UIDRNG.cbl) - the ZUIDCTL change was    **
      ** checked when it was approved, but a range can be claimed     **
      ** elsewhere before the rebaseline.  The registry is told the   **
      ** new range once the counter is re-defined.                    **
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      **------------------------------------------------------------*
           COPY ZUIDOPR.

      **------------------------------------------------------------*
      ** COMMAREA for the UIDRNG range registry - see C1500/C1600.   *
      **------------------------------------------------------------*
           COPY ZUIDRNC.

       01  WS-INPUT-AREA               PIC X(80).
       01  WS-INPUT-LEN                PIC S9(04) COMP.

              GO TO C1000-EXIT
           END-IF.

           PERFORM C1500-CHECK-RANGE    THRU C1500-EXIT.
           IF TERM-MSG NOT = SPACES
              GO TO C1000-EXIT
           END-IF.

      *    *--------------------------------------------------------*
      *    * Re-QUERY the value fresh, immediately before the       *
      *    * DELETE: the reading B1000 took is several commands     *
                     INTO ALOG-MESSAGE
              END-STRING
              PERFORM X2000-WRITE-ALOG THRU X2000-EXIT
              PERFORM C1600-RECORD-RANGE THRU C1600-EXIT
              MOVE 'REBASELINED - VALUE PRESERVED' TO TERM-MSG
           ELSE
      *       *-----------------------------------------------------*
       C1000-EXIT.
           EXIT.

      ******************************************************************
      * Ask UIDRNG whether the table's bounds intrude on a range       *
      * another counter owns.  The live bounds are what the counter    *
      * holds now, so only the numbers a re-define would add are       *
      * tested.  No answer from the registry refuses the rebaseline.   *
      ******************************************************************

       C1500-CHECK-RANGE.

           MOVE SPACES                  TO ZUIDRNC-COMM-AREA.
           SET RNC-FUNC-CHECK           TO TRUE.
           MOVE CTF-APPID               TO RNC-APPID.
           MOVE CTF-CNAME               TO RNC-CNAME.
           MOVE CTF-MIN                 TO RNC-MIN.
           MOVE CTF-MAX                 TO RNC-MAX.
           MOVE WS-CTR-QMIN             TO RNC-OLD-MIN.
           MOVE WS-CTR-QMAX             TO RNC-OLD-MAX.
           MOVE 'UIDRBL  '              TO RNC-PROGRAM.

           EXEC CICS LINK
                PROGRAM ( 'UIDRNG' )
                COMMAREA( ZUIDRNC-COMM-AREA )
                LENGTH  ( LENGTH OF ZUIDRNC-COMM-AREA )
                NOHANDLE
           END-EXEC.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE EIBRESP                  TO CICS-MSG-RESP
              MOVE EIBRESP2                 TO CICS-MSG-RESP2
              MOVE 'C1500: LINK UIDRNG ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
              MOVE '500'                TO RNC-STATUS-CODE
           END-IF.

           EVALUATE RNC-STATUS-CODE
              WHEN '200'
                 CONTINUE
              WHEN '409'
                 MOVE RNC-MESSAGE       TO TERM-MSG
              WHEN OTHER
                 MOVE 'RANGE REGISTRY UNAVAILABLE - REBASELINE REFUSED'
                      TO TERM-MSG
           END-EVALUATE.

       C1500-EXIT.
           EXIT.

      ******************************************************************
      * Tell the registry the counter now holds the table's bounds.    *
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
           MOVE 'UIDRBL  '              TO RNC-PROGRAM.

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
      * Check the signed-on userid against the ZUIDOPR                 *
      * authorized-operator file - same fail-closed gate as            *
