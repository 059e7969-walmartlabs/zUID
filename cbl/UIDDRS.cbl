      ** in the ZUIDJRN maintenance journal (action SEED, before and  **
      ** after images) and on ALOG, the same trail a UID020M change   **
      ** leaves.                                                      **
      **                                                              **
      ** Each seeded range - VALUE up to MAXIMUM - is also recorded   **
      ** on the enterprise range registry as lent to this region      **
      ** (kind L, see copy/ZUIDRNG.cpy), so the UID045R overlap       **
      ** report shows what DR holds of the primary's counter.  The    **
      ** registry never holds a seed back: a failure there is only    **
      ** logged.                                                      **
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      **------------------------------------------------------------*
           COPY ZUIDJRN.

      **------------------------------------------------------------*
      ** COMMAREA for the UIDRNG range registry - see D1500.         *
      **------------------------------------------------------------*
           COPY ZUIDRNC.

      *    High-water table: one entry per base counter name, the
      *    highest snapshot value seen for any of its cycles.
       01  WS-HWM-MAXN                  PIC 9(04) COMP VALUE 50.
           ADD 1                         TO WS-SEEDED-COUNT.
           MOVE ZUIDCTF-RECORD           TO JRN-AFTER-IMAGE.
           PERFORM X1000-WRITE-JOURNAL THRU X1000-EXIT.
           PERFORM D1500-RECORD-LOAN   THRU D1500-EXIT.

           MOVE UP-NEW-VAL(WS-UP-IX)     TO WS-VALUE-ED.
           MOVE SPACES                   TO ALOG-MESSAGE.
       D1000-EXIT.
           EXIT.

      ******************************************************************
      * Record the seeded range on the range registry as a loan to     *
      * this region - UIDRNG finds the lending region itself.          *
      ******************************************************************

       D1500-RECORD-LOAN.

           MOVE SPACES                   TO ZUIDRNC-COMM-AREA.
           SET RNC-FUNC-RECORD           TO TRUE.
           MOVE CTF-APPID                TO RNC-APPID.
           MOVE CTF-CNAME                TO RNC-CNAME.
           MOVE CTF-VAL                  TO RNC-MIN.
           MOVE CTF-MAX                  TO RNC-MAX.
           MOVE ZERO                     TO RNC-OLD-MIN.
           MOVE ZERO                     TO RNC-OLD-MAX.
           MOVE 'L'                      TO RNC-KIND.
           MOVE 'UIDDRS  '               TO RNC-PROGRAM.

           EXEC CICS LINK
                PROGRAM ( 'UIDRNG' )
                COMMAREA( ZUIDRNC-COMM-AREA )
                LENGTH  ( LENGTH OF ZUIDRNC-COMM-AREA )
                NOHANDLE
           END-EXEC.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE EIBRESP                  TO CICS-MSG-RESP
              MOVE EIBRESP2                 TO CICS-MSG-RESP2
              MOVE 'D1500: LINK UIDRNG ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
           END-IF.

       D1500-EXIT.
           EXIT.

      ******************************************************************
      * Journal the seed - same ZUIDJRN record a UID020M CHG leaves,   *
      * action SEED, so the quarterly access review sees DR            *
           MOVE SPACES                   TO JRN-TERMID.
           MOVE 'UIDDRS'                 TO JRN-PROGRAM.
           MOVE 'SEED'                   TO JRN-ACTION.
           MOVE SPACES                   TO JRN-APPROVER.

           EXEC CICS WRITE FILE
                ( 'ZUIDJRN' )
