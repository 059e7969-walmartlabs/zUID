      ** Card layout mirrors the REQTS record: requesting app id in   **
      ** columns 1-8, quantity in columns 9-17 (leading blanks        **
      ** tolerated).  A card is rejected - with an ALOG line saying   **
      ** why - when its appid has no ACTIVE ZUIDCTL definition, is    **
      ** not registered, suspended or not entitled to BULK requests   **
      ** on the ZUIDREG consumer registry, its quantity is not a      **
      ** number, is zero, or is above the sanity cap below.  Rejects  **
      ** never reach REQTS, so a fat-fingered card can no longer walk **
      ** a counter through its warning threshold.  Accepted/rejected  **
      ** totals go to ALOG, same shape as UID005B's run summary.      **
      **                                                               **
      ** Like UID005B this runs as a CICS transaction (batch-         **
      ** initiated/started task): the REQTS queue and the ZUIDCTL     **
      **------------------------------------------------------------*
           COPY ZUIDCTF.

      **------------------------------------------------------------*
      ** COMMAREA for the UIDREG consumer-registry check.            *
      **------------------------------------------------------------*
           COPY ZUIDRGC.

       01  REQUEST-CARD.
           05  CARD-APPL-ID            PIC X(08).
           05  CARD-QUANTITY-X         PIC X(09).
                 GO TO C1000-EXIT
           END-EVALUATE.

      *    *--------------------------------------------------------*
      *    * The appid must also be a registered, active consumer   *
      *    * entitled to BULK (SEQ-format block) requests.  UIDREG  *
      *    * logs its own refusals; a registry it cannot read, or a *
      *    * LINK failure, lets the card through.                   *
      *    *--------------------------------------------------------*
           MOVE SPACES                  TO ZUIDRGC-COMM-AREA.
           MOVE CARD-APPL-ID            TO RGC-APPL-ID.
           SET  RGC-CHAN-BULK           TO TRUE.
           MOVE 'SEQ'                   TO RGC-FORMAT.
           MOVE EIBPGMID                TO RGC-CALLER.
           EXEC CICS LINK
                PROGRAM ( 'UIDREG' )
                COMMAREA( ZUIDRGC-COMM-AREA )
                LENGTH  ( LENGTH OF ZUIDRGC-COMM-AREA )
                NOHANDLE
           END-EXEC.
           IF EIBRESP = DFHRESP(NORMAL)
              AND NOT RGC-ALLOWED
              STRING 'APPID '           DELIMITED BY SIZE
                     RGC-REASON         DELIMITED BY SIZE
                     INTO WS-REJECT-REASON
              END-STRING
              GO TO C1000-EXIT
           END-IF.

           IF FUNCTION TEST-NUMVAL(CARD-QUANTITY-X) NOT = ZERO
              MOVE 'QUANTITY NOT NUMERIC'    TO WS-REJECT-REASON
              GO TO C1000-EXIT
