       IDENTIFICATION DIVISION.
       PROGRAM-ID.      UID042M.
      ******************************************************************
      ** Online maintenance for the ZUIDREG consumer-application       **
      ** registry (see copy/ZUIDREG.cpy) - who may ask zUID for ids,   **
      ** on which channels, in which formats, and who to bill and      **
      ** call.  SUS is operations' lever against one misbehaving       **
      ** consumer: it takes effect on the consumer's very next call,   **
      ** on every channel, and leaves the ZUIDCTL counter - and every  **
      ** other application sharing it - alone, which UID020M's DIS     **
      ** cannot do.                                                    **
      **                                                               **
      ** Command syntax (blank-delimited, from the invoking terminal): **
      **   xxxx ADD appl costctr chans fmts contact owner name         **
      **   xxxx CHG appl costctr chans fmts contact owner name         **
      **   xxxx SUS appl reason text     suspend on every channel      **
      **   xxxx RES appl                 lift a suspension             **
      **   xxxx POL appl low qty         reservation-pool policy       **
      **   xxxx SHO appl                 display one application       **
      **   xxxx LIST                     list every application        **
      ** where xxxx is this transaction's id, chans is a comma list    **
      ** of LINK,WEB,MQ,BULK and fmts one of PLAIN,ESS,GUID,SEQ,CHK -  **
      ** either may be ALL.  costctr and contact are single blank-     **
      ** free tokens; the owner name is the rest of the line.  CHG     **
      ** replaces all of them and keeps the status.                    **
      **                                                               **
      ** POL sets the application's ZUIDRSV pool policy for the UIDRPL **
      ** replenisher: when fewer than low reservations are left        **
      ** uncollected, qty more are allocated.  POL appl 0 0 removes    **
      ** the policy.  ADD starts an application with none; CHG keeps   **
      ** whatever it has.                                              **
      **                                                               **
      ** ADD/CHG/SUS/RES/POL are honored only for userids with an    **
      ** ACTIVE record on the ZUIDOPR authorized-operator file - same  **
      ** fail-closed gate as UID020M and UID040M - and every honored   **
      ** one writes an ALOG line; the record carries who last changed  **
      ** it and who suspended it, when and why.  SHO/LIST stay open.   **
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
      ** Consumer-registry record for the ZUIDREG VSAM KSDS.         *
      **------------------------------------------------------------*
           COPY ZUIDREG.

      **------------------------------------------------------------*
      ** Authorized-operator record - ADD/CHG/SUS/RES go through the *
      ** same gate as UID020M maintenance.                           *
      **------------------------------------------------------------*
           COPY ZUIDOPR.

       01  WS-INPUT-AREA               PIC X(80).
       01  WS-INPUT-LEN                PIC S9(04) COMP.
       01  WS-INPUT-PTR                PIC S9(04) COMP.

       01  WS-CMD-FIELDS.
           05  WS-CMD-TRANSID          PIC X(08).
           05  WS-CMD-ACTION           PIC X(08).
               88  CMD-ADD                 VALUE 'ADD'.
               88  CMD-CHG                 VALUE 'CHG'.
               88  CMD-SUS                 VALUE 'SUS'.
               88  CMD-RES                 VALUE 'RES'.
               88  CMD-POL                 VALUE 'POL'.
               88  CMD-SHO                 VALUE 'SHO'.
               88  CMD-LIST                VALUE 'LIST'.
           05  WS-CMD-APPL-ID          PIC X(08).
           05  WS-CMD-COST-CENTER      PIC X(10).
           05  WS-CMD-CHANNELS         PIC X(20).
           05  WS-CMD-FORMATS          PIC X(24).
           05  WS-CMD-CONTACT          PIC X(30).
           05  WS-CMD-REST             PIC X(30).
           05  WS-CMD-POOL-LOW         PIC X(10).
           05  WS-CMD-POOL-QTY         PIC X(10).

       01  WS-TALLY                    PIC 9(04) COMP.
       01  WS-NUM-WORK                 PIC 9(18).
       01  WS-POOL-LOW                 PIC 9(09).
       01  WS-POOL-QTY                 PIC 9(09).
       01  WS-POOL-LOW-ED              PIC ZZZZZZZZ9.
       01  WS-POOL-QTY-ED              PIC ZZZZZZZZ9.
       01  WS-LIST-ERROR-SW            PIC X     VALUE 'N'.
           88  LIST-IN-ERROR           VALUE 'Y'.

       01  WS-REG-KEY                  PIC X(08).
       01  WS-OPR-KEY                  PIC X(08).
       01  WS-USERID                   PIC X(08).
       01  WS-AUTH-SW                  PIC X     VALUE 'N'.
           88  OPERATOR-AUTHORIZED     VALUE 'Y'.

       01  WS-FILE-RESP                PIC S9(08) COMP.
       01  WS-FILE-RESP2               PIC S9(08) COMP.

       01  WS-ABSTIME                  PIC S9(15) COMP-3.
       01  WS-RUN-DATE                 PIC X(10).
       01  WS-RUN-TIME                 PIC X(08).

       01  TERM-RESPONSE.
           05  TERM-MSG                PIC X(78) VALUE SPACES.

      **------------------------------------------------------------*
      ** SHO response - four 80-byte screen rows.                    *
      **------------------------------------------------------------*
       01  WS-SHOW-AREA.
           05  WS-SHOW-LINE-1.
               10  FILLER              PIC X(05) VALUE 'APPL '.
               10  SH-APPL-ID          PIC X(08).
               10  FILLER              PIC X(08) VALUE '  STAT '.
               10  SH-STATUS           PIC X(09).
               10  FILLER              PIC X(05) VALUE '  CC '.
               10  SH-COST-CENTER      PIC X(10).
               10  FILLER              PIC X(08) VALUE '  OWNER '.
               10  SH-OWNER            PIC X(27).
           05  WS-SHOW-LINE-2.
               10  FILLER              PIC X(07) VALUE 'CHAN   '.
               10  SH-CHANNELS         PIC X(16).
               10  FILLER              PIC X(07) VALUE '  FMTS '.
               10  SH-FORMATS          PIC X(20).
               10  FILLER              PIC X(10) VALUE '  CONTACT '.
               10  SH-CONTACT          PIC X(20).
           05  WS-SHOW-LINE-3.
               10  FILLER              PIC X(07) VALUE 'UPD    '.
               10  SH-UPD-DATE         PIC X(10).
               10  FILLER              PIC X(01) VALUE SPACE.
               10  SH-UPD-USER         PIC X(08).
               10  FILLER              PIC X(07) VALUE '  SUSP '.
               10  SH-SUSP-DATE        PIC X(10).
               10  FILLER              PIC X(01) VALUE SPACE.
               10  SH-SUSP-USER        PIC X(08).
               10  FILLER              PIC X(01) VALUE SPACE.
               10  SH-SUSP-REASON      PIC X(27).
           05  WS-SHOW-LINE-4.
               10  FILLER              PIC X(07) VALUE 'POOL   '.
               10  FILLER              PIC X(10) VALUE 'LOW-WATER '.
               10  SH-POOL-LOW         PIC ZZZZZZZZ9.
               10  FILLER              PIC X(12) VALUE '  REPLENISH '.
               10  SH-POOL-QTY         PIC ZZZZZZZZ9.
               10  FILLER              PIC X(02) VALUE SPACES.
               10  SH-POOL-NOTE        PIC X(31).
       01  WS-SHOW-PTR                 PIC 9(04) COMP.

      **------------------------------------------------------------*
      ** LIST response - one 80-byte row per application, built      *
      ** into a single buffer and sent in one SEND, the way UID040M  *
      ** composes its parameter list.                                *
      **------------------------------------------------------------*
       01  WS-LIST-MAXN                PIC 9(04) COMP VALUE 20.
       01  WS-LIST-COUNT               PIC 9(04) COMP VALUE ZERO.
       01  WS-LIST-LINE.
           05  LL-APPL-ID              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-STATUS               PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-COST-CENTER          PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-CHANNELS             PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-FORMATS              PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-OWNER                PIC X(30).
           05  FILLER                  PIC X(17) VALUE SPACES.
       01  WS-LIST-BUF                 PIC X(1600).
       01  WS-LIST-PTR                 PIC 9(04) COMP VALUE 1.
       01  WS-LIST-LEN                 PIC S9(04) COMP.
       01  WS-BROWSE-KEY               PIC X(08).
       01  WS-BROWSE-SW                PIC X     VALUE 'N'.
           88  BROWSE-DONE             VALUE 'Y'.

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
           PERFORM A2000-DISPATCH-ACTION THRU A2000-EXIT.
           PERFORM Z1000-EXIT-PROGRAM THRU Z1000-EXIT.

      ******************************************************************
      * Receive and tokenize the terminal command line.  The owner     *
      * name (ADD/CHG) and the suspension reason (SUS) are free text,  *
      * so they are taken as the rest of the line rather than as one   *
      * more token.                                                    *
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
           MOVE 1                       TO WS-INPUT-PTR.
           UNSTRING WS-INPUT-AREA DELIMITED BY ALL SPACE
               INTO WS-CMD-TRANSID
                    WS-CMD-ACTION
                    WS-CMD-APPL-ID
               WITH POINTER WS-INPUT-PTR
           END-UNSTRING.

           IF CMD-ADD OR CMD-CHG
              UNSTRING WS-INPUT-AREA DELIMITED BY ALL SPACE
                  INTO WS-CMD-COST-CENTER
                       WS-CMD-CHANNELS
                       WS-CMD-FORMATS
                       WS-CMD-CONTACT
                  WITH POINTER WS-INPUT-PTR
              END-UNSTRING
           END-IF.

           IF CMD-POL
              UNSTRING WS-INPUT-AREA DELIMITED BY ALL SPACE
                  INTO WS-CMD-POOL-LOW
                       WS-CMD-POOL-QTY
                  WITH POINTER WS-INPUT-PTR
              END-UNSTRING
           END-IF.

           IF (CMD-ADD OR CMD-CHG OR CMD-SUS)
              AND WS-INPUT-PTR <= LENGTH OF WS-INPUT-AREA
              MOVE WS-INPUT-AREA(WS-INPUT-PTR:) TO WS-CMD-REST
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

       A1000-EXIT.
           EXIT.

      ******************************************************************
      * Route the parsed command to its action paragraph.              *
      ******************************************************************

       A2000-DISPATCH-ACTION.

           IF NOT CMD-LIST
              AND WS-CMD-APPL-ID = SPACES
              MOVE 'APPL REQUIRED - XXXX ADD/CHG/SUS/RES/POL/SHO APPL'
                   TO TERM-MSG
              GO TO A2000-EXIT
           END-IF.

      *    *--------------------------------------------------------*
      *    * Anything that writes the file goes through the         *
      *    * authorized-operator check first; SHO/LIST change       *
      *    * nothing and stay open.                                 *
      *    *--------------------------------------------------------*
           IF CMD-ADD OR CMD-CHG OR CMD-SUS OR CMD-RES OR CMD-POL
              PERFORM A1500-CHECK-AUTHORITY THRU A1500-EXIT
              IF NOT OPERATOR-AUTHORIZED
                 GO TO A2000-EXIT
              END-IF
           END-IF.

           MOVE WS-CMD-APPL-ID          TO WS-REG-KEY.

           EVALUATE TRUE
              WHEN CMD-ADD
                 PERFORM B1000-ADD-APPLICATION THRU B1000-EXIT
              WHEN CMD-CHG
                 PERFORM B2000-CHANGE-APPLICATION THRU B2000-EXIT
              WHEN CMD-SUS
                 PERFORM B3000-SUSPEND-APPLICATION THRU B3000-EXIT
              WHEN CMD-RES
                 PERFORM B4000-RESUME-APPLICATION THRU B4000-EXIT
              WHEN CMD-POL
                 PERFORM B7000-SET-POOL-POLICY THRU B7000-EXIT
              WHEN CMD-SHO
                 PERFORM B5000-SHOW-APPLICATION THRU B5000-EXIT
              WHEN CMD-LIST
                 PERFORM B6000-LIST-APPLICATIONS THRU B6000-EXIT
              WHEN OTHER
                 MOVE 'ACTION MUST BE ADD CHG SUS RES POL SHO OR LIST'
                      TO TERM-MSG
           END-EVALUATE.

       A2000-EXIT.
           EXIT.

      ******************************************************************
      * Check the signed-on userid against the ZUIDOPR                 *
      * authorized-operator file - same fail-closed gate as            *
      * UID020M's A1500, refusals on the record.                       *
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

           MOVE 'NOT AUTHORIZED FOR REGISTRY MAINTENANCE'
                TO TERM-MSG.
           MOVE SPACES                  TO ALOG-MESSAGE.
           STRING 'UID042M DENIED '     DELIMITED BY SIZE
                  WS-USERID             DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-CMD-ACTION         DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-CMD-APPL-ID        DELIMITED BY SIZE
                  INTO ALOG-MESSAGE
           END-STRING.
           PERFORM X2000-WRITE-ALOG THRU X2000-EXIT.

       A1500-EXIT.
           EXIT.

      ******************************************************************
      * ADD - onboard a new application, ACTIVE from the start.        *
      ******************************************************************

       B1000-ADD-APPLICATION.

           MOVE SPACES                  TO ZUIDREG-RECORD.
           MOVE ZERO                    TO REG-POOL-LOW-WATER.
           MOVE ZERO                    TO REG-POOL-REPLENISH.
           PERFORM C1000-EDIT-DETAILS THRU C1000-EXIT.
           IF LIST-IN-ERROR
              GO TO B1000-EXIT
           END-IF.

           MOVE WS-CMD-APPL-ID          TO REG-APPL-ID.
           SET  REG-ACTIVE              TO TRUE.
           MOVE WS-RUN-DATE             TO REG-ADD-DATE.
           MOVE WS-USERID               TO REG-ADD-USER.
           PERFORM C2000-STAMP-UPDATE THRU C2000-EXIT.

           EXEC CICS WRITE FILE
                ( 'ZUIDREG' )
                FROM     ( ZUIDREG-RECORD )
                RIDFLD   ( WS-REG-KEY )
                KEYLENGTH( LENGTH OF WS-REG-KEY )
                RESP     ( WS-FILE-RESP )
                RESP2    ( WS-FILE-RESP2 )
           END-EXEC.

           EVALUATE WS-FILE-RESP
              WHEN DFHRESP(NORMAL)
                 MOVE 'APPLICATION REGISTERED' TO TERM-MSG
                 MOVE 'ADD '            TO WS-CMD-ACTION
                 PERFORM X1000-LOG-CHANGE THRU X1000-EXIT
              WHEN DFHRESP(DUPREC)
                 MOVE 'ALREADY REGISTERED - USE CHG' TO TERM-MSG
              WHEN OTHER
                 MOVE WS-FILE-RESP             TO CICS-MSG-RESP
                 MOVE WS-FILE-RESP2            TO CICS-MSG-RESP2
                 MOVE 'B1000: WRITE ZUIDREG ERROR:' TO CICS-MSG-TEXT
                 MOVE CICS-MSG                 TO TERM-MSG
                 PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
           END-EVALUATE.

       B1000-EXIT.
           EXIT.

      ******************************************************************
      * CHG - replace owner, cost center, contact and entitlements;    *
      * the status and the suspension history are kept.                *
      ******************************************************************

       B2000-CHANGE-APPLICATION.

           EXEC CICS READ FILE
                ( 'ZUIDREG' )
                INTO     ( ZUIDREG-RECORD )
                RIDFLD   ( WS-REG-KEY )
                KEYLENGTH( LENGTH OF WS-REG-KEY )
                UPDATE
                RESP     ( WS-FILE-RESP )
                RESP2    ( WS-FILE-RESP2 )
           END-EXEC.

           EVALUATE WS-FILE-RESP
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'NOT REGISTERED - USE ADD' TO TERM-MSG
                 GO TO B2000-EXIT
              WHEN OTHER
                 MOVE WS-FILE-RESP             TO CICS-MSG-RESP
                 MOVE WS-FILE-RESP2            TO CICS-MSG-RESP2
                 MOVE 'B2000: READ ZUIDREG ERROR:' TO CICS-MSG-TEXT
                 MOVE CICS-MSG                 TO TERM-MSG
                 PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
                 GO TO B2000-EXIT
           END-EVALUATE.

           PERFORM C1000-EDIT-DETAILS THRU C1000-EXIT.
           IF LIST-IN-ERROR
              EXEC CICS UNLOCK
                   FILE( 'ZUIDREG' )
                   NOHANDLE
              END-EXEC
              GO TO B2000-EXIT
           END-IF.
           PERFORM C2000-STAMP-UPDATE THRU C2000-EXIT.

           PERFORM C3000-REWRITE-RECORD THRU C3000-EXIT.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              MOVE 'APPLICATION CHANGED' TO TERM-MSG
              PERFORM X1000-LOG-CHANGE THRU X1000-EXIT
           END-IF.

       B2000-EXIT.
           EXIT.

      ******************************************************************
      * SUS - suspend on every channel, with the reason on the record  *
      * and on ALOG.  Effective on the application's next call.        *
      ******************************************************************

       B3000-SUSPEND-APPLICATION.

           IF WS-CMD-REST = SPACES
              MOVE 'REASON REQUIRED - XXXX SUS APPL REASON TEXT'
                   TO TERM-MSG
              GO TO B3000-EXIT
           END-IF.

           PERFORM C4000-READ-FOR-UPDATE THRU C4000-EXIT.
           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
              GO TO B3000-EXIT
           END-IF.

           IF REG-SUSPENDED
              EXEC CICS UNLOCK
                   FILE( 'ZUIDREG' )
                   NOHANDLE
              END-EXEC
              MOVE 'ALREADY SUSPENDED'  TO TERM-MSG
              GO TO B3000-EXIT
           END-IF.

           SET  REG-SUSPENDED           TO TRUE.
           MOVE WS-RUN-DATE             TO REG-SUSP-DATE.
           MOVE WS-RUN-TIME             TO REG-SUSP-TIME.
           MOVE WS-USERID               TO REG-SUSP-USER.
           MOVE WS-CMD-REST             TO REG-SUSP-REASON.
           PERFORM C2000-STAMP-UPDATE THRU C2000-EXIT.

           PERFORM C3000-REWRITE-RECORD THRU C3000-EXIT.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              MOVE 'APPLICATION SUSPENDED ON ALL CHANNELS' TO TERM-MSG
              PERFORM X1000-LOG-CHANGE THRU X1000-EXIT
           END-IF.

       B3000-EXIT.
           EXIT.

      ******************************************************************
      * RES - lift a suspension.  The suspension stamp stays on the    *
      * record as history until the next SUS replaces it.              *
      ******************************************************************

       B4000-RESUME-APPLICATION.

           PERFORM C4000-READ-FOR-UPDATE THRU C4000-EXIT.
           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
              GO TO B4000-EXIT
           END-IF.

           IF REG-ACTIVE
              EXEC CICS UNLOCK
                   FILE( 'ZUIDREG' )
                   NOHANDLE
              END-EXEC
              MOVE 'NOT SUSPENDED'      TO TERM-MSG
              GO TO B4000-EXIT
           END-IF.

           SET  REG-ACTIVE              TO TRUE.
           PERFORM C2000-STAMP-UPDATE THRU C2000-EXIT.

           PERFORM C3000-REWRITE-RECORD THRU C3000-EXIT.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              MOVE 'SUSPENSION LIFTED'  TO TERM-MSG
              MOVE SPACES               TO WS-CMD-REST
              PERFORM X1000-LOG-CHANGE THRU X1000-EXIT
           END-IF.

       B4000-EXIT.
           EXIT.

      ******************************************************************
      * SHO - display one application on four screen rows.             *
      ******************************************************************

       B5000-SHOW-APPLICATION.

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
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'NOT REGISTERED'  TO TERM-MSG
                 GO TO B5000-EXIT
              WHEN OTHER
                 MOVE WS-FILE-RESP             TO CICS-MSG-RESP
                 MOVE WS-FILE-RESP2            TO CICS-MSG-RESP2
                 MOVE 'B5000: READ ZUIDREG ERROR:' TO CICS-MSG-TEXT
                 MOVE CICS-MSG                 TO TERM-MSG
                 PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
                 GO TO B5000-EXIT
           END-EVALUATE.

           MOVE REG-APPL-ID             TO SH-APPL-ID.
           IF REG-SUSPENDED
              MOVE 'SUSPENDED'          TO SH-STATUS
           ELSE
              MOVE 'ACTIVE'             TO SH-STATUS
           END-IF.
           MOVE REG-COST-CENTER         TO SH-COST-CENTER.
           MOVE REG-OWNER               TO SH-OWNER.
           MOVE REG-CONTACT             TO SH-CONTACT.
           MOVE REG-UPD-DATE            TO SH-UPD-DATE.
           MOVE REG-UPD-USER            TO SH-UPD-USER.
           MOVE REG-SUSP-DATE           TO SH-SUSP-DATE.
           MOVE REG-SUSP-USER           TO SH-SUSP-USER.
           MOVE REG-SUSP-REASON         TO SH-SUSP-REASON.

      *    *--------------------------------------------------------*
      *    * A record written before pool policies existed has      *
      *    * spaces where the policy fields now sit - no policy.    *
      *    *--------------------------------------------------------*
           MOVE ZERO                    TO SH-POOL-LOW.
           MOVE ZERO                    TO SH-POOL-QTY.
           MOVE 'NO POOL POLICY'        TO SH-POOL-NOTE.
           IF REG-POOL-LOW-WATER NUMERIC
              AND REG-POOL-REPLENISH NUMERIC
              MOVE REG-POOL-LOW-WATER   TO SH-POOL-LOW
              MOVE REG-POOL-REPLENISH   TO SH-POOL-QTY
              IF REG-POOL-LOW-WATER > ZERO
                 AND REG-POOL-REPLENISH > ZERO
                 MOVE 'KEPT TOPPED UP BY UIDRPL' TO SH-POOL-NOTE
              END-IF
           END-IF.

           MOVE SPACES                  TO SH-CHANNELS.
           MOVE 1                       TO WS-SHOW-PTR.
           IF REG-CHAN-LINK = 'Y'
              STRING 'LINK '            DELIMITED BY SIZE
                     INTO SH-CHANNELS WITH POINTER WS-SHOW-PTR
              END-STRING
           END-IF.
           IF REG-CHAN-WEB = 'Y'
              STRING 'WEB '             DELIMITED BY SIZE
                     INTO SH-CHANNELS WITH POINTER WS-SHOW-PTR
              END-STRING
           END-IF.
           IF REG-CHAN-MQ = 'Y'
              STRING 'MQ '              DELIMITED BY SIZE
                     INTO SH-CHANNELS WITH POINTER WS-SHOW-PTR
              END-STRING
           END-IF.
           IF REG-CHAN-BULK = 'Y'
              STRING 'BULK '            DELIMITED BY SIZE
                     INTO SH-CHANNELS WITH POINTER WS-SHOW-PTR
              END-STRING
           END-IF.

           MOVE SPACES                  TO SH-FORMATS.
           MOVE 1                       TO WS-SHOW-PTR.
           IF REG-FMT-PLAIN = 'Y'
              STRING 'PLAIN '           DELIMITED BY SIZE
                     INTO SH-FORMATS WITH POINTER WS-SHOW-PTR
              END-STRING
           END-IF.
           IF REG-FMT-ESS = 'Y'
              STRING 'ESS '             DELIMITED BY SIZE
                     INTO SH-FORMATS WITH POINTER WS-SHOW-PTR
              END-STRING
           END-IF.
           IF REG-FMT-GUID = 'Y'
              STRING 'GUID '            DELIMITED BY SIZE
                     INTO SH-FORMATS WITH POINTER WS-SHOW-PTR
              END-STRING
           END-IF.
           IF REG-FMT-SEQ = 'Y'
              STRING 'SEQ '             DELIMITED BY SIZE
                     INTO SH-FORMATS WITH POINTER WS-SHOW-PTR
              END-STRING
           END-IF.
           IF REG-FMT-CHK = 'Y'
              STRING 'CHK '             DELIMITED BY SIZE
                     INTO SH-FORMATS WITH POINTER WS-SHOW-PTR
              END-STRING
           END-IF.

           EXEC CICS SEND
                FROM  ( WS-SHOW-AREA )
                LENGTH( LENGTH OF WS-SHOW-AREA )
                ERASE
                NOHANDLE
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.

       B5000-EXIT.
           EXIT.

      ******************************************************************
      * LIST - every registered application, one row each, in a        *
      * single SEND.  Channels show as L/W/M/B and formats as          *
      * P/E/G/S/C, a dash where not entitled.                          *
      ******************************************************************

       B6000-LIST-APPLICATIONS.

           MOVE LOW-VALUES              TO WS-BROWSE-KEY.
           EXEC CICS STARTBR
                FILE   ( 'ZUIDREG' )
                RIDFLD ( WS-BROWSE-KEY )
                GTEQ
                NOHANDLE
           END-EXEC.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'NO APPLICATIONS REGISTERED' TO TERM-MSG
              GO TO B6000-EXIT
           END-IF.

           MOVE SPACES                  TO WS-LIST-BUF.
           MOVE 1                       TO WS-LIST-PTR.
           PERFORM UNTIL BROWSE-DONE
                      OR WS-LIST-COUNT >= WS-LIST-MAXN
              EXEC CICS READNEXT
                   FILE    ( 'ZUIDREG' )
                   INTO    ( ZUIDREG-RECORD )
                   RIDFLD  ( WS-BROWSE-KEY )
                   KEYLENGTH( LENGTH OF WS-BROWSE-KEY )
                   NOHANDLE
              END-EXEC
              IF EIBRESP = DFHRESP(NORMAL)
                 ADD 1                  TO WS-LIST-COUNT
                 PERFORM B6100-FORMAT-LIST-LINE THRU B6100-EXIT
                 STRING WS-LIST-LINE    DELIMITED BY SIZE
                        INTO WS-LIST-BUF
                        WITH POINTER WS-LIST-PTR
                 END-STRING
              ELSE
                 SET BROWSE-DONE        TO TRUE
              END-IF
           END-PERFORM.
           EXEC CICS ENDBR
                FILE( 'ZUIDREG' )
                NOHANDLE
           END-EXEC.

           IF WS-LIST-COUNT = ZERO
              MOVE 'NO APPLICATIONS REGISTERED' TO TERM-MSG
              GO TO B6000-EXIT
           END-IF.

           COMPUTE WS-LIST-LEN = WS-LIST-PTR - 1.
           EXEC CICS SEND
                FROM  ( WS-LIST-BUF )
                LENGTH( WS-LIST-LEN )
                ERASE
                NOHANDLE
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.

       B6000-EXIT.
           EXIT.

      ******************************************************************
      * Build one LIST row from the registry record just read.         *
      ******************************************************************

       B6100-FORMAT-LIST-LINE.

           MOVE REG-APPL-ID             TO LL-APPL-ID.
           MOVE REG-STATUS              TO LL-STATUS.
           MOVE REG-COST-CENTER         TO LL-COST-CENTER.
           MOVE REG-OWNER               TO LL-OWNER.
           MOVE '----'                  TO LL-CHANNELS.
           MOVE '-----'                 TO LL-FORMATS.
           IF REG-CHAN-LINK = 'Y'
              MOVE 'L'                  TO LL-CHANNELS(1:1)
           END-IF.
           IF REG-CHAN-WEB = 'Y'
              MOVE 'W'                  TO LL-CHANNELS(2:1)
           END-IF.
           IF REG-CHAN-MQ = 'Y'
              MOVE 'M'                  TO LL-CHANNELS(3:1)
           END-IF.
           IF REG-CHAN-BULK = 'Y'
              MOVE 'B'                  TO LL-CHANNELS(4:1)
           END-IF.
           IF REG-FMT-PLAIN = 'Y'
              MOVE 'P'                  TO LL-FORMATS(1:1)
           END-IF.
           IF REG-FMT-ESS = 'Y'
              MOVE 'E'                  TO LL-FORMATS(2:1)
           END-IF.
           IF REG-FMT-GUID = 'Y'
              MOVE 'G'                  TO LL-FORMATS(3:1)
           END-IF.
           IF REG-FMT-SEQ = 'Y'
              MOVE 'S'                  TO LL-FORMATS(4:1)
           END-IF.
           IF REG-FMT-CHK = 'Y'
              MOVE 'C'                  TO LL-FORMATS(5:1)
           END-IF.

       B6100-EXIT.
           EXIT.

      ******************************************************************
      * POL - set the application's reservation-pool policy for the    *
      * UIDRPL replenisher: low-water mark and replenish quantity,     *
      * both or neither.  0 0 takes the application off the            *
      * replenisher.  Effective on UIDRPL's next pass.                 *
      ******************************************************************

       B7000-SET-POOL-POLICY.

           IF WS-CMD-POOL-LOW = SPACES
              OR WS-CMD-POOL-QTY = SPACES
              MOVE 'USAGE - XXXX POL APPL LOW-WATER QTY (0 0 = NONE)'
                   TO TERM-MSG
              GO TO B7000-EXIT
           END-IF.

           IF FUNCTION TEST-NUMVAL(WS-CMD-POOL-LOW) NOT = ZERO
              OR FUNCTION TEST-NUMVAL(WS-CMD-POOL-QTY) NOT = ZERO
              MOVE 'LOW-WATER AND QUANTITY MUST BE UNSIGNED NUMBERS'
                   TO TERM-MSG
              GO TO B7000-EXIT
           END-IF.
           COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(WS-CMD-POOL-LOW).
           IF WS-NUM-WORK > 999999999
              MOVE 'LOW-WATER LIMITED TO 9 DIGITS'  TO TERM-MSG
              GO TO B7000-EXIT
           END-IF.
           MOVE WS-NUM-WORK             TO WS-POOL-LOW.
           COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(WS-CMD-POOL-QTY).
           IF WS-NUM-WORK > 999999999
              MOVE 'QUANTITY LIMITED TO 9 DIGITS'   TO TERM-MSG
              GO TO B7000-EXIT
           END-IF.
           MOVE WS-NUM-WORK             TO WS-POOL-QTY.

           IF (WS-POOL-LOW = ZERO AND WS-POOL-QTY NOT = ZERO)
              OR (WS-POOL-LOW NOT = ZERO AND WS-POOL-QTY = ZERO)
              MOVE 'SET BOTH LOW-WATER AND QUANTITY, OR 0 0 FOR NONE'
                   TO TERM-MSG
              GO TO B7000-EXIT
           END-IF.

           PERFORM C4000-READ-FOR-UPDATE THRU C4000-EXIT.
           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
              GO TO B7000-EXIT
           END-IF.

           MOVE WS-POOL-LOW             TO REG-POOL-LOW-WATER.
           MOVE WS-POOL-QTY             TO REG-POOL-REPLENISH.
           PERFORM C2000-STAMP-UPDATE THRU C2000-EXIT.

           PERFORM C3000-REWRITE-RECORD THRU C3000-EXIT.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              IF WS-POOL-LOW = ZERO
                 MOVE 'POOL POLICY REMOVED' TO TERM-MSG
              ELSE
                 MOVE 'POOL POLICY SET'     TO TERM-MSG
              END-IF
              PERFORM X1000-LOG-CHANGE THRU X1000-EXIT
           END-IF.

       B7000-EXIT.
           EXIT.

      ******************************************************************
      * Edit ADD/CHG details into the record: cost center and contact  *
      * are required, and the channel and format lists must each name  *
      * at least one entitlement.                                      *
      ******************************************************************

       C1000-EDIT-DETAILS.

           MOVE 'N'                     TO WS-LIST-ERROR-SW.

           IF WS-CMD-COST-CENTER = SPACES
              OR WS-CMD-CONTACT = SPACES
              OR WS-CMD-REST = SPACES
              MOVE 'USAGE - XXXX ADD APPL COSTCTR CHANS FMTS CONTACT OWN
      -            'ER' TO TERM-MSG
              SET LIST-IN-ERROR         TO TRUE
              GO TO C1000-EXIT
           END-IF.

           MOVE 'NNNN'                  TO REG-CHANNELS.
           IF WS-CMD-CHANNELS = 'ALL'
              MOVE 'YYYY'               TO REG-CHANNELS
           ELSE
              MOVE ZERO                 TO WS-TALLY
              INSPECT WS-CMD-CHANNELS TALLYING WS-TALLY FOR ALL 'LINK'
              IF WS-TALLY > ZERO
                 MOVE 'Y'               TO REG-CHAN-LINK
              END-IF
              MOVE ZERO                 TO WS-TALLY
              INSPECT WS-CMD-CHANNELS TALLYING WS-TALLY FOR ALL 'WEB'
              IF WS-TALLY > ZERO
                 MOVE 'Y'               TO REG-CHAN-WEB
              END-IF
              MOVE ZERO                 TO WS-TALLY
              INSPECT WS-CMD-CHANNELS TALLYING WS-TALLY FOR ALL 'MQ'
              IF WS-TALLY > ZERO
                 MOVE 'Y'               TO REG-CHAN-MQ
              END-IF
              MOVE ZERO                 TO WS-TALLY
              INSPECT WS-CMD-CHANNELS TALLYING WS-TALLY FOR ALL 'BULK'
              IF WS-TALLY > ZERO
                 MOVE 'Y'               TO REG-CHAN-BULK
              END-IF
           END-IF.
           IF REG-CHANNELS = 'NNNN'
              MOVE 'CHANNELS MUST LIST LINK,WEB,MQ,BULK OR BE ALL'
                   TO TERM-MSG
              SET LIST-IN-ERROR         TO TRUE
              GO TO C1000-EXIT
           END-IF.

           MOVE 'NNNNN'                 TO REG-FORMATS.
           IF WS-CMD-FORMATS = 'ALL'
              MOVE 'YYYYY'              TO REG-FORMATS
           ELSE
              MOVE ZERO                 TO WS-TALLY
              INSPECT WS-CMD-FORMATS TALLYING WS-TALLY FOR ALL 'PLAIN'
              IF WS-TALLY > ZERO
                 MOVE 'Y'               TO REG-FMT-PLAIN
              END-IF
              MOVE ZERO                 TO WS-TALLY
              INSPECT WS-CMD-FORMATS TALLYING WS-TALLY FOR ALL 'ESS'
              IF WS-TALLY > ZERO
                 MOVE 'Y'               TO REG-FMT-ESS
              END-IF
              MOVE ZERO                 TO WS-TALLY
              INSPECT WS-CMD-FORMATS TALLYING WS-TALLY FOR ALL 'GUID'
              IF WS-TALLY > ZERO
                 MOVE 'Y'               TO REG-FMT-GUID
              END-IF
              MOVE ZERO                 TO WS-TALLY
              INSPECT WS-CMD-FORMATS TALLYING WS-TALLY FOR ALL 'SEQ'
              IF WS-TALLY > ZERO
                 MOVE 'Y'               TO REG-FMT-SEQ
              END-IF
              MOVE ZERO                 TO WS-TALLY
              INSPECT WS-CMD-FORMATS TALLYING WS-TALLY FOR ALL 'CHK'
              IF WS-TALLY > ZERO
                 MOVE 'Y'               TO REG-FMT-CHK
              END-IF
           END-IF.
           IF REG-FORMATS = 'NNNNN'
              MOVE 'FORMATS MUST LIST PLAIN,ESS,GUID,SEQ,CHK OR BE ALL'
                   TO TERM-MSG
              SET LIST-IN-ERROR         TO TRUE
              GO TO C1000-EXIT
           END-IF.

           MOVE WS-CMD-COST-CENTER      TO REG-COST-CENTER.
           MOVE WS-CMD-CONTACT          TO REG-CONTACT.
           MOVE WS-CMD-REST             TO REG-OWNER.

       C1000-EXIT.
           EXIT.

      ******************************************************************
      * Stamp who changed the record and when.                         *
      ******************************************************************

       C2000-STAMP-UPDATE.

           MOVE WS-RUN-DATE             TO REG-UPD-DATE.
           MOVE WS-RUN-TIME             TO REG-UPD-TIME.
           MOVE WS-USERID               TO REG-UPD-USER.

       C2000-EXIT.
           EXIT.

      ******************************************************************
      * Rewrite the record held for update; WS-FILE-RESP tells the     *
      * caller how it went.                                            *
      ******************************************************************

       C3000-REWRITE-RECORD.

           EXEC CICS REWRITE FILE
                ( 'ZUIDREG' )
                FROM ( ZUIDREG-RECORD )
                RESP ( WS-FILE-RESP )
                RESP2( WS-FILE-RESP2 )
           END-EXEC.

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
              MOVE WS-FILE-RESP              TO CICS-MSG-RESP
              MOVE WS-FILE-RESP2             TO CICS-MSG-RESP2
              MOVE 'C3000: REWRITE ZUIDREG ERROR:' TO CICS-MSG-TEXT
              MOVE CICS-MSG                  TO TERM-MSG
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
           END-IF.

       C3000-EXIT.
           EXIT.

      ******************************************************************
      * Read the application's record for update (SUS/RES);            *
      * WS-FILE-RESP tells the caller whether it is held.              *
      ******************************************************************

       C4000-READ-FOR-UPDATE.

           EXEC CICS READ FILE
                ( 'ZUIDREG' )
                INTO     ( ZUIDREG-RECORD )
                RIDFLD   ( WS-REG-KEY )
                KEYLENGTH( LENGTH OF WS-REG-KEY )
                UPDATE
                RESP     ( WS-FILE-RESP )
                RESP2    ( WS-FILE-RESP2 )
           END-EXEC.

           EVALUATE WS-FILE-RESP
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'NOT REGISTERED'  TO TERM-MSG
              WHEN OTHER
                 MOVE WS-FILE-RESP             TO CICS-MSG-RESP
                 MOVE WS-FILE-RESP2            TO CICS-MSG-RESP2
                 MOVE 'C4000: READ ZUIDREG ERROR:' TO CICS-MSG-TEXT
                 MOVE CICS-MSG                 TO TERM-MSG
                 PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
           END-EVALUATE.

       C4000-EXIT.
           EXIT.

      ******************************************************************
      * ALOG line for every honored change - action, application, the  *
      * operator, and the suspension reason or pool policy where there *
      * is one.                                                        *
      ******************************************************************

       X1000-LOG-CHANGE.

           MOVE SPACES                  TO ALOG-MESSAGE.
           EVALUATE TRUE
              WHEN CMD-SUS
                 STRING 'UID042M '         DELIMITED BY SIZE
                        WS-CMD-ACTION(1:3) DELIMITED BY SIZE
                        ' '                DELIMITED BY SIZE
                        WS-CMD-APPL-ID     DELIMITED BY SIZE
                        ' BY '             DELIMITED BY SIZE
                        WS-USERID          DELIMITED BY SIZE
                        ' - '              DELIMITED BY SIZE
                        WS-CMD-REST        DELIMITED BY SIZE
                        INTO ALOG-MESSAGE
                 END-STRING
              WHEN CMD-POL
                 MOVE WS-POOL-LOW          TO WS-POOL-LOW-ED
                 MOVE WS-POOL-QTY          TO WS-POOL-QTY-ED
                 STRING 'UID042M POL '     DELIMITED BY SIZE
                        WS-CMD-APPL-ID     DELIMITED BY SIZE
                        ' BY '             DELIMITED BY SIZE
                        WS-USERID          DELIMITED BY SIZE
                        ' LOW-WATER='      DELIMITED BY SIZE
                        WS-POOL-LOW-ED     DELIMITED BY SIZE
                        ' REPLENISH='      DELIMITED BY SIZE
                        WS-POOL-QTY-ED     DELIMITED BY SIZE
                        INTO ALOG-MESSAGE
                 END-STRING
              WHEN OTHER
                 STRING 'UID042M '         DELIMITED BY SIZE
                        WS-CMD-ACTION(1:3) DELIMITED BY SIZE
                        ' '                DELIMITED BY SIZE
                        WS-CMD-APPL-ID     DELIMITED BY SIZE
                        ' BY '             DELIMITED BY SIZE
                        WS-USERID          DELIMITED BY SIZE
                        ' CC='             DELIMITED BY SIZE
                        REG-COST-CENTER    DELIMITED BY SIZE
                        ' CHAN='           DELIMITED BY SIZE
                        REG-CHANNELS       DELIMITED BY SIZE
                        ' FMT='            DELIMITED BY SIZE
                        REG-FORMATS        DELIMITED BY SIZE
                        INTO ALOG-MESSAGE
                 END-STRING
           END-EVALUATE.
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
