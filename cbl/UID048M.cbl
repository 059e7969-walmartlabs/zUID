       IDENTIFICATION DIVISION.
       PROGRAM-ID.      UID048M.
      ******************************************************************
      ** Online inquiry on the ZUIDXRF business-reference cross-       **
      ** reference - the help desk's answer, while the partner is      **
      ** still on the phone, to "which id did you give order 12345?"   **
      ** and to its reverse, "what was this id issued for?".  The      **
      ** references are recorded by UIDXRF when UID002, UIDRTV or      **
      ** UIDMQL's caller passes one (see copy/ZUIDXRF.cpy).            **
      **                                                               **
      ** Command syntax (blank-delimited, from the invoking terminal): **
      **   xxxx REF appl reference  every id given that reference      **
      **   xxxx UID uid [site]      every reference that id carries    **
      ** where xxxx is this transaction's id.  REF reads the base key  **
      ** (application + reference); UID reads the ZUIDXRU alternate-   **
      ** index path (UID + site id).  A raw 10-digit id with no record **
      ** of its own is looked for inside the MQ 'BLOCK' ranges it may  **
      ** have been issued in, reading the path backwards from the id's **
      ** own key position the way UIDVOD finds a BLOCK on ZUIDUSG -    **
      ** capped, so a long run of single-id records between the id    **
      ** and its range is reported not found rather than browsed end  **
      ** to end at the terminal.                                       **
      **                                                               **
      ** One screen, composed by hand in the style of UID046M and sent **
      ** with SEND ERASE: up to eighteen rows and a count, with a note **
      ** when there were more (UID049R extracts the full list in       **
      ** batch).  Nothing here updates anything, so it is open to      **
      ** every signed-on user.                                         **
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
      ** Cross-reference record, read by its base key (REF) or     *
      ** through the ZUIDXRU path (UID).                            *
      **------------------------------------------------------------*
           COPY ZUIDXRF.

       01  WS-INPUT-AREA               PIC X(80).
       01  WS-INPUT-LEN                PIC S9(04) COMP.

       01  WS-CMD-FIELDS.
           05  WS-CMD-TRANSID          PIC X(04).
           05  WS-CMD-ACTION           PIC X(03).
               88  WS-CMD-REF              VALUE 'REF'.
               88  WS-CMD-UID              VALUE 'UID'.
           05  WS-CMD-OPERAND-1        PIC X(36).
           05  WS-CMD-OPERAND-2        PIC X(32).

       01  WS-FILE-RESP                PIC S9(08) COMP.
       01  WS-FILE-RESP2               PIC S9(08) COMP.

      **------------------------------------------------------------*
      ** Browse positions - the base key for REF, the alternate key *
      ** for UID.                                                   *
      **------------------------------------------------------------*
       01  WS-XRF-RID                  PIC X(84).
       01  WS-XRU-RID.
           05  WS-XRU-UID              PIC X(36).
           05  WS-XRU-SITE             PIC X(08).
       01  WS-WANT-APPL                PIC X(08).
       01  WS-WANT-REFERENCE           PIC X(32).
       01  WS-WANT-UID                 PIC X(36).
       01  WS-WANT-SITE                PIC X(08).

       01  WS-BROWSE-SW                PIC X     VALUE 'N'.
           88  BROWSE-DONE             VALUE 'Y'.

      *    A raw 10-digit id inside an MQ BLOCK range - see C2000.
       01  WS-UID-NUM                  PIC 9(10).
       01  WS-BLK-START-X              PIC X(10).
       01  WS-BLK-END-X                PIC X(10).
       01  WS-BLK-START                PIC 9(10).
       01  WS-BLK-END                  PIC 9(10).
       01  WS-SCAN-MAXN                PIC 9(04) COMP VALUE 500.
       01  WS-SCAN-COUNT               PIC 9(04) COMP.

      *    Rows found, and the screen line the next one goes on.
       01  WS-ROW-MAXN                 PIC 9(04) COMP VALUE 18.
       01  WS-ROW-COUNT                PIC 9(04) COMP VALUE ZERO.
       01  WS-MORE-SW                  PIC X     VALUE 'N'.
           88  MORE-ROWS               VALUE 'Y'.
       01  WS-LINE-IX                  PIC 9(04) COMP.

       01  WS-ABSTIME                  PIC S9(15) COMP-3.
       01  WS-RUN-DATE                 PIC X(10).
       01  WS-RUN-TIME                 PIC X(08).

      **------------------------------------------------------------*
      ** The composed screen - 24 rows sent as one SEND ERASE.      *
      **------------------------------------------------------------*
       01  WS-SCREEN.
           05  SCR-LINE OCCURS 24 TIMES PIC X(80).
       01  WS-MSG-LINE                 PIC X(78) VALUE SPACES.

       01  SCR-TITLE-LINE.
           05  FILLER                  PIC X(42) VALUE
               'UID048M  ZUID BUSINESS REFERENCE INQUIRY  '.
           05  ST-DATE                 PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ST-TIME                 PIC X(08).
           05  FILLER                  PIC X(19) VALUE SPACES.

       01  SCR-QUERY-LINE.
           05  SQ-LABEL-1              PIC X(06).
           05  SQ-VALUE-1              PIC X(36).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SQ-LABEL-2              PIC X(05).
           05  SQ-VALUE-2              PIC X(32).

      *    REF rows - the ids one reference was given.
       01  SCR-REF-HEADING.
           05  FILLER                  PIC X(09) VALUE 'SITE     '.
           05  FILLER                  PIC X(06) VALUE 'FMT   '.
           05  FILLER                  PIC X(05) VALUE 'VIA  '.
           05  FILLER                  PIC X(11) VALUE 'DATE       '.
           05  FILLER                  PIC X(09) VALUE 'TIME     '.
           05  FILLER                  PIC X(36) VALUE 'UID'.
           05  FILLER                  PIC X(04) VALUE SPACES.

       01  SCR-REF-DETAIL.
           05  RD-SITE                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RD-FORMAT               PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RD-CHANNEL              PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RD-DATE                 PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RD-TIME                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RD-UID                  PIC X(36).
           05  FILLER                  PIC X(04) VALUE SPACES.

      *    UID rows - the references one id carries.
       01  SCR-UID-HEADING.
           05  FILLER                  PIC X(09) VALUE 'APPL     '.
           05  FILLER                  PIC X(33) VALUE 'REFERENCE'.
           05  FILLER                  PIC X(09) VALUE 'SITE     '.
           05  FILLER                  PIC X(06) VALUE 'FMT   '.
           05  FILLER                  PIC X(05) VALUE 'VIA  '.
           05  FILLER                  PIC X(18) VALUE 'DATE'.

       01  SCR-UID-DETAIL.
           05  UD-APPL                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  UD-REFERENCE            PIC X(32).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  UD-SITE                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  UD-FORMAT               PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  UD-CHANNEL              PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  UD-DATE                 PIC X(10).
           05  FILLER                  PIC X(08) VALUE SPACES.

      *    Under a UID row found through a BLOCK range.
       01  SCR-RANGE-DETAIL.
           05  FILLER                  PIC X(09) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE 'IN RANGE '.
           05  RG-RANGE                PIC X(36).
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  SCR-COUNT-LINE.
           05  SC-COUNT                PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SC-TEXT                 PIC X(75).

       01  CICS-MSG.
           05  CICS-MSG-TEXT           PIC X(34).
           05  FILLER                  PIC X(09) VALUE ' EIBRESP='.
           05  CICS-MSG-RESP           PIC 9(04).
           05  FILLER                  PIC X(10) VALUE ' EIBRESP2='.
           05  CICS-MSG-RESP2          PIC 9(04).

      **------------------------------------------------------------*
      ** COMMAREA for the shared UIDLOG error-logging routine - see *
      ** Y1000-LOG-ERROR.                                           *
      **------------------------------------------------------------*
           COPY ZUIDLOG.

      *----------------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------------

           PERFORM A1000-RECEIVE-COMMAND THRU A1000-EXIT.

           EVALUATE TRUE
              WHEN WS-CMD-REF
                 PERFORM B1000-BY-REFERENCE THRU B1000-EXIT
              WHEN WS-CMD-UID
                 PERFORM C1000-BY-UID       THRU C1000-EXIT
              WHEN OTHER
                 MOVE 'USAGE - XXXX REF APPL REFERENCE  OR  XXXX UID UID
      -               ' [SITE]' TO WS-MSG-LINE
                 PERFORM Z2000-END-WITH-MESSAGE THRU Z2000-EXIT
           END-EVALUATE.

           PERFORM Z1000-SEND-SCREEN THRU Z1000-EXIT.

      ******************************************************************
      * Receive and tokenize the terminal command line, and stamp the  *
      * screen's date and time.                                        *
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
              MOVE SPACES               TO WS-INPUT-AREA
           END-IF.

           MOVE SPACES                  TO WS-CMD-FIELDS.
           UNSTRING WS-INPUT-AREA DELIMITED BY ALL SPACE
               INTO WS-CMD-TRANSID
                    WS-CMD-ACTION
                    WS-CMD-OPERAND-1
                    WS-CMD-OPERAND-2
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

           PERFORM X3000-CLEAR-SCREEN THRU X3000-EXIT.
           MOVE WS-RUN-DATE             TO ST-DATE.
           MOVE WS-RUN-TIME             TO ST-TIME.
           MOVE SCR-TITLE-LINE          TO SCR-LINE(1).
           MOVE 4                       TO WS-LINE-IX.

       A1000-EXIT.
           EXIT.

      ******************************************************************
      * REF - every id recorded against one application's reference,   *
      * read in key order from the first record under the pair.        *
      ******************************************************************

       B1000-BY-REFERENCE.

           IF WS-CMD-OPERAND-1 = SPACES
              OR WS-CMD-OPERAND-2 = SPACES
              MOVE 'USAGE - XXXX REF APPL REFERENCE' TO WS-MSG-LINE
              PERFORM Z2000-END-WITH-MESSAGE THRU Z2000-EXIT
           END-IF.

           MOVE WS-CMD-OPERAND-1        TO WS-WANT-APPL.
           MOVE WS-CMD-OPERAND-2        TO WS-WANT-REFERENCE.

           MOVE SPACES                  TO SCR-QUERY-LINE.
           MOVE 'APPL  '                TO SQ-LABEL-1.
           MOVE WS-WANT-APPL            TO SQ-VALUE-1.
           MOVE 'REF  '                 TO SQ-LABEL-2.
           MOVE WS-WANT-REFERENCE       TO SQ-VALUE-2.
           MOVE SCR-QUERY-LINE          TO SCR-LINE(2).
           MOVE SCR-REF-HEADING         TO SCR-LINE(3).

           MOVE LOW-VALUES              TO WS-XRF-RID.
           MOVE WS-WANT-APPL            TO WS-XRF-RID(1:8).
           MOVE WS-WANT-REFERENCE       TO WS-XRF-RID(9:32).

           EXEC CICS STARTBR
                FILE     ( 'ZUIDXRF' )
                RIDFLD   ( WS-XRF-RID )
                KEYLENGTH( LENGTH OF WS-XRF-RID )
                GTEQ
                RESP     ( WS-FILE-RESP )
                RESP2    ( WS-FILE-RESP2 )
           END-EXEC.

           EVALUATE WS-FILE-RESP
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 GO TO B1000-COUNT
              WHEN OTHER
                 MOVE WS-FILE-RESP      TO CICS-MSG-RESP
                 MOVE WS-FILE-RESP2     TO CICS-MSG-RESP2
                 MOVE 'B1000: STARTBR ZUIDXRF ERROR:' TO CICS-MSG-TEXT
                 PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
                 MOVE CICS-MSG          TO WS-MSG-LINE
                 GO TO B1000-EXIT
           END-EVALUATE.

           MOVE 'N'                     TO WS-BROWSE-SW.
           PERFORM UNTIL BROWSE-DONE
              EXEC CICS READNEXT
                   FILE     ( 'ZUIDXRF' )
                   INTO     ( ZUIDXRF-RECORD )
                   RIDFLD   ( WS-XRF-RID )
                   KEYLENGTH( LENGTH OF WS-XRF-RID )
                   RESP     ( WS-FILE-RESP )
                   RESP2    ( WS-FILE-RESP2 )
              END-EXEC
              EVALUATE TRUE
                 WHEN WS-FILE-RESP NOT = DFHRESP(NORMAL)
                    SET BROWSE-DONE     TO TRUE
                 WHEN XRF-APPL-ID NOT = WS-WANT-APPL
                    OR XRF-REFERENCE NOT = WS-WANT-REFERENCE
                    SET BROWSE-DONE     TO TRUE
                 WHEN WS-ROW-COUNT >= WS-ROW-MAXN
                    SET MORE-ROWS       TO TRUE
                    SET BROWSE-DONE     TO TRUE
                 WHEN OTHER
                    PERFORM B1100-REF-ROW THRU B1100-EXIT
              END-EVALUATE
           END-PERFORM.

           EXEC CICS ENDBR
                FILE( 'ZUIDXRF' )
                NOHANDLE
           END-EXEC.

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
              AND WS-FILE-RESP NOT = DFHRESP(ENDFILE)
              MOVE WS-FILE-RESP         TO CICS-MSG-RESP
              MOVE WS-FILE-RESP2        TO CICS-MSG-RESP2
              MOVE 'B1000: READNEXT ZUIDXRF ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
              MOVE CICS-MSG             TO WS-MSG-LINE
           END-IF.

       B1000-COUNT.

           MOVE WS-ROW-COUNT            TO SC-COUNT.
           EVALUATE TRUE
              WHEN MORE-ROWS
                 MOVE 'IDS SHOWN - MORE ON FILE, RUN UID049R FOR THE FUL
      -               'L LIST' TO SC-TEXT
              WHEN WS-ROW-COUNT = ZERO
                 MOVE 'IDS - NO ID RECORDED AGAINST THIS REFERENCE'
                      TO SC-TEXT
              WHEN OTHER
                 MOVE 'IDS RECORDED AGAINST THIS REFERENCE' TO SC-TEXT
           END-EVALUATE.
           MOVE SCR-COUNT-LINE          TO SCR-LINE(22).

       B1000-EXIT.
           EXIT.

      ******************************************************************
      * One REF row from the record just read.                         *
      ******************************************************************

       B1100-REF-ROW.

           MOVE XRF-SITE-ID             TO RD-SITE.
           MOVE XRF-FORMAT              TO RD-FORMAT.
           MOVE XRF-CHANNEL             TO RD-CHANNEL.
           MOVE XRF-DATE                TO RD-DATE.
           MOVE XRF-TIME                TO RD-TIME.
           MOVE XRF-UID                 TO RD-UID.
           MOVE SCR-REF-DETAIL          TO SCR-LINE(WS-LINE-IX).
           ADD 1                        TO WS-LINE-IX.
           ADD 1                        TO WS-ROW-COUNT.

       B1100-EXIT.
           EXIT.

      ******************************************************************
      * UID - every reference the id carries, under every site or the  *
      * one named.  A raw 10-digit id with none of its own is then     *
      * looked for inside BLOCK ranges (C2000).                        *
      ******************************************************************

       C1000-BY-UID.

           IF WS-CMD-OPERAND-1 = SPACES
              MOVE 'USAGE - XXXX UID UID [SITE]' TO WS-MSG-LINE
              PERFORM Z2000-END-WITH-MESSAGE THRU Z2000-EXIT
           END-IF.

           MOVE WS-CMD-OPERAND-1        TO WS-WANT-UID.
           MOVE WS-CMD-OPERAND-2        TO WS-WANT-SITE.

           MOVE SPACES                  TO SCR-QUERY-LINE.
           MOVE 'UID   '                TO SQ-LABEL-1.
           MOVE WS-WANT-UID             TO SQ-VALUE-1.
           IF WS-WANT-SITE NOT = SPACES
              MOVE 'SITE '              TO SQ-LABEL-2
              MOVE WS-WANT-SITE         TO SQ-VALUE-2
           END-IF.
           MOVE SCR-QUERY-LINE          TO SCR-LINE(2).
           MOVE SCR-UID-HEADING         TO SCR-LINE(3).

           MOVE WS-WANT-UID             TO WS-XRU-UID.
           IF WS-WANT-SITE = SPACES
              MOVE LOW-VALUES           TO WS-XRU-SITE
           ELSE
              MOVE WS-WANT-SITE         TO WS-XRU-SITE
           END-IF.

           EXEC CICS STARTBR
                FILE     ( 'ZUIDXRU' )
                RIDFLD   ( WS-XRU-RID )
                KEYLENGTH( LENGTH OF WS-XRU-RID )
                GTEQ
                RESP     ( WS-FILE-RESP )
                RESP2    ( WS-FILE-RESP2 )
           END-EXEC.

           EVALUATE WS-FILE-RESP
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 GO TO C1000-BLOCKS
              WHEN OTHER
                 MOVE WS-FILE-RESP      TO CICS-MSG-RESP
                 MOVE WS-FILE-RESP2     TO CICS-MSG-RESP2
                 MOVE 'C1000: STARTBR ZUIDXRU ERROR:' TO CICS-MSG-TEXT
                 PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
                 MOVE CICS-MSG          TO WS-MSG-LINE
                 GO TO C1000-EXIT
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
                 WHEN XRF-UID NOT = WS-WANT-UID
                    SET BROWSE-DONE     TO TRUE
                 WHEN WS-WANT-SITE NOT = SPACES
                      AND XRF-SITE-ID NOT = WS-WANT-SITE
                    SET BROWSE-DONE     TO TRUE
                 WHEN WS-ROW-COUNT >= WS-ROW-MAXN
                    SET MORE-ROWS       TO TRUE
                    SET BROWSE-DONE     TO TRUE
                 WHEN OTHER
                    PERFORM C1100-UID-ROW THRU C1100-EXIT
              END-EVALUATE
           END-PERFORM.

           EXEC CICS ENDBR
                FILE( 'ZUIDXRU' )
                NOHANDLE
           END-EXEC.

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
              AND WS-FILE-RESP NOT = DFHRESP(DUPKEY)
              AND WS-FILE-RESP NOT = DFHRESP(ENDFILE)
              MOVE WS-FILE-RESP         TO CICS-MSG-RESP
              MOVE WS-FILE-RESP2        TO CICS-MSG-RESP2
              MOVE 'C1000: READNEXT ZUIDXRU ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
              MOVE CICS-MSG             TO WS-MSG-LINE
              GO TO C1000-EXIT
           END-IF.

       C1000-BLOCKS.

           IF WS-ROW-COUNT = ZERO
              AND WS-WANT-UID(1:10) IS NUMERIC
              AND WS-WANT-UID(11:26) = SPACES
              MOVE WS-WANT-UID(1:10)    TO WS-UID-NUM
              PERFORM C2000-FIND-BLOCKS THRU C2000-EXIT
           END-IF.

           MOVE WS-ROW-COUNT            TO SC-COUNT.
           EVALUATE TRUE
              WHEN MORE-ROWS
                 MOVE 'REFERENCES SHOWN - MORE ON FILE, RUN UID049R FOR
      -               'THE FULL LIST' TO SC-TEXT
              WHEN WS-ROW-COUNT = ZERO
                 MOVE 'REFERENCES - NONE RECORDED FOR THIS ID'
                      TO SC-TEXT
              WHEN OTHER
                 MOVE 'REFERENCES RECORDED FOR THIS ID' TO SC-TEXT
           END-EVALUATE.
           MOVE SCR-COUNT-LINE          TO SCR-LINE(22).

       C1000-EXIT.
           EXIT.

      ******************************************************************
      * One UID row from the record just read.                         *
      ******************************************************************

       C1100-UID-ROW.

           MOVE XRF-APPL-ID             TO UD-APPL.
           MOVE XRF-REFERENCE           TO UD-REFERENCE.
           MOVE XRF-SITE-ID             TO UD-SITE.
           MOVE XRF-FORMAT              TO UD-FORMAT.
           MOVE XRF-CHANNEL             TO UD-CHANNEL.
           MOVE XRF-DATE                TO UD-DATE.
           MOVE SCR-UID-DETAIL          TO SCR-LINE(WS-LINE-IX).
           ADD 1                        TO WS-LINE-IX.
           ADD 1                        TO WS-ROW-COUNT.

       C1100-EXIT.
           EXIT.

      ******************************************************************
      * Read the path backwards from the id's own key position for     *
      * BLOCK ranges that hold it ('start-end' keys at or below the    *
      * id).  Each one found is a row with its range under it.  No key *
      * at or above the id at all means the browse starts from end of  *
      * file (a HIGH-VALUES key).                                      *
      ******************************************************************

       C2000-FIND-BLOCKS.

           MOVE WS-WANT-UID             TO WS-XRU-UID.
           MOVE LOW-VALUES              TO WS-XRU-SITE.

           EXEC CICS STARTBR
                FILE     ( 'ZUIDXRU' )
                RIDFLD   ( WS-XRU-RID )
                KEYLENGTH( LENGTH OF WS-XRU-RID )
                GTEQ
                RESP     ( WS-FILE-RESP )
                RESP2    ( WS-FILE-RESP2 )
           END-EXEC.

           IF WS-FILE-RESP = DFHRESP(NOTFND)
              MOVE HIGH-VALUES          TO WS-XRU-RID
              EXEC CICS STARTBR
                   FILE     ( 'ZUIDXRU' )
                   RIDFLD   ( WS-XRU-RID )
                   KEYLENGTH( LENGTH OF WS-XRU-RID )
                   GTEQ
                   RESP     ( WS-FILE-RESP )
                   RESP2    ( WS-FILE-RESP2 )
              END-EXEC
           END-IF.

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
              GO TO C2000-EXIT
           END-IF.

           MOVE ZERO                    TO WS-SCAN-COUNT.
           MOVE 'N'                     TO WS-BROWSE-SW.
           PERFORM UNTIL BROWSE-DONE
              EXEC CICS READPREV
                   FILE     ( 'ZUIDXRU' )
                   INTO     ( ZUIDXRF-RECORD )
                   RIDFLD   ( WS-XRU-RID )
                   KEYLENGTH( LENGTH OF WS-XRU-RID )
                   RESP     ( WS-FILE-RESP )
                   RESP2    ( WS-FILE-RESP2 )
              END-EXEC
              ADD 1                     TO WS-SCAN-COUNT
              EVALUATE TRUE
                 WHEN WS-FILE-RESP NOT = DFHRESP(NORMAL)
                      AND WS-FILE-RESP NOT = DFHRESP(DUPKEY)
                    SET BROWSE-DONE     TO TRUE
                 WHEN XRF-FORMAT NOT = 'BLOCK'
                    CONTINUE
                 WHEN WS-WANT-SITE NOT = SPACES
                      AND XRF-SITE-ID NOT = WS-WANT-SITE
                    CONTINUE
                 WHEN OTHER
                    MOVE XRF-UID(1:10)  TO WS-BLK-START-X
                    MOVE XRF-UID(12:10) TO WS-BLK-END-X
                    IF WS-BLK-START-X IS NUMERIC
                       AND WS-BLK-END-X IS NUMERIC
                       MOVE WS-BLK-START-X TO WS-BLK-START
                       MOVE WS-BLK-END-X   TO WS-BLK-END
                       IF WS-UID-NUM >= WS-BLK-START
                          AND WS-UID-NUM <= WS-BLK-END
                          PERFORM C2100-RANGE-ROW THRU C2100-EXIT
                       END-IF
                    END-IF
              END-EVALUATE
              IF WS-SCAN-COUNT >= WS-SCAN-MAXN
                 SET BROWSE-DONE        TO TRUE
              END-IF
           END-PERFORM.

           EXEC CICS ENDBR
                FILE( 'ZUIDXRU' )
                NOHANDLE
           END-EXEC.

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
              AND WS-FILE-RESP NOT = DFHRESP(DUPKEY)
              AND WS-FILE-RESP NOT = DFHRESP(ENDFILE)
              MOVE WS-FILE-RESP         TO CICS-MSG-RESP
              MOVE WS-FILE-RESP2        TO CICS-MSG-RESP2
              MOVE 'C2000: READPREV ZUIDXRU ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
              MOVE CICS-MSG             TO WS-MSG-LINE
           END-IF.

       C2000-EXIT.
           EXIT.

      ******************************************************************
      * A BLOCK range holding the id - its row, and the range under    *
      * it, while there is room for both.                              *
      ******************************************************************

       C2100-RANGE-ROW.

           IF WS-ROW-COUNT >= WS-ROW-MAXN
              OR WS-LINE-IX > 20
              SET MORE-ROWS             TO TRUE
              SET BROWSE-DONE           TO TRUE
              GO TO C2100-EXIT
           END-IF.

           PERFORM C1100-UID-ROW THRU C1100-EXIT.
           MOVE XRF-UID                 TO RG-RANGE.
           MOVE SCR-RANGE-DETAIL        TO SCR-LINE(WS-LINE-IX).
           ADD 1                        TO WS-LINE-IX.

       C2100-EXIT.
           EXIT.

       X3000-CLEAR-SCREEN.

           PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                   UNTIL WS-LINE-IX > 24
              MOVE SPACES TO SCR-LINE(WS-LINE-IX)
           END-PERFORM.

       X3000-EXIT.
           EXIT.

      ******************************************************************
      * Log a CICS command failure via the shared UIDLOG routine (see  *
      * cbl/UIDLOG.cbl) so it lands on ALOG/the console, not just the  *
      * screen's message line.                                         *
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
      * Send the composed screen and end the task.                     *
      ******************************************************************

       Z1000-SEND-SCREEN.

           MOVE WS-MSG-LINE             TO SCR-LINE(23).
           EXEC CICS SEND
                FROM  ( WS-SCREEN )
                LENGTH( LENGTH OF WS-SCREEN )
                ERASE
                NOHANDLE
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.

       Z1000-EXIT.
           EXIT.

      ******************************************************************
      * A command line that does not edit: show why and end the task - *
      * the operator corrects it and enters the transaction again.     *
      ******************************************************************

       Z2000-END-WITH-MESSAGE.

           PERFORM X3000-CLEAR-SCREEN THRU X3000-EXIT.
           MOVE 'UID048M  ZUID BUSINESS REFERENCE INQUIRY'
                                        TO SCR-LINE(1).
           MOVE WS-MSG-LINE             TO SCR-LINE(3).
           EXEC CICS SEND
                FROM  ( WS-SCREEN )
                LENGTH( LENGTH OF WS-SCREEN )
                ERASE
                NOHANDLE
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.

       Z2000-EXIT.
           EXIT.
