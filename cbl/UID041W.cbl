       IDENTIFICATION DIVISION.
       PROGRAM-ID.      UID041W.
      ******************************************************************
      ** CHK-format id validation over HTTP.                           **
      ** Invoked through a CICS URIMAP, same as UID021W, so partner    **
      ** systems and web front ends that cannot LINK can still ask     **
      ** UIDCHK whether an id is sound:                                **
      **                                                               **
      **   GET <path>?uid=nnnnnnnnnnn[&site=ssssssss]                  **
      **                                                               **
      ** The query parameters are passed to UIDCHK (copy/ZUIDCKC.cpy)  **
      ** unchanged - no site means every site is searched - and its    **
      ** answers come back as one fixed-layout line:                   **
      **                                                               **
      **   ZUIDCHK uid(36) site(8) form(1) digit(1) issued(1)          **
      **           appl(8) format(5) date(10) time(8) voided(1)        **
      **           issued-site(8)  CRLF                                **
      **                                                               **
      ** all fields blank-separated, flags as UIDCHK returns them      **
      ** (form Y/N, digit G/B/blank, issued Y/N, voided Y/N), site as  **
      ** requested and issued-site the site the id was found issued    **
      ** at (blank when not issued).  HTTP                             **
      ** status 200 for a validated id, 400 when no uid parameter is   **
      ** supplied, 500 when UIDCHK could not read its files.           **
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
      ** COMMAREA for the UIDCHK validation routine.                 *
      **------------------------------------------------------------*
           COPY ZUIDCKC.

       01  WS-PARM-VALUE                PIC X(36).
       01  WS-PARM-LEN                  PIC S9(08) COMP.

      **------------------------------------------------------------*
      ** Response document - one CRLF-terminated line, sent in a     *
      ** single WEB SEND.                                            *
      **------------------------------------------------------------*
       01  WS-CRLF                      PIC X(02) VALUE X'0D25'.

       01  WS-RESULT-LINE.
           05  FILLER                  PIC X(07) VALUE 'ZUIDCHK'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-UID                  PIC X(36).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-SITE-ID              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-FORM                 PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-DIGIT                PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-ISSUED               PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-APPL                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-FORMAT               PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-DATE                 PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-TIME                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-VOIDED               PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-ISSUED-SITE          PIC X(08).

       01  WS-RESPONSE-BUF              PIC X(200).
       01  WS-RESPONSE-PTR              PIC 9(04) COMP VALUE 1.
       01  WS-RESPONSE-LEN              PIC S9(08) COMP.

       01  WS-STATUS-CODE               PIC S9(04) COMP VALUE 200.
       01  WS-STATUS-TEXT               PIC X(12) VALUE 'OK'.

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

           PERFORM A1000-READ-QUERY      THRU A1000-EXIT.
           PERFORM A2000-CALL-UIDCHK     THRU A2000-EXIT.
           PERFORM B1000-SEND-RESPONSE   THRU B1000-EXIT.
           EXEC CICS RETURN
           END-EXEC.

      ******************************************************************
      * Pick the uid and (optional) site query parameters off the      *
      * request URL.  A parameter that is absent leaves its field      *
      * blank.                                                         *
      ******************************************************************

       A1000-READ-QUERY.

           MOVE SPACES                   TO ZUIDCKC-COMM-AREA.

           MOVE SPACES                   TO WS-PARM-VALUE.
           MOVE LENGTH OF WS-PARM-VALUE  TO WS-PARM-LEN.
           EXEC CICS WEB READ
                QUERYPARM  ( 'uid' )
                NAMELENGTH ( 3 )
                INTO       ( WS-PARM-VALUE )
                VALUELENGTH( WS-PARM-LEN )
                NOHANDLE
           END-EXEC.
           IF EIBRESP = DFHRESP(NORMAL)
              MOVE WS-PARM-VALUE         TO CKC-UID
           END-IF.

           MOVE SPACES                   TO WS-PARM-VALUE.
           MOVE LENGTH OF WS-PARM-VALUE  TO WS-PARM-LEN.
           EXEC CICS WEB READ
                QUERYPARM  ( 'site' )
                NAMELENGTH ( 4 )
                INTO       ( WS-PARM-VALUE )
                VALUELENGTH( WS-PARM-LEN )
                NOHANDLE
           END-EXEC.
           IF EIBRESP = DFHRESP(NORMAL)
              MOVE WS-PARM-VALUE         TO CKC-SITE-ID
           END-IF.

       A1000-EXIT.
           EXIT.

      ******************************************************************
      * LINK to UIDCHK and build the response line from its answers.   *
      ******************************************************************

       A2000-CALL-UIDCHK.

           EXEC CICS LINK
                PROGRAM ( 'UIDCHK' )
                COMMAREA( ZUIDCKC-COMM-AREA )
                LENGTH  ( LENGTH OF ZUIDCKC-COMM-AREA )
                NOHANDLE
           END-EXEC.

           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE EIBRESP                   TO CICS-MSG-RESP
              MOVE EIBRESP2                  TO CICS-MSG-RESP2
              MOVE 'A2000: LINK UIDCHK ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
              MOVE '500'                     TO CKC-STATUS-CODE
           END-IF.

           EVALUATE CKC-STATUS-CODE
              WHEN '200'
                 MOVE 200                    TO WS-STATUS-CODE
                 MOVE 'OK'                   TO WS-STATUS-TEXT
              WHEN '400'
                 MOVE 400                    TO WS-STATUS-CODE
                 MOVE 'BAD REQUEST'          TO WS-STATUS-TEXT
              WHEN OTHER
                 MOVE 500                    TO WS-STATUS-CODE
                 MOVE 'SERVER ERROR'         TO WS-STATUS-TEXT
           END-EVALUATE.

           MOVE CKC-UID                  TO RL-UID.
           MOVE CKC-SITE-ID              TO RL-SITE-ID.
           MOVE CKC-WELL-FORMED          TO RL-FORM.
           MOVE CKC-CHECK-DIGIT          TO RL-DIGIT.
           MOVE CKC-ISSUED               TO RL-ISSUED.
           MOVE CKC-ISSUED-APPL          TO RL-APPL.
           MOVE CKC-ISSUED-FORMAT        TO RL-FORMAT.
           MOVE CKC-ISSUED-DATE          TO RL-DATE.
           MOVE CKC-ISSUED-TIME          TO RL-TIME.
           MOVE CKC-VOIDED               TO RL-VOIDED.
           MOVE CKC-ISSUED-SITE          TO RL-ISSUED-SITE.

           MOVE 1                        TO WS-RESPONSE-PTR.
           STRING WS-RESULT-LINE         DELIMITED BY SIZE
                  WS-CRLF                DELIMITED BY SIZE
                  INTO WS-RESPONSE-BUF
                  WITH POINTER WS-RESPONSE-PTR
           END-STRING.
           COMPUTE WS-RESPONSE-LEN = WS-RESPONSE-PTR - 1.

       A2000-EXIT.
           EXIT.

      ******************************************************************
      * Send the document as the HTTP response.                        *
      ******************************************************************

       B1000-SEND-RESPONSE.

           EXEC CICS WEB SEND
                FROM      ( WS-RESPONSE-BUF )
                FROMLENGTH( WS-RESPONSE-LEN )
                MEDIATYPE ( 'text/plain' )
                STATUSCODE( WS-STATUS-CODE )
                STATUSTEXT( WS-STATUS-TEXT )
                NOHANDLE
           END-EXEC.

           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE EIBRESP                   TO CICS-MSG-RESP
              MOVE EIBRESP2                  TO CICS-MSG-RESP2
              MOVE 'B1000: WEB_SEND ERROR:'  TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
           END-IF.

       B1000-EXIT.
           EXIT.

      ******************************************************************
      * Log a CICS command failure via the shared UIDLOG routine (see  *
      * cbl/UIDLOG.cbl) so it lands on ALOG/the console - there is no  *
      * terminal to report to on this path.                            *
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
