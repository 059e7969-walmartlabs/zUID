      **   xxxx SHO appid                           display an entry   **
      **   xxxx QTA appid quota                     set daily quota    **
      **   xxxx QTA appid                           display the quota  **
      **   xxxx APV appid                           approve pending    **
      **   xxxx REJ appid reason                    reject pending     **
      **   xxxx PND                                 list pending       **
      ** where xxxx is this transaction's id and min/max/val/warn are  **
      ** unsigned numbers of up to 10 digits.  The quota (up to 9      **
      ** digits, 0 = no cap) lives on the parallel ZUIDQTA file and    **
      ** caps what UID005B will bulk-allocate to the application in    **
      ** one day - see copy/ZUIDQTA.cpy.                               **
      **                                                               **
      ** ADD/CHG/DIS/ENA/APV/REJ are honored only for userids with an  **
      ** ACTIVE record on the ZUIDOPR authorized-operator file (SHO    **
      ** and PND stay open - they change nothing).  ADD/CHG/DIS/ENA    **
      ** are under dual control: the UIDPND routine parks each one on  **
      ** the ZUIDPND pending-change file, and only an APV by a second  **
      ** authorized userid applies it to ZUIDCTL and writes the        **
      ** ZUIDJRN journal record (requester and approver, terminal,     **
      ** timestamp, before and after images of the ZUIDCTF record)     **
      ** for the quarterly access review - see copy/ZUIDPND.cpy,       **
      ** copy/ZUIDJRN.cpy and UID031R.  A change nobody decides within **
      ** the PEND-EXPIRY-HRS parameter's age expires.  QTA is applied  **
      ** and journaled at once, as before.                             **
      **                                                               **
      ** An ADD or CHG whose MIN-MAX intrudes on a range another       **
      ** counter owns - here or in any other region - is refused, on   **
      ** submit and again on APV, by the enterprise range registry     **
      ** (see cbl/UIDRNG.cbl and copy/ZUIDRNG.cpy); the reply names    **
      ** the owner.                                                    **
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       01  WS-INPUT-AREA               PIC X(80).
       01  WS-INPUT-LEN                PIC S9(04) COMP.
       01  WS-INPUT-PTR                PIC S9(04) COMP.

       01  WS-CMD-FIELDS.
           05  WS-CMD-TRANSID          PIC X(08).
               88  CMD-ENA                 VALUE 'ENA'.
               88  CMD-SHO                 VALUE 'SHO'.
               88  CMD-QTA                 VALUE 'QTA'.
               88  CMD-APV                 VALUE 'APV'.
               88  CMD-REJ                 VALUE 'REJ'.
               88  CMD-PND                 VALUE 'PND'.
           05  WS-CMD-APPID            PIC X(08).
           05  WS-CMD-CNAME            PIC X(16).
           05  WS-CMD-MIN              PIC X(10).
           05  WS-CMD-MAX              PIC X(10).
           05  WS-CMD-VAL              PIC X(10).
           05  WS-CMD-WARN             PIC X(10).
           05  WS-CMD-REASON           PIC X(30).

       01  WS-NUM-WORK                 PIC 9(18).


           COPY ZUIDJRN.

      **------------------------------------------------------------*
      ** Maker-checker COMMAREA for the UIDPND routine and its       *
      ** pending-change record - see C6000 and B8000.                *
      **------------------------------------------------------------*
           COPY ZUIDPNC.

           COPY ZUIDPND.

      **------------------------------------------------------------*
      ** PND response - one 80-byte row per pending change, built    *
      ** into a single buffer and sent in one SEND, the way UID040M  *
      ** composes its parameter list.                                *
      **------------------------------------------------------------*
       01  WS-LIST-MAXN                PIC 9(04) COMP VALUE 20.
       01  WS-LIST-COUNT               PIC 9(04) COMP VALUE ZERO.
       01  WS-LIST-LINE.
           05  LL-APPID                PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-ACTION               PIC X(04).
           05  FILLER                  PIC X(04) VALUE ' BY '.
           05  LL-REQ-USER             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-REQ-DATE             PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-REQ-TIME             PIC X(08).
           05  FILLER                  PIC X(05) VALUE ' VIA '.
           05  LL-REQ-PROGRAM          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-CNAME                PIC X(16).
           05  FILLER                  PIC X(05) VALUE SPACES.
       01  WS-LIST-BUF                 PIC X(1600).
       01  WS-LIST-PTR                 PIC 9(04) COMP VALUE 1.
       01  WS-LIST-LEN                 PIC S9(04) COMP.
       01  WS-BROWSE-KEY               PIC X(16).
       01  WS-BROWSE-SW                PIC X     VALUE 'N'.
           88  BROWSE-DONE             VALUE 'Y'.

      **------------------------------------------------------------*
      ** Per-application daily-quota record - see B5000-SET-QUOTA    *
      ** and copy/ZUIDQTA.cpy.                                       *
                    WS-CMD-WARN
           END-UNSTRING.

      *    *--------------------------------------------------------*
      *    * A REJ reason is free text - everything after the       *
      *    * appid, blanks and all.                                 *
      *    *--------------------------------------------------------*
           IF CMD-REJ
              MOVE 1                    TO WS-INPUT-PTR
              UNSTRING WS-INPUT-AREA DELIMITED BY ALL SPACE
                  INTO WS-CMD-TRANSID
                       WS-CMD-ACTION
                       WS-CMD-APPID
                  WITH POINTER WS-INPUT-PTR
              END-UNSTRING
              IF WS-INPUT-PTR <= LENGTH OF WS-INPUT-AREA
                 MOVE WS-INPUT-AREA(WS-INPUT-PTR:) TO WS-CMD-REASON
              END-IF
           END-IF.

       A1000-EXIT.
           EXIT.

       A2000-DISPATCH-ACTION.

           IF WS-CMD-APPID = SPACES
              AND NOT CMD-PND
              MOVE 'APPID REQUIRED - SEE UID020M COMMAND SYNTAX'
                   TO TERM-MSG
              GO TO A2000-EXIT

      *    *--------------------------------------------------------*
      *    * Anything that writes a file goes through the           *
      *    * authorized-operator check first; SHO, PND and the      *
      *    * display-only QTA form change nothing and stay open.    *
      *    *--------------------------------------------------------*
           IF CMD-ADD OR CMD-CHG OR CMD-DIS OR CMD-ENA
              OR CMD-APV OR CMD-REJ
              OR (CMD-QTA AND WS-CMD-CNAME NOT = SPACES)
              PERFORM A1500-CHECK-AUTHORITY THRU A1500-EXIT
              IF NOT OPERATOR-AUTHORIZED
                 PERFORM B4000-SHOW-ENTRY   THRU B4000-EXIT
              WHEN CMD-QTA
                 PERFORM B5000-SET-QUOTA    THRU B5000-EXIT
              WHEN CMD-APV
                 PERFORM B6000-APPROVE-CHANGE THRU B6000-EXIT
              WHEN CMD-REJ
                 PERFORM B7000-REJECT-CHANGE  THRU B7000-EXIT
              WHEN CMD-PND
                 PERFORM B8000-LIST-PENDING   THRU B8000-EXIT
              WHEN OTHER
                 MOVE 'UNKNOWN ACTION - SEE UID020M COMMAND SYNTAX'
                      TO TERM-MSG
           END-EVALUATE.

           EXIT.

      ******************************************************************
      * ADD - validate the bounds and submit the new entry for         *
      * approval.                                                      *
      ******************************************************************

       B1000-ADD-ENTRY.
              GO TO B1000-EXIT
           END-IF.

           PERFORM C6000-SUBMIT-CHANGE THRU C6000-EXIT.

       B1000-EXIT.
           EXIT.

      ******************************************************************
      * CHG - validate the bounds and submit them for approval.        *
      * UIDPND keeps the entry's current status byte.                  *
      ******************************************************************

       B2000-CHANGE-ENTRY.
              GO TO B2000-EXIT
           END-IF.

           PERFORM C6000-SUBMIT-CHANGE THRU C6000-EXIT.

       B2000-EXIT.
           EXIT.

      ******************************************************************
      * DIS/ENA - submit the status flip for approval.                 *
      ******************************************************************

       B3000-SET-STATUS.

           MOVE LOW-VALUES              TO ZUIDCTF-RECORD.
           PERFORM C6000-SUBMIT-CHANGE THRU C6000-EXIT.

       B3000-EXIT.
           EXIT.
       B5000-EXIT.
           EXIT.

      ******************************************************************
      * APV - approve the appid's pending change.  UIDPND refuses the  *
      * requester, applies the change to ZUIDCTL and journals it with  *
      * both userids.                                                  *
      ******************************************************************

       B6000-APPROVE-CHANGE.

           MOVE SPACES                  TO ZUIDPNC-COMM-AREA.
           SET PNC-FUNC-APPROVE         TO TRUE.
           MOVE WS-CMD-APPID            TO PNC-APPID.
           MOVE 'UID020M '              TO PNC-PROGRAM.
           PERFORM C7000-LINK-UIDPND THRU C7000-EXIT.

       B6000-EXIT.
           EXIT.

      ******************************************************************
      * REJ - turn the appid's pending change down.  The reason is     *
      * required; it stays on the pending record for the review.       *
      ******************************************************************

       B7000-REJECT-CHANGE.

           IF WS-CMD-REASON = SPACES
              MOVE 'REASON REQUIRED - REJ APPID REASON-TEXT' TO TERM-MSG
              GO TO B7000-EXIT
           END-IF.

           MOVE SPACES                  TO ZUIDPNC-COMM-AREA.
           SET PNC-FUNC-REJECT          TO TRUE.
           MOVE WS-CMD-APPID            TO PNC-APPID.
           MOVE 'UID020M '              TO PNC-PROGRAM.
           MOVE WS-CMD-REASON           TO PNC-REASON.
           PERFORM C7000-LINK-UIDPND THRU C7000-EXIT.

       B7000-EXIT.
           EXIT.

      ******************************************************************
      * PND - expire whatever has aged out, then list every change     *
      * still waiting for a second operator, one row each, in a        *
      * single SEND.                                                   *
      ******************************************************************

       B8000-LIST-PENDING.

           MOVE SPACES                  TO ZUIDPNC-COMM-AREA.
           SET PNC-FUNC-EXPIRE          TO TRUE.
           MOVE 'UID020M '              TO PNC-PROGRAM.
           PERFORM C7000-LINK-UIDPND THRU C7000-EXIT.
           MOVE SPACES                  TO TERM-MSG.

           MOVE LOW-VALUES              TO WS-BROWSE-KEY.
           EXEC CICS STARTBR
                FILE   ( 'ZUIDPND' )
                RIDFLD ( WS-BROWSE-KEY )
                GTEQ
                NOHANDLE
           END-EXEC.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'NO CHANGES PENDING' TO TERM-MSG
              GO TO B8000-EXIT
           END-IF.

           MOVE SPACES                  TO WS-LIST-BUF.
           MOVE 1                       TO WS-LIST-PTR.
           PERFORM UNTIL BROWSE-DONE
                      OR WS-LIST-COUNT >= WS-LIST-MAXN
              EXEC CICS READNEXT
                   FILE    ( 'ZUIDPND' )
                   INTO    ( ZUIDPND-RECORD )
                   RIDFLD  ( WS-BROWSE-KEY )
                   KEYLENGTH( LENGTH OF WS-BROWSE-KEY )
                   NOHANDLE
              END-EXEC
              IF EIBRESP = DFHRESP(NORMAL)
                 IF PND-PENDING
                    ADD 1               TO WS-LIST-COUNT
                    MOVE PND-APPID      TO LL-APPID
                    MOVE PND-ACTION     TO LL-ACTION
                    MOVE PND-REQ-USER   TO LL-REQ-USER
                    MOVE PND-REQ-DATE   TO LL-REQ-DATE
                    MOVE PND-REQ-TIME   TO LL-REQ-TIME
                    MOVE PND-REQ-PROGRAM TO LL-REQ-PROGRAM
                    MOVE PND-AFTER-IMAGE TO ZUIDCTF-RECORD
                    MOVE CTF-CNAME      TO LL-CNAME
                    STRING WS-LIST-LINE DELIMITED BY SIZE
                           INTO WS-LIST-BUF
                           WITH POINTER WS-LIST-PTR
                    END-STRING
                 END-IF
              ELSE
                 SET BROWSE-DONE        TO TRUE
              END-IF
           END-PERFORM.
           EXEC CICS ENDBR
                FILE( 'ZUIDPND' )
                NOHANDLE
           END-EXEC.

           IF WS-LIST-COUNT = ZERO
              MOVE 'NO CHANGES PENDING' TO TERM-MSG
              GO TO B8000-EXIT
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

       B8000-EXIT.
           EXIT.

      ******************************************************************
      * QTA with no operand - report the application's quota record.   *
      ******************************************************************
           EXIT.

      ******************************************************************
      * Hand ADD/CHG/DIS/ENA to UIDPND as a pending change.  ADD/CHG   *
      * leave the proposed record in ZUIDCTF-RECORD (C1000 built it);  *
      * UIDPND builds a DIS/ENA's after image from ZUIDCTL itself.     *
      ******************************************************************

       C6000-SUBMIT-CHANGE.

           MOVE SPACES                  TO ZUIDPNC-COMM-AREA.
           SET PNC-FUNC-SUBMIT          TO TRUE.
           MOVE WS-CMD-ACTION(1:4)      TO PNC-ACTION.
           MOVE WS-CMD-APPID            TO PNC-APPID.
           MOVE 'UID020M '              TO PNC-PROGRAM.
           MOVE ZUIDCTF-RECORD          TO PNC-AFTER-IMAGE.
           PERFORM C7000-LINK-UIDPND THRU C7000-EXIT.

       C6000-EXIT.
           EXIT.

      ******************************************************************
      * LINK to the UIDPND maker-checker routine with the request      *
      * built in ZUIDPNC-COMM-AREA; its message is the reply.          *
      ******************************************************************

       C7000-LINK-UIDPND.

           EXEC CICS LINK
                PROGRAM ( 'UIDPND' )
                COMMAREA( ZUIDPNC-COMM-AREA )
                LENGTH  ( LENGTH OF ZUIDPNC-COMM-AREA )
                NOHANDLE
           END-EXEC.

           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE EIBRESP                   TO CICS-MSG-RESP
              MOVE EIBRESP2                  TO CICS-MSG-RESP2
              MOVE 'C7000: LINK UIDPND ERROR:' TO CICS-MSG-TEXT
              MOVE CICS-MSG                  TO TERM-MSG
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
              GO TO C7000-EXIT
           END-IF.

           MOVE PNC-MESSAGE             TO TERM-MSG.

       C7000-EXIT.
           EXIT.

      ******************************************************************
           EXIT.

      ******************************************************************
      * Write the ZUIDJRN journal record for a QTA just applied: who   *
      * (userid/terminal), when, what action, and the ZUIDCTF record   *
      * before and after.  Callers leave the after image in            *
      * ZUIDCTF-RECORD and the before image in WS-BEFORE-IMAGE.  The   *
      * dual-control actions are journaled by UIDPND on approval.      *
      ******************************************************************

       X1500-WRITE-JOURNAL.
           MOVE AL-ACTION               TO JRN-ACTION.
           MOVE WS-BEFORE-IMAGE         TO JRN-BEFORE-IMAGE.
           MOVE ZUIDCTF-RECORD          TO JRN-AFTER-IMAGE.
           MOVE SPACES                  TO JRN-APPROVER.

           EXEC CICS WRITE FILE
                ( 'ZUIDJRN' )
