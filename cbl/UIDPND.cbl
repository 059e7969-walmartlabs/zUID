       IDENTIFICATION DIVISION.
       PROGRAM-ID.      UIDPND.
      ******************************************************************
      ** Maker-checker for ZUIDCTL counter maintenance.  LINKed with   **
      ** COMMAREA(ZUIDPNC-COMM-AREA) - see copy/ZUIDPNC.cpy for the    **
      ** contract - by UID020M and UID030M, which keep their ZUIDOPR   **
      ** authority check but no longer write ZUIDCTL themselves.  An   **
      ** ADD/CHG/DIS/ENA is submitted here and parked on the ZUIDPND   **
      ** pending-change file (see copy/ZUIDPND.cpy); only when a       **
      ** second authorized userid approves it is the change applied    **
      ** to ZUIDCTL and journaled to ZUIDJRN, the requester in         **
      ** JRN-USERID and the approver in JRN-APPROVER.                  **
      **                                                               **
      ** Both userids come from ASSIGN USERID in this task, so the     **
      ** same-person rule cannot be talked around through the          **
      ** COMMAREA.  An ENQ on the appid serializes submit/approve/     **
      ** reject for one counter, keeping it to one pending change.     **
      **                                                               **
      ** A pending change older than the PEND-EXPIRY-HRS parameter     **
      ** (ZUIDPRM, default 24 hours) is expired, never applied - on    **
      ** every submit/approve/reject that finds it, and for the whole  **
      ** file on function X (UID020M PND runs it before listing).      **
      ** Every submit, decision and expiry is written to ALOG.         **
      **                                                               **
      ** An ADD or CHG whose MIN-MAX would intrude on a range another  **
      ** counter owns - in this region or any other - is refused by    **
      ** the UIDRNG range-registry check, on submit and again on       **
      ** approval (a range can be claimed elsewhere in between; the    **
      ** pending change is then rejected).  Once applied, the new      **
      ** range is recorded on the registry under this region.          **
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
      ** Pending-change record (ZUIDPND) and maintenance journal     *
      ** record (ZUIDJRN) - see X1500-WRITE-JOURNAL.                 *
      **------------------------------------------------------------*
           COPY ZUIDPND.

           COPY ZUIDJRN.

      **------------------------------------------------------------*
      ** COMMAREA for the UIDPRM runtime-parameter reader - see      *
      ** A1000's expiry-age lookup.                                  *
      **------------------------------------------------------------*
           COPY ZUIDPRC.

      **------------------------------------------------------------*
      ** COMMAREA for the UIDRNG range registry - see C5000/C5500.   *
      **------------------------------------------------------------*
           COPY ZUIDRNC.

       01  WS-PND-KEY.
           05  WS-PND-KEY-APPID        PIC X(08).
           05  WS-PND-KEY-STCK         PIC X(08).
       01  WS-FILE-RESP                PIC S9(08) COMP.
       01  WS-FILE-RESP2               PIC S9(08) COMP.

       01  WS-USERID                   PIC X(08).
       01  WS-SAVE-STATUS              PIC X(01).
       01  WS-BEFORE-IMAGE             PIC X(57).
       01  WS-BEFORE-BOUNDS REDEFINES WS-BEFORE-IMAGE.
           05  FILLER                  PIC X(08).
           05  WS-BEFORE-CNAME         PIC X(16).
           05  WS-BEFORE-MIN           PIC 9(18) COMP.
           05  WS-BEFORE-MAX           PIC 9(18) COMP.
           05  FILLER                  PIC X(17).

       01  WS-ENQ-NAME.
           05  FILLER                  PIC X(08) VALUE 'ZUIDPND '.
           05  WS-ENQ-APPID            PIC X(08).

       01  WS-FOUND-SW                 PIC X(01).
           88  PENDING-FOUND               VALUE 'Y'.
       01  WS-AGED-SW                  PIC X(01).
           88  PENDING-AGED-OUT            VALUE 'Y'.
       01  WS-BROWSE-SW                PIC X(01).
           88  BROWSE-DONE                 VALUE 'Y'.
       01  WS-SCAN-SW                  PIC X(01).
           88  SCAN-DONE                   VALUE 'Y'.

      *    Pending-change age limit - the compiled-in 24 is only the
      *    fallback behind the PEND-EXPIRY-HRS record on the ZUIDPRM
      *    parameter file (tuned through UID040M).
       01  WS-EXPIRY-HOURS             PIC 9(04) VALUE 24.
       01  WS-EXPIRY-HOURS-ED          PIC ZZZ9.
       01  WS-CUTOFF-ABSTIME           PIC S9(15) COMP-3.
       01  WS-EXPIRED-COUNT            PIC 9(05) VALUE ZERO.

       01  WS-ABSTIME                  PIC S9(15) COMP-3.
       01  WS-ABSTIME-X REDEFINES WS-ABSTIME
                                       PIC X(08).
       01  WS-RUN-DATE                 PIC X(10).
       01  WS-RUN-TIME                 PIC X(08).

       01  ALOG-MESSAGE.
           05  AL-PROGRAM              PIC X(08) VALUE 'UIDPND  '.
           05  AL-EVENT                PIC X(09).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AL-ACTION               PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AL-APPID                PIC X(08).
           05  FILLER                  PIC X(05) VALUE ' REQ '.
           05  AL-REQ-USER             PIC X(08).
           05  FILLER                  PIC X(05) VALUE ' CHK '.
           05  AL-CHK-USER             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AL-REQ-PROGRAM          PIC X(08).
           05  FILLER                  PIC X(12) VALUE SPACES.

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

      *----------------------------------------------------------------
       LINKAGE SECTION.
      *----------------------------------------------------------------

      **------------------------------------------------------------*
      ** COMMAREA - the maker-checker request/response.              *
      **------------------------------------------------------------*
           COPY ZUIDPNC.

      *----------------------------------------------------------
       PROCEDURE DIVISION USING ZUIDPNC-COMM-AREA.
      *----------------------------------------------------------

           PERFORM A1000-INITIALIZE     THRU A1000-EXIT.

           IF PNC-STATUS-CODE = SPACES
              EVALUATE TRUE
                 WHEN PNC-FUNC-SUBMIT
                    PERFORM B1000-SUBMIT-CHANGE  THRU B1000-EXIT
                 WHEN PNC-FUNC-APPROVE
                    PERFORM B2000-APPROVE-CHANGE THRU B2000-EXIT
                 WHEN PNC-FUNC-REJECT
                    PERFORM B3000-REJECT-CHANGE  THRU B3000-EXIT
                 WHEN PNC-FUNC-EXPIRE
                    PERFORM B4000-EXPIRE-ALL     THRU B4000-EXIT
              END-EVALUATE
           END-IF.

           EXEC CICS RETURN
           END-EXEC.

      ******************************************************************
      * Validate the request, pick up the userid and the time, work    *
      * out the expiry cutoff, and take the appid's ENQ (released at   *
      * task end).                                                     *
      ******************************************************************

       A1000-INITIALIZE.

           MOVE SPACES                  TO PNC-STATUS-CODE.
           MOVE SPACES                  TO PNC-MESSAGE.
           MOVE SPACES                  TO PNC-REQ-USER.
           MOVE ZERO                    TO PNC-COUNT.

           IF NOT PNC-FUNC-SUBMIT AND NOT PNC-FUNC-APPROVE
              AND NOT PNC-FUNC-REJECT AND NOT PNC-FUNC-EXPIRE
              MOVE '400'                TO PNC-STATUS-CODE
              MOVE 'FUNCTION MUST BE S A R OR X' TO PNC-MESSAGE
              GO TO A1000-EXIT
           END-IF.
           IF NOT PNC-FUNC-EXPIRE
              AND (PNC-APPID = SPACES OR LOW-VALUES)
              MOVE '400'                TO PNC-STATUS-CODE
              MOVE 'APPID REQUIRED'     TO PNC-MESSAGE
              GO TO A1000-EXIT
           END-IF.
           IF PNC-FUNC-SUBMIT
              AND PNC-ACTION NOT = 'ADD ' AND PNC-ACTION NOT = 'CHG '
              AND PNC-ACTION NOT = 'DIS ' AND PNC-ACTION NOT = 'ENA '
              MOVE '400'                TO PNC-STATUS-CODE
              MOVE 'ACTION MUST BE ADD CHG DIS OR ENA' TO PNC-MESSAGE
              GO TO A1000-EXIT
           END-IF.

           MOVE SPACES                  TO WS-USERID.
           EXEC CICS ASSIGN
                USERID( WS-USERID )
                NOHANDLE
           END-EXEC.

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

      *    *--------------------------------------------------------*
      *    * Age limit from the ZUIDPRM parameter file when set.  A *
      *    * read error is logged and the compiled-in 24 hours      *
      *    * applies; zero or more than a year keeps it too.        *
      *    *--------------------------------------------------------*
           MOVE SPACES                  TO ZUIDPRC-COMM-AREA.
           MOVE 'PEND-EXPIRY-HRS'       TO PRC-NAME.
           EXEC CICS LINK
                PROGRAM ( 'UIDPRM' )
                COMMAREA( ZUIDPRC-COMM-AREA )
                LENGTH  ( LENGTH OF ZUIDPRC-COMM-AREA )
                NOHANDLE
           END-EXEC.
           IF PRC-READ-ERROR
              MOVE PRC-RESP                 TO CICS-MSG-RESP
              MOVE PRC-RESP2                TO CICS-MSG-RESP2
              MOVE 'A1000: ZUIDPRM READ ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
           END-IF.
           IF PRC-FOUND
              AND PRC-IS-NUMERIC
              AND PRC-NUM-VALUE > ZERO
              AND PRC-NUM-VALUE <= 8784
              MOVE PRC-NUM-VALUE        TO WS-EXPIRY-HOURS
           END-IF.
           COMPUTE WS-CUTOFF-ABSTIME =
                   WS-ABSTIME - (WS-EXPIRY-HOURS * 3600000).

           IF NOT PNC-FUNC-EXPIRE
              MOVE PNC-APPID            TO WS-ENQ-APPID
              EXEC CICS ENQ
                   RESOURCE( WS-ENQ-NAME )
                   LENGTH  ( LENGTH OF WS-ENQ-NAME )
                   NOHANDLE
              END-EXEC
           END-IF.

       A1000-EXIT.
           EXIT.

      ******************************************************************
      * S - park the change on ZUIDPND.  The counter must exist (or,   *
      * for an ADD, must not), nothing else may be pending for it,     *
      * and the change must actually change something.  The before     *
      * image is ZUIDCTL as it stands now; the after image is what     *
      * approval will write.                                           *
      ******************************************************************

       B1000-SUBMIT-CHANGE.

           PERFORM C1000-FIND-PENDING   THRU C1000-EXIT.
           IF PNC-STATUS-CODE NOT = SPACES
              GO TO B1000-EXIT
           END-IF.
           IF PENDING-FOUND
              MOVE '409'                TO PNC-STATUS-CODE
              MOVE PND-REQ-USER         TO PNC-REQ-USER
              STRING PND-ACTION         DELIMITED BY SPACE
                     ' ALREADY PENDING - APPROVE OR REJECT IT FIRST'
                                        DELIMITED BY SIZE
                     INTO PNC-MESSAGE
              END-STRING
              GO TO B1000-EXIT
           END-IF.

           EXEC CICS READ FILE
                ( 'ZUIDCTL' )
                INTO     ( ZUIDCTF-RECORD )
                RIDFLD   ( PNC-APPID )
                KEYLENGTH( LENGTH OF PNC-APPID )
                RESP     ( WS-FILE-RESP )
                RESP2    ( WS-FILE-RESP2 )
           END-EXEC.

           EVALUATE WS-FILE-RESP
              WHEN DFHRESP(NORMAL)
                 IF PNC-ACTION = 'ADD '
                    MOVE '409'          TO PNC-STATUS-CODE
                    MOVE 'APPID ALREADY DEFINED - USE CHG'
                         TO PNC-MESSAGE
                    GO TO B1000-EXIT
                 END-IF
                 MOVE ZUIDCTF-RECORD    TO WS-BEFORE-IMAGE
              WHEN DFHRESP(NOTFND)
                 IF PNC-ACTION NOT = 'ADD '
                    MOVE '404'          TO PNC-STATUS-CODE
                    MOVE 'APPID NOT DEFINED' TO PNC-MESSAGE
                    GO TO B1000-EXIT
                 END-IF
      *          An ADD has no before image.
                 MOVE LOW-VALUES        TO WS-BEFORE-IMAGE
              WHEN OTHER
                 MOVE WS-FILE-RESP              TO CICS-MSG-RESP
                 MOVE WS-FILE-RESP2             TO CICS-MSG-RESP2
                 MOVE 'B1000: READ ZUIDCTL ERROR:' TO CICS-MSG-TEXT
                 PERFORM X2000-FILE-ERROR THRU X2000-EXIT
                 GO TO B1000-EXIT
           END-EVALUATE.

      *    *--------------------------------------------------------*
      *    * Build the after image.  A CHG carries the new bounds   *
      *    * but keeps the counter's current status byte; DIS/ENA   *
      *    * flip only the status byte.                             *
      *    *--------------------------------------------------------*
           EVALUATE PNC-ACTION
              WHEN 'ADD '
                 MOVE PNC-AFTER-IMAGE   TO ZUIDCTF-RECORD
                 MOVE PNC-APPID         TO CTF-APPID
                 SET CTF-ACTIVE         TO TRUE
              WHEN 'CHG '
                 MOVE CTF-STATUS        TO WS-SAVE-STATUS
                 MOVE PNC-AFTER-IMAGE   TO ZUIDCTF-RECORD
                 MOVE PNC-APPID         TO CTF-APPID
                 MOVE WS-SAVE-STATUS    TO CTF-STATUS
              WHEN 'DIS '
                 IF CTF-DISABLED
                    MOVE '409'          TO PNC-STATUS-CODE
                    MOVE 'COUNTER IS ALREADY DISABLED' TO PNC-MESSAGE
                    GO TO B1000-EXIT
                 END-IF
                 SET CTF-DISABLED       TO TRUE
              WHEN 'ENA '
                 IF CTF-ACTIVE
                    MOVE '409'          TO PNC-STATUS-CODE
                    MOVE 'COUNTER IS ALREADY ENABLED' TO PNC-MESSAGE
                    GO TO B1000-EXIT
                 END-IF
                 SET CTF-ACTIVE         TO TRUE
           END-EVALUATE.

           IF ZUIDCTF-RECORD = WS-BEFORE-IMAGE
              MOVE '409'                TO PNC-STATUS-CODE
              MOVE 'NO CHANGE - COUNTER ALREADY DEFINED THAT WAY'
                   TO PNC-MESSAGE
              GO TO B1000-EXIT
           END-IF.

           IF PNC-ACTION = 'ADD ' OR 'CHG '
              PERFORM C5000-CHECK-RANGE THRU C5000-EXIT
              IF PNC-STATUS-CODE NOT = SPACES
                 GO TO B1000-EXIT
              END-IF
           END-IF.

           MOVE SPACES                  TO ZUIDPND-RECORD.
           MOVE PNC-APPID               TO PND-APPID.
           MOVE WS-ABSTIME-X            TO PND-STCK.
           SET PND-PENDING              TO TRUE.
           MOVE PNC-ACTION              TO PND-ACTION.
           MOVE WS-ABSTIME              TO PND-REQ-ABSTIME.
           MOVE WS-RUN-DATE             TO PND-REQ-DATE.
           MOVE WS-RUN-TIME             TO PND-REQ-TIME.
           MOVE WS-USERID               TO PND-REQ-USER.
           MOVE EIBTRMID                TO PND-REQ-TERMID.
           MOVE PNC-PROGRAM             TO PND-REQ-PROGRAM.
           MOVE WS-BEFORE-IMAGE         TO PND-BEFORE-IMAGE.
           MOVE ZUIDCTF-RECORD          TO PND-AFTER-IMAGE.

           EXEC CICS WRITE FILE
                ( 'ZUIDPND' )
                FROM     ( ZUIDPND-RECORD )
                RIDFLD   ( PND-KEY )
                KEYLENGTH( LENGTH OF PND-KEY )
                RESP     ( WS-FILE-RESP )
                RESP2    ( WS-FILE-RESP2 )
           END-EXEC.

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
              MOVE WS-FILE-RESP                 TO CICS-MSG-RESP
              MOVE WS-FILE-RESP2                TO CICS-MSG-RESP2
              MOVE 'B1000: WRITE ZUIDPND ERROR:' TO CICS-MSG-TEXT
              PERFORM X2000-FILE-ERROR THRU X2000-EXIT
              GO TO B1000-EXIT
           END-IF.

           MOVE '200'                   TO PNC-STATUS-CODE.
           MOVE WS-USERID               TO PNC-REQ-USER.
           STRING PND-ACTION            DELIMITED BY SPACE
                  ' SUBMITTED - AWAITS APPROVAL BY A SECOND OPERATOR'
                                        DELIMITED BY SIZE
                  INTO PNC-MESSAGE
           END-STRING.
           MOVE 'REQUESTED'             TO AL-EVENT.
           MOVE SPACES                  TO AL-CHK-USER.
           PERFORM X1000-LOG-ACTIVITY   THRU X1000-EXIT.

       B1000-EXIT.
           EXIT.

      ******************************************************************
      * A - apply the appid's pending change.  The approver may not    *
      * be the requester, and the change is applied only against the   *
      * ZUIDCTL record it was asked against: a counter changed since   *
      * (a DR seed, say) rejects the pending change instead, so the    *
      * approver never signs off a difference nobody reviewed.         *
      ******************************************************************

       B2000-APPROVE-CHANGE.

           PERFORM C1000-FIND-PENDING   THRU C1000-EXIT.
           PERFORM C1500-CHECK-DECIDABLE THRU C1500-EXIT.
           IF PNC-STATUS-CODE NOT = SPACES
              GO TO B2000-EXIT
           END-IF.

           PERFORM C2000-LOCK-PENDING   THRU C2000-EXIT.
           IF PNC-STATUS-CODE NOT = SPACES
              GO TO B2000-EXIT
           END-IF.

      *    *--------------------------------------------------------*
      *    * Re-check the range: another counter may have claimed   *
      *    * part of it since the submit.  An overlap now rejects   *
      *    * the change like a stale one; a registry that cannot be *
      *    * read leaves it pending for a later approval.           *
      *    *--------------------------------------------------------*
           IF PND-ACTION = 'ADD ' OR 'CHG '
              MOVE PND-BEFORE-IMAGE     TO WS-BEFORE-IMAGE
              MOVE PND-AFTER-IMAGE      TO ZUIDCTF-RECORD
              PERFORM C5000-CHECK-RANGE THRU C5000-EXIT
              IF PNC-STATUS-CODE = '409'
                 MOVE SPACES            TO PNC-STATUS-CODE
                 MOVE SPACES            TO PNC-MESSAGE
                 MOVE SPACES            TO PND-CHK-REASON
                 STRING 'RANGE NOW OVERLAPS ' DELIMITED BY SIZE
                        RNC-CONFLICT-APPID    DELIMITED BY SPACE
                        INTO PND-CHK-REASON
                 END-STRING
                 PERFORM C3000-REJECT-STALE THRU C3000-EXIT
                 GO TO B2000-EXIT
              END-IF
              IF PNC-STATUS-CODE NOT = SPACES
                 EXEC CICS UNLOCK
                      FILE( 'ZUIDPND' )
                      NOHANDLE
                 END-EXEC
                 GO TO B2000-EXIT
              END-IF
           END-IF.

           IF PND-ACTION = 'ADD '
              MOVE PND-AFTER-IMAGE      TO ZUIDCTF-RECORD
              EXEC CICS WRITE FILE
                   ( 'ZUIDCTL' )
                   FROM     ( ZUIDCTF-RECORD )
                   RIDFLD   ( CTF-APPID )
                   KEYLENGTH( LENGTH OF CTF-APPID )
                   RESP     ( WS-FILE-RESP )
                   RESP2    ( WS-FILE-RESP2 )
              END-EXEC
              EVALUATE WS-FILE-RESP
                 WHEN DFHRESP(NORMAL)
                    CONTINUE
                 WHEN DFHRESP(DUPREC)
                    MOVE 'APPID DEFINED SINCE THE REQUEST'
                         TO PND-CHK-REASON
                    PERFORM C3000-REJECT-STALE THRU C3000-EXIT
                    GO TO B2000-EXIT
                 WHEN OTHER
                    MOVE WS-FILE-RESP           TO CICS-MSG-RESP
                    MOVE WS-FILE-RESP2          TO CICS-MSG-RESP2
                    MOVE 'B2000: WRITE ZUIDCTL ERROR:'
                                                TO CICS-MSG-TEXT
                    PERFORM X2000-FILE-ERROR THRU X2000-EXIT
                    GO TO B2000-EXIT
              END-EVALUATE
           ELSE
              EXEC CICS READ FILE
                   ( 'ZUIDCTL' )
                   INTO     ( ZUIDCTF-RECORD )
                   RIDFLD   ( PND-APPID )
                   KEYLENGTH( LENGTH OF PND-APPID )
                   UPDATE
                   RESP     ( WS-FILE-RESP )
                   RESP2    ( WS-FILE-RESP2 )
              END-EXEC
              EVALUATE WS-FILE-RESP
                 WHEN DFHRESP(NORMAL)
                    CONTINUE
                 WHEN DFHRESP(NOTFND)
                    MOVE 'APPID NO LONGER DEFINED'
                         TO PND-CHK-REASON
                    PERFORM C3000-REJECT-STALE THRU C3000-EXIT
                    GO TO B2000-EXIT
                 WHEN OTHER
                    MOVE WS-FILE-RESP           TO CICS-MSG-RESP
                    MOVE WS-FILE-RESP2          TO CICS-MSG-RESP2
                    MOVE 'B2000: READ ZUIDCTL ERROR:'
                                                TO CICS-MSG-TEXT
                    PERFORM X2000-FILE-ERROR THRU X2000-EXIT
                    GO TO B2000-EXIT
              END-EVALUATE
              IF ZUIDCTF-RECORD NOT = PND-BEFORE-IMAGE
                 EXEC CICS UNLOCK
                      FILE( 'ZUIDCTL' )
                      NOHANDLE
                 END-EXEC
                 MOVE 'ZUIDCTL CHANGED SINCE THE REQUEST'
                      TO PND-CHK-REASON
                 PERFORM C3000-REJECT-STALE THRU C3000-EXIT
                 GO TO B2000-EXIT
              END-IF
              MOVE PND-AFTER-IMAGE      TO ZUIDCTF-RECORD
              EXEC CICS REWRITE FILE
                   ( 'ZUIDCTL' )
                   FROM  ( ZUIDCTF-RECORD )
                   RESP  ( WS-FILE-RESP )
                   RESP2 ( WS-FILE-RESP2 )
              END-EXEC
              IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
                 MOVE WS-FILE-RESP              TO CICS-MSG-RESP
                 MOVE WS-FILE-RESP2             TO CICS-MSG-RESP2
                 MOVE 'B2000: REWRITE ZUIDCTL ERROR:'
                                                TO CICS-MSG-TEXT
                 PERFORM X2000-FILE-ERROR THRU X2000-EXIT
                 GO TO B2000-EXIT
              END-IF
           END-IF.

           SET PND-APPROVED             TO TRUE.
           MOVE WS-USERID               TO PND-CHK-USER.
           MOVE SPACES                  TO PND-CHK-REASON.
           PERFORM C2500-REWRITE-PENDING THRU C2500-EXIT.
           IF PNC-STATUS-CODE NOT = SPACES
              GO TO B2000-EXIT
           END-IF.

           PERFORM X1500-WRITE-JOURNAL  THRU X1500-EXIT.
           IF PND-ACTION = 'ADD ' OR 'CHG '
              PERFORM C5500-RECORD-RANGE THRU C5500-EXIT
           END-IF.

           MOVE '200'                   TO PNC-STATUS-CODE.
           STRING PND-ACTION            DELIMITED BY SPACE
                  ' APPROVED AND APPLIED - REQUESTED BY '
                                        DELIMITED BY SIZE
                  PND-REQ-USER          DELIMITED BY SPACE
                  INTO PNC-MESSAGE
           END-STRING.
           MOVE 'APPROVED '             TO AL-EVENT.
           MOVE WS-USERID               TO AL-CHK-USER.
           PERFORM X1000-LOG-ACTIVITY   THRU X1000-EXIT.

       B2000-EXIT.
           EXIT.

      ******************************************************************
      * R - turn the appid's pending change down, with the rejecter's  *
      * reason on the record.  Same second-person rule as approval.    *
      ******************************************************************

       B3000-REJECT-CHANGE.

           PERFORM C1000-FIND-PENDING   THRU C1000-EXIT.
           PERFORM C1500-CHECK-DECIDABLE THRU C1500-EXIT.
           IF PNC-STATUS-CODE NOT = SPACES
              GO TO B3000-EXIT
           END-IF.

           PERFORM C2000-LOCK-PENDING   THRU C2000-EXIT.
           IF PNC-STATUS-CODE NOT = SPACES
              GO TO B3000-EXIT
           END-IF.

           SET PND-REJECTED             TO TRUE.
           MOVE WS-USERID               TO PND-CHK-USER.
           IF PNC-REASON = SPACES OR LOW-VALUES
              MOVE 'NO REASON GIVEN'    TO PND-CHK-REASON
           ELSE
              MOVE PNC-REASON           TO PND-CHK-REASON
           END-IF.
           PERFORM C2500-REWRITE-PENDING THRU C2500-EXIT.
           IF PNC-STATUS-CODE NOT = SPACES
              GO TO B3000-EXIT
           END-IF.

           MOVE '200'                   TO PNC-STATUS-CODE.
           STRING PND-ACTION            DELIMITED BY SPACE
                  ' REJECTED - REQUESTED BY '
                                        DELIMITED BY SIZE
                  PND-REQ-USER          DELIMITED BY SPACE
                  INTO PNC-MESSAGE
           END-STRING.
           MOVE 'REJECTED '             TO AL-EVENT.
           MOVE WS-USERID               TO AL-CHK-USER.
           PERFORM X1000-LOG-ACTIVITY   THRU X1000-EXIT.

       B3000-EXIT.
           EXIT.

      ******************************************************************
      * X - expire every pending change past the age limit.  Each      *
      * pass browses from where the last one stopped to the next aged  *
      * PENDING record; the browse is ended before that record is      *
      * updated, and the now-expired record is skipped by the next     *
      * pass.                                                          *
      ******************************************************************

       B4000-EXPIRE-ALL.

           MOVE LOW-VALUES              TO WS-PND-KEY.
           MOVE 'N'                     TO WS-SCAN-SW.
           PERFORM C4000-EXPIRE-NEXT    THRU C4000-EXIT
                   UNTIL SCAN-DONE.

           MOVE WS-EXPIRED-COUNT        TO PNC-COUNT.
           IF PNC-STATUS-CODE = SPACES
              MOVE '200'                TO PNC-STATUS-CODE
           END-IF.

       B4000-EXIT.
           EXIT.

      ******************************************************************
      * Find the appid's PENDING record, if any - decided records      *
      * stay on file and are stepped over.  One found past the age     *
      * limit is expired on the spot and reported as not pending,      *
      * with PENDING-AGED-OUT set so approve/reject can say so.        *
      ******************************************************************

       C1000-FIND-PENDING.

           MOVE 'N'                     TO WS-FOUND-SW.
           MOVE 'N'                     TO WS-AGED-SW.
           MOVE 'N'                     TO WS-BROWSE-SW.
           MOVE PNC-APPID               TO WS-PND-KEY-APPID.
           MOVE LOW-VALUES              TO WS-PND-KEY-STCK.

           EXEC CICS STARTBR
                FILE   ( 'ZUIDPND' )
                RIDFLD ( WS-PND-KEY )
                GTEQ
                RESP   ( WS-FILE-RESP )
                RESP2  ( WS-FILE-RESP2 )
           END-EXEC.

           EVALUATE WS-FILE-RESP
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 GO TO C1000-EXIT
              WHEN OTHER
                 MOVE WS-FILE-RESP              TO CICS-MSG-RESP
                 MOVE WS-FILE-RESP2             TO CICS-MSG-RESP2
                 MOVE 'C1000: STARTBR ZUIDPND ERROR:' TO CICS-MSG-TEXT
                 PERFORM X2000-FILE-ERROR THRU X2000-EXIT
                 GO TO C1000-EXIT
           END-EVALUATE.

           PERFORM UNTIL BROWSE-DONE
              EXEC CICS READNEXT
                   FILE    ( 'ZUIDPND' )
                   INTO    ( ZUIDPND-RECORD )
                   RIDFLD  ( WS-PND-KEY )
                   KEYLENGTH( LENGTH OF WS-PND-KEY )
                   NOHANDLE
              END-EXEC
              IF EIBRESP NOT = DFHRESP(NORMAL)
                 OR PND-APPID NOT = PNC-APPID
                 SET BROWSE-DONE        TO TRUE
              ELSE
                 IF PND-PENDING
                    SET PENDING-FOUND   TO TRUE
                    SET BROWSE-DONE     TO TRUE
                 END-IF
              END-IF
           END-PERFORM.

           EXEC CICS ENDBR
                FILE( 'ZUIDPND' )
                NOHANDLE
           END-EXEC.

           IF PENDING-FOUND
              AND PND-REQ-ABSTIME < WS-CUTOFF-ABSTIME
              PERFORM C2000-LOCK-PENDING  THRU C2000-EXIT
              IF PNC-STATUS-CODE = SPACES
                 PERFORM C4500-MARK-EXPIRED THRU C4500-EXIT
              END-IF
              MOVE 'N'                  TO WS-FOUND-SW
              SET PENDING-AGED-OUT      TO TRUE
           END-IF.

       C1000-EXIT.
           EXIT.

      ******************************************************************
      * Approve/reject need a live pending change, raised by somebody  *
      * else.  A refused same-person attempt goes to ALOG.             *
      ******************************************************************

       C1500-CHECK-DECIDABLE.

           IF PNC-STATUS-CODE NOT = SPACES
              GO TO C1500-EXIT
           END-IF.

           IF PENDING-AGED-OUT
              MOVE '410'                TO PNC-STATUS-CODE
              MOVE PND-REQ-USER         TO PNC-REQ-USER
              MOVE 'PENDING CHANGE HAD EXPIRED - RESUBMIT IT'
                   TO PNC-MESSAGE
              GO TO C1500-EXIT
           END-IF.

           IF NOT PENDING-FOUND
              MOVE '404'                TO PNC-STATUS-CODE
              MOVE 'NO CHANGE PENDING FOR APPID' TO PNC-MESSAGE
              GO TO C1500-EXIT
           END-IF.

           MOVE PND-REQ-USER            TO PNC-REQ-USER.
           IF PND-REQ-USER = WS-USERID
              MOVE '403'                TO PNC-STATUS-CODE
              MOVE 'REQUESTER CANNOT DECIDE OWN CHANGE - NEEDS 2ND USER'
                   TO PNC-MESSAGE
              MOVE 'DENIED   '          TO AL-EVENT
              MOVE WS-USERID            TO AL-CHK-USER
              PERFORM X1000-LOG-ACTIVITY THRU X1000-EXIT
           END-IF.

       C1500-EXIT.
           EXIT.

      ******************************************************************
      * Re-read the pending record found by the browse for update and  *
      * make sure nobody decided it in between.                        *
      ******************************************************************

       C2000-LOCK-PENDING.

           MOVE PND-KEY                 TO WS-PND-KEY.
           EXEC CICS READ FILE
                ( 'ZUIDPND' )
                INTO     ( ZUIDPND-RECORD )
                RIDFLD   ( WS-PND-KEY )
                KEYLENGTH( LENGTH OF WS-PND-KEY )
                UPDATE
                RESP     ( WS-FILE-RESP )
                RESP2    ( WS-FILE-RESP2 )
           END-EXEC.

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
              MOVE WS-FILE-RESP                 TO CICS-MSG-RESP
              MOVE WS-FILE-RESP2                TO CICS-MSG-RESP2
              MOVE 'C2000: READ ZUIDPND ERROR:' TO CICS-MSG-TEXT
              PERFORM X2000-FILE-ERROR THRU X2000-EXIT
              GO TO C2000-EXIT
           END-IF.

           IF NOT PND-PENDING
              EXEC CICS UNLOCK
                   FILE( 'ZUIDPND' )
                   NOHANDLE
              END-EXEC
              MOVE '409'                TO PNC-STATUS-CODE
              MOVE 'PENDING CHANGE ALREADY DECIDED' TO PNC-MESSAGE
           END-IF.

       C2000-EXIT.
           EXIT.

      ******************************************************************
      * Stamp the decision time on the pending record locked by C2000  *
      * and rewrite it.  Callers have set the status, the checker and  *
      * the reason.                                                    *
      ******************************************************************

       C2500-REWRITE-PENDING.

           MOVE WS-RUN-DATE             TO PND-CHK-DATE.
           MOVE WS-RUN-TIME             TO PND-CHK-TIME.

           EXEC CICS REWRITE FILE
                ( 'ZUIDPND' )
                FROM  ( ZUIDPND-RECORD )
                RESP  ( WS-FILE-RESP )
                RESP2 ( WS-FILE-RESP2 )
           END-EXEC.

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
              MOVE WS-FILE-RESP                 TO CICS-MSG-RESP
              MOVE WS-FILE-RESP2                TO CICS-MSG-RESP2
              MOVE 'C2500: REWRITE ZUIDPND ERROR:' TO CICS-MSG-TEXT
              PERFORM X2000-FILE-ERROR THRU X2000-EXIT
           END-IF.

       C2500-EXIT.
           EXIT.

      ******************************************************************
      * Approval found ZUIDCTL no longer as the request saw it - the   *
      * pending change is rejected (reason already in PND-CHK-REASON)  *
      * and has to be resubmitted against the counter as it is now.    *
      ******************************************************************

       C3000-REJECT-STALE.

           SET PND-REJECTED             TO TRUE.
           MOVE WS-USERID               TO PND-CHK-USER.
           PERFORM C2500-REWRITE-PENDING THRU C2500-EXIT.
           IF PNC-STATUS-CODE NOT = SPACES
              GO TO C3000-EXIT
           END-IF.

           MOVE '409'                   TO PNC-STATUS-CODE.
           STRING PND-CHK-REASON        DELIMITED BY '  '
                  ' - REJECTED, RESUBMIT'
                                        DELIMITED BY SIZE
                  INTO PNC-MESSAGE
           END-STRING.
           MOVE 'STALE    '             TO AL-EVENT.
           MOVE WS-USERID               TO AL-CHK-USER.
           PERFORM X1000-LOG-ACTIVITY   THRU X1000-EXIT.

       C3000-EXIT.
           EXIT.

      ******************************************************************
      * One pass of the X sweep: browse from WS-PND-KEY to the next    *
      * aged PENDING record and expire it, or set SCAN-DONE.           *
      ******************************************************************

       C4000-EXPIRE-NEXT.

           MOVE 'N'                     TO WS-FOUND-SW.
           MOVE 'N'                     TO WS-BROWSE-SW.

           EXEC CICS STARTBR
                FILE   ( 'ZUIDPND' )
                RIDFLD ( WS-PND-KEY )
                GTEQ
                RESP   ( WS-FILE-RESP )
                RESP2  ( WS-FILE-RESP2 )
           END-EXEC.

           EVALUATE WS-FILE-RESP
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 SET SCAN-DONE          TO TRUE
                 GO TO C4000-EXIT
              WHEN OTHER
                 MOVE WS-FILE-RESP              TO CICS-MSG-RESP
                 MOVE WS-FILE-RESP2             TO CICS-MSG-RESP2
                 MOVE 'C4000: STARTBR ZUIDPND ERROR:' TO CICS-MSG-TEXT
                 PERFORM X2000-FILE-ERROR THRU X2000-EXIT
                 SET SCAN-DONE          TO TRUE
                 GO TO C4000-EXIT
           END-EVALUATE.

           PERFORM UNTIL BROWSE-DONE
              EXEC CICS READNEXT
                   FILE    ( 'ZUIDPND' )
                   INTO    ( ZUIDPND-RECORD )
                   RIDFLD  ( WS-PND-KEY )
                   KEYLENGTH( LENGTH OF WS-PND-KEY )
                   NOHANDLE
              END-EXEC
              IF EIBRESP NOT = DFHRESP(NORMAL)
                 SET BROWSE-DONE        TO TRUE
              ELSE
                 IF PND-PENDING
                    AND PND-REQ-ABSTIME < WS-CUTOFF-ABSTIME
                    SET PENDING-FOUND   TO TRUE
                    SET BROWSE-DONE     TO TRUE
                 END-IF
              END-IF
           END-PERFORM.

           EXEC CICS ENDBR
                FILE( 'ZUIDPND' )
                NOHANDLE
           END-EXEC.

           IF NOT PENDING-FOUND
              SET SCAN-DONE             TO TRUE
              GO TO C4000-EXIT
           END-IF.

           PERFORM C2000-LOCK-PENDING   THRU C2000-EXIT.
           IF PNC-STATUS-CODE = '409'
      *       Decided since the browse saw it - carry on past it.
              MOVE SPACES               TO PNC-STATUS-CODE
              MOVE SPACES               TO PNC-MESSAGE
              GO TO C4000-EXIT
           END-IF.
           IF PNC-STATUS-CODE NOT = SPACES
              SET SCAN-DONE             TO TRUE
              GO TO C4000-EXIT
           END-IF.

           PERFORM C4500-MARK-EXPIRED   THRU C4500-EXIT.
           IF PNC-STATUS-CODE NOT = SPACES
              SET SCAN-DONE             TO TRUE
           END-IF.

       C4000-EXIT.
           EXIT.

      ******************************************************************
      * Expire the pending record locked by C2000 - no checker, the    *
      * age limit as the reason - and put it on ALOG.                  *
      ******************************************************************

       C4500-MARK-EXPIRED.

           SET PND-EXPIRED              TO TRUE.
           MOVE SPACES                  TO PND-CHK-USER.
           MOVE WS-EXPIRY-HOURS         TO WS-EXPIRY-HOURS-ED.
           MOVE SPACES                  TO PND-CHK-REASON.
           STRING 'NOT DECIDED WITHIN ' DELIMITED BY SIZE
                  WS-EXPIRY-HOURS-ED    DELIMITED BY SIZE
                  ' HOURS'              DELIMITED BY SIZE
                  INTO PND-CHK-REASON
           END-STRING.
           PERFORM C2500-REWRITE-PENDING THRU C2500-EXIT.
           IF PNC-STATUS-CODE NOT = SPACES
              GO TO C4500-EXIT
           END-IF.

           ADD 1                        TO WS-EXPIRED-COUNT.
           MOVE 'EXPIRED  '             TO AL-EVENT.
           MOVE SPACES                  TO AL-CHK-USER.
           PERFORM X1000-LOG-ACTIVITY   THRU X1000-EXIT.

       C4500-EXIT.
           EXIT.

      ******************************************************************
      * Ask UIDRNG whether the counter's new bounds (ZUIDCTF-RECORD)   *
      * intrude on another owner's range.  Only the numbers outside    *
      * the bounds it already has (WS-BEFORE-IMAGE) are tested - none  *
      * for an ADD, or for a CHG that moves it to another counter      *
      * name.  Fails closed: no answer from the registry refuses the   *
      * change.                                                        *
      ******************************************************************

       C5000-CHECK-RANGE.

           MOVE SPACES                  TO ZUIDRNC-COMM-AREA.
           SET RNC-FUNC-CHECK           TO TRUE.
           MOVE CTF-APPID               TO RNC-APPID.
           MOVE CTF-CNAME               TO RNC-CNAME.
           MOVE CTF-MIN                 TO RNC-MIN.
           MOVE CTF-MAX                 TO RNC-MAX.
           IF WS-BEFORE-IMAGE = LOW-VALUES
              OR WS-BEFORE-CNAME NOT = CTF-CNAME
              MOVE ZERO                 TO RNC-OLD-MIN
              MOVE ZERO                 TO RNC-OLD-MAX
           ELSE
              MOVE WS-BEFORE-MIN        TO RNC-OLD-MIN
              MOVE WS-BEFORE-MAX        TO RNC-OLD-MAX
           END-IF.
           MOVE PNC-PROGRAM             TO RNC-PROGRAM.

           EXEC CICS LINK
                PROGRAM ( 'UIDRNG' )
                COMMAREA( ZUIDRNC-COMM-AREA )
                LENGTH  ( LENGTH OF ZUIDRNC-COMM-AREA )
                NOHANDLE
           END-EXEC.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE EIBRESP                  TO CICS-MSG-RESP
              MOVE EIBRESP2                 TO CICS-MSG-RESP2
              MOVE 'C5000: LINK UIDRNG ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
              MOVE '500'                TO RNC-STATUS-CODE
           END-IF.

           EVALUATE RNC-STATUS-CODE
              WHEN '200'
                 CONTINUE
              WHEN '409'
                 MOVE '409'             TO PNC-STATUS-CODE
                 MOVE RNC-MESSAGE       TO PNC-MESSAGE
              WHEN OTHER
                 MOVE '500'             TO PNC-STATUS-CODE
                 MOVE 'RANGE REGISTRY UNAVAILABLE - CHANGE NOT ACCEPTED'
                      TO PNC-MESSAGE
           END-EVALUATE.

       C5000-EXIT.
           EXIT.

      ******************************************************************
      * Record the applied counter's range on the registry.  A failure *
      * is logged and left for the nightly UID022X sync to put right - *
      * the change itself is already on ZUIDCTL.                       *
      ******************************************************************

       C5500-RECORD-RANGE.

           MOVE SPACES                  TO ZUIDRNC-COMM-AREA.
           SET RNC-FUNC-RECORD          TO TRUE.
           MOVE CTF-APPID               TO RNC-APPID.
           MOVE CTF-CNAME               TO RNC-CNAME.
           MOVE CTF-MIN                 TO RNC-MIN.
           MOVE CTF-MAX                 TO RNC-MAX.
           MOVE ZERO                    TO RNC-OLD-MIN.
           MOVE ZERO                    TO RNC-OLD-MAX.
           MOVE 'O'                     TO RNC-KIND.
           MOVE PND-REQ-PROGRAM         TO RNC-PROGRAM.

           EXEC CICS LINK
                PROGRAM ( 'UIDRNG' )
                COMMAREA( ZUIDRNC-COMM-AREA )
                LENGTH  ( LENGTH OF ZUIDRNC-COMM-AREA )
                NOHANDLE
           END-EXEC.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE EIBRESP                  TO CICS-MSG-RESP
              MOVE EIBRESP2                 TO CICS-MSG-RESP2
              MOVE 'C5500: LINK UIDRNG ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
           END-IF.

       C5500-EXIT.
           EXIT.

      ******************************************************************
      * Put the submit/decision/expiry on ALOG - what happened, to     *
      * which appid, and who asked and who decided.  Callers set       *
      * AL-EVENT and AL-CHK-USER.                                      *
      ******************************************************************

       X1000-LOG-ACTIVITY.

           MOVE PND-ACTION              TO AL-ACTION.
           MOVE PND-APPID               TO AL-APPID.
           MOVE PND-REQ-USER            TO AL-REQ-USER.
           MOVE PND-REQ-PROGRAM         TO AL-REQ-PROGRAM.

           EXEC CICS WRITEQ TD
                QUEUE ( 'ALOG' )
                FROM  ( ALOG-MESSAGE )
                LENGTH( LENGTH OF ALOG-MESSAGE )
                NOHANDLE
           END-EXEC.

       X1000-EXIT.
           EXIT.

      ******************************************************************
      * Journal the applied change to ZUIDJRN: the requester's         *
      * userid, terminal and program as JRN-USERID/TERMID/PROGRAM,     *
      * the approver as JRN-APPROVER, and the images the approver      *
      * saw.                                                           *
      ******************************************************************

       X1500-WRITE-JOURNAL.

           MOVE PND-APPID               TO JRN-APPID.
           MOVE WS-ABSTIME-X            TO JRN-STCK.
           MOVE WS-RUN-DATE             TO JRN-DATE.
           MOVE WS-RUN-TIME             TO JRN-TIME.
           MOVE PND-REQ-USER            TO JRN-USERID.
           MOVE PND-REQ-TERMID          TO JRN-TERMID.
           MOVE PND-REQ-PROGRAM         TO JRN-PROGRAM.
           MOVE PND-ACTION              TO JRN-ACTION.
           MOVE PND-BEFORE-IMAGE        TO JRN-BEFORE-IMAGE.
           MOVE PND-AFTER-IMAGE         TO JRN-AFTER-IMAGE.
           MOVE WS-USERID               TO JRN-APPROVER.

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
              MOVE 'X1500: WRITE FILE ZUIDJRN ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
           END-IF.

       X1500-EXIT.
           EXIT.

      ******************************************************************
      * A file command failed: log it and answer 500, with the failing *
      * command in the message for the operator.                       *
      ******************************************************************

       X2000-FILE-ERROR.

           PERFORM Y1000-LOG-ERROR      THRU Y1000-EXIT.
           MOVE '500'                   TO PNC-STATUS-CODE.
           MOVE CICS-MSG                TO PNC-MESSAGE.

       X2000-EXIT.
           EXIT.

      ******************************************************************
      * Log a CICS command failure via the shared UIDLOG routine (see  *
      * cbl/UIDLOG.cbl) so it lands on ALOG/the console - the caller   *
      * only sees the '500' status code.                               *
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
