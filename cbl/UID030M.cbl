      **             edited as it is typed (numeric check, cname       **
      **             length) and re-prompted on error, then the same   **
      **             cross-field bounds edits UID020M's C1000 makes.   **
      **   CONFIRM - Y/N step before anything is submitted; disabling  **
      **             an ACTIVE counter always comes through here.      **
      **                                                               **
      ** LIST replies:                                                 **
      **                                                               **
      ** A/C/D/E are honored only for userids with an ACTIVE record   **
      ** on the ZUIDOPR authorized-operator file (the LIST screen     **
      ** stays open - it changes nothing), the same gate UID020M      **
      ** applies to its command line.  Nothing here writes ZUIDCTL:   **
      ** a confirmed A/C/D, or an E, is handed to the UIDPND routine  **
      ** as a pending change, and a second authorized userid applies  **
      ** it with UID020M APV, which journals it to ZUIDJRN with both  **
      ** userids - see copy/ZUIDPND.cpy, copy/ZUIDJRN.cpy, UID031R.   **
      ** An A or C whose MIN-MAX intrudes on a range another counter  **
      ** owns on the enterprise range registry is refused with the    **
      ** owner's name (see cbl/UIDRNG.cbl).                           **
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *    from here, since a 9-16 character counter name would not
      *    survive the 8-byte command token.
       01  WS-REPLY-RAW                PIC X(16).

       01  WS-FILE-RESP                PIC S9(08) COMP.
       01  WS-FILE-RESP2               PIC S9(08) COMP.

      **------------------------------------------------------------*
      ** Authorized-operator record (ZUIDOPR) - see A1500, the same  *
      ** gate UID020M applies - and the COMMAREA for the UIDPND      *
      ** maker-checker routine every change is submitted through -   *
      ** see E4000.                                                  *
      **------------------------------------------------------------*
           COPY ZUIDOPR.

           COPY ZUIDPNC.

       01  WS-OPR-KEY                  PIC X(08).
       01  WS-USERID                   PIC X(08).
       01  WS-AUTH-SW                  PIC X     VALUE 'N'.
           88  OPERATOR-AUTHORIZED     VALUE 'Y'.

       01  WS-BROWSE-SW                PIC X     VALUE 'N'.
           88  PAGE-DONE               VALUE 'Y'.
           88  FALLBACK-TRIED          VALUE 'Y'.

       01  WS-ABSTIME                  PIC S9(15) COMP-3.
       01  WS-RUN-DATE                 PIC X(10).
       01  WS-RUN-TIME                 PIC X(08).

           EXIT.

      ******************************************************************
      * E appid - submit the re-enable straight away, no confirmation  *
      * step; enabling is the undo of the guarded action, not the      *
      * guarded action itself.                                         *
      ******************************************************************

       D4000-ENABLE-ENTRY.
              GO TO D4000-EXIT
           END-IF.

           MOVE SPACES                  TO ZUIDPNC-COMM-AREA.
           SET PNC-FUNC-SUBMIT          TO TRUE.
           MOVE 'ENA '                  TO PNC-ACTION.
           MOVE WS-REPLY-OPERAND(1:8)   TO PNC-APPID.
           MOVE LOW-VALUES              TO PNC-AFTER-IMAGE.
           PERFORM E4000-LINK-UIDPND THRU E4000-EXIT.
           PERFORM B1000-BUILD-LIST THRU B1000-EXIT.

       D4000-EXIT.
           MOVE WS-FIELD-ED             TO CF-VALUE.
           MOVE SCR-CONFIRM-DETAIL      TO SCR-LINE(10).

           MOVE 'REPLY Y TO SUBMIT FOR APPROVAL, N TO CANCEL'
                TO SCR-LINE(22).
           MOVE WS-MSG-LINE             TO SCR-LINE(23).
           SET CM-MODE-CONFIRM          TO TRUE.
                 PERFORM D5000-APPLY-ACTION THRU D5000-EXIT
                 PERFORM B1000-BUILD-LIST THRU B1000-EXIT
              WHEN 'N'
                 MOVE 'CANCELLED - NOTHING SUBMITTED'
                      TO WS-MSG-LINE
                 PERFORM B1000-BUILD-LIST THRU B1000-EXIT
              WHEN OTHER
           EXIT.

      ******************************************************************
      * Submit the confirmed action to UIDPND as a pending change -    *
      * the work record is the proposed counter record (UIDPND keeps   *
      * a CHG's current status byte and flips only the status on a     *
      * DIS).                                                          *
      ******************************************************************

       D5000-APPLY-ACTION.
      *    *--------------------------------------------------------*
      *    * The confirmation arrives in a later task than the gate  *
      *    * that opened this action - re-verify the operator here,  *
      *    * where the submit actually happens.                      *
      *    *--------------------------------------------------------*
           PERFORM A1500-CHECK-AUTHORITY THRU A1500-EXIT.
           IF NOT OPERATOR-AUTHORIZED
           END-IF.

           MOVE CM-WORK-REC             TO ZUIDCTF-RECORD.
           MOVE SPACES                  TO ZUIDPNC-COMM-AREA.
           SET PNC-FUNC-SUBMIT          TO TRUE.
           MOVE CM-ACTION               TO PNC-ACTION.
           MOVE CTF-APPID               TO PNC-APPID.
           MOVE CM-WORK-REC             TO PNC-AFTER-IMAGE.
           PERFORM E4000-LINK-UIDPND THRU E4000-EXIT.

       D5000-EXIT.
           EXIT.
           EXIT.

      ******************************************************************
      * LINK to the UIDPND maker-checker routine with the request      *
      * built in ZUIDPNC-COMM-AREA; its message goes to the panel's    *
      * message line.                                                  *
      ******************************************************************

       E4000-LINK-UIDPND.

           MOVE 'UID030M '              TO PNC-PROGRAM.
           EXEC CICS LINK
                PROGRAM ( 'UIDPND' )
                COMMAREA( ZUIDPNC-COMM-AREA )
                LENGTH  ( LENGTH OF ZUIDPNC-COMM-AREA )
                NOHANDLE
           END-EXEC.

           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE EIBRESP                   TO CICS-MSG-RESP
              MOVE EIBRESP2                  TO CICS-MSG-RESP2
              MOVE 'E4000: LINK UIDPND ERROR:' TO CICS-MSG-TEXT
              MOVE CICS-MSG                  TO WS-MSG-LINE
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
              GO TO E4000-EXIT
           END-IF.

           MOVE PNC-MESSAGE             TO WS-MSG-LINE.

       E4000-EXIT.
           EXIT.

      ******************************************************************
       X3000-EXIT.
           EXIT.

      ******************************************************************
      * Log a CICS command failure via the shared UIDLOG routine (see  *
      * cbl/UIDLOG.cbl) so it lands on ALOG/the console, not just the  *
