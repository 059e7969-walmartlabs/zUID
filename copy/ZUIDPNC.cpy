      *----------------------------------------------------------------
      * ZUIDPNC - COMMAREA layout for EXEC CICS LINK PROGRAM('UIDPND'),
      * the maker-checker routine behind ZUIDCTL counter maintenance
      * (see copy/ZUIDPND.cpy).  UID020M and UID030M check the userid
      * against ZUIDOPR first, as before; UIDPND takes the requester's
      * and approver's userids from the task itself (ASSIGN USERID),
      * never from this COMMAREA, so a caller cannot approve under
      * somebody else's name.
      *
      * PNC-FUNCTION:
      *   S  submit PNC-ACTION (ADD/CHG/DIS/ENA) for PNC-APPID as a
      *      pending change; ADD/CHG take the proposed counter record
      *      from PNC-AFTER-IMAGE (a CHG keeps the counter's status)
      *   A  approve the appid's pending change - apply it to ZUIDCTL
      *      and journal it to ZUIDJRN with both userids
      *   R  reject the appid's pending change, PNC-REASON on record
      *   X  expire every pending change older than PEND-EXPIRY-HRS
      *      (the same check S/A/R make on the one appid they touch)
      * PNC-PROGRAM names the calling transaction for the pending
      * record and the journal.
      *
      * PNC-STATUS-CODE:
      *   200 done - PNC-MESSAGE says what, PNC-REQ-USER names the
      *       requester on an A/R, PNC-COUNT the records expired on X
      *   400 bad request (function, action or appid missing)
      *   403 the approver/rejecter is the requester
      *   404 appid not defined (CHG/DIS/ENA), or nothing pending
      *   409 a change is already pending for the appid, the ADD's
      *       appid already exists, the counter is already in the
      *       requested state, or ZUIDCTL changed since the request
      *       (the pending change is then rejected - resubmit it), or
      *       the ADD/CHG's MIN-MAX intrudes on a range another counter
      *       owns on the UIDRNG range registry (on approval, the
      *       pending change is rejected the same way)
      *   410 the pending change had aged out and is now expired
      *   500 file error - UIDLOG has the RESP codes - or the range
      *       registry could not be consulted (the change is refused;
      *       on approval it stays pending)
      *----------------------------------------------------------------
       01  ZUIDPNC-COMM-AREA.
           05  PNC-FUNCTION        PIC X(01).
               88  PNC-FUNC-SUBMIT     VALUE 'S'.
               88  PNC-FUNC-APPROVE    VALUE 'A'.
               88  PNC-FUNC-REJECT     VALUE 'R'.
               88  PNC-FUNC-EXPIRE     VALUE 'X'.
           05  PNC-ACTION          PIC X(04).
           05  PNC-APPID           PIC X(08).
           05  PNC-PROGRAM         PIC X(08).
           05  PNC-AFTER-IMAGE     PIC X(57).
           05  PNC-REASON          PIC X(30).
           05  PNC-STATUS-CODE     PIC X(03).
           05  PNC-MESSAGE         PIC X(60).
           05  PNC-REQ-USER        PIC X(08).
           05  PNC-COUNT           PIC 9(05).
           05  FILLER              PIC X(20).
