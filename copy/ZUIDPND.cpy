      *----------------------------------------------------------------
      * ZUIDPND - pending-change record for the ZUIDPND VSAM KSDS, the
      * four-eyes holding area for ZUIDCTL counter maintenance.  An
      * ADD/CHG/DIS/ENA typed at UID020M or confirmed on the UID030M
      * panel no longer touches ZUIDCTL: the UIDPND routine (see
      * copy/ZUIDPNC.cpy) lands it here as a PENDING change carrying
      * the counter record as it stood when the change was asked for
      * and the record as it would be after.  A second ZUIDOPR-
      * authorized userid - never the requester - approves it (UID020M
      * APV), which applies it to ZUIDCTL and journals it to ZUIDJRN
      * under both userids, or rejects it (UID020M REJ).
      *
      * Key is appid + the request's ABSTIME (same appid-major, time-
      * minor shape as the ZUIDJRN key), so an application's change
      * history reads out in order and decided records stay on file
      * for audit.  At most one record per appid is ever PENDING.
      *
      * PND-BEFORE-IMAGE/PND-AFTER-IMAGE are byte images of the
      * 57-byte ZUIDCTF record, as in ZUIDJRN - an ADD's before image
      * is LOW-VALUES.  Approval refuses a change whose before image
      * no longer matches ZUIDCTL: the checker approves exactly the
      * difference the maker asked for, not one made stale by a later
      * change.
      *
      * A PENDING record older than the PEND-EXPIRY-HRS ZUIDPRM
      * parameter (default 24 hours) is expired rather than applied.
      *----------------------------------------------------------------
       01  ZUIDPND-RECORD.
           05  PND-KEY.
               10  PND-APPID      PIC X(08).
               10  PND-STCK       PIC X(08).
           05  PND-STATUS         PIC X(01).
               88  PND-PENDING        VALUE 'P'.
               88  PND-APPROVED       VALUE 'A'.
               88  PND-REJECTED       VALUE 'R'.
               88  PND-EXPIRED        VALUE 'X'.
           05  PND-ACTION         PIC X(04).
           05  PND-REQ-ABSTIME    PIC S9(15) COMP-3.
           05  PND-REQ-DATE       PIC X(10).
           05  PND-REQ-TIME       PIC X(08).
           05  PND-REQ-USER       PIC X(08).
           05  PND-REQ-TERMID     PIC X(04).
           05  PND-REQ-PROGRAM    PIC X(08).
           05  PND-CHK-DATE       PIC X(10).
           05  PND-CHK-TIME       PIC X(08).
           05  PND-CHK-USER       PIC X(08).
           05  PND-CHK-REASON     PIC X(30).
           05  PND-BEFORE-IMAGE   PIC X(57).
           05  PND-AFTER-IMAGE    PIC X(57).
           05  FILLER             PIC X(20).
