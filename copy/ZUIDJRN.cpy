      *----------------------------------------------------------------
      * ZUIDJRN - maintenance-journal record for the ZUIDJRN VSAM
      * KSDS: one record per human ADD/CHG/DIS/ENA against the
      * ZUIDCTL counter-definition file, written by UIDPND at the
      * moment an approved change is applied (requested at UID020M or
      * UID030M, approved at UID020M).  The ZUIDAUD trail only
      * covers ZUIDPLT's DEFINE/QUERY events - this file is the
      * who-changed-what half the quarterly access review asks for
      * (reported by UID031R over a sequential extract).
      *
      * Key is appid + STCK (same appid-major, time-minor shape as
      * ZUIDAUD's cname+STCK key), so concurrent maintenance of
      * before image and a failed lookup's after image are
      * LOW-VALUES.  Redefine them through ZUIDCTF to pick the
      * bounds apart, as UID031R does.
      *
      * Under dual control JRN-USERID/JRN-TERMID/JRN-PROGRAM are the
      * requester's and JRN-APPROVER is the second userid that
      * approved the change (see copy/ZUIDPND.cpy).  JRN-APPROVER is
      * blank on single-control entries - the UID020M QTA cap, the
      * UIDDRS SEED and the UIDMIG MIGR.
      *
      * A MIGR entry is a counter migration: the before image names
      * the old counter, the after image the new one, its bounds
      * and the VALUE it was started at.  JRN-STCK is the same STCK
      * as the migration's ZUIDAUD records (event 'M' under the old
      * counter, 'D' under the new), which is how UID025R pairs
      * them.
      *----------------------------------------------------------------
       01  ZUIDJRN-RECORD.
           05  JRN-KEY.
           05  JRN-ACTION         PIC X(04).
           05  JRN-BEFORE-IMAGE   PIC X(57).
           05  JRN-AFTER-IMAGE    PIC X(57).
           05  JRN-APPROVER       PIC X(08).
