      *----------------------------------------------------------------
      * ZUIDRSM - reservation-reassignment journal record for the
      * ZUIDRSM VSAM KSDS: one record per uncollected ZUIDRSV
      * reservation moved from one application to another by the
      * UID044M MOV transaction, when an application is retired or
      * merged into another.  The move re-keys the ledger record -
      * the old appl + sequence key is deleted and the same id is
      * written under the receiving application, numbered on from
      * its highest sequence - so this journal is the only place the
      * old owner survives.
      *
      * Key is the UID + STCK, so a provenance reader holding an id
      * finds its whole ownership history together, oldest move
      * first (an id moved twice has two records).  RSM-STCK holds
      * the moving task's ABSTIME, packed.
      *
      * RSM-STATUS, RSM-ALLOC-DATE and RSM-ALLOC-TIME are the ledger
      * record's, carried unchanged onto the new key.  The who/when
      * half (RSM-USERID/TERMID/PROGRAM/DATE/TIME) is the signed-on
      * operator and terminal of the moving task.
      *
      * UID022X snapshots the whole file to the RSMX extract each
      * night for the batch side (UID036R); UID027R browses it
      * directly for its per-application moved-in/moved-out totals.
      *----------------------------------------------------------------
       01  ZUIDRSM-RECORD.
           05  RSM-KEY.
               10  RSM-UID        PIC X(36).
               10  RSM-STCK       PIC X(08).
           05  RSM-FROM-APPL-ID   PIC X(08).
           05  RSM-FROM-SEQ-NBR   PIC 9(09).
           05  RSM-TO-APPL-ID     PIC X(08).
           05  RSM-TO-SEQ-NBR     PIC 9(09).
           05  RSM-STATUS         PIC X(03).
           05  RSM-ALLOC-DATE     PIC X(10).
           05  RSM-ALLOC-TIME     PIC X(08).
           05  RSM-DATE           PIC X(10).
           05  RSM-TIME           PIC X(08).
           05  RSM-USERID         PIC X(08).
           05  RSM-TERMID         PIC X(04).
           05  RSM-PROGRAM        PIC X(08).
           05  FILLER             PIC X(12).
