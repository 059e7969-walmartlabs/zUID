      ******************************************************************
      ** Single-UID provenance inquiry.  When audit or a trading       **
      ** partner asks 'where did this id come from', this job answers  **
      ** in one pass instead of a manual dig through five files:       **
      ** given a site id and a UID (one inquiry card on CARDIN), it    **
      ** reports                                                       **
      **   - when the id was issued and by which site, application     **
      **   - whether it came from a bulk reservation, and if and       **
      **     when it was collected - or that it expired               **
      **     uncollected (the ZUIDRSV fields);                         **
      **   - whether that reservation was moved from one application   **
      **     to another by UID044M, when and by whom (the ZUIDRSM      **
      **     journal, RSMX snapshot on RSMIN);                         **
      **   - which counter cycles were active at the time: the         **
      **     latest DEFINE at or before the issuance, per counter      **
      **     (the ZUIDAUD trail);                                      **
      **   - whether the id has since been voided, when, by whom and   **
      **     why (the ZUIDVOD register, VODX snapshot on VODIN);       **
      **   - whether the site was moved from one counter name to       **
      **     another by UIDMIG, and so which name the id was drawn     **
      **     from - before or after each cutover (the MIGR entries in  **
      **     the ZUIDJRN journal extract on JRNIN, the one UID031R     **
      **     reads);                                                   **
      **   - for an id issued in a cycle since closed, that cycle's    **
      **     year-end certification: counter, verdict, counts and when **
      **     and by whom it was closed (the ZUIDCYH closing record     **
      **     for the site's counter and the issuance year, CYHX copy   **
      **     on CYHIN);                                                **
      **   - which business reference (order, claim or shipment        **
      **     number) the consuming application recorded the id         **
      **     against, through which channel and when (the ZUIDXRF      **
      **     cross-reference, XRFX snapshot on XRFIN) - including a    **
      **     reference recorded against the MQ 'BLOCK' range the id    **
      **     was issued in.  A reference recorded on a UIDRTV          **
      **     collection carries the collecting region's site, so it    **
      **     is matched on the id alone, as the ledger is.             **
      **                                                               **
      ** Inputs are the standard sequential extracts, so the archive   **
      ** fallback is plain JCL: concatenate the USGA retention         **
           SELECT AUDIT-EXTRACT-FILE ASSIGN TO AUDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIN-STATUS.
           SELECT VOID-EXTRACT-FILE ASSIGN TO VODIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VODIN-STATUS.
           SELECT MOVE-EXTRACT-FILE ASSIGN TO RSMIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSMIN-STATUS.
           SELECT JOURNAL-EXTRACT-FILE ASSIGN TO JRNIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNIN-STATUS.
           SELECT CYCLE-HISTORY-FILE ASSIGN TO CYHIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYHIN-STATUS.
           SELECT XREF-EXTRACT-FILE ASSIGN TO XRFIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XRFIN-STATUS.
           SELECT PROVENANCE-REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.

           RECORDING MODE IS F.
           COPY ZUIDAUD.

       FD  VOID-EXTRACT-FILE
           RECORDING MODE IS F.
           COPY ZUIDVOD.

       FD  MOVE-EXTRACT-FILE
           RECORDING MODE IS F.
           COPY ZUIDRSM.

       FD  JOURNAL-EXTRACT-FILE
           RECORDING MODE IS F.
           COPY ZUIDJRN.

       FD  CYCLE-HISTORY-FILE
           RECORDING MODE IS F.
           COPY ZUIDCYH.

       FD  XREF-EXTRACT-FILE
           RECORDING MODE IS F.
           COPY ZUIDXRF.

       FD  PROVENANCE-REPORT-FILE
           RECORDING MODE IS F.
       01  PROVENANCE-REPORT-LINE      PIC X(100).
           88  RSVIN-PRESENT           VALUE '00'.
       01  WS-AUDIN-STATUS             PIC X(02).
           88  AUDIN-PRESENT           VALUE '00'.
       01  WS-VODIN-STATUS             PIC X(02).
           88  VODIN-PRESENT           VALUE '00'.
       01  WS-RSMIN-STATUS             PIC X(02).
           88  RSMIN-PRESENT           VALUE '00'.
       01  WS-JRNIN-STATUS             PIC X(02).
           88  JRNIN-PRESENT           VALUE '00'.
       01  WS-CYHIN-STATUS             PIC X(02).
           88  CYHIN-PRESENT           VALUE '00'.
       01  WS-XRFIN-STATUS             PIC X(02).
           88  XRFIN-PRESENT           VALUE '00'.
      *    An optional extract's status is '10' once its scan reaches
      *    end of file, so whether it was supplied at all is kept apart.
       01  WS-VODIN-OPENED-SW          PIC X     VALUE 'N'.
           88  VODIN-OPENED            VALUE 'Y'.
       01  WS-RSMIN-OPENED-SW          PIC X     VALUE 'N'.
           88  RSMIN-OPENED            VALUE 'Y'.
       01  WS-JRNIN-OPENED-SW          PIC X     VALUE 'N'.
           88  JRNIN-OPENED            VALUE 'Y'.
       01  WS-CYHIN-OPENED-SW          PIC X     VALUE 'N'.
           88  CYHIN-OPENED            VALUE 'Y'.
       01  WS-XRFIN-OPENED-SW          PIC X     VALUE 'N'.
           88  XRFIN-OPENED            VALUE 'Y'.

       01  WS-CARD-EOF-SW              PIC X     VALUE 'N'.
           88  END-OF-CARDS            VALUE 'Y'.
           88  END-OF-LEDGER           VALUE 'Y'.
       01  WS-AUD-EOF-SW               PIC X     VALUE 'N'.
           88  END-OF-AUDIT            VALUE 'Y'.
       01  WS-VOD-EOF-SW               PIC X     VALUE 'N'.
           88  END-OF-VOIDS            VALUE 'Y'.
       01  WS-RSM-EOF-SW               PIC X     VALUE 'N'.
           88  END-OF-MOVES            VALUE 'Y'.
       01  WS-JRN-EOF-SW               PIC X     VALUE 'N'.
           88  END-OF-JOURNAL          VALUE 'Y'.
       01  WS-CYH-EOF-SW               PIC X     VALUE 'N'.
           88  END-OF-HISTORY          VALUE 'Y'.
       01  WS-XRF-EOF-SW               PIC X     VALUE 'N'.
           88  END-OF-XREFS            VALUE 'Y'.

       01  WS-RUN-DATE                 PIC X(10) VALUE SPACES.

               10  CY-VALUE            PIC 9(10).
       01  WS-AUD-STAMP                PIC X(18).

      *    The void found in the register stream, if any.
       01  WS-VOD-FOUND-SW             PIC X     VALUE 'N'.
           88  VOID-FOUND              VALUE 'Y'.
       01  WS-VOD-REASON               PIC X(04).
       01  WS-VOD-DATE                 PIC X(10).
       01  WS-VOD-TIME                 PIC X(08).
       01  WS-VOD-USERID               PIC X(08).
       01  WS-VOD-PROGRAM              PIC X(08).

      *    Reassignments of the inquiry id, oldest first (the RSMX
      *    extract is in UID + time order).  An id is moved once per
      *    retirement or merger, so a handful of slots is plenty;
      *    any beyond them are counted, not lost silently.
       01  WS-MOVE-MAXN                PIC 9(04) COMP VALUE 10.
       01  WS-MOVE-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-MOVE-OVERFLOW            PIC 9(04) VALUE ZERO.
       01  WS-MOVE-OVERFLOW-ED         PIC ZZZ9.
       01  MOVE-TABLE.
           05  MOVE-ENTRY OCCURS 10 TIMES
                            INDEXED BY MOV-IX.
               10  MV-FROM-APPL        PIC X(08).
               10  MV-FROM-SEQ         PIC 9(09).
               10  MV-TO-APPL          PIC X(08).
               10  MV-TO-SEQ           PIC 9(09).
               10  MV-DATE             PIC X(10).
               10  MV-TIME             PIC X(08).
               10  MV-USERID           PIC X(08).

      *    Counter migrations of the inquiry site, oldest first (the
      *    journal extract is in appid + STCK order).  A site changes
      *    counter name rarely; extras are counted, not lost silently.
       01  WS-MIGR-MAXN                PIC 9(04) COMP VALUE 10.
       01  WS-MIGR-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-MIGR-OVERFLOW            PIC 9(04) VALUE ZERO.
       01  WS-MIGR-OVERFLOW-ED         PIC ZZZ9.
       01  MIGRATION-TABLE.
           05  MIGRATION-ENTRY OCCURS 10 TIMES
                                 INDEXED BY MIG-IX.
               10  MG-FROM-CNAME       PIC X(16).
               10  MG-TO-CNAME         PIC X(16).
               10  MG-STAMP            PIC X(18).
               10  MG-USERID           PIC X(08).
               10  MG-START            PIC 9(10).
       01  WS-MIG-STAMP                PIC X(18).
       01  WS-ISSUED-CNAME             PIC X(16).
       01  WS-ISSUED-CUTOVER           PIC X(10).
      *    The counter (base name) the id was drawn from, when the
      *    migrations tell us: the old name of the first cutover after
      *    the issuance, else the new name of the last one.  Blank for
      *    a site that never migrated - its one counter is then found
      *    by the site list on the closing record.
       01  WS-ISSUER-BASE              PIC X(16).

      *    The closing record of the cycle the id was issued in - the
      *    site's counter, the issuance year - if that cycle is closed.
       01  WS-CYH-FOUND-SW             PIC X     VALUE 'N'.
           88  CLOSEOUT-FOUND          VALUE 'Y'.
       01  WS-CYH-IX                   PIC 9(04) COMP.
       01  WS-CYH-CNAME                PIC X(16).
       01  WS-CYH-VERDICT              PIC X(01).
           88  CYCLE-CERTIFIED         VALUE 'C'.
       01  WS-CYH-FINAL                PIC 9(10).
       01  WS-CYH-ISSUED               PIC 9(10).
       01  WS-CYH-USAGE                PIC 9(10).
       01  WS-CYH-GAP                  PIC S9(10).
       01  WS-CYH-CLOSED-DATE          PIC X(10).
       01  WS-CYH-CLOSED-TIME          PIC X(08).
       01  WS-CYH-CLOSED-BY            PIC X(08).

      *    Business references recorded against the inquiry id or the
      *    BLOCK range holding it, in the snapshot's key order.  An id
      *    carries one reference per application, so a handful of
      *    slots is plenty; extras are counted, not lost silently.
       01  WS-XREF-MAXN                PIC 9(04) COMP VALUE 10.
       01  WS-XREF-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-XREF-OVERFLOW            PIC 9(04) VALUE ZERO.
       01  WS-XREF-OVERFLOW-ED         PIC ZZZ9.
       01  WS-XREF-MATCH-SW            PIC X     VALUE 'N'.
           88  XREF-MATCHED            VALUE 'Y'.
       01  XREF-TABLE.
           05  XREF-ENTRY OCCURS 10 TIMES
                            INDEXED BY XRF-IX.
               10  XR-REFERENCE        PIC X(32).
               10  XR-APPL             PIC X(08).
               10  XR-CHANNEL          PIC X(04).
               10  XR-SITE             PIC X(08).
               10  XR-DATE             PIC X(10).
               10  XR-FORMAT           PIC X(05).
               10  XR-UID              PIC X(36).

      **------------------------------------------------------------*
      ** Counter-definition record - the shape of the journal's      *
      ** before/after images (see UID031R).                          *
      **------------------------------------------------------------*
           COPY ZUIDCTF.

       01  RPT-HEADING-1.
           05  FILLER                  PIC X(36)
               VALUE 'ZUID PROVENANCE INQUIRY             '.
           05  RC-TEXT                 PIC X(50).
           05  FILLER                  PIC X(37) VALUE SPACES.

       01  RPT-MOVE-LINE.
           05  FILLER                  PIC X(13) VALUE '  MOVED FROM '.
           05  RM-FROM-APPL            PIC X(08).
           05  FILLER                  PIC X(05) VALUE ' SEQ '.
           05  RM-FROM-SEQ             PIC 9(09).
           05  FILLER                  PIC X(04) VALUE ' TO '.
           05  RM-TO-APPL              PIC X(08).
           05  FILLER                  PIC X(05) VALUE ' SEQ '.
           05  RM-TO-SEQ               PIC 9(09).
           05  FILLER                  PIC X(04) VALUE ' ON '.
           05  RM-DATE                 PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RM-TIME                 PIC X(08).
           05  FILLER                  PIC X(04) VALUE ' BY '.
           05  RM-USERID               PIC X(08).
           05  FILLER                  PIC X(04) VALUE SPACES.

       01  RPT-VOID-LINE.
           05  FILLER                  PIC X(08) VALUE 'VOIDED  '.
           05  RX-DATE                 PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RX-TIME                 PIC X(08).
           05  FILLER                  PIC X(04) VALUE ' BY '.
           05  RX-USERID               PIC X(08).
           05  FILLER                  PIC X(05) VALUE ' VIA '.
           05  RX-PROGRAM              PIC X(08).
           05  FILLER                  PIC X(08) VALUE ' REASON '.
           05  RX-REASON               PIC X(04).
           05  FILLER                  PIC X(36) VALUE SPACES.

       01  RPT-MIGR-LINE.
           05  FILLER                  PIC X(07) VALUE '  FROM '.
           05  RG-FROM-CNAME           PIC X(16).
           05  FILLER                  PIC X(04) VALUE ' TO '.
           05  RG-TO-CNAME             PIC X(16).
           05  FILLER                  PIC X(04) VALUE ' ON '.
           05  RG-DATE                 PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RG-TIME                 PIC X(08).
           05  FILLER                  PIC X(04) VALUE ' BY '.
           05  RG-USERID               PIC X(08).
           05  FILLER                  PIC X(07) VALUE ' START '.
           05  RG-START                PIC ZZZZZZZZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.

       01  RPT-TEXT-LINE.
           05  RT-TEXT                 PIC X(78).
           05  FILLER                  PIC X(22) VALUE SPACES.

       01  RPT-XREF-LINE.
           05  FILLER                  PIC X(10) VALUE 'REFERENCE '.
           05  RR-REFERENCE            PIC X(32).
           05  FILLER                  PIC X(06) VALUE ' APPL '.
           05  RR-APPL                 PIC X(08).
           05  FILLER                  PIC X(05) VALUE ' VIA '.
           05  RR-CHANNEL              PIC X(04).
           05  FILLER                  PIC X(06) VALUE ' SITE '.
           05  RR-SITE                 PIC X(08).
           05  FILLER                  PIC X(04) VALUE ' ON '.
           05  RR-DATE                 PIC X(10).
           05  FILLER                  PIC X(07) VALUE SPACES.

       01  RPT-CLOSE-LINE.
           05  FILLER                  PIC X(13) VALUE 'CYCLE CLOSED '.
           05  RZ-DATE                 PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RZ-TIME                 PIC X(08).
           05  FILLER                  PIC X(04) VALUE ' BY '.
           05  RZ-USERID               PIC X(08).
           05  FILLER                  PIC X(09) VALUE ' COUNTER '.
           05  RZ-CNAME                PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RZ-VERDICT              PIC X(09).
           05  FILLER                  PIC X(21) VALUE SPACES.

       01  RPT-CLOSE-COUNT-LINE.
           05  FILLER                  PIC X(14) VALUE '  FINAL VALUE '.
           05  RZ-FINAL                PIC ZZZZZZZZZ9.
           05  FILLER                  PIC X(08) VALUE ' ISSUED '.
           05  RZ-ISSUED               PIC ZZZZZZZZZ9.
           05  FILLER                  PIC X(08) VALUE ' LOGGED '.
           05  RZ-USAGE                PIC ZZZZZZZZZ9.
           05  FILLER                  PIC X(05) VALUE ' GAP '.
           05  RZ-GAP                  PIC -(10)9.
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  RPT-CYCLE-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RY-CNAME                PIC X(16).
                  UNTIL END-OF-LEDGER
              PERFORM B3000-SCAN-AUDIT
                  UNTIL END-OF-AUDIT
              PERFORM B4000-SCAN-VOIDS
                  UNTIL END-OF-VOIDS
              PERFORM B5000-SCAN-MOVES
                  UNTIL END-OF-MOVES
              PERFORM B6000-SCAN-MIGRATIONS
                  UNTIL END-OF-JOURNAL
              PERFORM B6500-RESOLVE-ISSUER THRU B6500-EXIT
              PERFORM B7000-SCAN-CLOSEOUTS
                  UNTIL END-OF-HISTORY
              PERFORM B8000-SCAN-XREFS
                  UNTIL END-OF-XREFS
              PERFORM C1000-PRINT-STORY   THRU C1000-EXIT
           END-IF.
           PERFORM Z1000-TERMINATE        THRU Z1000-EXIT.
           IF NOT AUDIN-PRESENT
              SET END-OF-AUDIT           TO TRUE
           END-IF.
           OPEN INPUT  VOID-EXTRACT-FILE.
           IF VODIN-PRESENT
              SET VODIN-OPENED           TO TRUE
           ELSE
              SET END-OF-VOIDS           TO TRUE
           END-IF.
           OPEN INPUT  MOVE-EXTRACT-FILE.
           IF RSMIN-PRESENT
              SET RSMIN-OPENED           TO TRUE
           ELSE
              SET END-OF-MOVES           TO TRUE
           END-IF.
           OPEN INPUT  JOURNAL-EXTRACT-FILE.
           IF JRNIN-PRESENT
              SET JRNIN-OPENED           TO TRUE
           ELSE
              SET END-OF-JOURNAL         TO TRUE
           END-IF.
           OPEN INPUT  CYCLE-HISTORY-FILE.
           IF CYHIN-PRESENT
              SET CYHIN-OPENED           TO TRUE
           ELSE
              SET END-OF-HISTORY         TO TRUE
           END-IF.
           OPEN INPUT  XREF-EXTRACT-FILE.
           IF XRFIN-PRESENT
              SET XRFIN-OPENED           TO TRUE
           ELSE
              SET END-OF-XREFS           TO TRUE
           END-IF.
           OPEN OUTPUT PROVENANCE-REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RUN-DATE.

           IF NOT END-OF-AUDIT
              PERFORM D3000-READ-AUDIT THRU D3000-EXIT
           END-IF.
           IF NOT END-OF-VOIDS
              PERFORM D4000-READ-VOIDS THRU D4000-EXIT
           END-IF.
           IF NOT END-OF-MOVES
              PERFORM D5000-READ-MOVES THRU D5000-EXIT
           END-IF.
           IF NOT END-OF-JOURNAL
              PERFORM D6000-READ-JOURNAL THRU D6000-EXIT
           END-IF.
           IF NOT END-OF-HISTORY
              PERFORM D7000-READ-HISTORY THRU D7000-EXIT
           END-IF.
           IF NOT END-OF-XREFS
              PERFORM D8000-READ-XREFS THRU D8000-EXIT
           END-IF.

       A1000-EXIT.
           EXIT.
       D3000-EXIT.
           EXIT.

      ******************************************************************
      * Scan the void register stream for the inquiry site and id.     *
      ******************************************************************

       B4000-SCAN-VOIDS.

           IF VOD-SITE-ID = WS-INQ-SITE
              AND VOD-UID = WS-INQ-UID
              SET VOID-FOUND             TO TRUE
              MOVE VOD-REASON            TO WS-VOD-REASON
              MOVE VOD-DATE              TO WS-VOD-DATE
              MOVE VOD-TIME              TO WS-VOD-TIME
              MOVE VOD-USERID            TO WS-VOD-USERID
              MOVE VOD-PROGRAM           TO WS-VOD-PROGRAM
           END-IF.

           PERFORM D4000-READ-VOIDS THRU D4000-EXIT.

      ******************************************************************
      * Read the next void register extract record.                    *
      ******************************************************************

       D4000-READ-VOIDS.

           READ VOID-EXTRACT-FILE
               AT END
                   SET END-OF-VOIDS TO TRUE
           END-READ.

       D4000-EXIT.
           EXIT.

      ******************************************************************
      * Keep each reassignment of the inquiry id, in the order the     *
      * journal holds them.                                            *
      ******************************************************************

       B5000-SCAN-MOVES.

           IF RSM-UID = WS-INQ-UID
              IF WS-MOVE-COUNT < WS-MOVE-MAXN
                 ADD 1                   TO WS-MOVE-COUNT
                 SET MOV-IX              TO WS-MOVE-COUNT
                 MOVE RSM-FROM-APPL-ID   TO MV-FROM-APPL(MOV-IX)
                 MOVE RSM-FROM-SEQ-NBR   TO MV-FROM-SEQ(MOV-IX)
                 MOVE RSM-TO-APPL-ID     TO MV-TO-APPL(MOV-IX)
                 MOVE RSM-TO-SEQ-NBR     TO MV-TO-SEQ(MOV-IX)
                 MOVE RSM-DATE           TO MV-DATE(MOV-IX)
                 MOVE RSM-TIME           TO MV-TIME(MOV-IX)
                 MOVE RSM-USERID         TO MV-USERID(MOV-IX)
              ELSE
                 ADD 1                   TO WS-MOVE-OVERFLOW
              END-IF
           END-IF.

           PERFORM D5000-READ-MOVES THRU D5000-EXIT.

      ******************************************************************
      * Read the next reassignment journal extract record.             *
      ******************************************************************

       D5000-READ-MOVES.

           READ MOVE-EXTRACT-FILE
               AT END
                   SET END-OF-MOVES TO TRUE
           END-READ.

       D5000-EXIT.
           EXIT.

      ******************************************************************
      * Keep each UIDMIG migration of the inquiry site - a MIGR        *
      * journal entry's before image names the old counter, its after  *
      * image the new one and the value it was started at.             *
      ******************************************************************

       B6000-SCAN-MIGRATIONS.

           IF JRN-ACTION = 'MIGR'
              AND JRN-APPID = WS-INQ-SITE
              IF WS-MIGR-COUNT < WS-MIGR-MAXN
                 ADD 1                   TO WS-MIGR-COUNT
                 SET MIG-IX              TO WS-MIGR-COUNT
                 MOVE JRN-BEFORE-IMAGE   TO ZUIDCTF-RECORD
                 MOVE CTF-CNAME          TO MG-FROM-CNAME(MIG-IX)
                 MOVE JRN-AFTER-IMAGE    TO ZUIDCTF-RECORD
                 MOVE CTF-CNAME          TO MG-TO-CNAME(MIG-IX)
                 MOVE CTF-VAL            TO MG-START(MIG-IX)
                 MOVE SPACES             TO MG-STAMP(MIG-IX)
                 STRING JRN-DATE         DELIMITED BY SIZE
                        JRN-TIME         DELIMITED BY SIZE
                        INTO MG-STAMP(MIG-IX)
                 END-STRING
                 MOVE JRN-USERID         TO MG-USERID(MIG-IX)
              ELSE
                 ADD 1                   TO WS-MIGR-OVERFLOW
              END-IF
           END-IF.

           PERFORM D6000-READ-JOURNAL THRU D6000-EXIT.

      ******************************************************************
      * Which counter name the id was drawn from: the old name of the  *
      * first cutover after the issuance, or the new name of the last  *
      * one when the id came later than all of them.  Settled before   *
      * the close-out scan, which must match that counter's record.    *
      ******************************************************************

       B6500-RESOLVE-ISSUER.

           MOVE SPACES                   TO WS-ISSUED-CNAME.
           MOVE SPACES                   TO WS-ISSUED-CUTOVER.
           MOVE SPACES                   TO WS-ISSUER-BASE.
           IF NOT USAGE-FOUND
              OR WS-MIGR-COUNT = ZERO
              GO TO B6500-EXIT
           END-IF.

           PERFORM VARYING MIG-IX FROM 1 BY 1
                   UNTIL MIG-IX > WS-MIGR-COUNT
                      OR WS-ISSUED-CNAME NOT = SPACES
              IF MG-STAMP(MIG-IX) > WS-USE-STAMP
                 MOVE MG-FROM-CNAME(MIG-IX) TO WS-ISSUED-CNAME
                 MOVE MG-STAMP(MIG-IX) (1:10) TO WS-ISSUED-CUTOVER
              END-IF
           END-PERFORM.

           IF WS-ISSUED-CNAME NOT = SPACES
              MOVE WS-ISSUED-CNAME       TO WS-ISSUER-BASE
           ELSE
              SET MIG-IX                 TO WS-MIGR-COUNT
              MOVE MG-TO-CNAME(MIG-IX)   TO WS-ISSUER-BASE
           END-IF.

       B6500-EXIT.
           EXIT.

      ******************************************************************
      * Read the next maintenance-journal extract record.              *
      ******************************************************************

       D6000-READ-JOURNAL.

           READ JOURNAL-EXTRACT-FILE
               AT END
                   SET END-OF-JOURNAL TO TRUE
           END-READ.

       D6000-EXIT.
           EXIT.

      ******************************************************************
      * Keep the closing record of the cycle the id was issued in: the *
      * issuance year's record for the counter the id was drawn from,  *
      * or - for a site that never migrated, so has only the one       *
      * counter - the issuance year's record whose site list holds     *
      * the inquiry site.  Nothing to look for until the usage scan    *
      * has placed the id.                                             *
      ******************************************************************

       B7000-SCAN-CLOSEOUTS.

           IF USAGE-FOUND
              AND NOT CLOSEOUT-FOUND
              AND CYH-YEAR = WS-USE-DATE(1:4)
              IF WS-ISSUER-BASE NOT = SPACES
                 IF CYH-BASE = WS-ISSUER-BASE
                    PERFORM B7100-KEEP-CLOSEOUT THRU B7100-EXIT
                 END-IF
              ELSE
                 PERFORM VARYING WS-CYH-IX FROM 1 BY 1
                         UNTIL WS-CYH-IX > 20
                            OR WS-CYH-IX > CYH-SITE-COUNT
                            OR CLOSEOUT-FOUND
                    IF CYH-SITE-ID(WS-CYH-IX) = WS-INQ-SITE
                       PERFORM B7100-KEEP-CLOSEOUT THRU B7100-EXIT
                    END-IF
                 END-PERFORM
              END-IF
           END-IF.

           PERFORM D7000-READ-HISTORY THRU D7000-EXIT.

      ******************************************************************
      * Capture the matched closing record for the report.             *
      ******************************************************************

       B7100-KEEP-CLOSEOUT.

           SET CLOSEOUT-FOUND            TO TRUE.
           MOVE CYH-CNAME                TO WS-CYH-CNAME.
           MOVE CYH-VERDICT              TO WS-CYH-VERDICT.
           MOVE CYH-FINAL-VALUE          TO WS-CYH-FINAL.
           MOVE CYH-ISSUED-COUNT         TO WS-CYH-ISSUED.
           MOVE CYH-USAGE-COUNT          TO WS-CYH-USAGE.
           MOVE CYH-GAP                  TO WS-CYH-GAP.
           MOVE CYH-CLOSED-DATE          TO WS-CYH-CLOSED-DATE.
           MOVE CYH-CLOSED-TIME          TO WS-CYH-CLOSED-TIME.
           MOVE CYH-CLOSED-BY            TO WS-CYH-CLOSED-BY.

       B7100-EXIT.
           EXIT.

      ******************************************************************
      * Read the next cycle-history record.                            *
      ******************************************************************

       D7000-READ-HISTORY.

           READ CYCLE-HISTORY-FILE
               AT END
                   SET END-OF-HISTORY TO TRUE
           END-READ.

       D7000-EXIT.
           EXIT.

      ******************************************************************
      * Keep each business reference recorded against the inquiry id:  *
      * its own record under the inquiry site (or under any site for a *
      * UIDRTV collection, which records the collecting region), or -  *
      * for a numeric id - an MQ 'BLOCK' record under the same site    *
      * whose range contains it.                                       *
      ******************************************************************

       B8000-SCAN-XREFS.

           MOVE 'N'                      TO WS-XREF-MATCH-SW.
           IF XRF-UID = WS-INQ-UID
              IF XRF-SITE-ID = WS-INQ-SITE
                 OR XRF-VIA-RTV
                 SET XREF-MATCHED        TO TRUE
              END-IF
           ELSE
              IF XRF-FORMAT = 'BLOCK'
                 AND XRF-SITE-ID = WS-INQ-SITE
                 AND INQ-UID-NUMERIC
                 MOVE XRF-UID(1:10)      TO WS-BLK-START-X
                 MOVE XRF-UID(12:10)     TO WS-BLK-END-X
                 IF WS-BLK-START-X IS NUMERIC
                    AND WS-BLK-END-X IS NUMERIC
                    MOVE WS-BLK-START-X  TO WS-BLK-START
                    MOVE WS-BLK-END-X    TO WS-BLK-END
                    IF WS-INQ-UID-NUM >= WS-BLK-START
                       AND WS-INQ-UID-NUM <= WS-BLK-END
                       SET XREF-MATCHED  TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF.

           IF XREF-MATCHED
              IF WS-XREF-COUNT < WS-XREF-MAXN
                 ADD 1                   TO WS-XREF-COUNT
                 SET XRF-IX              TO WS-XREF-COUNT
                 MOVE XRF-REFERENCE      TO XR-REFERENCE(XRF-IX)
                 MOVE XRF-APPL-ID        TO XR-APPL(XRF-IX)
                 MOVE XRF-CHANNEL        TO XR-CHANNEL(XRF-IX)
                 MOVE XRF-SITE-ID        TO XR-SITE(XRF-IX)
                 MOVE XRF-DATE           TO XR-DATE(XRF-IX)
                 MOVE XRF-FORMAT         TO XR-FORMAT(XRF-IX)
                 MOVE XRF-UID            TO XR-UID(XRF-IX)
              ELSE
                 ADD 1                   TO WS-XREF-OVERFLOW
              END-IF
           END-IF.

           PERFORM D8000-READ-XREFS THRU D8000-EXIT.

      ******************************************************************
      * Read the next cross-reference extract record.                  *
      ******************************************************************

       D8000-READ-XREFS.

           READ XREF-EXTRACT-FILE
               AT END
                   SET END-OF-XREFS TO TRUE
           END-READ.

       D8000-EXIT.
           EXIT.

      ******************************************************************
      * Print the whole story.                                         *
      ******************************************************************
              WRITE PROVENANCE-REPORT-LINE
           END-IF.

           PERFORM C5000-PRINT-REFERENCES THRU C5000-EXIT.

           IF LEDGER-FOUND
              MOVE WS-RSV-APPL           TO RV-APPL
              MOVE WS-RSV-SEQ            TO RV-SEQ
              MOVE WS-RSV-ALLOC-TIME     TO RV-TIME
              MOVE RPT-RESV-LINE         TO PROVENANCE-REPORT-LINE
              WRITE PROVENANCE-REPORT-LINE
              PERFORM C2000-PRINT-MOVES THRU C2000-EXIT
              EVALUATE TRUE
                 WHEN WS-RSV-COLLECTED = 'Y'
                    MOVE SPACES          TO RC-TEXT
                   TO RT-TEXT
              MOVE RPT-TEXT-LINE         TO PROVENANCE-REPORT-LINE
              WRITE PROVENANCE-REPORT-LINE
              IF WS-MOVE-COUNT > ZERO
                 PERFORM C2000-PRINT-MOVES THRU C2000-EXIT
              END-IF
           END-IF.

           IF VOID-FOUND
              MOVE WS-VOD-DATE           TO RX-DATE
              MOVE WS-VOD-TIME           TO RX-TIME
              MOVE WS-VOD-USERID         TO RX-USERID
              MOVE WS-VOD-PROGRAM        TO RX-PROGRAM
              MOVE WS-VOD-REASON         TO RX-REASON
              MOVE RPT-VOID-LINE         TO PROVENANCE-REPORT-LINE
              WRITE PROVENANCE-REPORT-LINE
           ELSE
              IF VODIN-OPENED
                 MOVE 'NOT VOIDED'       TO RT-TEXT
              ELSE
                 MOVE 'VOID REGISTER NOT SUPPLIED ON VODIN'
                      TO RT-TEXT
              END-IF
              MOVE RPT-TEXT-LINE         TO PROVENANCE-REPORT-LINE
              WRITE PROVENANCE-REPORT-LINE
           END-IF.

           IF WS-CYCLE-COUNT > ZERO
              END-IF
           END-IF.

           PERFORM C3000-PRINT-MIGRATIONS THRU C3000-EXIT.
           PERFORM C4000-PRINT-CLOSEOUT   THRU C4000-EXIT.

       C1000-EXIT.
           EXIT.

      ******************************************************************
      * The reservation's change-of-owner history: one line per        *
      * UID044M move, old owner and sequence to new.  The RESERVED BY  *
      * line above is the owner now.                                   *
      ******************************************************************

       C2000-PRINT-MOVES.

           IF NOT RSMIN-OPENED
              MOVE '  REASSIGNMENT JOURNAL NOT SUPPLIED ON RSMIN'
                   TO RT-TEXT
              MOVE RPT-TEXT-LINE         TO PROVENANCE-REPORT-LINE
              WRITE PROVENANCE-REPORT-LINE
              GO TO C2000-EXIT
           END-IF.

           PERFORM VARYING MOV-IX FROM 1 BY 1
                   UNTIL MOV-IX > WS-MOVE-COUNT
              MOVE MV-FROM-APPL(MOV-IX)  TO RM-FROM-APPL
              MOVE MV-FROM-SEQ(MOV-IX)   TO RM-FROM-SEQ
              MOVE MV-TO-APPL(MOV-IX)    TO RM-TO-APPL
              MOVE MV-TO-SEQ(MOV-IX)     TO RM-TO-SEQ
              MOVE MV-DATE(MOV-IX)       TO RM-DATE
              MOVE MV-TIME(MOV-IX)       TO RM-TIME
              MOVE MV-USERID(MOV-IX)     TO RM-USERID
              MOVE RPT-MOVE-LINE         TO PROVENANCE-REPORT-LINE
              WRITE PROVENANCE-REPORT-LINE
           END-PERFORM.

           IF WS-MOVE-OVERFLOW > ZERO
              MOVE WS-MOVE-OVERFLOW      TO WS-MOVE-OVERFLOW-ED
              MOVE SPACES                TO RT-TEXT
              STRING '  ... AND '        DELIMITED BY SIZE
                     WS-MOVE-OVERFLOW-ED DELIMITED BY SIZE
                     ' LATER MOVES NOT SHOWN' DELIMITED BY SIZE
                     INTO RT-TEXT
              END-STRING
              MOVE RPT-TEXT-LINE         TO PROVENANCE-REPORT-LINE
              WRITE PROVENANCE-REPORT-LINE
           END-IF.

       C2000-EXIT.
           EXIT.

      ******************************************************************
      * The site's counter migrations, and which counter name the id   *
      * was drawn from (settled by B6500 before the close-out scan).   *
      ******************************************************************

       C3000-PRINT-MIGRATIONS.

           IF NOT JRNIN-OPENED
              MOVE 'MAINTENANCE JOURNAL NOT SUPPLIED ON JRNIN - COUNTER
      -            ' MIGRATIONS UNKNOWN' TO RT-TEXT
              MOVE RPT-TEXT-LINE         TO PROVENANCE-REPORT-LINE
              WRITE PROVENANCE-REPORT-LINE
              GO TO C3000-EXIT
           END-IF.

           IF WS-MIGR-COUNT = ZERO
              MOVE 'SITE NEVER MIGRATED BETWEEN COUNTERS'
                   TO RT-TEXT
              MOVE RPT-TEXT-LINE         TO PROVENANCE-REPORT-LINE
              WRITE PROVENANCE-REPORT-LINE
              GO TO C3000-EXIT
           END-IF.

           MOVE 'SITE HISTORY SPANS MORE THAN ONE COUNTER NAME:'
                TO RT-TEXT.
           MOVE RPT-TEXT-LINE            TO PROVENANCE-REPORT-LINE.
           WRITE PROVENANCE-REPORT-LINE.

           PERFORM VARYING MIG-IX FROM 1 BY 1
                   UNTIL MIG-IX > WS-MIGR-COUNT
              MOVE MG-FROM-CNAME(MIG-IX) TO RG-FROM-CNAME
              MOVE MG-TO-CNAME(MIG-IX)   TO RG-TO-CNAME
              MOVE MG-STAMP(MIG-IX) (1:10) TO RG-DATE
              MOVE MG-STAMP(MIG-IX) (11:8) TO RG-TIME
              MOVE MG-USERID(MIG-IX)     TO RG-USERID
              MOVE MG-START(MIG-IX)      TO RG-START
              MOVE RPT-MIGR-LINE         TO PROVENANCE-REPORT-LINE
              WRITE PROVENANCE-REPORT-LINE
           END-PERFORM.

           IF WS-MIGR-OVERFLOW > ZERO
              MOVE WS-MIGR-OVERFLOW      TO WS-MIGR-OVERFLOW-ED
              MOVE SPACES                TO RT-TEXT
              STRING '  ... AND '        DELIMITED BY SIZE
                     WS-MIGR-OVERFLOW-ED DELIMITED BY SIZE
                     ' LATER MIGRATIONS NOT SHOWN' DELIMITED BY SIZE
                     INTO RT-TEXT
              END-STRING
              MOVE RPT-TEXT-LINE         TO PROVENANCE-REPORT-LINE
              WRITE PROVENANCE-REPORT-LINE
           END-IF.

           IF NOT USAGE-FOUND
              GO TO C3000-EXIT
           END-IF.

           MOVE SPACES                   TO RT-TEXT.
           IF WS-ISSUED-CNAME NOT = SPACES
              STRING 'ISSUED FROM COUNTER ' DELIMITED BY SIZE
                     WS-ISSUED-CNAME     DELIMITED BY SPACE
                     ' - BEFORE THE '    DELIMITED BY SIZE
                     WS-ISSUED-CUTOVER   DELIMITED BY SIZE
                     ' CUTOVER'          DELIMITED BY SIZE
                     INTO RT-TEXT
              END-STRING
           ELSE
              SET MIG-IX                 TO WS-MIGR-COUNT
              STRING 'ISSUED FROM COUNTER ' DELIMITED BY SIZE
                     MG-TO-CNAME(MIG-IX) DELIMITED BY SPACE
                     ' - AFTER THE LAST CUTOVER SHOWN'
                                         DELIMITED BY SIZE
                     INTO RT-TEXT
              END-STRING
           END-IF.
           MOVE RPT-TEXT-LINE            TO PROVENANCE-REPORT-LINE.
           WRITE PROVENANCE-REPORT-LINE.

       C3000-EXIT.
           EXIT.

      ******************************************************************
      * The year-end certification of the cycle the id was issued in - *
      * or why there is none: the cycle is still the current one, or   *
      * the close-out history was not supplied or has no record of it. *
      ******************************************************************

       C4000-PRINT-CLOSEOUT.

           IF NOT USAGE-FOUND
              GO TO C4000-EXIT
           END-IF.

           IF CLOSEOUT-FOUND
              MOVE WS-CYH-CLOSED-DATE    TO RZ-DATE
              MOVE WS-CYH-CLOSED-TIME    TO RZ-TIME
              MOVE WS-CYH-CLOSED-BY      TO RZ-USERID
              MOVE WS-CYH-CNAME          TO RZ-CNAME
              IF CYCLE-CERTIFIED
                 MOVE 'CERTIFIED'        TO RZ-VERDICT
              ELSE
                 MOVE 'EXCEPTION'        TO RZ-VERDICT
              END-IF
              MOVE RPT-CLOSE-LINE        TO PROVENANCE-REPORT-LINE
              WRITE PROVENANCE-REPORT-LINE
              MOVE WS-CYH-FINAL          TO RZ-FINAL
              MOVE WS-CYH-ISSUED         TO RZ-ISSUED
              MOVE WS-CYH-USAGE          TO RZ-USAGE
              MOVE WS-CYH-GAP            TO RZ-GAP
              MOVE RPT-CLOSE-COUNT-LINE  TO PROVENANCE-REPORT-LINE
              WRITE PROVENANCE-REPORT-LINE
              GO TO C4000-EXIT
           END-IF.

           MOVE SPACES                   TO RT-TEXT.
           IF WS-USE-DATE(1:4) NOT < WS-RUN-DATE(1:4)
              MOVE 'ISSUED IN THE CURRENT CYCLE YEAR - CYCLE STILL OPEN'
                   TO RT-TEXT
           ELSE
              IF NOT CYHIN-OPENED
                 STRING 'ISSUED IN '     DELIMITED BY SIZE
                        WS-USE-DATE(1:4) DELIMITED BY SIZE
                        ' - CYCLE HISTORY NOT SUPPLIED ON CYHIN'
                                         DELIMITED BY SIZE
                        INTO RT-TEXT
                 END-STRING
              ELSE
                 STRING 'ISSUED IN '     DELIMITED BY SIZE
                        WS-USE-DATE(1:4) DELIMITED BY SIZE
                        ' - NO CLOSE-OUT RECORD FOR THE SITE''S CYCLE'
                                         DELIMITED BY SIZE
                        INTO RT-TEXT
                 END-STRING
              END-IF
           END-IF.
           MOVE RPT-TEXT-LINE            TO PROVENANCE-REPORT-LINE.
           WRITE PROVENANCE-REPORT-LINE.

       C4000-EXIT.
           EXIT.

      ******************************************************************
      * The business references the consuming application recorded     *
      * against the id - one line each, with the BLOCK range under a   *
      * reference that was recorded against the whole range.           *
      ******************************************************************

       C5000-PRINT-REFERENCES.

           IF NOT XRFIN-OPENED
              MOVE 'BUSINESS REFERENCES NOT SUPPLIED ON XRFIN'
                   TO RT-TEXT
              MOVE RPT-TEXT-LINE         TO PROVENANCE-REPORT-LINE
              WRITE PROVENANCE-REPORT-LINE
              GO TO C5000-EXIT
           END-IF.

           IF WS-XREF-COUNT = ZERO
              MOVE 'NO BUSINESS REFERENCE RECORDED'
                   TO RT-TEXT
              MOVE RPT-TEXT-LINE         TO PROVENANCE-REPORT-LINE
              WRITE PROVENANCE-REPORT-LINE
              GO TO C5000-EXIT
           END-IF.

           PERFORM VARYING XRF-IX FROM 1 BY 1
                   UNTIL XRF-IX > WS-XREF-COUNT
              MOVE XR-REFERENCE(XRF-IX)  TO RR-REFERENCE
              MOVE XR-APPL(XRF-IX)       TO RR-APPL
              MOVE XR-CHANNEL(XRF-IX)    TO RR-CHANNEL
              MOVE XR-SITE(XRF-IX)       TO RR-SITE
              MOVE XR-DATE(XRF-IX)       TO RR-DATE
              MOVE RPT-XREF-LINE         TO PROVENANCE-REPORT-LINE
              WRITE PROVENANCE-REPORT-LINE
              IF XR-FORMAT(XRF-IX) = 'BLOCK'
                 MOVE SPACES             TO RT-TEXT
                 STRING '  RECORDED AGAINST BULK BLOCK '
                                         DELIMITED BY SIZE
                        XR-UID(XRF-IX)   DELIMITED BY SPACE
                        INTO RT-TEXT
                 END-STRING
                 MOVE RPT-TEXT-LINE      TO PROVENANCE-REPORT-LINE
                 WRITE PROVENANCE-REPORT-LINE
              END-IF
           END-PERFORM.

           IF WS-XREF-OVERFLOW > ZERO
              MOVE WS-XREF-OVERFLOW      TO WS-XREF-OVERFLOW-ED
              MOVE SPACES                TO RT-TEXT
              STRING '  ... AND '        DELIMITED BY SIZE
                     WS-XREF-OVERFLOW-ED DELIMITED BY SIZE
                     ' MORE REFERENCES NOT SHOWN' DELIMITED BY SIZE
                     INTO RT-TEXT
              END-STRING
              MOVE RPT-TEXT-LINE         TO PROVENANCE-REPORT-LINE
              WRITE PROVENANCE-REPORT-LINE
           END-IF.

       C5000-EXIT.
           EXIT.

      ******************************************************************
      * Close files.                                                   *
      ******************************************************************
           CLOSE USAGE-EXTRACT-FILE.
           CLOSE LEDGER-EXTRACT-FILE.
           CLOSE AUDIT-EXTRACT-FILE.
           IF VODIN-OPENED
              CLOSE VOID-EXTRACT-FILE
           END-IF.
           IF RSMIN-OPENED
              CLOSE MOVE-EXTRACT-FILE
           END-IF.
           IF JRNIN-OPENED
              CLOSE JOURNAL-EXTRACT-FILE
           END-IF.
           IF CYHIN-OPENED
              CLOSE CYCLE-HISTORY-FILE
           END-IF.
           IF XRFIN-OPENED
              CLOSE XREF-EXTRACT-FILE
           END-IF.
           CLOSE PROVENANCE-REPORT-FILE.

       Z1000-EXIT.
