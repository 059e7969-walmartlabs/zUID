       PROGRAM-ID.      UID031R.
      ******************************************************************
      ** Quarterly access-review report over the ZUIDJRN maintenance   **
      ** journal.  UIDPND writes one ZUIDJRN record for every ADD/CHG/ **
      ** DIS/ENA against the ZUIDCTL counter file at the moment the    **
      ** approved change is applied (requested at UID020M or UID030M), **
      ** UIDMIG one MIGR record for every counter migration, and the   **
      ** single-control QTA cap and SEED entries land there too (see   **
      ** copy/ZUIDJRN.cpy) - userid, terminal, timestamp, before/after **
      ** images of the record.  This job reads a sequential extract of **
      ** that file and prints the review: every action in time order   **
      ** with who took it and the resulting bounds, then a per-userid  **
      ** action summary so the reviewer can see at a glance who has    **
      ** been touching counter definitions.                            **
      **                                                               **
      ** Counter maintenance is under dual control (see UIDPND): each  **
      ** action line shows the approver beside the requester, and a    **
      ** requester/approver pair summary closes the report.  An action **
      ** with no approver predates dual control; a pair whose two      **
      ** userids match is flagged - UIDPND never allows one.           **
      **                                                               **
      ** The journal file is periodically extracted to the flat file   **
      ** this program reads (a browse-and-write utility, same idea as  **
               10  US-DIS-COUNT        PIC 9(05).
               10  US-ENA-COUNT        PIC 9(05).

       01  WS-PAIR-MAXN                PIC 9(04) COMP VALUE 200.
       01  WS-PAIR-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-PAIR-OVERFLOW            PIC 9(05) VALUE ZERO.
       01  WS-PAIR-FOUND-SW            PIC X     VALUE 'N'.
           88  PAIR-FOUND              VALUE 'Y'.
       01  WS-PAIR-SKIP-SW             PIC X     VALUE 'N'.
           88  SKIP-PAIR               VALUE 'Y'.

       01  PAIR-SUMMARY-TABLE.
           05  PAIR-SUMMARY OCCURS 200 TIMES
                              INDEXED BY PAIR-IX.
               10  PS-REQUESTER        PIC X(08).
               10  PS-APPROVER         PIC X(08).
               10  PS-COUNT            PIC 9(05).

       01  RPT-HEADING-1.
           05  FILLER                  PIC X(44)
               VALUE 'ZUID COUNTER MAINTENANCE ACCESS REVIEW      '.
           05  FILLER             PIC X(11) VALUE 'OLD-MAX    '.
           05  FILLER             PIC X(11) VALUE 'NEW-MAX    '.
           05  FILLER             PIC X(11) VALUE 'NEW-WARN   '.
           05  FILLER             PIC X(09) VALUE 'APPROVER '.
           05  FILLER             PIC X(16) VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05  RD-DATE                 PIC X(10).
           05  RD-NEW-MAX              PIC ZZZZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RD-NEW-WARN             PIC ZZZZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RD-APPROVER             PIC X(08).
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  RPT-SUMM-HEADING.
           05  FILLER                  PIC X(34)
           05  RS-ENA-COUNT            PIC ZZZZ9.
           05  FILLER                  PIC X(97) VALUE SPACES.

       01  RPT-PAIR-HEADING.
           05  FILLER                  PIC X(34)
               VALUE 'REQUESTER/APPROVER PAIRS          '.
           05  FILLER                  PIC X(98) VALUE SPACES.

       01  RPT-PAIR-HEADING-2.
           05  FILLER             PIC X(10) VALUE 'REQUESTER '.
           05  FILLER             PIC X(09) VALUE 'APPROVER '.
           05  FILLER             PIC X(07) VALUE 'ACTIONS'.
           05  FILLER             PIC X(106) VALUE SPACES.

       01  RPT-PAIR-DETAIL.
           05  RP-REQUESTER            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RP-APPROVER             PIC X(08).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RP-COUNT                PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RP-NOTE                 PIC X(30).
           05  FILLER                  PIC X(74) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  FILLER                  PIC X(25)
               VALUE 'JOURNAL RECORDS PRINTED: '.
           05  RO-OVERFLOW             PIC ZZZZ9.
           05  FILLER                  PIC X(84) VALUE SPACES.

       01  RPT-PAIR-OVERFLOW-LINE.
           05  FILLER           PIC X(28)
               VALUE 'PAIRS NOT SHOWN (CAP '.
           05  RPO-CAP                 PIC ZZZ9.
           05  FILLER                  PIC X(11) VALUE ' REACHED): '.
           05  RPO-OVERFLOW            PIC ZZZZ9.
           05  FILLER                  PIC X(84) VALUE SPACES.

      *----------------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------------
           MOVE JRN-PROGRAM              TO RD-PROGRAM.
           MOVE JRN-ACTION               TO RD-ACTION.
           MOVE JRN-APPID                TO RD-APPID.
           MOVE JRN-APPROVER             TO RD-APPROVER.

      *    *--------------------------------------------------------*
      *    * The images are byte copies of the ZUIDCTF record -     *
              END-EVALUATE
           END-IF.

      *    *--------------------------------------------------------*
      *    * Only the dual-control actions pair up - a QTA, SEED or *
      *    * MIGR has no approver to pair with.                     *
      *    *--------------------------------------------------------*
           IF JRN-ACTION = 'ADD ' OR 'CHG ' OR 'DIS ' OR 'ENA '
              PERFORM E2000-FIND-OR-ADD-PAIR THRU E2000-EXIT
              IF NOT SKIP-PAIR
                 ADD 1 TO PS-COUNT(PAIR-IX)
              END-IF
           END-IF.

           PERFORM D1000-READ-EXTRACT THRU D1000-EXIT.

      ******************************************************************
           EXIT.

      ******************************************************************
      * Locate this record's requester/approver pair in the pair       *
      * table, adding a new entry on first sight - same bounded        *
      * lookup as E1000.                                               *
      ******************************************************************

       E2000-FIND-OR-ADD-PAIR.

           MOVE 'N'                      TO WS-PAIR-SKIP-SW.
           MOVE 'N'                      TO WS-PAIR-FOUND-SW.
           SET PAIR-IX                   TO 1.
           PERFORM UNTIL PAIR-IX > WS-PAIR-COUNT
                      OR PAIR-FOUND
              IF PS-REQUESTER(PAIR-IX) = JRN-USERID
                 AND PS-APPROVER(PAIR-IX) = JRN-APPROVER
                 SET PAIR-FOUND        TO TRUE
              ELSE
                 SET PAIR-IX           UP BY 1
              END-IF
           END-PERFORM.

           IF NOT PAIR-FOUND
              IF WS-PAIR-COUNT >= WS-PAIR-MAXN
                 MOVE 'Y'                TO WS-PAIR-SKIP-SW
                 ADD 1                   TO WS-PAIR-OVERFLOW
              ELSE
                 ADD 1                   TO WS-PAIR-COUNT
                 SET PAIR-IX             TO WS-PAIR-COUNT
                 MOVE JRN-USERID         TO PS-REQUESTER(PAIR-IX)
                 MOVE JRN-APPROVER       TO PS-APPROVER(PAIR-IX)
                 MOVE ZERO               TO PS-COUNT(PAIR-IX)
              END-IF
           END-IF.

       E2000-EXIT.
           EXIT.

      ******************************************************************
      * The per-userid action summary, the requester/approver pairs    *
      * and the run totals.                                            *
      ******************************************************************

       C1000-PRINT-SUMMARY.
              WRITE REVIEW-REPORT-LINE
           END-PERFORM.

           MOVE RPT-PAIR-HEADING         TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE RPT-PAIR-HEADING-2       TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.

           PERFORM VARYING PAIR-IX FROM 1 BY 1
                   UNTIL PAIR-IX > WS-PAIR-COUNT
              MOVE PS-REQUESTER(PAIR-IX) TO RP-REQUESTER
              MOVE PS-APPROVER(PAIR-IX)  TO RP-APPROVER
              MOVE PS-COUNT(PAIR-IX)     TO RP-COUNT
              EVALUATE TRUE
                 WHEN PS-APPROVER(PAIR-IX) = SPACES OR LOW-VALUES
                    MOVE 'SINGLE CONTROL - NO APPROVER' TO RP-NOTE
                 WHEN PS-APPROVER(PAIR-IX) = PS-REQUESTER(PAIR-IX)
                    MOVE '*** REQUESTER APPROVED OWN ***' TO RP-NOTE
                 WHEN OTHER
                    MOVE SPACES          TO RP-NOTE
              END-EVALUATE
              MOVE RPT-PAIR-DETAIL       TO REVIEW-REPORT-LINE
              WRITE REVIEW-REPORT-LINE
           END-PERFORM.

           MOVE WS-RECORDS-READ          TO RT-RECORDS-READ.
           MOVE RPT-TOTAL-LINE           TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
              WRITE REVIEW-REPORT-LINE
           END-IF.

           IF WS-PAIR-OVERFLOW > ZERO
              MOVE WS-PAIR-MAXN          TO RPO-CAP
              MOVE WS-PAIR-OVERFLOW      TO RPO-OVERFLOW
              MOVE RPT-PAIR-OVERFLOW-LINE TO REVIEW-REPORT-LINE
              WRITE REVIEW-REPORT-LINE
           END-IF.

       C1000-EXIT.
           EXIT.

