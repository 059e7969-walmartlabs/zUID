       IDENTIFICATION DIVISION.
       PROGRAM-ID.      UID047R.
      ******************************************************************
      ** Morning operations scorecard.                                 **
      ** Whether zUID came through the night healthy is spread over a  **
      ** dozen outputs: UID011R gaps, UID024R duplicates, UID025R      **
      ** exhaustion flags, UID027R uncollected reservations, UID038R   **
      ** anomalies, UID039R drift, UIDHLT colors and ZUSGRTRY depth.   **
      ** Each of those jobs now leaves a check summary record (see     **
      ** copy/ZUIDSCS.cpy) - the batch reports on their SUMOUT DD,     **
      ** the CICS steps on the SUMX queue - and this job reads them    **
      ** all, concatenated on SUMIN, and grades each check:            **
      **                                                               **
      **   RED    - the job found red-tier items;                      **
      **   AMBER  - amber-tier items only, or the check's summary is   **
      **            stale (the job has not run since the day before    **
      **            yesterday) or missing altogether;                  **
      **   GREEN  - a current run that found nothing.                  **
      **                                                               **
      ** The latest record per check wins, so SUMIN may carry a week   **
      ** of them.  Each check is set against yesterday's scorecard     **
      ** (PRVIN, optional - the SCOUT file the previous run wrote;     **
      ** a same-day rerun compares with the comparison that run made)  **
      ** and the result is:                                            **
      **                                                               **
      **   RPTOUT - one page: a line per check with its color,         **
      **            measure, yesterday's color and measure and the     **
      **            trend, then a SEE line for every check not GREEN   **
      **            naming the report and counter, site, application   **
      **            or component to look at;                           **
      **   SCOUT  - the same scorecard as fixed-layout ZUIDSCR         **
      **            records, for the service-management mailbox and   **
      **            tomorrow's PRVIN.                                  **
      **                                                               **
      ** The overall color - the worst of the eight - is published to  **
      ** the enterprise monitoring platform as a ZUIDALERT message     **
      ** (event 'S', counter slot ZUID SCORECARD) on the same          **
      ** ZUID.COUNTER.ALERTS queue UIDMQP serves, every run whatever   **
      ** the color, so the monitor's zUID tile always shows this       **
      ** morning's status.  A batch job cannot LINK UIDMQP, so this    **
      ** one puts the identical message with the same hand-built       **
      ** control blocks UID038R carries (keep the layouts in step      **
      ** with cbl/UIDMQP.cbl).                                         **
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-SUMMARY-FILE ASSIGN TO SUMIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUMIN-STATUS.
           SELECT PREVIOUS-CARD-FILE ASSIGN TO PRVIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRVIN-STATUS.
           SELECT SCORECARD-FILE ASSIGN TO SCOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT SCORECARD-REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CHECK-SUMMARY-FILE
           RECORDING MODE IS F.
           COPY ZUIDSCS.

       FD  PREVIOUS-CARD-FILE
           RECORDING MODE IS F.
           COPY ZUIDSCR.

       FD  SCORECARD-FILE
           RECORDING MODE IS F.
       01  SCORECARD-RECORD            PIC X(160).

       FD  SCORECARD-REPORT-FILE
           RECORDING MODE IS F.
       01  SCORECARD-REPORT-LINE       PIC X(100).

      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------

       01  WS-SUMIN-STATUS             PIC X(02).
           88  SUMIN-PRESENT           VALUE '00'.
       01  WS-PRVIN-STATUS             PIC X(02).
           88  PRVIN-PRESENT           VALUE '00'.
      *    Both statuses are '10' once the file is read to end, so
      *    whether each was supplied at all is kept apart.
       01  WS-SUMIN-OPENED-SW          PIC X     VALUE 'N'.
           88  SUMIN-OPENED            VALUE 'Y'.
       01  WS-PRVIN-OPENED-SW          PIC X     VALUE 'N'.
           88  PRVIN-OPENED            VALUE 'Y'.

       01  WS-SUM-EOF-SW               PIC X     VALUE 'N'.
           88  END-OF-SUMMARIES        VALUE 'Y'.
       01  WS-PRV-EOF-SW               PIC X     VALUE 'N'.
           88  END-OF-PREVIOUS         VALUE 'Y'.

       01  WS-NOW                      PIC X(21).
       01  WS-CARD-DATE                PIC X(10).
       01  WS-CARD-TIME                PIC X(08).
       01  WS-CARD-INT                 PIC S9(09) COMP.

      *    A summary older than this many days before the scorecard
      *    means its job has missed a night.
       01  WS-STALE-DAYS               PIC 9(04) VALUE 1.

      *    The checks in scorecard order, each with the job that
      *    writes its summary; the ninth line is the overall verdict.
       01  CHECK-NAME-VALUES.
           05  FILLER          PIC X(16) VALUE 'GAPS    UID011R '.
           05  FILLER          PIC X(16) VALUE 'DUPS    UID024R '.
           05  FILLER          PIC X(16) VALUE 'EXHAUST UID025R '.
           05  FILLER          PIC X(16) VALUE 'UNCOLL  UID027R '.
           05  FILLER          PIC X(16) VALUE 'ANOMALY UID038R '.
           05  FILLER          PIC X(16) VALUE 'DRIFT   UID039R '.
           05  FILLER          PIC X(16) VALUE 'HEALTH  UIDHLT  '.
           05  FILLER          PIC X(16) VALUE 'RTRYQ   UIDHLT  '.
           05  FILLER          PIC X(16) VALUE '*OVERALLUID047R '.
       01  CHECK-NAME-TABLE REDEFINES CHECK-NAME-VALUES.
           05  CHECK-NAME-ENTRY OCCURS 9 TIMES.
               10  CN-CHECK            PIC X(08).
               10  CN-SOURCE           PIC X(08).

       01  WS-CHECK-MAXN               PIC 9(04) COMP VALUE 8.
       01  WS-OVERALL-IX               PIC 9(04) COMP VALUE 9.
       01  WS-CK-IX                    PIC 9(04) COMP.
       01  WS-FIND-IX                  PIC 9(04) COMP.
       01  WS-LOOKUP-CHECK             PIC X(08).

       01  CHECK-TABLE.
           05  CHECK-ENTRY OCCURS 9 TIMES.
               10  CK-FOUND-SW         PIC X(01).
                   88  CK-FOUND            VALUE 'Y'.
               10  CK-LAST-RUN.
                   15  CK-LAST-DATE    PIC X(10).
                   15  CK-LAST-TIME    PIC X(08).
               10  CK-SOURCE           PIC X(08).
               10  CK-MEASURE          PIC 9(09).
               10  CK-RED-COUNT        PIC 9(05).
               10  CK-AMBER-COUNT      PIC 9(05).
               10  CK-SUBJECT          PIC X(16).
               10  CK-DETAIL           PIC X(40).
               10  CK-RUN-STATE        PIC X(01).
               10  CK-COLOR            PIC X(05).
               10  CK-RANK             PIC 9(01).
               10  CK-PREV-SW          PIC X(01).
                   88  CK-PREV-FOUND       VALUE 'Y'.
               10  CK-PREV-COLOR       PIC X(05).
               10  CK-PREV-RANK        PIC 9(01).
               10  CK-PREV-MEASURE     PIC 9(09).
               10  CK-TREND            PIC X(06).

       01  WS-COLOR-WORK               PIC X(05).
       01  WS-RANK-WORK                PIC 9(01).
       01  WS-WORST-RANK               PIC 9(01) VALUE ZERO.
       01  WS-WORST-IX                 PIC 9(04) COMP VALUE ZERO.
       01  WS-RED-CHECKS               PIC 9(05) VALUE ZERO.
       01  WS-AMBER-CHECKS             PIC 9(05) VALUE ZERO.
       01  WS-GREEN-CHECKS             PIC 9(05) VALUE ZERO.
       01  WS-SUMMARIES-READ           PIC 9(07) VALUE ZERO.
       01  WS-UNKNOWN-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-ED-RED                   PIC Z9.
       01  WS-ED-AMBER                 PIC Z9.
       01  WS-ED-GREEN                 PIC Z9.

       01  WS-DATE-YMD                 PIC 9(08).
       01  WS-DATE-WORK                PIC X(10).
       01  WS-DATE-INT                 PIC S9(09) COMP.

      **------------------------------------------------------------*
      ** MQ control blocks - the same hand-built MQOD/MQMD/MQPMO     *
      ** UIDMQP carries, at their CMQODV/CMQMDV/CMQPMOV offsets and  *
      ** sizes, so no MQ COPY library is needed at compile time.     *
      **------------------------------------------------------------*
       01  MQ-OBJECT-DESCRIPTOR.
           05  MQOD-STRUCID            PIC X(04) VALUE 'OD  '.
           05  MQOD-VERSION            PIC S9(09) COMP VALUE 1.
           05  MQOD-OBJECTTYPE         PIC S9(09) COMP VALUE 1.
           05  MQOD-OBJECTNAME         PIC X(48)
               VALUE 'ZUID.COUNTER.ALERTS'.
           05  MQOD-OBJECTQMGRNAME     PIC X(48) VALUE SPACES.
           05  MQOD-DYNAMICQNAME       PIC X(48) VALUE SPACES.
           05  MQOD-ALTERNATEUSERID    PIC X(12) VALUE SPACES.

       01  MQ-MESSAGE-DESCRIPTOR.
           05  MQMD-STRUCID            PIC X(04) VALUE 'MD  '.
           05  MQMD-VERSION            PIC S9(09) COMP VALUE 1.
           05  MQMD-REPORT             PIC S9(09) COMP VALUE 0.
           05  MQMD-MSGTYPE            PIC S9(09) COMP VALUE 8.
           05  MQMD-EXPIRY             PIC S9(09) COMP VALUE -1.
           05  MQMD-FEEDBACK           PIC S9(09) COMP VALUE 0.
           05  MQMD-ENCODING           PIC S9(09) COMP VALUE 785.
           05  MQMD-CODEDCHARSETID     PIC S9(09) COMP VALUE 0.
           05  MQMD-FORMAT             PIC X(08) VALUE 'MQSTR   '.
           05  MQMD-PRIORITY           PIC S9(09) COMP VALUE -1.
           05  MQMD-PERSISTENCE        PIC S9(09) COMP VALUE 2.
           05  MQMD-MSGID              PIC X(24) VALUE LOW-VALUES.
           05  MQMD-CORRELID           PIC X(24) VALUE LOW-VALUES.
           05  MQMD-BACKOUTCOUNT       PIC S9(09) COMP VALUE 0.
           05  MQMD-REPLYTOQ           PIC X(48) VALUE SPACES.
           05  MQMD-REPLYTOQMGR        PIC X(48) VALUE SPACES.
           05  MQMD-USERIDENTIFIER     PIC X(12) VALUE SPACES.
           05  MQMD-ACCOUNTINGTOKEN    PIC X(32) VALUE LOW-VALUES.
           05  MQMD-APPLIDENTITYDATA   PIC X(32) VALUE SPACES.
           05  MQMD-PUTAPPLTYPE        PIC S9(09) COMP VALUE 0.
           05  MQMD-PUTAPPLNAME        PIC X(28) VALUE SPACES.
           05  MQMD-PUTDATE            PIC X(08) VALUE SPACES.
           05  MQMD-PUTTIME            PIC X(08) VALUE SPACES.
           05  MQMD-APPLORIGINDATA     PIC X(04) VALUE SPACES.

       01  MQ-PUT-MESSAGE-OPTIONS.
           05  MQPMO-STRUCID           PIC X(04) VALUE 'PMO '.
           05  MQPMO-VERSION           PIC S9(09) COMP VALUE 1.
           05  MQPMO-OPTIONS           PIC S9(09) COMP VALUE 8196.
           05  MQPMO-TIMEOUT           PIC S9(09) COMP VALUE -1.
           05  MQPMO-CONTEXT           PIC S9(09) COMP VALUE 0.
           05  MQPMO-KNOWNDESTCOUNT    PIC S9(09) COMP VALUE 0.
           05  MQPMO-UNKNOWNDESTCOUNT  PIC S9(09) COMP VALUE 0.
           05  MQPMO-INVALIDDESTCOUNT  PIC S9(09) COMP VALUE 0.
           05  MQPMO-RESOLVEDQNAME     PIC X(48) VALUE SPACES.
           05  MQPMO-RESOLVEDQMGRNAME  PIC X(48) VALUE SPACES.

       01  MQ-QMGR-NAME                PIC X(48) VALUE SPACES.
       01  MQ-HCONN                    PIC S9(09) COMP VALUE 0.
       01  MQ-COMPCODE                 PIC S9(09) COMP VALUE 0.
       01  MQ-REASON                   PIC S9(09) COMP VALUE 0.
       01  MQ-BUFFER-LENGTH            PIC S9(09) COMP.
       01  WS-MQ-STATE-SW              PIC X     VALUE 'N'.
           88  MQ-CONNECTED            VALUE 'Y'.
           88  MQ-UNAVAILABLE          VALUE 'X'.
           88  MQ-PUBLISHED            VALUE 'P'.

      *    The status message - identical fixed columns to UIDMQP's
      *    MQ-ALERT-MESSAGE; the overall color leads the text.
       01  MQ-ALERT-MESSAGE.
           05  FILLER                  PIC X(10) VALUE 'ZUIDALERT '.
           05  MQM-EVENT-CD            PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  MQM-COUNTER-NAME        PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  MQM-VALUE               PIC 9(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  MQM-RESP                PIC 9(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  MQM-RESP2               PIC 9(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  MQM-SOURCE              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  MQM-TEXT                PIC X(40).

      **------------------------------------------------------------*
      ** The one-page report.                                        *
      **------------------------------------------------------------*
       01  RPT-HEADING-1.
           05  FILLER                  PIC X(36)
               VALUE 'ZUID MORNING OPERATIONS SCORECARD   '.
           05  FILLER                  PIC X(06) VALUE 'DATE: '.
           05  RH1-DATE                PIC X(10).
           05  FILLER                  PIC X(08) VALUE '  TIME: '.
           05  RH1-TIME                PIC X(08).
           05  FILLER                  PIC X(11) VALUE '  OVERALL: '.
           05  RH1-OVERALL             PIC X(05).
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  RPT-HEADING-2.
           05  FILLER                  PIC X(10) VALUE 'CHECK     '.
           05  FILLER                  PIC X(07) VALUE 'COLOR  '.
           05  FILLER                  PIC X(11) VALUE '  MEASURE  '.
           05  FILLER                  PIC X(16)
               VALUE 'YESTERDAY       '.
           05  FILLER                  PIC X(08) VALUE 'TREND   '.
           05  FILLER                  PIC X(10) VALUE 'SOURCE    '.
           05  FILLER                  PIC X(18)
               VALUE 'SUBJECT           '.
           05  FILLER                  PIC X(16)
               VALUE 'LAST RUN        '.
           05  FILLER                  PIC X(04) VALUE SPACES.

       01  RPT-CHECK-LINE.
           05  RC-CHECK                PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RC-COLOR                PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RC-MEASURE              PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RC-PREV-COLOR           PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RC-PREV-MEASURE         PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RC-TREND                PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RC-SOURCE               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RC-SUBJECT              PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RC-LAST-DATE            PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RC-LAST-TIME            PIC X(05).
           05  FILLER                  PIC X(04) VALUE SPACES.

       01  RPT-SEE-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RS-MARK                 PIC X(10).
           05  FILLER                  PIC X(04) VALUE 'SEE '.
           05  RS-SOURCE               PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RS-SUBJECT              PIC X(16).
           05  FILLER                  PIC X(03) VALUE ' - '.
           05  RS-DETAIL               PIC X(40).
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  FILLER                  PIC X(08) VALUE 'CHECKS: '.
           05  RT-CHECKS               PIC Z9.
           05  FILLER                  PIC X(07) VALUE '  RED: '.
           05  RT-RED                  PIC Z9.
           05  FILLER                  PIC X(09) VALUE '  AMBER: '.
           05  RT-AMBER                PIC Z9.
           05  FILLER                  PIC X(09) VALUE '  GREEN: '.
           05  RT-GREEN                PIC Z9.
           05  FILLER                  PIC X(19)
               VALUE '  SUMMARIES READ: '.
           05  RT-READ                 PIC ZZZZZZ9.
           05  FILLER                  PIC X(33) VALUE SPACES.

       01  RPT-NOTE-LINE               PIC X(100).

       01  RPT-MQFAIL-LINE.
           05  FILLER           PIC X(36)
               VALUE 'MQ PUBLISH UNAVAILABLE - REASON:    '.
           05  RM-REASON               PIC 9(09).
           05  FILLER                  PIC X(55)
               VALUE ' - MONITOR TILE NOT UPDATED'.

       01  RPT-MQ-OK-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'OVERALL STATUS PUBLISHED TO THE MONITOR '.
           05  FILLER                  PIC X(60) VALUE SPACES.

      *----------------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------------

           PERFORM A1000-INITIALIZE       THRU A1000-EXIT.
           PERFORM B1000-KEEP-SUMMARY
               UNTIL END-OF-SUMMARIES.
           PERFORM B2000-KEEP-PREVIOUS
               UNTIL END-OF-PREVIOUS.
           PERFORM C1000-GRADE-CHECK      THRU C1000-EXIT
               VARYING WS-CK-IX FROM 1 BY 1
               UNTIL WS-CK-IX > WS-CHECK-MAXN.
           PERFORM C2000-GRADE-OVERALL    THRU C2000-EXIT.
           PERFORM C3000-SET-TREND        THRU C3000-EXIT
               VARYING WS-CK-IX FROM 1 BY 1
               UNTIL WS-CK-IX > WS-OVERALL-IX.
           PERFORM D1000-PRINT-SCORECARD  THRU D1000-EXIT.
           PERFORM D2000-WRITE-SCORECARD  THRU D2000-EXIT
               VARYING WS-CK-IX FROM 1 BY 1
               UNTIL WS-CK-IX > WS-OVERALL-IX.
           PERFORM X1000-PUBLISH-STATUS   THRU X1000-EXIT.
           PERFORM D3000-PRINT-TOTALS     THRU D3000-EXIT.
           PERFORM Z1000-TERMINATE        THRU Z1000-EXIT.
           STOP RUN.

      ******************************************************************
      * Stamp the scorecard, clear the check table and open the files. *
      * Both inputs are optional: without SUMIN every check is NOT     *
      * RUN, without PRVIN every trend is NEW.                         *
      ******************************************************************

       A1000-INITIALIZE.

           MOVE FUNCTION CURRENT-DATE   TO WS-NOW.
           STRING WS-NOW(1:4)  DELIMITED BY SIZE
                  '/'          DELIMITED BY SIZE
                  WS-NOW(5:2)  DELIMITED BY SIZE
                  '/'          DELIMITED BY SIZE
                  WS-NOW(7:2)  DELIMITED BY SIZE
                  INTO WS-CARD-DATE
           END-STRING.
           STRING WS-NOW(9:2)  DELIMITED BY SIZE
                  ':'          DELIMITED BY SIZE
                  WS-NOW(11:2) DELIMITED BY SIZE
                  ':'          DELIMITED BY SIZE
                  WS-NOW(13:2) DELIMITED BY SIZE
                  INTO WS-CARD-TIME
           END-STRING.
           MOVE WS-CARD-DATE            TO WS-DATE-WORK.
           PERFORM G1000-DATE-TO-INT THRU G1000-EXIT.
           MOVE WS-DATE-INT             TO WS-CARD-INT.

           PERFORM VARYING WS-CK-IX FROM 1 BY 1
                   UNTIL WS-CK-IX > WS-OVERALL-IX
              MOVE 'N'                  TO CK-FOUND-SW(WS-CK-IX)
              MOVE SPACES               TO CK-LAST-RUN(WS-CK-IX)
              MOVE CN-SOURCE(WS-CK-IX)  TO CK-SOURCE(WS-CK-IX)
              MOVE ZERO                 TO CK-MEASURE(WS-CK-IX)
              MOVE ZERO                 TO CK-RED-COUNT(WS-CK-IX)
              MOVE ZERO                 TO CK-AMBER-COUNT(WS-CK-IX)
              MOVE SPACES               TO CK-SUBJECT(WS-CK-IX)
              MOVE SPACES               TO CK-DETAIL(WS-CK-IX)
              MOVE 'C'                  TO CK-RUN-STATE(WS-CK-IX)
              MOVE SPACES               TO CK-COLOR(WS-CK-IX)
              MOVE ZERO                 TO CK-RANK(WS-CK-IX)
              MOVE 'N'                  TO CK-PREV-SW(WS-CK-IX)
              MOVE SPACES               TO CK-PREV-COLOR(WS-CK-IX)
              MOVE ZERO                 TO CK-PREV-RANK(WS-CK-IX)
              MOVE ZERO                 TO CK-PREV-MEASURE(WS-CK-IX)
              MOVE SPACES               TO CK-TREND(WS-CK-IX)
           END-PERFORM.

           OPEN INPUT  CHECK-SUMMARY-FILE.
           IF SUMIN-PRESENT
              SET SUMIN-OPENED          TO TRUE
              PERFORM E1000-READ-SUMMARY THRU E1000-EXIT
           ELSE
              SET END-OF-SUMMARIES      TO TRUE
           END-IF.
           OPEN INPUT  PREVIOUS-CARD-FILE.
           IF PRVIN-PRESENT
              SET PRVIN-OPENED          TO TRUE
              PERFORM E2000-READ-PREVIOUS THRU E2000-EXIT
           ELSE
              SET END-OF-PREVIOUS       TO TRUE
           END-IF.
           OPEN OUTPUT SCORECARD-FILE.
           OPEN OUTPUT SCORECARD-REPORT-FILE.

       A1000-EXIT.
           EXIT.

      ******************************************************************
      * Keep one summary record if it is the latest yet for its check. *
      * Run stamps are YYYY/MM/DD and HH:MM:SS, so they compare as     *
      * text.  A record for no known check is counted and reported.    *
      ******************************************************************

       B1000-KEEP-SUMMARY.

           ADD 1                        TO WS-SUMMARIES-READ.
           MOVE SCS-CHECK               TO WS-LOOKUP-CHECK.
           PERFORM E3000-FIND-CHECK THRU E3000-EXIT.
           IF WS-FIND-IX = ZERO
              OR WS-FIND-IX = WS-OVERALL-IX
              ADD 1                     TO WS-UNKNOWN-COUNT
           ELSE
              IF NOT CK-FOUND(WS-FIND-IX)
                 OR SCS-RUN-DATE > CK-LAST-DATE(WS-FIND-IX)
                 OR (SCS-RUN-DATE = CK-LAST-DATE(WS-FIND-IX)
                     AND SCS-RUN-TIME NOT < CK-LAST-TIME(WS-FIND-IX))
                 MOVE 'Y'               TO CK-FOUND-SW(WS-FIND-IX)
                 MOVE SCS-RUN-DATE      TO CK-LAST-DATE(WS-FIND-IX)
                 MOVE SCS-RUN-TIME      TO CK-LAST-TIME(WS-FIND-IX)
                 MOVE SCS-SOURCE        TO CK-SOURCE(WS-FIND-IX)
                 MOVE SCS-MEASURE       TO CK-MEASURE(WS-FIND-IX)
                 MOVE SCS-RED-COUNT     TO CK-RED-COUNT(WS-FIND-IX)
                 MOVE SCS-AMBER-COUNT   TO CK-AMBER-COUNT(WS-FIND-IX)
                 MOVE SCS-SUBJECT       TO CK-SUBJECT(WS-FIND-IX)
                 MOVE SCS-DETAIL        TO CK-DETAIL(WS-FIND-IX)
              END-IF
           END-IF.

           PERFORM E1000-READ-SUMMARY THRU E1000-EXIT.

      ******************************************************************
      * Keep yesterday's color and measure for one check.  A previous  *
      * card from today is an earlier run of this morning's, so its    *
      * own comparison is the one that still stands.                   *
      ******************************************************************

       B2000-KEEP-PREVIOUS.

           MOVE SCR-CHECK               TO WS-LOOKUP-CHECK.
           PERFORM E3000-FIND-CHECK THRU E3000-EXIT.
           IF WS-FIND-IX > ZERO
              IF SCR-CARD-DATE = WS-CARD-DATE
                 IF SCR-PREV-COLOR NOT = SPACES
                    MOVE 'Y'            TO CK-PREV-SW(WS-FIND-IX)
                    MOVE SCR-PREV-COLOR TO CK-PREV-COLOR(WS-FIND-IX)
                    MOVE SCR-PREV-MEASURE
                         TO CK-PREV-MEASURE(WS-FIND-IX)
                 END-IF
              ELSE
                 MOVE 'Y'               TO CK-PREV-SW(WS-FIND-IX)
                 MOVE SCR-COLOR         TO CK-PREV-COLOR(WS-FIND-IX)
                 MOVE SCR-MEASURE       TO CK-PREV-MEASURE(WS-FIND-IX)
              END-IF
              MOVE CK-PREV-COLOR(WS-FIND-IX) TO WS-COLOR-WORK
              PERFORM G2000-COLOR-RANK THRU G2000-EXIT
              MOVE WS-RANK-WORK         TO CK-PREV-RANK(WS-FIND-IX)
           END-IF.

           PERFORM E2000-READ-PREVIOUS THRU E2000-EXIT.

      ******************************************************************
      * Grade one check from its latest summary: RED on any red-tier   *
      * item, AMBER on amber-tier items only, GREEN otherwise - then   *
      * at least AMBER when the summary is stale or missing.           *
      ******************************************************************

       C1000-GRADE-CHECK.

           IF NOT CK-FOUND(WS-CK-IX)
              MOVE 'N'                  TO CK-RUN-STATE(WS-CK-IX)
              MOVE 'AMBER'              TO CK-COLOR(WS-CK-IX)
              MOVE 1                    TO CK-RANK(WS-CK-IX)
              MOVE 'NO SUMMARY RECORD - JOB HAS NOT RUN'
                   TO CK-DETAIL(WS-CK-IX)
              GO TO C1000-COUNT
           END-IF.

           EVALUATE TRUE
              WHEN CK-RED-COUNT(WS-CK-IX) > ZERO
                 MOVE 'RED'             TO CK-COLOR(WS-CK-IX)
                 MOVE 2                 TO CK-RANK(WS-CK-IX)
              WHEN CK-AMBER-COUNT(WS-CK-IX) > ZERO
                 MOVE 'AMBER'           TO CK-COLOR(WS-CK-IX)
                 MOVE 1                 TO CK-RANK(WS-CK-IX)
              WHEN OTHER
                 MOVE 'GREEN'           TO CK-COLOR(WS-CK-IX)
                 MOVE ZERO              TO CK-RANK(WS-CK-IX)
           END-EVALUATE.

           MOVE CK-LAST-DATE(WS-CK-IX)  TO WS-DATE-WORK.
           PERFORM G1000-DATE-TO-INT THRU G1000-EXIT.
           IF WS-CARD-INT - WS-DATE-INT > WS-STALE-DAYS
              MOVE 'S'                  TO CK-RUN-STATE(WS-CK-IX)
              IF CK-RANK(WS-CK-IX) = ZERO
                 MOVE 'AMBER'           TO CK-COLOR(WS-CK-IX)
                 MOVE 1                 TO CK-RANK(WS-CK-IX)
                 MOVE SPACES            TO CK-DETAIL(WS-CK-IX)
                 STRING 'STALE - NOT RUN SINCE '
                                        DELIMITED BY SIZE
                        CK-LAST-DATE(WS-CK-IX)
                                        DELIMITED BY SIZE
                        INTO CK-DETAIL(WS-CK-IX)
                 END-STRING
              END-IF
           END-IF.

       C1000-COUNT.

           EVALUATE CK-RANK(WS-CK-IX)
              WHEN 2
                 ADD 1                  TO WS-RED-CHECKS
              WHEN 1
                 ADD 1                  TO WS-AMBER-CHECKS
              WHEN OTHER
                 ADD 1                  TO WS-GREEN-CHECKS
           END-EVALUATE.
           IF CK-RANK(WS-CK-IX) > WS-WORST-RANK
              MOVE CK-RANK(WS-CK-IX)    TO WS-WORST-RANK
              MOVE WS-CK-IX             TO WS-WORST-IX
           END-IF.

       C1000-EXIT.
           EXIT.

      ******************************************************************
      * The overall line: the worst color of the eight, pointing at    *
      * the first check of that color.                                 *
      ******************************************************************

       C2000-GRADE-OVERALL.

           MOVE WS-OVERALL-IX           TO WS-CK-IX.
           MOVE 'Y'                     TO CK-FOUND-SW(WS-CK-IX).
           MOVE WS-CARD-DATE            TO CK-LAST-DATE(WS-CK-IX).
           MOVE WS-CARD-TIME            TO CK-LAST-TIME(WS-CK-IX).
           COMPUTE CK-MEASURE(WS-CK-IX) =
                   WS-RED-CHECKS + WS-AMBER-CHECKS.
           MOVE WS-RED-CHECKS           TO CK-RED-COUNT(WS-CK-IX).
           MOVE WS-AMBER-CHECKS         TO CK-AMBER-COUNT(WS-CK-IX).
           MOVE WS-WORST-RANK           TO CK-RANK(WS-CK-IX).
           EVALUATE WS-WORST-RANK
              WHEN 2
                 MOVE 'RED'             TO CK-COLOR(WS-CK-IX)
              WHEN 1
                 MOVE 'AMBER'           TO CK-COLOR(WS-CK-IX)
              WHEN OTHER
                 MOVE 'GREEN'           TO CK-COLOR(WS-CK-IX)
           END-EVALUATE.
           IF WS-WORST-IX > ZERO
              MOVE CK-SOURCE(WS-WORST-IX)  TO CK-SOURCE(WS-CK-IX)
              MOVE CN-CHECK(WS-WORST-IX)   TO CK-SUBJECT(WS-CK-IX)
           END-IF.
           MOVE WS-RED-CHECKS           TO WS-ED-RED.
           MOVE WS-AMBER-CHECKS         TO WS-ED-AMBER.
           MOVE WS-GREEN-CHECKS         TO WS-ED-GREEN.
           MOVE SPACES                  TO CK-DETAIL(WS-CK-IX).
           STRING WS-ED-RED             DELIMITED BY SIZE
                  ' RED, '              DELIMITED BY SIZE
                  WS-ED-AMBER           DELIMITED BY SIZE
                  ' AMBER, '            DELIMITED BY SIZE
                  WS-ED-GREEN           DELIMITED BY SIZE
                  ' GREEN'              DELIMITED BY SIZE
                  INTO CK-DETAIL(WS-CK-IX)
           END-STRING.

       C2000-EXIT.
           EXIT.

      ******************************************************************
      * Trend against yesterday: color first, then the measure within  *
      * the same color (every measure reads higher-is-worse).          *
      ******************************************************************

       C3000-SET-TREND.

           EVALUATE TRUE
              WHEN NOT CK-PREV-FOUND(WS-CK-IX)
                 MOVE 'NEW'             TO CK-TREND(WS-CK-IX)
              WHEN CK-RANK(WS-CK-IX) > CK-PREV-RANK(WS-CK-IX)
                 MOVE 'WORSE'           TO CK-TREND(WS-CK-IX)
              WHEN CK-RANK(WS-CK-IX) < CK-PREV-RANK(WS-CK-IX)
                 MOVE 'BETTER'          TO CK-TREND(WS-CK-IX)
              WHEN CK-MEASURE(WS-CK-IX) > CK-PREV-MEASURE(WS-CK-IX)
                 MOVE 'WORSE'           TO CK-TREND(WS-CK-IX)
              WHEN CK-MEASURE(WS-CK-IX) < CK-PREV-MEASURE(WS-CK-IX)
                 MOVE 'BETTER'          TO CK-TREND(WS-CK-IX)
              WHEN OTHER
                 MOVE 'SAME'            TO CK-TREND(WS-CK-IX)
           END-EVALUATE.

       C3000-EXIT.
           EXIT.

      ******************************************************************
      * The page: heading, a line per check, the overall line, then a  *
      * SEE line for every check that is not GREEN.                    *
      ******************************************************************

       D1000-PRINT-SCORECARD.

           MOVE WS-CARD-DATE            TO RH1-DATE.
           MOVE WS-CARD-TIME            TO RH1-TIME.
           MOVE CK-COLOR(WS-OVERALL-IX) TO RH1-OVERALL.
           MOVE RPT-HEADING-1           TO SCORECARD-REPORT-LINE.
           WRITE SCORECARD-REPORT-LINE.
           MOVE SPACES                  TO SCORECARD-REPORT-LINE.
           WRITE SCORECARD-REPORT-LINE.
           MOVE RPT-HEADING-2           TO SCORECARD-REPORT-LINE.
           WRITE SCORECARD-REPORT-LINE.

           PERFORM D1100-PRINT-CHECK-LINE THRU D1100-EXIT
               VARYING WS-CK-IX FROM 1 BY 1
               UNTIL WS-CK-IX > WS-CHECK-MAXN.
           MOVE SPACES                  TO SCORECARD-REPORT-LINE.
           WRITE SCORECARD-REPORT-LINE.
           MOVE WS-OVERALL-IX           TO WS-CK-IX.
           PERFORM D1100-PRINT-CHECK-LINE THRU D1100-EXIT.

           MOVE SPACES                  TO SCORECARD-REPORT-LINE.
           WRITE SCORECARD-REPORT-LINE.
           PERFORM D1200-PRINT-SEE-LINE THRU D1200-EXIT
               VARYING WS-CK-IX FROM 1 BY 1
               UNTIL WS-CK-IX > WS-CHECK-MAXN.

       D1000-EXIT.
           EXIT.

       D1100-PRINT-CHECK-LINE.

           MOVE CN-CHECK(WS-CK-IX)        TO RC-CHECK.
           MOVE CK-COLOR(WS-CK-IX)        TO RC-COLOR.
           MOVE CK-MEASURE(WS-CK-IX)      TO RC-MEASURE.
           IF CK-PREV-FOUND(WS-CK-IX)
              MOVE CK-PREV-COLOR(WS-CK-IX)   TO RC-PREV-COLOR
              MOVE CK-PREV-MEASURE(WS-CK-IX) TO RC-PREV-MEASURE
           ELSE
              MOVE SPACES                 TO RC-PREV-COLOR
              MOVE ZERO                   TO RC-PREV-MEASURE
           END-IF.
           MOVE CK-TREND(WS-CK-IX)        TO RC-TREND.
           MOVE CK-SOURCE(WS-CK-IX)       TO RC-SOURCE.
           MOVE CK-SUBJECT(WS-CK-IX)      TO RC-SUBJECT.
           IF CK-FOUND(WS-CK-IX)
              MOVE CK-LAST-DATE(WS-CK-IX)      TO RC-LAST-DATE
              MOVE CK-LAST-TIME(WS-CK-IX)(1:5) TO RC-LAST-TIME
           ELSE
              MOVE 'NOT RUN'              TO RC-LAST-DATE
              MOVE SPACES                 TO RC-LAST-TIME
           END-IF.
           MOVE RPT-CHECK-LINE            TO SCORECARD-REPORT-LINE.
           WRITE SCORECARD-REPORT-LINE.

       D1100-EXIT.
           EXIT.

       D1200-PRINT-SEE-LINE.

           IF CK-RANK(WS-CK-IX) = ZERO
              GO TO D1200-EXIT
           END-IF.

           EVALUATE TRUE
              WHEN CK-RUN-STATE(WS-CK-IX) = 'N'
                 MOVE 'NOT RUN'         TO RS-MARK
              WHEN CK-RANK(WS-CK-IX) = 2
                 MOVE '*** RED'         TO RS-MARK
              WHEN CK-RUN-STATE(WS-CK-IX) = 'S'
                 MOVE 'STALE'           TO RS-MARK
              WHEN OTHER
                 MOVE 'AMBER'           TO RS-MARK
           END-EVALUATE.
           MOVE CK-SOURCE(WS-CK-IX)     TO RS-SOURCE.
           MOVE CK-SUBJECT(WS-CK-IX)    TO RS-SUBJECT.
           MOVE CK-DETAIL(WS-CK-IX)     TO RS-DETAIL.
           MOVE RPT-SEE-LINE            TO SCORECARD-REPORT-LINE.
           WRITE SCORECARD-REPORT-LINE.

       D1200-EXIT.
           EXIT.

      ******************************************************************
      * One ZUIDSCR record per check, the overall record last.         *
      ******************************************************************

       D2000-WRITE-SCORECARD.

           MOVE SPACES                  TO ZUIDSCR-RECORD.
           MOVE WS-CARD-DATE            TO SCR-CARD-DATE.
           MOVE WS-CARD-TIME            TO SCR-CARD-TIME.
           MOVE CN-CHECK(WS-CK-IX)      TO SCR-CHECK.
           MOVE CK-COLOR(WS-CK-IX)      TO SCR-COLOR.
           MOVE CK-MEASURE(WS-CK-IX)    TO SCR-MEASURE.
           MOVE CK-RED-COUNT(WS-CK-IX)  TO SCR-RED-COUNT.
           MOVE CK-AMBER-COUNT(WS-CK-IX) TO SCR-AMBER-COUNT.
           MOVE CK-SOURCE(WS-CK-IX)     TO SCR-SOURCE.
           MOVE CK-SUBJECT(WS-CK-IX)    TO SCR-SUBJECT.
           MOVE CK-LAST-RUN(WS-CK-IX)   TO SCR-LAST-RUN.
           MOVE CK-RUN-STATE(WS-CK-IX)  TO SCR-RUN-STATE.
           MOVE CK-PREV-COLOR(WS-CK-IX) TO SCR-PREV-COLOR.
           MOVE CK-PREV-MEASURE(WS-CK-IX) TO SCR-PREV-MEASURE.
           MOVE CK-TREND(WS-CK-IX)      TO SCR-TREND.
           MOVE CK-DETAIL(WS-CK-IX)     TO SCR-DETAIL.
           WRITE SCORECARD-RECORD       FROM ZUIDSCR-RECORD.

       D2000-EXIT.
           EXIT.

      ******************************************************************
      * Totals, and a note for any summary record naming no known      *
      * check.                                                         *
      ******************************************************************

       D3000-PRINT-TOTALS.

           MOVE SPACES                  TO SCORECARD-REPORT-LINE.
           WRITE SCORECARD-REPORT-LINE.
           MOVE WS-CHECK-MAXN           TO RT-CHECKS.
           MOVE WS-RED-CHECKS           TO RT-RED.
           MOVE WS-AMBER-CHECKS         TO RT-AMBER.
           MOVE WS-GREEN-CHECKS         TO RT-GREEN.
           MOVE WS-SUMMARIES-READ       TO RT-READ.
           MOVE RPT-TOTAL-LINE          TO SCORECARD-REPORT-LINE.
           WRITE SCORECARD-REPORT-LINE.

           IF WS-UNKNOWN-COUNT > ZERO
              MOVE SPACES               TO RPT-NOTE-LINE
              STRING 'SUMMARY RECORDS FOR NO KNOWN CHECK, IGNORED: '
                                        DELIMITED BY SIZE
                     WS-UNKNOWN-COUNT   DELIMITED BY SIZE
                     INTO RPT-NOTE-LINE
              END-STRING
              MOVE RPT-NOTE-LINE        TO SCORECARD-REPORT-LINE
              WRITE SCORECARD-REPORT-LINE
           END-IF.

           IF MQ-PUBLISHED
              MOVE RPT-MQ-OK-LINE       TO SCORECARD-REPORT-LINE
              WRITE SCORECARD-REPORT-LINE
           END-IF.

       D3000-EXIT.
           EXIT.

      ******************************************************************
      * Read the next summary record.                                  *
      ******************************************************************

       E1000-READ-SUMMARY.

           READ CHECK-SUMMARY-FILE
               AT END
                   SET END-OF-SUMMARIES TO TRUE
           END-READ.

       E1000-EXIT.
           EXIT.

      ******************************************************************
      * Read the next record of the previous scorecard.                *
      ******************************************************************

       E2000-READ-PREVIOUS.

           READ PREVIOUS-CARD-FILE
               AT END
                   SET END-OF-PREVIOUS  TO TRUE
           END-READ.

       E2000-EXIT.
           EXIT.

      ******************************************************************
      * Find WS-LOOKUP-CHECK in the check list - WS-FIND-IX is its     *
      * entry, or zero.                                                *
      ******************************************************************

       E3000-FIND-CHECK.

           MOVE ZERO                    TO WS-FIND-IX.
           PERFORM VARYING WS-CK-IX FROM 1 BY 1
                   UNTIL WS-CK-IX > WS-OVERALL-IX
                      OR WS-FIND-IX > ZERO
              IF CN-CHECK(WS-CK-IX) = WS-LOOKUP-CHECK
                 MOVE WS-CK-IX          TO WS-FIND-IX
              END-IF
           END-PERFORM.

       E3000-EXIT.
           EXIT.

      ******************************************************************
      * Convert a YYYY/MM/DD date to an integer day number (result in  *
      * WS-DATE-INT) - same conversion as UID038R's G1000.  A date     *
      * that is not one (a damaged record) counts as day zero, which   *
      * reads as stale.                                                *
      ******************************************************************

       G1000-DATE-TO-INT.

           MOVE ZERO                      TO WS-DATE-INT.
           IF WS-DATE-WORK(1:4) IS NOT NUMERIC
              OR WS-DATE-WORK(6:2) IS NOT NUMERIC
              OR WS-DATE-WORK(9:2) IS NOT NUMERIC
              GO TO G1000-EXIT
           END-IF.
           MOVE WS-DATE-WORK(1:4)         TO WS-DATE-YMD(1:4).
           MOVE WS-DATE-WORK(6:2)         TO WS-DATE-YMD(5:2).
           MOVE WS-DATE-WORK(9:2)         TO WS-DATE-YMD(7:2).
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-YMD) = ZERO
              COMPUTE WS-DATE-INT =
                      FUNCTION INTEGER-OF-DATE(WS-DATE-YMD)
           END-IF.

       G1000-EXIT.
           EXIT.

      ******************************************************************
      * Rank a color word in WS-COLOR-WORK: GREEN 0, AMBER 1, RED 2.   *
      ******************************************************************

       G2000-COLOR-RANK.

           EVALUATE WS-COLOR-WORK
              WHEN 'RED'
                 MOVE 2                 TO WS-RANK-WORK
              WHEN 'AMBER'
                 MOVE 1                 TO WS-RANK-WORK
              WHEN OTHER
                 MOVE ZERO              TO WS-RANK-WORK
           END-EVALUATE.

       G2000-EXIT.
           EXIT.

      ******************************************************************
      * Publish the overall color as a ZUIDALERT event 'S' message on  *
      * the queue UIDMQP serves: the color leads the text, the value   *
      * is the number of checks not GREEN.  A dead MQ path is noted on *
      * the report and does not fail the job - the scorecard file and  *
      * page are the record either way.                                *
      ******************************************************************

       X1000-PUBLISH-STATUS.

           CALL 'MQCONN' USING MQ-QMGR-NAME
                               MQ-HCONN
                               MQ-COMPCODE
                               MQ-REASON.
           IF MQ-COMPCODE = 2
              SET MQ-UNAVAILABLE        TO TRUE
              MOVE MQ-REASON            TO RM-REASON
              MOVE RPT-MQFAIL-LINE      TO SCORECARD-REPORT-LINE
              WRITE SCORECARD-REPORT-LINE
              GO TO X1000-EXIT
           END-IF.
           SET MQ-CONNECTED             TO TRUE.

           MOVE 'S'                     TO MQM-EVENT-CD.
           MOVE 'ZUID SCORECARD'        TO MQM-COUNTER-NAME.
           MOVE CK-MEASURE(WS-OVERALL-IX) TO MQM-VALUE.
           MOVE ZERO                    TO MQM-RESP.
           MOVE ZERO                    TO MQM-RESP2.
           MOVE 'UID047R'               TO MQM-SOURCE.
           MOVE SPACES                  TO MQM-TEXT.
           STRING CK-COLOR(WS-OVERALL-IX)  DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  CK-DETAIL(WS-OVERALL-IX) DELIMITED BY SIZE
                  INTO MQM-TEXT
           END-STRING.
           MOVE LENGTH OF MQ-ALERT-MESSAGE TO MQ-BUFFER-LENGTH.

           CALL 'MQPUT1' USING MQ-HCONN
                               MQ-OBJECT-DESCRIPTOR
                               MQ-MESSAGE-DESCRIPTOR
                               MQ-PUT-MESSAGE-OPTIONS
                               MQ-BUFFER-LENGTH
                               MQ-ALERT-MESSAGE
                               MQ-COMPCODE
                               MQ-REASON.

           IF MQ-COMPCODE = 2
              MOVE MQ-REASON            TO RM-REASON
              MOVE RPT-MQFAIL-LINE      TO SCORECARD-REPORT-LINE
              WRITE SCORECARD-REPORT-LINE
           ELSE
              SET MQ-PUBLISHED          TO TRUE
           END-IF.
           CALL 'MQDISC' USING MQ-HCONN
                               MQ-COMPCODE
                               MQ-REASON.

       X1000-EXIT.
           EXIT.

      ******************************************************************
      * Close files.                                                   *
      ******************************************************************

       Z1000-TERMINATE.

           IF SUMIN-OPENED
              CLOSE CHECK-SUMMARY-FILE
           END-IF.
           IF PRVIN-OPENED
              CLOSE PREVIOUS-CARD-FILE
           END-IF.
           CLOSE SCORECARD-FILE.
           CLOSE SCORECARD-REPORT-FILE.

       Z1000-EXIT.
           EXIT.
