       IDENTIFICATION DIVISION.
       PROGRAM-ID.      UID046M.
      ******************************************************************
      ** Online browse of the ZUIDUSG usage log by requesting          **
      ** application - the help desk's answer to "which ids did we     **
      ** get, and when" while the caller is still on the phone, with   **
      ** no wait for the UID010R or UID036R batch runs.                **
      **                                                               **
      ** Reads ZUIDUSG through the ZUIDUSA alternate-index path        **
      ** (requesting application, format, issue date and time - see   **
      ** copy/ZUIDUSE.cpy), so only the asked-for application's        **
      ** records are touched.  Within the application the path is in   **
      ** format order and time order inside each format; records       **
      ** outside the window are stepped over a format at a time with   **
      ** RESETBR rather than read one by one.                          **
      **                                                               **
      ** Started from the terminal:                                    **
      **   xxxx appid [fromdate [fromtime [todate [totime]]]]          **
      ** where xxxx is this transaction's id, dates are YYYY/MM/DD and **
      ** times HH:MM or HH:MM:SS.  fromdate defaults to today,         **
      ** fromtime to 00:00:00, todate to fromdate and totime to        **
      ** 23:59:59 - so "xxxx appid" is today's issues.                 **
      **                                                               **
      ** Pseudo-conversational, in the style of UID030M's LIST screen: **
      ** a hand-composed 24x80 buffer sent with SEND ERASE and a typed **
      ** reply line, the paging state riding in the COMMAREA.  Each    **
      ** page shows fifteen rows and the running totals (records, ids  **
      ** and BLOCK records) from the top of the window through the     **
      ** page.  A BLOCK record is one row holding its range; expanded, **
      ** it is followed by one row per id in the range, and a page may **
      ** end part-way through a block.                                 **
      **                                                               **
      ** LIST replies:                                                 **
      **   (blank)/F  next page        T          top of window        **
      **   B          expand/collapse BLOCK ranges                     **
      **   R nn       the ZUIDRSV reservation behind row nn            **
      **   X          exit                                             **
      **                                                               **
      ** R nn looks the id up on the reservation ledger under the      **
      ** browsed application; an id no longer there is followed        **
      ** through its latest ZUIDRSM reassignment to the application it **
      ** was moved to.  Only BLOCK ids are ledgered - a row issued     **
      ** singly has no reservation.  Nothing here updates anything.    **
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
      ** Usage-log record, read through the ZUIDUSA path.           *
      **------------------------------------------------------------*
           COPY ZUIDUSE.

      **------------------------------------------------------------*
      ** Reservation ledger and reassignment journal records - see  *
      ** D1000, the R nn lookup.                                    *
      **------------------------------------------------------------*
           COPY ZUIDRSV.

           COPY ZUIDRSM.

      **------------------------------------------------------------*
      ** Conversation state carried across the RETURN TRANSID.      *
      ** A page is resumed from an alternate key, the number of     *
      ** records carrying that same key already shown (the path's   *
      ** keys are not unique), and how many rows of the next record *
      ** were already shown (an expanded block split across pages), *
      ** with the running totals as they stood.  CM-THIS-PAGE is    *
      ** where the screen on display began, CM-NEXT-PAGE where the  *
      ** following one begins.                                      *
      **------------------------------------------------------------*
       01  WS-COMM-AREA.
           05  CM-MODE                 PIC X(01).
               88  CM-MODE-LIST            VALUE 'L'.
               88  CM-MODE-DETAIL          VALUE 'D'.
           05  CM-APPL                 PIC X(08).
           05  CM-FROM-STAMP           PIC X(18).
           05  CM-TO-STAMP             PIC X(18).
           05  CM-EXPAND-SW            PIC X(01).
               88  CM-EXPANDED             VALUE 'Y'.
           05  CM-END-SW               PIC X(01).
               88  CM-AT-END               VALUE 'Y'.
           05  CM-THIS-PAGE.
               10  CM-THIS-KEY         PIC X(31).
               10  CM-THIS-SKIP        PIC 9(07).
               10  CM-THIS-ROWS-DONE   PIC 9(10).
               10  CM-THIS-RECORDS     PIC 9(07).
               10  CM-THIS-IDS         PIC 9(12).
               10  CM-THIS-BLOCKS      PIC 9(07).
           05  CM-NEXT-PAGE.
               10  CM-NEXT-KEY         PIC X(31).
               10  CM-NEXT-SKIP        PIC 9(07).
               10  CM-NEXT-ROWS-DONE   PIC 9(10).
               10  CM-NEXT-RECORDS     PIC 9(07).
               10  CM-NEXT-IDS         PIC 9(12).
               10  CM-NEXT-BLOCKS      PIC 9(07).
           05  CM-ROW-COUNT            PIC 9(02).
           05  CM-ROW OCCURS 15 TIMES.
               10  CM-ROW-UID          PIC X(36).
               10  CM-ROW-KIND         PIC X(01).
                   88  CM-ROW-SINGLE       VALUE 'S'.
                   88  CM-ROW-BLOCK        VALUE 'B'.
                   88  CM-ROW-MEMBER       VALUE 'M'.

       01  WS-COMM-LEN                 PIC S9(04) COMP.

       01  WS-INPUT-AREA               PIC X(80).
       01  WS-INPUT-LEN                PIC S9(04) COMP.
       01  WS-REPLY-FIELDS.
           05  WS-REPLY-CMD            PIC X(08).
           05  WS-REPLY-OPERAND        PIC X(16).

      *    First-entry command line.
       01  WS-CMD-FIELDS.
           05  WS-CMD-TRANSID          PIC X(04).
           05  WS-CMD-APPL             PIC X(08).
           05  WS-CMD-FROM-DATE        PIC X(10).
           05  WS-CMD-FROM-TIME        PIC X(08).
           05  WS-CMD-TO-DATE          PIC X(10).
           05  WS-CMD-TO-TIME          PIC X(08).

      *    Date/time edit work - see A2500/A2600.
       01  WS-EDIT-DATE                PIC X(10).
       01  WS-EDIT-TIME                PIC X(08).
       01  WS-EDIT-MONTH               PIC 9(02).
       01  WS-EDIT-DAY                 PIC 9(02).
       01  WS-EDIT-HOUR                PIC 9(02).
       01  WS-EDIT-MINUTE              PIC 9(02).
       01  WS-EDIT-SECOND              PIC 9(02).
       01  WS-EDIT-SW                  PIC X     VALUE 'Y'.
           88  EDIT-OK                 VALUE 'Y'.

       01  WS-FILE-RESP                PIC S9(08) COMP.
       01  WS-FILE-RESP2               PIC S9(08) COMP.

      **------------------------------------------------------------*
      ** Browse position over the ZUIDUSA path.  WS-RUN-KEY and     *
      ** WS-RUN-COUNT count the records read so far that share one *
      ** alternate key - what a later page has to skip to resume    *
      ** inside a run of duplicates.                                *
      **------------------------------------------------------------*
       01  WS-ALT-KEY.
           05  WS-ALT-APPL             PIC X(08).
           05  WS-ALT-FORMAT           PIC X(05).
           05  WS-ALT-STAMP            PIC X(18).
       01  WS-RUN-KEY                  PIC X(31).
       01  WS-RUN-COUNT                PIC 9(07) COMP.
       01  WS-SKIP-LEFT                PIC 9(07) COMP.
       01  WS-ROWS-DONE                PIC 9(10) COMP.
       01  WS-ZU-STAMP                 PIC X(18).

       01  WS-BROWSE-SW                PIC X     VALUE 'N'.
           88  PAGE-DONE               VALUE 'Y'.
           88  BROWSE-DONE             VALUE 'Y'.
       01  WS-LIST-END-SW              PIC X     VALUE 'N'.
           88  LIST-ENDED              VALUE 'Y'.
       01  WS-LINE-IX                  PIC 9(04) COMP.
       01  WS-ROW-IX                   PIC 9(04) COMP.
       01  WS-PAGE-MAXN                PIC 9(04) COMP VALUE 15.

      *    Running totals through the page being built.
       01  WS-TOT-RECORDS              PIC 9(07) COMP.
       01  WS-TOT-IDS                  PIC 9(12) COMP.
       01  WS-TOT-BLOCKS               PIC 9(07) COMP.

      *    BLOCK range as held in ZU-UID - 10-digit start, '-',
      *    10-digit end.
       01  WS-BLOCK-RANGE.
           05  WS-BLOCK-START          PIC 9(10).
           05  WS-BLOCK-DASH           PIC X(01).
           05  WS-BLOCK-END            PIC 9(10).
       01  WS-BLOCK-SW                 PIC X     VALUE 'N'.
           88  BLOCK-RANGE-OK          VALUE 'Y'.
       01  WS-BLOCK-SPAN               PIC 9(10) COMP.
       01  WS-MEMBER-IX                PIC 9(10) COMP.
       01  WS-MEMBER-VALUE             PIC 9(10).

      **------------------------------------------------------------*
      ** Reservation lookup - see D1000.  The ledger scan under one *
      ** application stops after WS-SCAN-MAXN records so a huge     *
      ** pool cannot hold the terminal.                             *
      **------------------------------------------------------------*
       01  WS-LOOKUP-UID               PIC X(36).
       01  WS-RSV-KEY.
           05  WS-RSV-APPL             PIC X(08).
           05  WS-RSV-SEQ              PIC 9(09).
       01  WS-RSM-KEY.
           05  WS-RSM-UID              PIC X(36).
           05  WS-RSM-STCK             PIC X(08).
       01  WS-SCAN-COUNT               PIC 9(07) COMP.
       01  WS-SCAN-MAXN                PIC 9(07) COMP VALUE 20000.
       01  WS-FOUND-SW                 PIC X     VALUE 'N'.
           88  RESERVATION-FOUND       VALUE 'Y'.
       01  WS-MOVED-SW                 PIC X     VALUE 'N'.
           88  RESERVATION-MOVED       VALUE 'Y'.
       01  WS-SAVE-RSM                 PIC X(149).

       01  WS-ABSTIME                  PIC S9(15) COMP-3.
       01  WS-RUN-DATE                 PIC X(10).
       01  WS-RUN-TIME                 PIC X(08).

      **------------------------------------------------------------*
      ** The composed screen - 24 rows sent as one SEND ERASE.      *
      **------------------------------------------------------------*
       01  WS-SCREEN.
           05  SCR-LINE OCCURS 24 TIMES PIC X(80).
       01  WS-MSG-LINE                 PIC X(78) VALUE SPACES.

       01  SCR-TITLE-LINE.
           05  FILLER                  PIC X(42) VALUE
               'UID046M  ZUID USAGE LOG BROWSE            '.
           05  ST-DATE                 PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ST-TIME                 PIC X(08).
           05  FILLER                  PIC X(19) VALUE SPACES.

       01  SCR-WINDOW-LINE.
           05  FILLER                  PIC X(05) VALUE 'APPL '.
           05  SW-APPL                 PIC X(08).
           05  FILLER                  PIC X(07) VALUE '  FROM '.
           05  SW-FROM-DATE            PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SW-FROM-TIME            PIC X(08).
           05  FILLER                  PIC X(05) VALUE '  TO '.
           05  SW-TO-DATE              PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SW-TO-TIME              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SW-EXPAND               PIC X(15).

       01  SCR-LIST-HEADING.
           05  FILLER                  PIC X(03) VALUE 'NO '.
           05  FILLER                  PIC X(11) VALUE 'DATE       '.
           05  FILLER                  PIC X(09) VALUE 'TIME     '.
           05  FILLER                  PIC X(09) VALUE 'SITE     '.
           05  FILLER                  PIC X(06) VALUE 'FMT   '.
           05  FILLER                  PIC X(36) VALUE 'UID'.
           05  FILLER                  PIC X(06) VALUE SPACES.

       01  SCR-LIST-DETAIL.
           05  LD-ROW                  PIC Z9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LD-DATE                 PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LD-TIME                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LD-SITE                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LD-FORMAT               PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LD-UID                  PIC X(36).
           05  FILLER                  PIC X(06) VALUE SPACES.

      *    One id of an expanded BLOCK, under its range row.
       01  SCR-MEMBER-DETAIL.
           05  MD-ROW                  PIC Z9.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE '   +  '.
           05  MD-VALUE                PIC 9(10).
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  SCR-TOTALS-LINE.
           05  FILLER                  PIC X(23) VALUE
               'RUNNING TOTALS  RECORDS'.
           05  TL-RECORDS              PIC ZZZZZZ9.
           05  FILLER                  PIC X(06) VALUE '  IDS '.
           05  TL-IDS                  PIC ZZZZZZZZZZZ9.
           05  FILLER                  PIC X(09) VALUE '  BLOCKS '.
           05  TL-BLOCKS               PIC ZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TL-NOTE                 PIC X(14).

       01  SCR-LIST-ACTION-LINE        PIC X(78) VALUE
           'REPLY: F=FWD T=TOP B=EXPAND/COLLAPSE BLOCKS R NN=RESERVATION
      -    ' X=EXIT'.

      *    Reservation detail screen.
       01  SCR-DETAIL-HEADING.
           05  FILLER                  PIC X(19) VALUE
               'RESERVATION FOR ID '.
           05  DH-UID                  PIC X(36).
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  SCR-DETAIL-FIELD.
           05  DF-LABEL                PIC X(16).
           05  DF-VALUE                PIC X(60).
           05  FILLER                  PIC X(04) VALUE SPACES.

       01  WS-SEQ-ED                   PIC ZZZZZZZZ9.

       01  SCR-DETAIL-ACTION-LINE      PIC X(78) VALUE
           'REPLY: F=BACK TO LIST X=EXIT'.

       01  CICS-MSG.
           05  CICS-MSG-TEXT           PIC X(34).
           05  FILLER                  PIC X(09) VALUE ' EIBRESP='.
           05  CICS-MSG-RESP           PIC 9(04).
           05  FILLER                  PIC X(10) VALUE ' EIBRESP2='.
           05  CICS-MSG-RESP2          PIC 9(04).

      **------------------------------------------------------------*
      ** COMMAREA for the shared UIDLOG error-logging routine - see *
      ** Y1000-LOG-ERROR.                                           *
      **------------------------------------------------------------*
           COPY ZUIDLOG.

      *----------------------------------------------------------------
       LINKAGE SECTION.
      *----------------------------------------------------------------

       01  DFHCOMMAREA                 PIC X(752).

      *----------------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------------

           PERFORM A1000-GET-CONTEXT THRU A1000-EXIT.

           IF EIBCALEN = ZERO
      *       First entry - the typed line carries the application
      *       and the window.
              PERFORM A2000-START-BROWSE THRU A2000-EXIT
           ELSE
              EVALUATE TRUE
                 WHEN CM-MODE-LIST
                    PERFORM B2000-LIST-COMMAND THRU B2000-EXIT
                 WHEN CM-MODE-DETAIL
                    PERFORM B3000-DETAIL-REPLY THRU B3000-EXIT
                 WHEN OTHER
                    PERFORM X1000-TOP-OF-WINDOW THRU X1000-EXIT
                    PERFORM B1000-BUILD-LIST THRU B1000-EXIT
              END-EVALUATE
           END-IF.

           PERFORM Z1000-SEND-AND-RETURN THRU Z1000-EXIT.

      ******************************************************************
      * Pick up the conversation state and the operator's typed reply.  *
      ******************************************************************

       A1000-GET-CONTEXT.

           IF EIBCALEN > ZERO
              MOVE DFHCOMMAREA(1:EIBCALEN) TO WS-COMM-AREA
           END-IF.

           MOVE SPACES                  TO WS-INPUT-AREA.
           MOVE LENGTH OF WS-INPUT-AREA TO WS-INPUT-LEN.
           EXEC CICS RECEIVE
                INTO  ( WS-INPUT-AREA )
                LENGTH( WS-INPUT-LEN )
                NOHANDLE
           END-EXEC.

           IF EIBRESP NOT = DFHRESP(NORMAL)
              AND EIBRESP NOT = DFHRESP(EOC)
              MOVE SPACES               TO WS-INPUT-AREA
           END-IF.

           MOVE SPACES                  TO WS-REPLY-FIELDS.
           UNSTRING WS-INPUT-AREA DELIMITED BY ALL SPACE
               INTO WS-REPLY-CMD
                    WS-REPLY-OPERAND
           END-UNSTRING.

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

       A1000-EXIT.
           EXIT.

      ******************************************************************
      * First entry: edit the application and window off the command   *
      * line, fill in the defaults, and open on the top of the window. *
      * A bad command line ends the task with the reason - there is    *
      * no conversation to carry yet.                                  *
      ******************************************************************

       A2000-START-BROWSE.

           MOVE SPACES                  TO WS-CMD-FIELDS.
           UNSTRING WS-INPUT-AREA DELIMITED BY ALL SPACE
               INTO WS-CMD-TRANSID
                    WS-CMD-APPL
                    WS-CMD-FROM-DATE
                    WS-CMD-FROM-TIME
                    WS-CMD-TO-DATE
                    WS-CMD-TO-TIME
           END-UNSTRING.

           IF WS-CMD-APPL = SPACES
              MOVE 'APPID REQUIRED - xxxx APPID [FROMDATE [FROMTIME [TOD
      -            'ATE [TOTIME]]]]' TO WS-MSG-LINE
              PERFORM Z3000-END-WITH-MESSAGE THRU Z3000-EXIT
           END-IF.

           IF WS-CMD-FROM-DATE = SPACES
              MOVE WS-RUN-DATE          TO WS-CMD-FROM-DATE
           END-IF.
           IF WS-CMD-FROM-TIME = SPACES
              MOVE '00:00:00'           TO WS-CMD-FROM-TIME
           END-IF.
           IF WS-CMD-TO-DATE = SPACES
              MOVE WS-CMD-FROM-DATE     TO WS-CMD-TO-DATE
           END-IF.
           IF WS-CMD-TO-TIME = SPACES
              MOVE '23:59:59'           TO WS-CMD-TO-TIME
           END-IF.

      *    A time typed as HH:MM opens the window at the start of the
      *    minute and closes it at the end of one.
           IF WS-CMD-FROM-TIME(6:3) = SPACES
              MOVE ':00'                TO WS-CMD-FROM-TIME(6:3)
           END-IF.
           IF WS-CMD-TO-TIME(6:3) = SPACES
              MOVE ':59'                TO WS-CMD-TO-TIME(6:3)
           END-IF.

           MOVE WS-CMD-FROM-DATE        TO WS-EDIT-DATE.
           PERFORM A2500-EDIT-DATE THRU A2500-EXIT.
           IF NOT EDIT-OK
              MOVE 'FROM DATE MUST BE YYYY/MM/DD' TO WS-MSG-LINE
              PERFORM Z3000-END-WITH-MESSAGE THRU Z3000-EXIT
           END-IF.
           MOVE WS-CMD-TO-DATE          TO WS-EDIT-DATE.
           PERFORM A2500-EDIT-DATE THRU A2500-EXIT.
           IF NOT EDIT-OK
              MOVE 'TO DATE MUST BE YYYY/MM/DD' TO WS-MSG-LINE
              PERFORM Z3000-END-WITH-MESSAGE THRU Z3000-EXIT
           END-IF.
           MOVE WS-CMD-FROM-TIME        TO WS-EDIT-TIME.
           PERFORM A2600-EDIT-TIME THRU A2600-EXIT.
           IF NOT EDIT-OK
              MOVE 'FROM TIME MUST BE HH:MM OR HH:MM:SS' TO WS-MSG-LINE
              PERFORM Z3000-END-WITH-MESSAGE THRU Z3000-EXIT
           END-IF.
           MOVE WS-CMD-TO-TIME          TO WS-EDIT-TIME.
           PERFORM A2600-EDIT-TIME THRU A2600-EXIT.
           IF NOT EDIT-OK
              MOVE 'TO TIME MUST BE HH:MM OR HH:MM:SS' TO WS-MSG-LINE
              PERFORM Z3000-END-WITH-MESSAGE THRU Z3000-EXIT
           END-IF.

           MOVE WS-CMD-APPL             TO CM-APPL.
           MOVE WS-CMD-FROM-DATE        TO CM-FROM-STAMP(1:10).
           MOVE WS-CMD-FROM-TIME        TO CM-FROM-STAMP(11:8).
           MOVE WS-CMD-TO-DATE          TO CM-TO-STAMP(1:10).
           MOVE WS-CMD-TO-TIME          TO CM-TO-STAMP(11:8).
           IF CM-FROM-STAMP > CM-TO-STAMP
              MOVE 'WINDOW ENDS BEFORE IT STARTS' TO WS-MSG-LINE
              PERFORM Z3000-END-WITH-MESSAGE THRU Z3000-EXIT
           END-IF.

           MOVE 'N'                     TO CM-EXPAND-SW.
           PERFORM X1000-TOP-OF-WINDOW THRU X1000-EXIT.
           PERFORM B1000-BUILD-LIST THRU B1000-EXIT.

       A2000-EXIT.
           EXIT.

      ******************************************************************
      * Edit WS-EDIT-DATE as YYYY/MM/DD - the shape ZU-DATE is written *
      * in.                                                            *
      ******************************************************************

       A2500-EDIT-DATE.

           MOVE 'N'                     TO WS-EDIT-SW.
           IF WS-EDIT-DATE(1:4) NOT NUMERIC
              OR WS-EDIT-DATE(5:1) NOT = '/'
              OR WS-EDIT-DATE(6:2) NOT NUMERIC
              OR WS-EDIT-DATE(8:1) NOT = '/'
              OR WS-EDIT-DATE(9:2) NOT NUMERIC
              GO TO A2500-EXIT
           END-IF.
           MOVE WS-EDIT-DATE(6:2)       TO WS-EDIT-MONTH.
           MOVE WS-EDIT-DATE(9:2)       TO WS-EDIT-DAY.
           IF WS-EDIT-MONTH < 1 OR WS-EDIT-MONTH > 12
              OR WS-EDIT-DAY < 1 OR WS-EDIT-DAY > 31
              GO TO A2500-EXIT
           END-IF.
           SET EDIT-OK                  TO TRUE.

       A2500-EXIT.
           EXIT.

      ******************************************************************
      * Edit WS-EDIT-TIME as HH:MM:SS (seconds already supplied by the *
      * caller for an HH:MM entry).                                    *
      ******************************************************************

       A2600-EDIT-TIME.

           MOVE 'N'                     TO WS-EDIT-SW.
           IF WS-EDIT-TIME(1:2) NOT NUMERIC
              OR WS-EDIT-TIME(3:1) NOT = ':'
              OR WS-EDIT-TIME(4:2) NOT NUMERIC
              OR WS-EDIT-TIME(6:1) NOT = ':'
              OR WS-EDIT-TIME(7:2) NOT NUMERIC
              GO TO A2600-EXIT
           END-IF.
           MOVE WS-EDIT-TIME(1:2)       TO WS-EDIT-HOUR.
           MOVE WS-EDIT-TIME(4:2)       TO WS-EDIT-MINUTE.
           MOVE WS-EDIT-TIME(7:2)       TO WS-EDIT-SECOND.
           IF WS-EDIT-HOUR > 23 OR WS-EDIT-MINUTE > 59
              OR WS-EDIT-SECOND > 59
              GO TO A2600-EXIT
           END-IF.
           SET EDIT-OK                  TO TRUE.

       A2600-EXIT.
           EXIT.

      ******************************************************************
      * Compose the LIST screen from CM-THIS-PAGE forward, and leave   *
      * CM-NEXT-PAGE holding where the following page starts.  The end *
      * of the application's records sets CM-AT-END, so a further F    *
      * wraps to the top of the window.                                *
      ******************************************************************

       B1000-BUILD-LIST.

           PERFORM X3000-CLEAR-SCREEN THRU X3000-EXIT.
           MOVE WS-RUN-DATE             TO ST-DATE.
           MOVE WS-RUN-TIME             TO ST-TIME.
           MOVE SCR-TITLE-LINE          TO SCR-LINE(1).
           MOVE CM-APPL                 TO SW-APPL.
           MOVE CM-FROM-STAMP(1:10)     TO SW-FROM-DATE.
           MOVE CM-FROM-STAMP(11:8)     TO SW-FROM-TIME.
           MOVE CM-TO-STAMP(1:10)       TO SW-TO-DATE.
           MOVE CM-TO-STAMP(11:8)       TO SW-TO-TIME.
           IF CM-EXPANDED
              MOVE 'BLOCKS EXPANDED'    TO SW-EXPAND
           ELSE
              MOVE SPACES               TO SW-EXPAND
           END-IF.
           MOVE SCR-WINDOW-LINE         TO SCR-LINE(2).
           MOVE SCR-LIST-HEADING        TO SCR-LINE(3).

           MOVE CM-THIS-KEY             TO WS-ALT-KEY.
           MOVE CM-THIS-SKIP            TO WS-SKIP-LEFT.
           MOVE CM-THIS-ROWS-DONE       TO WS-ROWS-DONE.
           MOVE CM-THIS-RECORDS         TO WS-TOT-RECORDS.
           MOVE CM-THIS-IDS             TO WS-TOT-IDS.
           MOVE CM-THIS-BLOCKS          TO WS-TOT-BLOCKS.
           MOVE LOW-VALUES              TO WS-RUN-KEY.
           MOVE ZERO                    TO WS-RUN-COUNT.
           MOVE ZERO                    TO CM-ROW-COUNT.
           MOVE 'N'                     TO WS-BROWSE-SW.
           MOVE 'N'                     TO WS-LIST-END-SW.
           MOVE 'N'                     TO CM-END-SW.
           MOVE 4                       TO WS-LINE-IX.

           EXEC CICS STARTBR
                FILE   ( 'ZUIDUSA' )
                RIDFLD ( WS-ALT-KEY )
                GTEQ
                NOHANDLE
           END-EXEC.

           IF EIBRESP = DFHRESP(NOTFND)
              SET LIST-ENDED            TO TRUE
              GO TO B1000-TOTALS
           END-IF.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE EIBRESP              TO CICS-MSG-RESP
              MOVE EIBRESP2             TO CICS-MSG-RESP2
              MOVE 'B1000: STARTBR ZUIDUSA ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
              MOVE 'USAGE LOG PATH ZUIDUSA IS NOT AVAILABLE'
                   TO WS-MSG-LINE
              SET LIST-ENDED            TO TRUE
              GO TO B1000-TOTALS
           END-IF.

           PERFORM UNTIL PAGE-DONE
              EXEC CICS READNEXT
                   FILE    ( 'ZUIDUSA' )
                   INTO    ( ZUIDUSE-RECORD )
                   RIDFLD  ( WS-ALT-KEY )
                   KEYLENGTH( LENGTH OF WS-ALT-KEY )
                   NOHANDLE
              END-EXEC
              EVALUATE TRUE
                 WHEN EIBRESP = DFHRESP(NORMAL)
                 WHEN EIBRESP = DFHRESP(DUPKEY)
                    PERFORM C1000-TAKE-RECORD THRU C1000-EXIT
                 WHEN EIBRESP = DFHRESP(ENDFILE)
                    SET LIST-ENDED      TO TRUE
                    SET PAGE-DONE       TO TRUE
                 WHEN OTHER
                    MOVE EIBRESP        TO CICS-MSG-RESP
                    MOVE EIBRESP2       TO CICS-MSG-RESP2
                    MOVE 'B1000: READNEXT ZUIDUSA ERROR:'
                         TO CICS-MSG-TEXT
                    PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
                    MOVE 'USAGE LOG READ FAILED - LIST IS INCOMPLETE'
                         TO WS-MSG-LINE
                    SET LIST-ENDED      TO TRUE
                    SET PAGE-DONE       TO TRUE
              END-EVALUATE
           END-PERFORM.

           EXEC CICS ENDBR
                FILE( 'ZUIDUSA' )
                NOHANDLE
           END-EXEC.

       B1000-TOTALS.

           IF LIST-ENDED
              SET CM-AT-END             TO TRUE
              MOVE CM-APPL              TO CM-NEXT-KEY
              MOVE WS-TOT-RECORDS       TO CM-NEXT-RECORDS
              MOVE WS-TOT-IDS           TO CM-NEXT-IDS
              MOVE WS-TOT-BLOCKS        TO CM-NEXT-BLOCKS
              MOVE 'END OF WINDOW'      TO TL-NOTE
              IF WS-MSG-LINE = SPACES
                 IF WS-TOT-RECORDS = ZERO
                    MOVE 'NO IDS ISSUED TO THIS APPLICATION IN THE WINDO
      -                  'W' TO WS-MSG-LINE
                 ELSE
                    MOVE 'END OF WINDOW - F OR T RETURNS TO THE TOP'
                         TO WS-MSG-LINE
                 END-IF
              END-IF
           ELSE
              MOVE SPACES               TO TL-NOTE
           END-IF.

           MOVE WS-TOT-RECORDS          TO TL-RECORDS.
           MOVE WS-TOT-IDS              TO TL-IDS.
           MOVE WS-TOT-BLOCKS           TO TL-BLOCKS.
           MOVE SCR-TOTALS-LINE         TO SCR-LINE(20).
           MOVE SCR-LIST-ACTION-LINE    TO SCR-LINE(22).
           MOVE WS-MSG-LINE             TO SCR-LINE(23).
           SET CM-MODE-LIST             TO TRUE.

       B1000-EXIT.
           EXIT.

      ******************************************************************
      * One record off the path: stop at the next application, step    *
      * over the part of this format that lies outside the window,     *
      * skip what an earlier page already showed, and put the rest on  *
      * the page - or, with the page full, note where the next page    *
      * resumes.                                                       *
      ******************************************************************

       C1000-TAKE-RECORD.

           IF ZU-REQUESTOR-APPL NOT = CM-APPL
              SET LIST-ENDED            TO TRUE
              SET PAGE-DONE             TO TRUE
              GO TO C1000-EXIT
           END-IF.

           MOVE ZU-APPL-KEY(14:18)      TO WS-ZU-STAMP.
           IF WS-ZU-STAMP < CM-FROM-STAMP
      *       *-----------------------------------------------------*
      *       * Before the window - jump to its start in this       *
      *       * format.                                             *
      *       *-----------------------------------------------------*
              MOVE CM-APPL              TO WS-ALT-APPL
              MOVE ZU-FORMAT            TO WS-ALT-FORMAT
              MOVE CM-FROM-STAMP        TO WS-ALT-STAMP
              PERFORM C3000-RESET-BROWSE THRU C3000-EXIT
              GO TO C1000-EXIT
           END-IF.
           IF WS-ZU-STAMP > CM-TO-STAMP
      *       *-----------------------------------------------------*
      *       * Past the window - jump to the next format.          *
      *       *-----------------------------------------------------*
              MOVE CM-APPL              TO WS-ALT-APPL
              MOVE ZU-FORMAT            TO WS-ALT-FORMAT
              MOVE HIGH-VALUES          TO WS-ALT-STAMP
              PERFORM C3000-RESET-BROWSE THRU C3000-EXIT
              GO TO C1000-EXIT
           END-IF.

           IF ZU-APPL-KEY = WS-RUN-KEY
              ADD 1 TO WS-RUN-COUNT
           ELSE
              MOVE ZU-APPL-KEY          TO WS-RUN-KEY
              MOVE 1                    TO WS-RUN-COUNT
           END-IF.

           IF WS-SKIP-LEFT > ZERO
              SUBTRACT 1 FROM WS-SKIP-LEFT
              GO TO C1000-EXIT
           END-IF.

           PERFORM C4000-EDIT-BLOCK THRU C4000-EXIT.

           IF CM-EXPANDED AND BLOCK-RANGE-OK
              PERFORM C2000-EXPAND-BLOCK THRU C2000-EXIT
           ELSE
              IF CM-ROW-COUNT NOT < WS-PAGE-MAXN
                 PERFORM C5000-SAVE-RESUME THRU C5000-EXIT
                 GO TO C1000-EXIT
              END-IF
              PERFORM C1500-RECORD-ROW THRU C1500-EXIT
           END-IF.

      *    Only the first record of a page can have been started on
      *    the page before.
           MOVE ZERO                    TO WS-ROWS-DONE.

       C1000-EXIT.
           EXIT.

      ******************************************************************
      * The record's own row - its range, for a BLOCK.  It enters the  *
      * running totals here, unless an earlier page already counted    *
      * it (a block split across pages and since collapsed).           *
      ******************************************************************

       C1500-RECORD-ROW.

           ADD 1 TO CM-ROW-COUNT.
           MOVE CM-ROW-COUNT            TO LD-ROW.
           MOVE ZU-DATE                 TO LD-DATE.
           MOVE ZU-TIME                 TO LD-TIME.
           MOVE ZU-SITE-ID              TO LD-SITE.
           MOVE ZU-FORMAT               TO LD-FORMAT.
           MOVE ZU-UID                  TO LD-UID.
           MOVE SCR-LIST-DETAIL         TO SCR-LINE(WS-LINE-IX).
           ADD 1 TO WS-LINE-IX.

           IF ZU-FORMAT = 'BLOCK'
              MOVE SPACES               TO CM-ROW-UID(CM-ROW-COUNT)
              MOVE ZU-UID(1:10)         TO CM-ROW-UID(CM-ROW-COUNT)
              SET CM-ROW-BLOCK(CM-ROW-COUNT) TO TRUE
           ELSE
              MOVE ZU-UID               TO CM-ROW-UID(CM-ROW-COUNT)
              SET CM-ROW-SINGLE(CM-ROW-COUNT) TO TRUE
           END-IF.

           IF WS-ROWS-DONE = ZERO
              ADD 1 TO WS-TOT-RECORDS
              IF BLOCK-RANGE-OK
                 ADD 1 TO WS-TOT-BLOCKS
                 ADD WS-BLOCK-SPAN TO WS-TOT-IDS
              ELSE
                 ADD 1 TO WS-TOT-IDS
              END-IF
           END-IF.

       C1500-EXIT.
           EXIT.

      ******************************************************************
      * An expanded BLOCK: its range row, then one row per id, picking *
      * up after the rows an earlier page already showed.  Rows done   *
      * counts the range row as one, so a block cut off right after    *
      * its range row resumes at its first id.                         *
      ******************************************************************

       C2000-EXPAND-BLOCK.

           IF WS-ROWS-DONE = ZERO
              IF CM-ROW-COUNT NOT < WS-PAGE-MAXN
                 PERFORM C5000-SAVE-RESUME THRU C5000-EXIT
                 GO TO C2000-EXIT
              END-IF
              PERFORM C1500-RECORD-ROW THRU C1500-EXIT
              MOVE 1                    TO WS-ROWS-DONE
           END-IF.

           COMPUTE WS-MEMBER-IX = WS-ROWS-DONE - 1.
           PERFORM UNTIL WS-MEMBER-IX NOT < WS-BLOCK-SPAN
                      OR PAGE-DONE
              IF CM-ROW-COUNT NOT < WS-PAGE-MAXN
                 COMPUTE WS-ROWS-DONE = WS-MEMBER-IX + 1
                 PERFORM C5000-SAVE-RESUME THRU C5000-EXIT
              ELSE
                 COMPUTE WS-MEMBER-VALUE =
                         WS-BLOCK-START + WS-MEMBER-IX
                 ADD 1 TO CM-ROW-COUNT
                 MOVE CM-ROW-COUNT      TO MD-ROW
                 MOVE WS-MEMBER-VALUE   TO MD-VALUE
                 MOVE SCR-MEMBER-DETAIL TO SCR-LINE(WS-LINE-IX)
                 ADD 1 TO WS-LINE-IX
                 MOVE SPACES            TO CM-ROW-UID(CM-ROW-COUNT)
                 MOVE WS-MEMBER-VALUE   TO
                      CM-ROW-UID(CM-ROW-COUNT)(1:10)
                 SET CM-ROW-MEMBER(CM-ROW-COUNT) TO TRUE
                 ADD 1 TO WS-MEMBER-IX
              END-IF
           END-PERFORM.

       C2000-EXIT.
           EXIT.

      ******************************************************************
      * Reposition the browse at WS-ALT-KEY.  Nothing at or beyond it  *
      * ends the list.                                                 *
      ******************************************************************

       C3000-RESET-BROWSE.

           EXEC CICS RESETBR
                FILE   ( 'ZUIDUSA' )
                RIDFLD ( WS-ALT-KEY )
                GTEQ
                NOHANDLE
           END-EXEC.

           IF EIBRESP NOT = DFHRESP(NORMAL)
              IF EIBRESP NOT = DFHRESP(NOTFND)
                 MOVE EIBRESP           TO CICS-MSG-RESP
                 MOVE EIBRESP2          TO CICS-MSG-RESP2
                 MOVE 'C3000: RESETBR ZUIDUSA ERROR:'
                      TO CICS-MSG-TEXT
                 PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
                 MOVE 'USAGE LOG READ FAILED - LIST IS INCOMPLETE'
                      TO WS-MSG-LINE
              END-IF
              SET LIST-ENDED            TO TRUE
              SET PAGE-DONE             TO TRUE
           END-IF.

       C3000-EXIT.
           EXIT.

      ******************************************************************
      * Pick a BLOCK record's range out of ZU-UID.  Anything else, or  *
      * a range that does not edit, is one id on one row.              *
      ******************************************************************

       C4000-EDIT-BLOCK.

           MOVE 'N'                     TO WS-BLOCK-SW.
           MOVE ZERO                    TO WS-BLOCK-SPAN.
           IF ZU-FORMAT NOT = 'BLOCK'
              GO TO C4000-EXIT
           END-IF.
           IF ZU-UID(1:10) NOT NUMERIC
              OR ZU-UID(11:1) NOT = '-'
              OR ZU-UID(12:10) NOT NUMERIC
              GO TO C4000-EXIT
           END-IF.
           MOVE ZU-UID(1:21)            TO WS-BLOCK-RANGE.
           IF WS-BLOCK-END < WS-BLOCK-START
              GO TO C4000-EXIT
           END-IF.
           COMPUTE WS-BLOCK-SPAN = WS-BLOCK-END - WS-BLOCK-START + 1.
           SET BLOCK-RANGE-OK           TO TRUE.

       C4000-EXIT.
           EXIT.

      ******************************************************************
      * The page is full - the record in hand is where the next page   *
      * begins: its key, the records with that key already behind us,  *
      * and how many of its rows were shown.                           *
      ******************************************************************

       C5000-SAVE-RESUME.

           MOVE ZU-APPL-KEY             TO CM-NEXT-KEY.
           COMPUTE CM-NEXT-SKIP = WS-RUN-COUNT - 1.
           MOVE WS-ROWS-DONE            TO CM-NEXT-ROWS-DONE.
           MOVE WS-TOT-RECORDS          TO CM-NEXT-RECORDS.
           MOVE WS-TOT-IDS              TO CM-NEXT-IDS.
           MOVE WS-TOT-BLOCKS           TO CM-NEXT-BLOCKS.
           SET PAGE-DONE                TO TRUE.

       C5000-EXIT.
           EXIT.

      ******************************************************************
      * Dispatch the reply typed against the LIST screen.              *
      ******************************************************************

       B2000-LIST-COMMAND.

           EVALUATE TRUE
              WHEN WS-REPLY-CMD = SPACES OR WS-REPLY-CMD = 'F'
                 IF CM-AT-END
                    PERFORM X1000-TOP-OF-WINDOW THRU X1000-EXIT
                 ELSE
                    MOVE CM-NEXT-PAGE   TO CM-THIS-PAGE
                 END-IF
                 PERFORM B1000-BUILD-LIST THRU B1000-EXIT
              WHEN WS-REPLY-CMD = 'T'
                 PERFORM X1000-TOP-OF-WINDOW THRU X1000-EXIT
                 PERFORM B1000-BUILD-LIST THRU B1000-EXIT
              WHEN WS-REPLY-CMD = 'B'
                 IF CM-EXPANDED
                    MOVE 'N'            TO CM-EXPAND-SW
                 ELSE
                    MOVE 'Y'            TO CM-EXPAND-SW
                 END-IF
                 PERFORM B1000-BUILD-LIST THRU B1000-EXIT
              WHEN WS-REPLY-CMD = 'R'
                 PERFORM D1000-SHOW-RESERVATION THRU D1000-EXIT
              WHEN WS-REPLY-CMD = 'X'
                 PERFORM Z2000-EXIT-BROWSE THRU Z2000-EXIT
              WHEN OTHER
                 MOVE 'UNRECOGNIZED REPLY - SEE ACTION LINE'
                      TO WS-MSG-LINE
                 PERFORM B1000-BUILD-LIST THRU B1000-EXIT
           END-EVALUATE.

       B2000-EXIT.
           EXIT.

      ******************************************************************
      * Reply to the reservation screen: X leaves, anything else goes  *
      * back to the page it was called from.                           *
      ******************************************************************

       B3000-DETAIL-REPLY.

           IF WS-REPLY-CMD = 'X'
              PERFORM Z2000-EXIT-BROWSE THRU Z2000-EXIT
           END-IF.

           PERFORM B1000-BUILD-LIST THRU B1000-EXIT.

       B3000-EXIT.
           EXIT.

      ******************************************************************
      * R nn - find the reservation behind row nn of the page on       *
      * display.  The ledger is keyed by application and sequence, not *
      * by id, so the browsed application's records are scanned for    *
      * the id; failing that, the id's latest ZUIDRSM move names the   *
      * application and sequence it now sits under.                    *
      ******************************************************************

       D1000-SHOW-RESERVATION.

           IF WS-REPLY-OPERAND(1:2) NUMERIC
              AND WS-REPLY-OPERAND(3:1) = SPACE
              MOVE WS-REPLY-OPERAND(1:2) TO WS-ROW-IX
           ELSE
              IF WS-REPLY-OPERAND(1:1) NUMERIC
                 AND WS-REPLY-OPERAND(2:1) = SPACE
                 MOVE WS-REPLY-OPERAND(1:1) TO WS-ROW-IX
              ELSE
                 MOVE ZERO              TO WS-ROW-IX
              END-IF
           END-IF.

           IF WS-ROW-IX < 1 OR WS-ROW-IX > CM-ROW-COUNT
              MOVE 'ROW NUMBER REQUIRED - REPLY R NN FOR A ROW ON THIS P
      -            'AGE' TO WS-MSG-LINE
              PERFORM B1000-BUILD-LIST THRU B1000-EXIT
              GO TO D1000-EXIT
           END-IF.

           IF CM-ROW-SINGLE(WS-ROW-IX)
              MOVE 'ISSUED SINGLY, NOT FROM A BLOCK - NO RESERVATION ON
      -            'THE LEDGER' TO WS-MSG-LINE
              PERFORM B1000-BUILD-LIST THRU B1000-EXIT
              GO TO D1000-EXIT
           END-IF.

           MOVE CM-ROW-UID(WS-ROW-IX)   TO WS-LOOKUP-UID.
           MOVE 'N'                     TO WS-FOUND-SW.
           MOVE 'N'                     TO WS-MOVED-SW.

           PERFORM D2000-SCAN-LEDGER THRU D2000-EXIT.
           PERFORM D3000-LATEST-MOVE THRU D3000-EXIT.

           IF NOT RESERVATION-FOUND AND RESERVATION-MOVED
              MOVE RSM-TO-APPL-ID       TO WS-RSV-APPL
              MOVE RSM-TO-SEQ-NBR       TO WS-RSV-SEQ
              EXEC CICS READ FILE
                   ( 'ZUIDRSV' )
                   INTO     ( ZUIDRSV-RECORD )
                   RIDFLD   ( WS-RSV-KEY )
                   KEYLENGTH( LENGTH OF WS-RSV-KEY )
                   RESP     ( WS-FILE-RESP )
                   RESP2    ( WS-FILE-RESP2 )
              END-EXEC
              IF WS-FILE-RESP = DFHRESP(NORMAL)
                 AND RSV-UID = WS-LOOKUP-UID
                 SET RESERVATION-FOUND  TO TRUE
              END-IF
           END-IF.

           IF NOT RESERVATION-FOUND AND NOT RESERVATION-MOVED
              IF WS-SCAN-COUNT NOT < WS-SCAN-MAXN
                 MOVE 'NOT IN THE FIRST 20000 LEDGER RECORDS FOR THIS AP
      -               'PLICATION' TO WS-MSG-LINE
              ELSE
                 MOVE 'NO RESERVATION ON THE LEDGER FOR THIS ID'
                      TO WS-MSG-LINE
              END-IF
              PERFORM B1000-BUILD-LIST THRU B1000-EXIT
              GO TO D1000-EXIT
           END-IF.

           PERFORM D4000-BUILD-DETAIL THRU D4000-EXIT.

       D1000-EXIT.
           EXIT.

      ******************************************************************
      * Scan the browsed application's ledger records for the id.      *
      ******************************************************************

       D2000-SCAN-LEDGER.

           MOVE ZERO                    TO WS-SCAN-COUNT.
           MOVE CM-APPL                 TO WS-RSV-APPL.
           MOVE ZERO                    TO WS-RSV-SEQ.
           EXEC CICS STARTBR
                FILE   ( 'ZUIDRSV' )
                RIDFLD ( WS-RSV-KEY )
                GTEQ
                NOHANDLE
           END-EXEC.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              IF EIBRESP NOT = DFHRESP(NOTFND)
                 MOVE EIBRESP           TO CICS-MSG-RESP
                 MOVE EIBRESP2          TO CICS-MSG-RESP2
                 MOVE 'D2000: STARTBR ZUIDRSV ERROR:'
                      TO CICS-MSG-TEXT
                 PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
              END-IF
              GO TO D2000-EXIT
           END-IF.

           MOVE 'N'                     TO WS-BROWSE-SW.
           PERFORM UNTIL BROWSE-DONE
              EXEC CICS READNEXT
                   FILE    ( 'ZUIDRSV' )
                   INTO    ( ZUIDRSV-RECORD )
                   RIDFLD  ( WS-RSV-KEY )
                   KEYLENGTH( LENGTH OF WS-RSV-KEY )
                   NOHANDLE
              END-EXEC
              IF EIBRESP = DFHRESP(NORMAL)
                 AND RSV-APPL-ID = CM-APPL
                 ADD 1 TO WS-SCAN-COUNT
                 IF RSV-UID = WS-LOOKUP-UID
                    SET RESERVATION-FOUND TO TRUE
                    SET BROWSE-DONE       TO TRUE
                 END-IF
                 IF WS-SCAN-COUNT NOT < WS-SCAN-MAXN
                    SET BROWSE-DONE       TO TRUE
                 END-IF
              ELSE
                 SET BROWSE-DONE          TO TRUE
              END-IF
           END-PERFORM.

           EXEC CICS ENDBR
                FILE( 'ZUIDRSV' )
                NOHANDLE
           END-EXEC.

       D2000-EXIT.
           EXIT.

      ******************************************************************
      * The id's latest move on the ZUIDRSM journal, if it ever moved  *
      * - its records read out oldest first under the id.  The ledger  *
      * record found by D2000 (if any) is kept safe across the browse. *
      ******************************************************************

       D3000-LATEST-MOVE.

           MOVE WS-LOOKUP-UID           TO WS-RSM-UID.
           MOVE LOW-VALUES              TO WS-RSM-STCK.
           EXEC CICS STARTBR
                FILE   ( 'ZUIDRSM' )
                RIDFLD ( WS-RSM-KEY )
                GTEQ
                NOHANDLE
           END-EXEC.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              IF EIBRESP NOT = DFHRESP(NOTFND)
                 MOVE EIBRESP           TO CICS-MSG-RESP
                 MOVE EIBRESP2          TO CICS-MSG-RESP2
                 MOVE 'D3000: STARTBR ZUIDRSM ERROR:'
                      TO CICS-MSG-TEXT
                 PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
              END-IF
              GO TO D3000-EXIT
           END-IF.

           MOVE 'N'                     TO WS-BROWSE-SW.
           PERFORM UNTIL BROWSE-DONE
              EXEC CICS READNEXT
                   FILE    ( 'ZUIDRSM' )
                   INTO    ( ZUIDRSM-RECORD )
                   RIDFLD  ( WS-RSM-KEY )
                   KEYLENGTH( LENGTH OF WS-RSM-KEY )
                   NOHANDLE
              END-EXEC
              IF EIBRESP = DFHRESP(NORMAL)
                 AND RSM-UID = WS-LOOKUP-UID
                 SET RESERVATION-MOVED  TO TRUE
                 MOVE ZUIDRSM-RECORD    TO WS-SAVE-RSM
              ELSE
                 SET BROWSE-DONE          TO TRUE
              END-IF
           END-PERFORM.

           EXEC CICS ENDBR
                FILE( 'ZUIDRSM' )
                NOHANDLE
           END-EXEC.

           IF RESERVATION-MOVED
              MOVE WS-SAVE-RSM          TO ZUIDRSM-RECORD
           END-IF.

       D3000-EXIT.
           EXIT.

      ******************************************************************
      * Compose the reservation screen from ZUIDRSV-RECORD and, for a  *
      * moved id, its latest ZUIDRSM move.                             *
      ******************************************************************

       D4000-BUILD-DETAIL.

           PERFORM X3000-CLEAR-SCREEN THRU X3000-EXIT.
           MOVE WS-RUN-DATE             TO ST-DATE.
           MOVE WS-RUN-TIME             TO ST-TIME.
           MOVE SCR-TITLE-LINE          TO SCR-LINE(1).
           MOVE WS-LOOKUP-UID           TO DH-UID.
           MOVE SCR-DETAIL-HEADING      TO SCR-LINE(3).
           MOVE 5                       TO WS-LINE-IX.

           IF RESERVATION-FOUND
              MOVE 'LEDGER KEY'         TO DF-LABEL
              MOVE RSV-SEQ-NBR          TO WS-SEQ-ED
              MOVE SPACES               TO DF-VALUE
              STRING RSV-APPL-ID        DELIMITED BY SPACE
                     ' SEQ '            DELIMITED BY SIZE
                     WS-SEQ-ED          DELIMITED BY SIZE
                     INTO DF-VALUE
              END-STRING
              PERFORM D4500-PUT-FIELD THRU D4500-EXIT
              MOVE 'STATUS'             TO DF-LABEL
              MOVE RSV-STATUS           TO DF-VALUE
              PERFORM D4500-PUT-FIELD THRU D4500-EXIT
              MOVE 'ALLOCATED'          TO DF-LABEL
              MOVE SPACES               TO DF-VALUE
              STRING RSV-ALLOC-DATE     DELIMITED BY SIZE
                     ' '                DELIMITED BY SIZE
                     RSV-ALLOC-TIME     DELIMITED BY SIZE
                     INTO DF-VALUE
              END-STRING
              PERFORM D4500-PUT-FIELD THRU D4500-EXIT
              MOVE 'COLLECTED'          TO DF-LABEL
              MOVE SPACES               TO DF-VALUE
              EVALUATE TRUE
                 WHEN RSV-IS-COLLECTED
                    STRING 'YES '       DELIMITED BY SIZE
                           RSV-COLL-DATE DELIMITED BY SIZE
                           ' '          DELIMITED BY SIZE
                           RSV-COLL-TIME DELIMITED BY SIZE
                           INTO DF-VALUE
                    END-STRING
                 WHEN RSV-STATUS = 'EXP'
                    MOVE 'NO - EXPIRED UNCOLLECTED' TO DF-VALUE
                 WHEN OTHER
                    MOVE 'NO - STILL AWAITING COLLECTION'
                         TO DF-VALUE
              END-EVALUATE
              PERFORM D4500-PUT-FIELD THRU D4500-EXIT
           ELSE
              MOVE 'LEDGER KEY'         TO DF-LABEL
              MOVE 'NOT ON FILE UNDER THE APPLICATION IT WAS MOVED TO'
                   TO DF-VALUE
              PERFORM D4500-PUT-FIELD THRU D4500-EXIT
           END-IF.

           IF RESERVATION-MOVED
              ADD 1 TO WS-LINE-IX
              MOVE 'LAST MOVED FROM'    TO DF-LABEL
              MOVE RSM-FROM-SEQ-NBR     TO WS-SEQ-ED
              MOVE SPACES               TO DF-VALUE
              STRING RSM-FROM-APPL-ID   DELIMITED BY SPACE
                     ' SEQ '            DELIMITED BY SIZE
                     WS-SEQ-ED          DELIMITED BY SIZE
                     INTO DF-VALUE
              END-STRING
              PERFORM D4500-PUT-FIELD THRU D4500-EXIT
              MOVE '            TO'     TO DF-LABEL
              MOVE RSM-TO-SEQ-NBR       TO WS-SEQ-ED
              MOVE SPACES               TO DF-VALUE
              STRING RSM-TO-APPL-ID     DELIMITED BY SPACE
                     ' SEQ '            DELIMITED BY SIZE
                     WS-SEQ-ED          DELIMITED BY SIZE
                     INTO DF-VALUE
              END-STRING
              PERFORM D4500-PUT-FIELD THRU D4500-EXIT
              MOVE '            ON'     TO DF-LABEL
              MOVE SPACES               TO DF-VALUE
              STRING RSM-DATE           DELIMITED BY SIZE
                     ' '                DELIMITED BY SIZE
                     RSM-TIME           DELIMITED BY SIZE
                     ' BY '             DELIMITED BY SIZE
                     RSM-USERID         DELIMITED BY SPACE
                     INTO DF-VALUE
              END-STRING
              PERFORM D4500-PUT-FIELD THRU D4500-EXIT
           END-IF.

           MOVE SCR-DETAIL-ACTION-LINE  TO SCR-LINE(22).
           MOVE WS-MSG-LINE             TO SCR-LINE(23).
           SET CM-MODE-DETAIL           TO TRUE.

       D4000-EXIT.
           EXIT.

       D4500-PUT-FIELD.

           MOVE SCR-DETAIL-FIELD        TO SCR-LINE(WS-LINE-IX).
           ADD 1 TO WS-LINE-IX.

       D4500-EXIT.
           EXIT.

      ******************************************************************
      * Reset the paging state to the top of the window.               *
      ******************************************************************

       X1000-TOP-OF-WINDOW.

           MOVE LOW-VALUES              TO CM-THIS-KEY.
           MOVE CM-APPL                 TO CM-THIS-KEY(1:8).
           MOVE ZERO                    TO CM-THIS-SKIP.
           MOVE ZERO                    TO CM-THIS-ROWS-DONE.
           MOVE ZERO                    TO CM-THIS-RECORDS.
           MOVE ZERO                    TO CM-THIS-IDS.
           MOVE ZERO                    TO CM-THIS-BLOCKS.
           MOVE CM-THIS-PAGE            TO CM-NEXT-PAGE.
           MOVE 'N'                     TO CM-END-SW.

       X1000-EXIT.
           EXIT.

       X3000-CLEAR-SCREEN.

           PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                   UNTIL WS-LINE-IX > 24
              MOVE SPACES TO SCR-LINE(WS-LINE-IX)
           END-PERFORM.

       X3000-EXIT.
           EXIT.

      ******************************************************************
      * Log a CICS command failure via the shared UIDLOG routine (see  *
      * cbl/UIDLOG.cbl) so it lands on ALOG/the console, not just the  *
      * screen's message line.                                         *
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

      ******************************************************************
      * Send the composed screen and hand the conversation state to    *
      * the next invocation.                                           *
      ******************************************************************

       Z1000-SEND-AND-RETURN.

           MOVE SPACES                  TO WS-MSG-LINE.
           EXEC CICS SEND
                FROM  ( WS-SCREEN )
                LENGTH( LENGTH OF WS-SCREEN )
                ERASE
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF WS-COMM-AREA  TO WS-COMM-LEN.
           EXEC CICS RETURN
                TRANSID ( EIBTRNID )
                COMMAREA( WS-COMM-AREA )
                LENGTH  ( WS-COMM-LEN )
           END-EXEC.

       Z1000-EXIT.
           EXIT.

      ******************************************************************
      * X - leave the browse: plain goodbye, no TRANSID, so the        *
      * terminal is back at a clear screen.                            *
      ******************************************************************

       Z2000-EXIT-BROWSE.

           PERFORM X3000-CLEAR-SCREEN THRU X3000-EXIT.
           MOVE 'UID046M BROWSE ENDED'   TO SCR-LINE(1).
           EXEC CICS SEND
                FROM  ( WS-SCREEN )
                LENGTH( LENGTH OF WS-SCREEN )
                ERASE
                NOHANDLE
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.

       Z2000-EXIT.
           EXIT.

      ******************************************************************
      * A command line that does not edit: show why and end the task - *
      * the operator corrects it and enters the transaction again.     *
      ******************************************************************

       Z3000-END-WITH-MESSAGE.

           PERFORM X3000-CLEAR-SCREEN THRU X3000-EXIT.
           MOVE 'UID046M  ZUID USAGE LOG BROWSE' TO SCR-LINE(1).
           MOVE WS-MSG-LINE             TO SCR-LINE(3).
           EXEC CICS SEND
                FROM  ( WS-SCREEN )
                LENGTH( LENGTH OF WS-SCREEN )
                ERASE
                NOHANDLE
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.

       Z3000-EXIT.
           EXIT.
