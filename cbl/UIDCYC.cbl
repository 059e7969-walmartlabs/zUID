       IDENTIFICATION DIVISION.
       PROGRAM-ID.      UIDCYC.
      ******************************************************************
      ** Annual counter-cycle close-out certification.                 **
      ** ZUIDPLT date-qualifies each DCOUNTER by year, so at calendar  **
      ** rollover ESSUID2027 starts and ESSUID2026 simply stops.  This **
      ** transaction, run on the operations scheduler once the new     **
      ** cycle is live, certifies what each retired cycle did and      **
      ** freezes it: for every ZUIDCTL counter it QUERYs the closed    **
      ** year's cycle-qualified name and, when the following year's    **
      ** name is live, reports                                         **
      **   - the final QUERY value and the issued count it implies     **
      **     (UID011R's sum - value less minimum, plus one);           **
      **   - the ids ZUIDUSG shows issued that year by the sites on    **
      **     the counter ('BLOCK' records counted as their span), the  **
      **     first and last issuance, and the gap between the two      **
      **     counts that UID011R's nightly runs left unresolved;       **
      **   - that year's ZUIDRSV reservations still uncollected and    **
      **     those expired uncollected, attributed to the counter      **
      **     through the applications whose BLOCK records it issued.   **
      **                                                               **
      ** Counters moved by UIDMIG during the year (ZUIDJRN MIGR        **
      ** entries) are followed through the cutover.  The counter a     **
      ** site left is closed too, even once no ZUIDCTL entry names it, **
      ** at the high water UIDMIG froze it at (its ZUIDAUD 'M' record) **
      ** and with the site on its list.  A migrated site's usage       **
      ** before the cutover is credited to the old counter, after it   **
      ** to the new one, and the new counter's issued count runs from  **
      ** the VALUE the migration started it at.                        **
      **                                                               **
      ** Each counter's closing record (see copy/ZUIDCYH.cpy) is       **
      ** written once to the ZUIDCYH permanent cycle history and never **
      ** rewritten - a rerun reprints the frozen record.  A counter    **
      ** whose next cycle is not live yet is listed, not closed.       **
      **                                                               **
      ** The certification report goes to the CYCR extrapartition      **
      ** queue; the whole cycle history is then copied to CYHX, the    **
      ** batch copy UID036R reads on CYHIN.  The closed year defaults  **
      ** to last year; a START with a 4-digit year in its FROM data    **
      ** closes that year instead (a cycle left open by a late run).   **
      ** A failed ZUIDUSG, ZUIDRSV or ZUIDJRN browse closes nothing -  **
      ** a frozen record must not freeze a partial count.              **
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
      ** Usage-log record (ZUIDUSG) - see B2000.                     *
      **------------------------------------------------------------*
           COPY ZUIDUSE.

      **------------------------------------------------------------*
      ** Reservation ledger record (ZUIDRSV) - see B3000.            *
      **------------------------------------------------------------*
           COPY ZUIDRSV.

      **------------------------------------------------------------*
      ** Cycle closing record (ZUIDCYH) - see C1000, D1000.          *
      **------------------------------------------------------------*
           COPY ZUIDCYH.

      **------------------------------------------------------------*
      ** Maintenance journal (ZUIDJRN) and audit trail (ZUIDAUD) -   *
      ** the year's counter migrations, see A0700.                   *
      **------------------------------------------------------------*
           COPY ZUIDJRN.

           COPY ZUIDAUD.

       01  WS-CTF-KEY                   PIC X(08).
       01  WS-JRN-KEY                   PIC X(16).
       01  WS-AUD-KEY                   PIC X(24).
       01  WS-USG-KEY                   PIC X(44).
       01  WS-RSV-KEY                   PIC X(17).
       01  WS-CYH-KEY                   PIC X(16).
       01  WS-LOAD-SW                   PIC X     VALUE 'N'.
           88  LOAD-DONE                VALUE 'Y'.
       01  WS-BROWSE-SW                 PIC X     VALUE 'N'.
           88  BROWSE-DONE              VALUE 'Y'.
       01  WS-SCAN-SW                   PIC X     VALUE 'N'.
           88  SCAN-FAILED              VALUE 'Y'.

      *    One entry per distinct counter base name on ZUIDCTL -
      *    several appids (sites) can share a counter, and each
      *    entry keeps the sites it serves - plus one for each
      *    counter a site migrated away from during the year, which
      *    ZUIDCTL no longer names.  A counter a site migrated onto
      *    carries the earliest such cutover and the value it was
      *    started at.
       01  WS-COUNTER-MAXN              PIC 9(04) COMP VALUE 50.
       01  WS-CTR-COUNT                 PIC 9(04) COMP VALUE ZERO.
       01  WS-COUNTER-TABLE.
           05  WS-COUNTER-ENTRY OCCURS 50 TIMES.
               10  CTR-BASE             PIC X(16).
               10  CTR-CNAME            PIC X(16).
               10  CTR-MIN              PIC S9(18) COMP.
               10  CTR-MAX              PIC S9(18) COMP.
               10  CTR-STATE            PIC X(01).
                   88  CTR-TO-CLOSE         VALUE 'C'.
                   88  CTR-ALREADY-CLOSED   VALUE 'F'.
                   88  CTR-STILL-LIVE       VALUE 'L'.
                   88  CTR-NO-CYCLE         VALUE 'N'.
                   88  CTR-IN-ERROR         VALUE 'E'.
               10  CTR-FINAL            PIC S9(18) COMP.
               10  CTR-USAGE            PIC S9(10) COMP-3.
               10  CTR-RSV-UNC          PIC S9(09) COMP-3.
               10  CTR-RSV-EXP          PIC S9(09) COMP-3.
               10  CTR-FIRST            PIC X(18).
               10  CTR-LAST             PIC X(18).
               10  CTR-SITE-COUNT       PIC 9(04) COMP.
               10  CTR-SITE-ID OCCURS 20 TIMES PIC X(08).
               10  CTR-ORIGIN           PIC X(01).
                   88  CTR-ON-ZUIDCTL       VALUE 'Z'.
                   88  CTR-MIGRATED-AWAY    VALUE 'M'.
               10  CTR-HW-SW            PIC X(01).
                   88  CTR-HW-KNOWN         VALUE 'Y'.
               10  CTR-HW               PIC S9(18) COMP.
               10  CTR-CUTOVER          PIC X(18).
               10  CTR-START            PIC S9(18) COMP.
               10  CTR-PRE-USAGE        PIC S9(10) COMP-3.
       01  WS-ORIGIN                    PIC X(01).

      *    The closed year's migrations, site by site - a migrated
      *    site's usage before its cutover belongs to the old counter.
       01  WS-MIG-MAXN                  PIC 9(04) COMP VALUE 200.
       01  WS-MIG-COUNT                 PIC 9(04) COMP VALUE ZERO.
       01  MIG-TABLE.
           05  MIG-ENTRY OCCURS 200 TIMES.
               10  MG-SITE-ID           PIC X(08).
               10  MG-CUTOVER           PIC X(18).
               10  MG-FROM-IX           PIC 9(04) COMP.
       01  WS-FROM-IX                   PIC 9(04) COMP.
       01  WS-CUT-STAMP                 PIC X(18).

      *    Site (ZUIDCTL appid) to counter, for the usage browse.
       01  WS-SITE-MAXN                 PIC 9(04) COMP VALUE 500.
       01  WS-SITE-COUNT                PIC 9(04) COMP VALUE ZERO.
       01  SITE-TABLE.
           05  SITE-ENTRY OCCURS 500 TIMES.
               10  ST-SITE-ID           PIC X(08).
               10  ST-CTR-IX            PIC 9(04) COMP.

      *    Requesting application to counter, learned from the
      *    closed year's BLOCK records - ZUIDRSV carries the
      *    application but not the site, so this is how a
      *    reservation finds its counter.
       01  WS-APPL-MAXN                 PIC 9(04) COMP VALUE 500.
       01  WS-APPL-COUNT                PIC 9(04) COMP VALUE ZERO.
       01  APPL-TABLE.
           05  APPL-ENTRY OCCURS 500 TIMES.
               10  AT-APPL              PIC X(08).
               10  AT-CTR-IX            PIC 9(04) COMP.

       01  WS-IX                        PIC 9(04) COMP.
       01  WS-JX                        PIC 9(04) COMP.
       01  WS-KX                        PIC 9(04) COMP.
       01  WS-FOUND-IX                  PIC 9(04) COMP.
       01  WS-FOUND-SW                  PIC X     VALUE 'N'.
           88  ENTRY-FOUND              VALUE 'Y'.

       01  WS-ABSTIME                   PIC S9(15) COMP-3.
       01  WS-RUN-DATE                  PIC X(10).
       01  WS-RUN-TIME                  PIC X(08).
       01  WS-RUN-YEAR                  PIC 9(04).
       01  WS-USERID                    PIC X(08).

      *    The year being closed - last year unless a START passed
      *    one in its FROM data.
       01  WS-CLOSE-YEAR                PIC 9(04).
       01  WS-NEXT-YEAR                 PIC 9(04).
       01  WS-YEAR-DATA                 PIC X(04).
       01  WS-YEAR-LEN                  PIC S9(04) COMP.
       01  WS-RTV-RESP                  PIC S9(08) COMP.
       01  WS-RTV-RESP2                 PIC S9(08) COMP.

       01  WS-QUERY-NAME                PIC X(16).
       01  WS-CTR-VALUE                 PIC S9(18) COMP.
       01  WS-ISSUE-STAMP               PIC X(18).
       01  WS-ISSUED-COUNT              PIC S9(10) COMP-3.
       01  WS-ISSUE-TOP                 PIC S9(18) COMP.
       01  WS-USE-COUNT                 PIC S9(10) COMP-3.
       01  WS-FILE-RESP                 PIC S9(08) COMP.
       01  WS-FILE-RESP2                PIC S9(08) COMP.

      *    A ZU-FORMAT 'BLOCK' usage record carries its range as
      *    'start-end' in ZU-UID - same pick-apart as UID011R's.
       01  WS-BLK-START-X               PIC X(10).
       01  WS-BLK-END-X                 PIC X(10).
       01  WS-BLK-START                 PIC 9(10).
       01  WS-BLK-END                   PIC 9(10).
       01  WS-BLK-SPAN                  PIC S9(10) COMP-3.

       01  WS-OPEN-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-CLOSED-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-EXCEPTION-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-FROZEN-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-LIVE-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-NOCYCLE-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-FAILED-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-HISTORY-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-CLOSED-ED                 PIC ZZZ9.
       01  WS-EXCEPTION-ED              PIC ZZZ9.
       01  WS-FROZEN-ED                 PIC ZZZ9.
       01  WS-LIVE-ED                   PIC ZZZ9.
       01  WS-NOCYCLE-ED                PIC ZZZ9.
       01  WS-FAILED-ED                 PIC ZZZ9.
       01  WS-HISTORY-ED                PIC ZZZZZ9.

       01  WS-CYH-LEN                   PIC S9(04) COMP.
       01  WS-RPT-LEN                   PIC S9(04) COMP.
       01  WS-RPT-ERROR-SW              PIC X     VALUE 'N'.
           88  RPT-ERROR-LOGGED         VALUE 'Y'.
       01  WS-CLOSING-NOTE              PIC X(40).

      **------------------------------------------------------------*
      ** Certification report lines, written to the CYCR queue.     *
      **------------------------------------------------------------*
       01  CYCR-LINE                    PIC X(100).

       01  RPT-HEADING-1.
           05  FILLER                  PIC X(44)
               VALUE 'ZUID COUNTER-CYCLE CLOSE-OUT CERTIFICATION  '.
           05  FILLER                  PIC X(12) VALUE 'CYCLE YEAR: '.
           05  RH1-YEAR                PIC 9(04).
           05  FILLER                  PIC X(07) VALUE '  RUN: '.
           05  RH1-DATE                PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RH1-TIME                PIC X(08).
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  RPT-COUNTER-LINE.
           05  FILLER                  PIC X(08) VALUE 'COUNTER '.
           05  RC-CNAME                PIC X(16).
           05  FILLER                  PIC X(07) VALUE '  BASE '.
           05  RC-BASE                 PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RC-VERDICT              PIC X(51).

       01  RPT-VALUE-LINE.
           05  FILLER                  PIC X(21)
               VALUE '  FINAL QUERY VALUE  '.
           05  RV-FINAL                PIC Z(9)9.
           05  FILLER                  PIC X(10) VALUE '  BOUNDS  '.
           05  RV-MIN                  PIC Z(9)9.
           05  FILLER                  PIC X(03) VALUE ' - '.
           05  RV-MAX                  PIC Z(9)9.
           05  FILLER                  PIC X(36) VALUE SPACES.

       01  RPT-ISSUE-LINE.
           05  FILLER                  PIC X(21)
               VALUE '  ISSUED PER COUNTER '.
           05  RI-ISSUED               PIC Z(9)9.
           05  FILLER                  PIC X(14) VALUE '  PER ZUIDUSG '.
           05  RI-USAGE                PIC Z(9)9.
           05  FILLER                  PIC X(17)
               VALUE '  UNRESOLVED GAP '.
           05  RI-GAP                  PIC -(10)9.
           05  FILLER                  PIC X(17) VALUE SPACES.

       01  RPT-RSV-LINE.
           05  FILLER                  PIC X(23)
               VALUE '  RESERVED UNCOLLECTED '.
           05  RR-UNCOLLECTED          PIC Z(8)9.
           05  FILLER                  PIC X(23)
               VALUE '   EXPIRED UNCOLLECTED '.
           05  RR-EXPIRED              PIC Z(8)9.
           05  FILLER                  PIC X(36) VALUE SPACES.

       01  RPT-ISSUED-LINE.
           05  FILLER                  PIC X(15)
               VALUE '  FIRST ISSUED '.
           05  RF-FIRST-DATE           PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RF-FIRST-TIME           PIC X(08).
           05  FILLER                  PIC X(15)
               VALUE '   LAST ISSUED '.
           05  RF-LAST-DATE            PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RF-LAST-TIME            PIC X(08).
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  RPT-CLOSED-LINE.
           05  FILLER                  PIC X(09) VALUE '  CLOSED '.
           05  RX-DATE                 PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RX-TIME                 PIC X(08).
           05  FILLER                  PIC X(04) VALUE ' BY '.
           05  RX-USERID               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RX-NOTE                 PIC X(40).
           05  FILLER                  PIC X(18) VALUE SPACES.

       01  RPT-SITES-LINE.
           05  FILLER                  PIC X(09) VALUE '  SITES  '.
           05  RS-SITE OCCURS 8 TIMES.
               10  RS-SITE-ID          PIC X(08).
               10  FILLER              PIC X(01).
           05  FILLER                  PIC X(19) VALUE SPACES.

       01  RPT-TEXT-LINE.
           05  RT-TEXT                 PIC X(100).

       01  ALOG-MESSAGE                 PIC X(80).

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

      *----------------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------------

           PERFORM A0400-GET-CLOSE-YEAR     THRU A0400-EXIT.
           PERFORM A0500-LOAD-COUNTER-TABLE THRU A0500-EXIT.
           PERFORM A0700-LOAD-MIGRATIONS    THRU A0700-EXIT.
           PERFORM B1000-CLASSIFY-ONE       THRU B1000-EXIT
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-CTR-COUNT.
           IF WS-OPEN-COUNT > ZERO
              PERFORM B2000-SCAN-USAGE      THRU B2000-EXIT
              PERFORM B3000-SCAN-LEDGER     THRU B3000-EXIT
           END-IF.
           PERFORM C0500-PRINT-HEADING      THRU C0500-EXIT.
           PERFORM C1000-CLOSE-ONE          THRU C1000-EXIT
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-CTR-COUNT.
           PERFORM D1000-SNAPSHOT-HISTORY   THRU D1000-EXIT.
           PERFORM Z1000-WRITE-SUMMARY      THRU Z1000-EXIT.
           EXEC CICS RETURN
           END-EXEC.

      ******************************************************************
      * Stamp the run and settle the year to close: last year, or the  *
      * year a START passed in its FROM data - which must be an        *
      * earlier year than this one, or it is ignored.                  *
      ******************************************************************

       A0400-GET-CLOSE-YEAR.

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
           MOVE WS-RUN-DATE(1:4)         TO WS-RUN-YEAR.
           COMPUTE WS-CLOSE-YEAR = WS-RUN-YEAR - 1.

           MOVE SPACES                   TO WS-USERID.
           EXEC CICS ASSIGN
                USERID( WS-USERID )
                NOHANDLE
           END-EXEC.

           MOVE SPACES                   TO WS-YEAR-DATA.
           MOVE LENGTH OF WS-YEAR-DATA   TO WS-YEAR-LEN.
           EXEC CICS RETRIEVE
                INTO  ( WS-YEAR-DATA )
                LENGTH( WS-YEAR-LEN )
                RESP  ( WS-RTV-RESP )
                RESP2 ( WS-RTV-RESP2 )
           END-EXEC.

           IF WS-RTV-RESP = DFHRESP(NORMAL)
              IF WS-YEAR-DATA IS NUMERIC
                 AND WS-YEAR-DATA < WS-RUN-DATE(1:4)
                 MOVE WS-YEAR-DATA       TO WS-CLOSE-YEAR
              ELSE
                 MOVE SPACES             TO ALOG-MESSAGE
                 STRING 'UIDCYC START YEAR '  DELIMITED BY SIZE
                        WS-YEAR-DATA          DELIMITED BY SIZE
                        ' IGNORED - CLOSING '  DELIMITED BY SIZE
                        WS-CLOSE-YEAR         DELIMITED BY SIZE
                        INTO ALOG-MESSAGE
                 END-STRING
                 PERFORM X1000-WRITE-ALOG THRU X1000-EXIT
              END-IF
           END-IF.
           COMPUTE WS-NEXT-YEAR = WS-CLOSE-YEAR + 1.

       A0400-EXIT.
           EXIT.

      ******************************************************************
      * Load every ZUIDCTL counter - disabled entries too, since a     *
      * counter switched off during the year still had a cycle to      *
      * close - one table entry per base name with the sites on it.    *
      * No compiled-in seed here: a certification that silently        *
      * covered only the fallback pair would certify nothing.          *
      ******************************************************************

       A0500-LOAD-COUNTER-TABLE.

           MOVE LOW-VALUES               TO WS-CTF-KEY.
           EXEC CICS STARTBR
                FILE   ( 'ZUIDCTL' )
                RIDFLD ( WS-CTF-KEY )
                GTEQ
                NOHANDLE
           END-EXEC.

           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE EIBRESP                  TO CICS-MSG-RESP
              MOVE EIBRESP2                 TO CICS-MSG-RESP2
              MOVE 'A0500: STARTBR ZUIDCTL ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
              GO TO A0500-EXIT
           END-IF.

           PERFORM UNTIL LOAD-DONE
              EXEC CICS READNEXT
                   FILE    ( 'ZUIDCTL' )
                   INTO    ( ZUIDCTF-RECORD )
                   RIDFLD  ( WS-CTF-KEY )
                   KEYLENGTH( LENGTH OF WS-CTF-KEY )
                   NOHANDLE
              END-EXEC
              IF EIBRESP = DFHRESP(NORMAL)
                 MOVE 'Z'                TO WS-ORIGIN
                 PERFORM A0600-ADD-SITE THRU A0600-EXIT
              ELSE
                 SET LOAD-DONE TO TRUE
              END-IF
           END-PERFORM.

           EXEC CICS ENDBR
                FILE( 'ZUIDCTL' )
                NOHANDLE
           END-EXEC.

       A0500-EXIT.
           EXIT.

      ******************************************************************
      * File one ZUIDCTL entry: find or open its counter's entry,      *
      * then tie the site to it both ways.                             *
      ******************************************************************

       A0600-ADD-SITE.

           PERFORM A0610-FIND-COUNTER    THRU A0610-EXIT.
           IF WS-JX = ZERO
              GO TO A0600-EXIT
           END-IF.
           PERFORM A0620-ATTACH-SITE     THRU A0620-EXIT.

           IF WS-SITE-COUNT < WS-SITE-MAXN
              ADD 1                      TO WS-SITE-COUNT
              MOVE CTF-APPID             TO ST-SITE-ID(WS-SITE-COUNT)
              MOVE WS-JX                 TO ST-CTR-IX(WS-SITE-COUNT)
           END-IF.

       A0600-EXIT.
           EXIT.

      ******************************************************************
      * Find CTF-CNAME's entry, or open one from the bounds in         *
      * ZUIDCTF-RECORD (origin WS-ORIGIN).  WS-JX is the entry, or     *
      * zero when the table is full.                                   *
      ******************************************************************

       A0610-FIND-COUNTER.

           MOVE 'N'                      TO WS-FOUND-SW.
           MOVE 1                        TO WS-JX.
           PERFORM UNTIL WS-JX > WS-CTR-COUNT
                      OR ENTRY-FOUND
              IF CTR-BASE(WS-JX) = CTF-CNAME
                 SET ENTRY-FOUND         TO TRUE
              ELSE
                 ADD 1                   TO WS-JX
              END-IF
           END-PERFORM.
           IF ENTRY-FOUND
              GO TO A0610-EXIT
           END-IF.

           IF WS-CTR-COUNT >= WS-COUNTER-MAXN
              MOVE ZERO                  TO WS-JX
              GO TO A0610-EXIT
           END-IF.
           ADD 1                         TO WS-CTR-COUNT.
           MOVE WS-CTR-COUNT             TO WS-JX.
           MOVE CTF-CNAME                TO CTR-BASE(WS-JX).
           MOVE SPACES                   TO CTR-CNAME(WS-JX).
           MOVE CTF-MIN                  TO CTR-MIN(WS-JX).
           MOVE CTF-MAX                  TO CTR-MAX(WS-JX).
           MOVE SPACES                   TO CTR-STATE(WS-JX).
           MOVE ZERO                     TO CTR-FINAL(WS-JX).
           MOVE ZERO                     TO CTR-USAGE(WS-JX).
           MOVE ZERO                     TO CTR-RSV-UNC(WS-JX).
           MOVE ZERO                     TO CTR-RSV-EXP(WS-JX).
           MOVE SPACES                   TO CTR-FIRST(WS-JX).
           MOVE SPACES                   TO CTR-LAST(WS-JX).
           MOVE ZERO                     TO CTR-SITE-COUNT(WS-JX).
           MOVE WS-ORIGIN                TO CTR-ORIGIN(WS-JX).
           MOVE 'N'                      TO CTR-HW-SW(WS-JX).
           MOVE ZERO                     TO CTR-HW(WS-JX).
           MOVE SPACES                   TO CTR-CUTOVER(WS-JX).
           MOVE ZERO                     TO CTR-START(WS-JX).
           MOVE ZERO                     TO CTR-PRE-USAGE(WS-JX).

       A0610-EXIT.
           EXIT.

      ******************************************************************
      * Add CTF-APPID to the WS-JX'th counter's sites, once.           *
      ******************************************************************

       A0620-ATTACH-SITE.

           PERFORM VARYING WS-KX FROM 1 BY 1
                   UNTIL WS-KX > 20
                      OR WS-KX > CTR-SITE-COUNT(WS-JX)
              IF CTR-SITE-ID(WS-JX, WS-KX) = CTF-APPID
                 GO TO A0620-EXIT
              END-IF
           END-PERFORM.

           ADD 1                         TO CTR-SITE-COUNT(WS-JX).
           IF CTR-SITE-COUNT(WS-JX) <= 20
              MOVE CTR-SITE-COUNT(WS-JX) TO WS-KX
              MOVE CTF-APPID             TO CTR-SITE-ID(WS-JX, WS-KX)
           END-IF.

       A0620-EXIT.
           EXIT.

      ******************************************************************
      * Browse ZUIDJRN for the closed year's UIDMIG migrations (MIGR). *
      * UIDMIG repoints the site's ZUIDCTL entry, so a counter every   *
      * site has left is known only from here; and each site's usage   *
      * is split at its cutover (B2100).  A failed browse closes       *
      * nothing - the usage could not be attributed.                   *
      ******************************************************************

       A0700-LOAD-MIGRATIONS.

           MOVE LOW-VALUES               TO WS-JRN-KEY.
           EXEC CICS STARTBR
                FILE   ( 'ZUIDJRN' )
                RIDFLD ( WS-JRN-KEY )
                GTEQ
                RESP   ( WS-FILE-RESP )
                RESP2  ( WS-FILE-RESP2 )
           END-EXEC.
           EVALUATE WS-FILE-RESP
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 GO TO A0700-EXIT
              WHEN OTHER
                 MOVE WS-FILE-RESP          TO CICS-MSG-RESP
                 MOVE WS-FILE-RESP2         TO CICS-MSG-RESP2
                 MOVE 'A0700: STARTBR ZUIDJRN ERROR:' TO CICS-MSG-TEXT
                 PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
                 SET SCAN-FAILED            TO TRUE
                 GO TO A0700-EXIT
           END-EVALUATE.

           MOVE 'N'                      TO WS-BROWSE-SW.
           PERFORM UNTIL BROWSE-DONE
              EXEC CICS READNEXT
                   FILE    ( 'ZUIDJRN' )
                   INTO    ( ZUIDJRN-RECORD )
                   RIDFLD  ( WS-JRN-KEY )
                   KEYLENGTH( LENGTH OF WS-JRN-KEY )
                   RESP    ( WS-FILE-RESP )
                   RESP2   ( WS-FILE-RESP2 )
              END-EXEC
              EVALUATE WS-FILE-RESP
                 WHEN DFHRESP(NORMAL)
                    IF JRN-ACTION = 'MIGR'
                       AND JRN-DATE(1:4) = WS-CLOSE-YEAR
                       PERFORM A0800-NOTE-MIGRATION THRU A0800-EXIT
                    END-IF
                 WHEN DFHRESP(ENDFILE)
                    SET BROWSE-DONE         TO TRUE
                 WHEN OTHER
                    MOVE WS-FILE-RESP       TO CICS-MSG-RESP
                    MOVE WS-FILE-RESP2      TO CICS-MSG-RESP2
                    MOVE 'A0700: READNEXT ZUIDJRN ERROR:'
                         TO CICS-MSG-TEXT
                    PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
                    SET SCAN-FAILED         TO TRUE
                    SET BROWSE-DONE         TO TRUE
              END-EVALUATE
           END-PERFORM.

           EXEC CICS ENDBR
                FILE( 'ZUIDJRN' )
                NOHANDLE
           END-EXEC.

       A0700-EXIT.
           EXIT.

      ******************************************************************
      * File one MIGR entry: the old counter (before image) with the   *
      * site that left it and the high water it was frozen at, the     *
      * new counter (after image) with the cutover and its start       *
      * VALUE, and the site's cutover for the usage split.  A table    *
      * too small to hold them closes nothing.                         *
      ******************************************************************

       A0800-NOTE-MIGRATION.

           IF WS-MIG-COUNT >= WS-MIG-MAXN
              PERFORM A0900-TABLE-FULL   THRU A0900-EXIT
              GO TO A0800-EXIT
           END-IF.

           MOVE JRN-DATE                 TO WS-CUT-STAMP(1:10).
           MOVE JRN-TIME                 TO WS-CUT-STAMP(11:8).

           MOVE JRN-BEFORE-IMAGE         TO ZUIDCTF-RECORD.
           MOVE 'M'                      TO WS-ORIGIN.
           PERFORM A0610-FIND-COUNTER    THRU A0610-EXIT.
           IF WS-JX = ZERO
              PERFORM A0900-TABLE-FULL   THRU A0900-EXIT
              GO TO A0800-EXIT
           END-IF.
           PERFORM A0620-ATTACH-SITE     THRU A0620-EXIT.
           MOVE WS-JX                    TO WS-FROM-IX.
           PERFORM A0850-READ-HIGH-WATER THRU A0850-EXIT.

           MOVE JRN-AFTER-IMAGE          TO ZUIDCTF-RECORD.
           PERFORM A0610-FIND-COUNTER    THRU A0610-EXIT.
           IF WS-JX = ZERO
              PERFORM A0900-TABLE-FULL   THRU A0900-EXIT
              GO TO A0800-EXIT
           END-IF.
           IF CTR-CUTOVER(WS-JX) = SPACES
              OR WS-CUT-STAMP < CTR-CUTOVER(WS-JX)
              MOVE WS-CUT-STAMP          TO CTR-CUTOVER(WS-JX)
              MOVE CTF-VAL               TO CTR-START(WS-JX)
           END-IF.

           ADD 1                         TO WS-MIG-COUNT.
           MOVE JRN-APPID                TO MG-SITE-ID(WS-MIG-COUNT).
           MOVE WS-CUT-STAMP             TO MG-CUTOVER(WS-MIG-COUNT).
           MOVE WS-FROM-IX               TO MG-FROM-IX(WS-MIG-COUNT).

       A0800-EXIT.
           EXIT.

      ******************************************************************
      * The old counter's high water at the cutover - the ZUIDAUD 'M'  *
      * record UIDMIG wrote under the old cycle name with the MIGR's   *
      * STCK.  The highest one wins when several sites left it.  Not   *
      * there means the site left another year's cycle; B1000 then     *
      * QUERYs as for any counter.                                     *
      ******************************************************************

       A0850-READ-HIGH-WATER.

           MOVE SPACES                   TO WS-AUD-KEY.
           STRING FUNCTION TRIM(CTF-CNAME) DELIMITED BY SIZE
                  WS-CLOSE-YEAR          DELIMITED BY SIZE
                  INTO WS-AUD-KEY(1:16)
           END-STRING.
           MOVE JRN-STCK                 TO WS-AUD-KEY(17:8).

           EXEC CICS READ FILE
                ( 'ZUIDAUD' )
                INTO     ( ZUIDAUD-RECORD )
                RIDFLD   ( WS-AUD-KEY )
                KEYLENGTH( LENGTH OF WS-AUD-KEY )
                RESP     ( WS-FILE-RESP )
                RESP2    ( WS-FILE-RESP2 )
           END-EXEC.
           EVALUATE WS-FILE-RESP
              WHEN DFHRESP(NORMAL)
                 IF AUD-EVENT = 'M'
                    AND (NOT CTR-HW-KNOWN(WS-JX)
                         OR AUD-VALUE > CTR-HW(WS-JX))
                    MOVE AUD-VALUE          TO CTR-HW(WS-JX)
                    MOVE 'Y'                TO CTR-HW-SW(WS-JX)
                 END-IF
              WHEN DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 MOVE WS-FILE-RESP          TO CICS-MSG-RESP
                 MOVE WS-FILE-RESP2         TO CICS-MSG-RESP2
                 MOVE 'A0850: READ ZUIDAUD ERROR:' TO CICS-MSG-TEXT
                 PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
                 SET SCAN-FAILED            TO TRUE
           END-EVALUATE.

       A0850-EXIT.
           EXIT.

      ******************************************************************
      * A counter or migration table too small for the year: say so    *
      * once on ALOG, and close nothing rather than misattribute.      *
      ******************************************************************

       A0900-TABLE-FULL.

           IF NOT SCAN-FAILED
              MOVE SPACES                TO ALOG-MESSAGE
              STRING 'UIDCYC MIGRATIONS EXCEED TABLE SIZE - CLOSING '
                                         DELIMITED BY SIZE
                     WS-CLOSE-YEAR       DELIMITED BY SIZE
                     ' HELD'             DELIMITED BY SIZE
                     INTO ALOG-MESSAGE
              END-STRING
              PERFORM X1000-WRITE-ALOG THRU X1000-EXIT
           END-IF.
           SET SCAN-FAILED               TO TRUE.

       A0900-EXIT.
           EXIT.

      ******************************************************************
      * Decide what this run does with the WS-IX'th counter: already   *
      * closed (a frozen record exists), no cycle that year, still     *
      * live (next year's name not defined yet), or to close - its     *
      * final QUERY value taken now.                                   *
      ******************************************************************

       B1000-CLASSIFY-ONE.

           MOVE SPACES                   TO CTR-CNAME(WS-IX).
           STRING FUNCTION TRIM(CTR-BASE(WS-IX)) DELIMITED BY SIZE
                  WS-CLOSE-YEAR          DELIMITED BY SIZE
                  INTO CTR-CNAME(WS-IX)
           END-STRING.

           MOVE CTR-CNAME(WS-IX)         TO WS-CYH-KEY.
           EXEC CICS READ FILE
                ( 'ZUIDCYH' )
                INTO     ( ZUIDCYH-RECORD )
                RIDFLD   ( WS-CYH-KEY )
                KEYLENGTH( LENGTH OF WS-CYH-KEY )
                RESP     ( WS-FILE-RESP )
                RESP2    ( WS-FILE-RESP2 )
           END-EXEC.
           EVALUATE WS-FILE-RESP
              WHEN DFHRESP(NORMAL)
                 SET CTR-ALREADY-CLOSED(WS-IX) TO TRUE
                 GO TO B1000-EXIT
              WHEN DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 MOVE WS-FILE-RESP          TO CICS-MSG-RESP
                 MOVE WS-FILE-RESP2         TO CICS-MSG-RESP2
                 MOVE 'B1000: READ ZUIDCYH ERROR:' TO CICS-MSG-TEXT
                 PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
                 SET CTR-IN-ERROR(WS-IX)    TO TRUE
                 GO TO B1000-EXIT
           END-EVALUATE.

      *    *--------------------------------------------------------*
      *    * A counter every site migrated away from will not roll  *
      *    * to the next year - its cycle ended at the last cutover,*
      *    * at the high water UIDMIG froze it at.                  *
      *    *--------------------------------------------------------*
           IF CTR-MIGRATED-AWAY(WS-IX)
              AND CTR-HW-KNOWN(WS-IX)
              MOVE CTR-HW(WS-IX)         TO CTR-FINAL(WS-IX)
              SET CTR-TO-CLOSE(WS-IX)    TO TRUE
              ADD 1                      TO WS-OPEN-COUNT
              GO TO B1000-EXIT
           END-IF.

           EXEC CICS QUERY DCOUNTER
                ( CTR-CNAME(WS-IX) )
                VALUE( WS-CTR-VALUE )
                NOHANDLE
           END-EXEC.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              SET CTR-NO-CYCLE(WS-IX)    TO TRUE
              GO TO B1000-EXIT
           END-IF.
           MOVE WS-CTR-VALUE             TO CTR-FINAL(WS-IX).
           IF CTR-MIGRATED-AWAY(WS-IX)
              SET CTR-TO-CLOSE(WS-IX)    TO TRUE
              ADD 1                      TO WS-OPEN-COUNT
              GO TO B1000-EXIT
           END-IF.

           MOVE SPACES                   TO WS-QUERY-NAME.
           STRING FUNCTION TRIM(CTR-BASE(WS-IX)) DELIMITED BY SIZE
                  WS-NEXT-YEAR           DELIMITED BY SIZE
                  INTO WS-QUERY-NAME
           END-STRING.
           EXEC CICS QUERY DCOUNTER
                ( WS-QUERY-NAME )
                VALUE( WS-CTR-VALUE )
                NOHANDLE
           END-EXEC.
           IF EIBRESP = DFHRESP(NORMAL)
              SET CTR-TO-CLOSE(WS-IX)    TO TRUE
              ADD 1                      TO WS-OPEN-COUNT
           ELSE
              SET CTR-STILL-LIVE(WS-IX)  TO TRUE
           END-IF.

       B1000-EXIT.
           EXIT.

      ******************************************************************
      * Browse ZUIDUSG start to finish and credit each of the closed   *
      * year's records to its site's counter: the count (a 'BLOCK'     *
      * record as its span), the first and last issuance, and - from   *
      * BLOCK records - which applications drew on the counter.        *
      ******************************************************************

       B2000-SCAN-USAGE.

           MOVE LOW-VALUES               TO WS-USG-KEY.
           EXEC CICS STARTBR
                FILE   ( 'ZUIDUSG' )
                RIDFLD ( WS-USG-KEY )
                GTEQ
                RESP   ( WS-FILE-RESP )
                RESP2  ( WS-FILE-RESP2 )
           END-EXEC.
           EVALUATE WS-FILE-RESP
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 GO TO B2000-EXIT
              WHEN OTHER
                 MOVE WS-FILE-RESP          TO CICS-MSG-RESP
                 MOVE WS-FILE-RESP2         TO CICS-MSG-RESP2
                 MOVE 'B2000: STARTBR ZUIDUSG ERROR:' TO CICS-MSG-TEXT
                 PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
                 SET SCAN-FAILED            TO TRUE
                 GO TO B2000-EXIT
           END-EVALUATE.

           MOVE 'N'                      TO WS-BROWSE-SW.
           PERFORM UNTIL BROWSE-DONE
              EXEC CICS READNEXT
                   FILE    ( 'ZUIDUSG' )
                   INTO    ( ZUIDUSE-RECORD )
                   RIDFLD  ( WS-USG-KEY )
                   KEYLENGTH( LENGTH OF WS-USG-KEY )
                   RESP    ( WS-FILE-RESP )
                   RESP2   ( WS-FILE-RESP2 )
              END-EXEC
              EVALUATE WS-FILE-RESP
                 WHEN DFHRESP(NORMAL)
                    IF ZU-DATE(1:4) = WS-CLOSE-YEAR
                       PERFORM B2100-CREDIT-USAGE THRU B2100-EXIT
                    END-IF
                 WHEN DFHRESP(ENDFILE)
                    SET BROWSE-DONE         TO TRUE
                 WHEN OTHER
                    MOVE WS-FILE-RESP       TO CICS-MSG-RESP
                    MOVE WS-FILE-RESP2      TO CICS-MSG-RESP2
                    MOVE 'B2000: READNEXT ZUIDUSG ERROR:'
                         TO CICS-MSG-TEXT
                    PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
                    SET SCAN-FAILED         TO TRUE
                    SET BROWSE-DONE         TO TRUE
              END-EVALUATE
           END-PERFORM.

           EXEC CICS ENDBR
                FILE( 'ZUIDUSG' )
                NOHANDLE
           END-EXEC.

       B2000-EXIT.
           EXIT.

      ******************************************************************
      * Credit the current usage record to the counter that issued     *
      * it, if that counter is being closed this run: the counter a    *
      * migrated site left, when the record is from before the site's  *
      * first cutover after it, else the counter the site is on now.   *
      ******************************************************************

       B2100-CREDIT-USAGE.

           MOVE ZU-DATE                  TO WS-ISSUE-STAMP(1:10).
           MOVE ZU-TIME                  TO WS-ISSUE-STAMP(11:8).

           MOVE ZERO                     TO WS-FOUND-IX.
           MOVE SPACES                   TO WS-CUT-STAMP.
           PERFORM VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > WS-MIG-COUNT
              IF MG-SITE-ID(WS-JX) = ZU-SITE-ID
                 AND MG-CUTOVER(WS-JX) > WS-ISSUE-STAMP
                 AND (WS-FOUND-IX = ZERO
                      OR MG-CUTOVER(WS-JX) < WS-CUT-STAMP)
                 MOVE MG-FROM-IX(WS-JX)  TO WS-FOUND-IX
                 MOVE MG-CUTOVER(WS-JX)  TO WS-CUT-STAMP
              END-IF
           END-PERFORM.

           IF WS-FOUND-IX = ZERO
              MOVE 'N'                   TO WS-FOUND-SW
              MOVE 1                     TO WS-JX
              PERFORM UNTIL WS-JX > WS-SITE-COUNT
                         OR ENTRY-FOUND
                 IF ST-SITE-ID(WS-JX) = ZU-SITE-ID
                    SET ENTRY-FOUND      TO TRUE
                 ELSE
                    ADD 1                TO WS-JX
                 END-IF
              END-PERFORM
              IF NOT ENTRY-FOUND
                 GO TO B2100-EXIT
              END-IF
              MOVE ST-CTR-IX(WS-JX)      TO WS-FOUND-IX
           END-IF.
           IF NOT CTR-TO-CLOSE(WS-FOUND-IX)
              GO TO B2100-EXIT
           END-IF.

           MOVE 1                        TO WS-USE-COUNT.
           IF ZU-FORMAT = 'BLOCK'
              MOVE ZU-UID(1:10)          TO WS-BLK-START-X
              MOVE ZU-UID(12:10)         TO WS-BLK-END-X
              IF WS-BLK-START-X IS NUMERIC
                 AND WS-BLK-END-X IS NUMERIC
                 MOVE WS-BLK-START-X     TO WS-BLK-START
                 MOVE WS-BLK-END-X       TO WS-BLK-END
                 COMPUTE WS-BLK-SPAN = WS-BLK-END - WS-BLK-START + 1
                 MOVE WS-BLK-SPAN        TO WS-USE-COUNT
              END-IF
              PERFORM B2200-NOTE-APPL THRU B2200-EXIT
           END-IF.
           ADD WS-USE-COUNT              TO CTR-USAGE(WS-FOUND-IX).

      *    Drawn on a counter a site later migrated onto, before the
      *    migration raised it - see C1100.
           IF CTR-CUTOVER(WS-FOUND-IX) NOT = SPACES
              AND WS-ISSUE-STAMP < CTR-CUTOVER(WS-FOUND-IX)
              ADD WS-USE-COUNT           TO CTR-PRE-USAGE(WS-FOUND-IX)
           END-IF.

           IF CTR-FIRST(WS-FOUND-IX) = SPACES
              OR WS-ISSUE-STAMP < CTR-FIRST(WS-FOUND-IX)
              MOVE WS-ISSUE-STAMP        TO CTR-FIRST(WS-FOUND-IX)
           END-IF.
           IF WS-ISSUE-STAMP > CTR-LAST(WS-FOUND-IX)
              MOVE WS-ISSUE-STAMP        TO CTR-LAST(WS-FOUND-IX)
           END-IF.

       B2100-EXIT.
           EXIT.

      ******************************************************************
      * Remember that the BLOCK record's application reserved from     *
      * this counter - the first counter seen wins.                    *
      ******************************************************************

       B2200-NOTE-APPL.

           MOVE 1                        TO WS-KX.
           PERFORM UNTIL WS-KX > WS-APPL-COUNT
              IF AT-APPL(WS-KX) = ZU-REQUESTOR-APPL
                 GO TO B2200-EXIT
              END-IF
              ADD 1                      TO WS-KX
           END-PERFORM.

           IF WS-APPL-COUNT < WS-APPL-MAXN
              ADD 1                      TO WS-APPL-COUNT
              MOVE ZU-REQUESTOR-APPL     TO AT-APPL(WS-APPL-COUNT)
              MOVE WS-FOUND-IX           TO AT-CTR-IX(WS-APPL-COUNT)
           END-IF.

       B2200-EXIT.
           EXIT.

      ******************************************************************
      * Browse the ZUIDRSV ledger and count, per counter being closed, *
      * the closed year's reservations never collected - still open,   *
      * or expired by UID035P.  An empty ledger just means none.       *
      ******************************************************************

       B3000-SCAN-LEDGER.

           IF WS-APPL-COUNT = ZERO
              GO TO B3000-EXIT
           END-IF.

           MOVE LOW-VALUES               TO WS-RSV-KEY.
           EXEC CICS STARTBR
                FILE   ( 'ZUIDRSV' )
                RIDFLD ( WS-RSV-KEY )
                GTEQ
                RESP   ( WS-FILE-RESP )
                RESP2  ( WS-FILE-RESP2 )
           END-EXEC.
           EVALUATE WS-FILE-RESP
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 GO TO B3000-EXIT
              WHEN OTHER
                 MOVE WS-FILE-RESP          TO CICS-MSG-RESP
                 MOVE WS-FILE-RESP2         TO CICS-MSG-RESP2
                 MOVE 'B3000: STARTBR ZUIDRSV ERROR:' TO CICS-MSG-TEXT
                 PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
                 SET SCAN-FAILED            TO TRUE
                 GO TO B3000-EXIT
           END-EVALUATE.

           MOVE 'N'                      TO WS-BROWSE-SW.
           PERFORM UNTIL BROWSE-DONE
              EXEC CICS READNEXT
                   FILE    ( 'ZUIDRSV' )
                   INTO    ( ZUIDRSV-RECORD )
                   RIDFLD  ( WS-RSV-KEY )
                   KEYLENGTH( LENGTH OF WS-RSV-KEY )
                   RESP    ( WS-FILE-RESP )
                   RESP2   ( WS-FILE-RESP2 )
              END-EXEC
              EVALUATE WS-FILE-RESP
                 WHEN DFHRESP(NORMAL)
                    IF RSV-ALLOC-DATE(1:4) = WS-CLOSE-YEAR
                       AND NOT RSV-IS-COLLECTED
                       PERFORM B3100-CREDIT-RESERVATION
                           THRU B3100-EXIT
                    END-IF
                 WHEN DFHRESP(ENDFILE)
                    SET BROWSE-DONE         TO TRUE
                 WHEN OTHER
                    MOVE WS-FILE-RESP       TO CICS-MSG-RESP
                    MOVE WS-FILE-RESP2      TO CICS-MSG-RESP2
                    MOVE 'B3000: READNEXT ZUIDRSV ERROR:'
                         TO CICS-MSG-TEXT
                    PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
                    SET SCAN-FAILED         TO TRUE
                    SET BROWSE-DONE         TO TRUE
              END-EVALUATE
           END-PERFORM.

           EXEC CICS ENDBR
                FILE( 'ZUIDRSV' )
                NOHANDLE
           END-EXEC.

       B3000-EXIT.
           EXIT.

      ******************************************************************
      * Credit an uncollected reservation to its application's         *
      * counter: expired if UID035P has marked it so, else still       *
      * reserved.                                                      *
      ******************************************************************

       B3100-CREDIT-RESERVATION.

           MOVE 'N'                      TO WS-FOUND-SW.
           MOVE 1                        TO WS-KX.
           PERFORM UNTIL WS-KX > WS-APPL-COUNT
                      OR ENTRY-FOUND
              IF AT-APPL(WS-KX) = RSV-APPL-ID
                 SET ENTRY-FOUND         TO TRUE
              ELSE
                 ADD 1                   TO WS-KX
              END-IF
           END-PERFORM.
           IF NOT ENTRY-FOUND
              GO TO B3100-EXIT
           END-IF.

           MOVE AT-CTR-IX(WS-KX)         TO WS-FOUND-IX.
           IF RSV-STATUS = 'EXP'
              ADD 1                      TO CTR-RSV-EXP(WS-FOUND-IX)
           ELSE
              ADD 1                      TO CTR-RSV-UNC(WS-FOUND-IX)
           END-IF.

       B3100-EXIT.
           EXIT.

      ******************************************************************
      * Report heading.                                                *
      ******************************************************************

       C0500-PRINT-HEADING.

           MOVE WS-CLOSE-YEAR            TO RH1-YEAR.
           MOVE WS-RUN-DATE              TO RH1-DATE.
           MOVE WS-RUN-TIME              TO RH1-TIME.
           MOVE RPT-HEADING-1            TO CYCR-LINE.
           PERFORM X2000-WRITE-REPORT THRU X2000-EXIT.
           MOVE SPACES                   TO CYCR-LINE.
           PERFORM X2000-WRITE-REPORT THRU X2000-EXIT.

       C0500-EXIT.
           EXIT.

      ******************************************************************
      * Close the WS-IX'th counter's cycle: write its frozen record    *
      * and certify it on the report - or reprint the record an        *
      * earlier run froze, or say why it was not closed.               *
      ******************************************************************

       C1000-CLOSE-ONE.

           IF CTR-NO-CYCLE(WS-IX)
              ADD 1                      TO WS-NOCYCLE-COUNT
              GO TO C1000-EXIT
           END-IF.

           IF CTR-STILL-LIVE(WS-IX)
              ADD 1                      TO WS-LIVE-COUNT
              MOVE SPACES                TO RT-TEXT
              STRING 'COUNTER '          DELIMITED BY SIZE
                     CTR-CNAME(WS-IX)    DELIMITED BY SPACE
                     ' NOT CLOSED - '    DELIMITED BY SIZE
                     FUNCTION TRIM(CTR-BASE(WS-IX)) DELIMITED BY SIZE
                     WS-NEXT-YEAR        DELIMITED BY SIZE
                     ' NOT LIVE YET'     DELIMITED BY SIZE
                     INTO RT-TEXT
              END-STRING
              PERFORM C3000-PRINT-TEXT THRU C3000-EXIT
              GO TO C1000-EXIT
           END-IF.

           IF CTR-IN-ERROR(WS-IX)
              OR (CTR-TO-CLOSE(WS-IX) AND SCAN-FAILED)
              ADD 1                      TO WS-FAILED-COUNT
              MOVE SPACES                TO RT-TEXT
              STRING 'COUNTER '          DELIMITED BY SIZE
                     CTR-CNAME(WS-IX)    DELIMITED BY SPACE
                     ' NOT CLOSED - CYCLE HISTORY, JOURNAL OR'
                                         DELIMITED BY SIZE
                     ' USAGE/LEDGER BROWSE FAILED, SEE UIDLOG'
                                         DELIMITED BY SIZE
                     INTO RT-TEXT
              END-STRING
              PERFORM C3000-PRINT-TEXT THRU C3000-EXIT
              GO TO C1000-EXIT
           END-IF.

           IF CTR-ALREADY-CLOSED(WS-IX)
              PERFORM C1200-REPRINT-FROZEN THRU C1200-EXIT
              GO TO C1000-EXIT
           END-IF.

           PERFORM C1100-BUILD-RECORD THRU C1100-EXIT.
           MOVE LENGTH OF ZUIDCYH-RECORD TO WS-CYH-LEN.
           EXEC CICS WRITE FILE
                ( 'ZUIDCYH' )
                FROM     ( ZUIDCYH-RECORD )
                RIDFLD   ( CYH-CNAME )
                KEYLENGTH( LENGTH OF CYH-CNAME )
                LENGTH   ( WS-CYH-LEN )
                RESP     ( WS-FILE-RESP )
                RESP2    ( WS-FILE-RESP2 )
           END-EXEC.

           EVALUATE WS-FILE-RESP
              WHEN DFHRESP(NORMAL)
                 EXEC CICS SYNCPOINT
                      NOHANDLE
                 END-EXEC
                 ADD 1                      TO WS-CLOSED-COUNT
                 IF CYH-EXCEPTION
                    ADD 1                   TO WS-EXCEPTION-COUNT
                 END-IF
                 MOVE 'CLOSED THIS RUN'     TO WS-CLOSING-NOTE
                 PERFORM C2000-PRINT-CLOSING THRU C2000-EXIT
      *          *-----------------------------------------------------*
      *          * Another close-out got there first - its record is   *
      *          * the frozen one.                                     *
      *          *-----------------------------------------------------*
              WHEN DFHRESP(DUPREC)
                 PERFORM C1200-REPRINT-FROZEN THRU C1200-EXIT
              WHEN OTHER
                 MOVE WS-FILE-RESP          TO CICS-MSG-RESP
                 MOVE WS-FILE-RESP2         TO CICS-MSG-RESP2
                 MOVE 'C1000: WRITE ZUIDCYH ERROR:' TO CICS-MSG-TEXT
                 PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
                 ADD 1                      TO WS-FAILED-COUNT
                 MOVE SPACES                TO RT-TEXT
                 STRING 'COUNTER '          DELIMITED BY SIZE
                        CTR-CNAME(WS-IX)    DELIMITED BY SPACE
                        ' NOT CLOSED - CLOSING RECORD NOT WRITTEN,'
                                            DELIMITED BY SIZE
                        ' SEE UIDLOG'       DELIMITED BY SIZE
                        INTO RT-TEXT
                 END-STRING
                 PERFORM C3000-PRINT-TEXT THRU C3000-EXIT
           END-EVALUATE.

       C1000-EXIT.
           EXIT.

      ******************************************************************
      * Build the WS-IX'th counter's closing record.                   *
      ******************************************************************

       C1100-BUILD-RECORD.

           MOVE SPACES                   TO ZUIDCYH-RECORD.
           MOVE CTR-CNAME(WS-IX)         TO CYH-CNAME.
           MOVE CTR-BASE(WS-IX)          TO CYH-BASE.
           MOVE WS-CLOSE-YEAR            TO CYH-YEAR.
           MOVE CTR-MIN(WS-IX)           TO CYH-MIN.
           MOVE CTR-MAX(WS-IX)           TO CYH-MAX.
           MOVE CTR-FINAL(WS-IX)         TO CYH-FINAL-VALUE.

      *    *--------------------------------------------------------*
      *    * UID011R's sum: an exhausted cycle issued its whole     *
      *    * range, any other its value less the minimum, plus one. *
      *    * A counter a site migrated onto during the year was     *
      *    * started at the migration's VALUE, clear of the old     *
      *    * counter's high water, so it issued from there - plus,  *
      *    * had it been live already, what its own sites drew on   *
      *    * it before the cutover.  The ids below the start were   *
      *    * never issued.                                          *
      *    *--------------------------------------------------------*
           IF CTR-FINAL(WS-IX) >= CTR-MAX(WS-IX)
              MOVE CTR-MAX(WS-IX)        TO WS-ISSUE-TOP
           ELSE
              MOVE CTR-FINAL(WS-IX)      TO WS-ISSUE-TOP
           END-IF.
           IF CTR-CUTOVER(WS-IX) = SPACES
              COMPUTE WS-ISSUED-COUNT =
                      WS-ISSUE-TOP - CTR-MIN(WS-IX) + 1
           ELSE
              COMPUTE WS-ISSUED-COUNT =
                      WS-ISSUE-TOP - CTR-START(WS-IX) + 1
                      + CTR-PRE-USAGE(WS-IX)
           END-IF.
           MOVE WS-ISSUED-COUNT          TO CYH-ISSUED-COUNT.
           MOVE CTR-USAGE(WS-IX)         TO CYH-USAGE-COUNT.
           COMPUTE CYH-GAP = WS-ISSUED-COUNT - CTR-USAGE(WS-IX).
           MOVE CTR-RSV-UNC(WS-IX)       TO CYH-RSV-UNCOLLECTED.
           MOVE CTR-RSV-EXP(WS-IX)       TO CYH-RSV-EXPIRED.
           MOVE CTR-FIRST(WS-IX)         TO CYH-FIRST-ISSUED.
           MOVE CTR-LAST(WS-IX)          TO CYH-LAST-ISSUED.
           IF CYH-GAP = ZERO
              SET CYH-CERTIFIED          TO TRUE
           ELSE
              SET CYH-EXCEPTION          TO TRUE
           END-IF.
           MOVE WS-RUN-DATE              TO CYH-CLOSED-DATE.
           MOVE WS-RUN-TIME              TO CYH-CLOSED-TIME.
           MOVE WS-USERID                TO CYH-CLOSED-BY.

           IF CTR-SITE-COUNT(WS-IX) > 99
              MOVE 99                    TO CYH-SITE-COUNT
           ELSE
              MOVE CTR-SITE-COUNT(WS-IX) TO CYH-SITE-COUNT
           END-IF.
           PERFORM VARYING WS-KX FROM 1 BY 1
                   UNTIL WS-KX > 20
                      OR WS-KX > CTR-SITE-COUNT(WS-IX)
              MOVE CTR-SITE-ID(WS-IX, WS-KX) TO CYH-SITE-ID(WS-KX)
           END-PERFORM.

       C1100-EXIT.
           EXIT.

      ******************************************************************
      * Read back and reprint the closing record an earlier run froze. *
      ******************************************************************

       C1200-REPRINT-FROZEN.

           MOVE CTR-CNAME(WS-IX)         TO WS-CYH-KEY.
           EXEC CICS READ FILE
                ( 'ZUIDCYH' )
                INTO     ( ZUIDCYH-RECORD )
                RIDFLD   ( WS-CYH-KEY )
                KEYLENGTH( LENGTH OF WS-CYH-KEY )
                RESP     ( WS-FILE-RESP )
                RESP2    ( WS-FILE-RESP2 )
           END-EXEC.
           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
              MOVE WS-FILE-RESP             TO CICS-MSG-RESP
              MOVE WS-FILE-RESP2            TO CICS-MSG-RESP2
              MOVE 'C1200: READ ZUIDCYH ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
              ADD 1                         TO WS-FAILED-COUNT
              GO TO C1200-EXIT
           END-IF.

           ADD 1                         TO WS-FROZEN-COUNT.
           MOVE 'CLOSED EARLIER - FROZEN RECORD REPRINTED'
                TO WS-CLOSING-NOTE.
           PERFORM C2000-PRINT-CLOSING THRU C2000-EXIT.

       C1200-EXIT.
           EXIT.

      ******************************************************************
      * Print one counter's certification from its closing record.     *
      ******************************************************************

       C2000-PRINT-CLOSING.

           MOVE CYH-CNAME                TO RC-CNAME.
           MOVE CYH-BASE                 TO RC-BASE.
           IF CYH-CERTIFIED
              MOVE 'CERTIFIED - COUNTER AND USAGE LOG AGREE'
                   TO RC-VERDICT
           ELSE
              MOVE 'EXCEPTION - UNRESOLVED RECONCILIATION GAP'
                   TO RC-VERDICT
           END-IF.
           MOVE RPT-COUNTER-LINE         TO CYCR-LINE.
           PERFORM X2000-WRITE-REPORT THRU X2000-EXIT.

           MOVE CYH-FINAL-VALUE          TO RV-FINAL.
           MOVE CYH-MIN                  TO RV-MIN.
           MOVE CYH-MAX                  TO RV-MAX.
           MOVE RPT-VALUE-LINE           TO CYCR-LINE.
           PERFORM X2000-WRITE-REPORT THRU X2000-EXIT.

           MOVE CYH-ISSUED-COUNT         TO RI-ISSUED.
           MOVE CYH-USAGE-COUNT          TO RI-USAGE.
           MOVE CYH-GAP                  TO RI-GAP.
           MOVE RPT-ISSUE-LINE           TO CYCR-LINE.
           PERFORM X2000-WRITE-REPORT THRU X2000-EXIT.

           MOVE CYH-RSV-UNCOLLECTED      TO RR-UNCOLLECTED.
           MOVE CYH-RSV-EXPIRED          TO RR-EXPIRED.
           MOVE RPT-RSV-LINE             TO CYCR-LINE.
           PERFORM X2000-WRITE-REPORT THRU X2000-EXIT.

           IF CYH-FIRST-ISSUED = SPACES
              MOVE '  NO ISSUANCE ON ZUIDUSG FOR THE CYCLE YEAR'
                   TO RT-TEXT
              PERFORM C3000-PRINT-TEXT THRU C3000-EXIT
           ELSE
              MOVE CYH-FIRST-DATE        TO RF-FIRST-DATE
              MOVE CYH-FIRST-TIME        TO RF-FIRST-TIME
              MOVE CYH-LAST-DATE         TO RF-LAST-DATE
              MOVE CYH-LAST-TIME         TO RF-LAST-TIME
              MOVE RPT-ISSUED-LINE       TO CYCR-LINE
              PERFORM X2000-WRITE-REPORT THRU X2000-EXIT
           END-IF.

           MOVE SPACES                   TO RPT-SITES-LINE.
           MOVE '  SITES  '              TO RPT-SITES-LINE(1:9).
           MOVE ZERO                     TO WS-JX.
           PERFORM VARYING WS-KX FROM 1 BY 1
                   UNTIL WS-KX > 20
                      OR WS-KX > CYH-SITE-COUNT
              ADD 1                      TO WS-JX
              MOVE CYH-SITE-ID(WS-KX)    TO RS-SITE-ID(WS-JX)
              IF WS-JX = 8
                 MOVE RPT-SITES-LINE     TO CYCR-LINE
                 PERFORM X2000-WRITE-REPORT THRU X2000-EXIT
                 MOVE SPACES             TO RPT-SITES-LINE
                 MOVE ZERO               TO WS-JX
              END-IF
           END-PERFORM.
           IF WS-JX > ZERO
              MOVE RPT-SITES-LINE        TO CYCR-LINE
              PERFORM X2000-WRITE-REPORT THRU X2000-EXIT
           END-IF.

           MOVE CYH-CLOSED-DATE          TO RX-DATE.
           MOVE CYH-CLOSED-TIME          TO RX-TIME.
           MOVE CYH-CLOSED-BY            TO RX-USERID.
           MOVE WS-CLOSING-NOTE          TO RX-NOTE.
           MOVE RPT-CLOSED-LINE          TO CYCR-LINE.
           PERFORM X2000-WRITE-REPORT THRU X2000-EXIT.

           MOVE SPACES                   TO CYCR-LINE.
           PERFORM X2000-WRITE-REPORT THRU X2000-EXIT.

       C2000-EXIT.
           EXIT.

      ******************************************************************
      * Print a one-line report note from RT-TEXT.                     *
      ******************************************************************

       C3000-PRINT-TEXT.

           MOVE RPT-TEXT-LINE            TO CYCR-LINE.
           PERFORM X2000-WRITE-REPORT THRU X2000-EXIT.

       C3000-EXIT.
           EXIT.

      ******************************************************************
      * Copy the whole cycle history to the CYHX extract, the batch    *
      * copy UID036R reads - every run, so it is never older than the  *
      * latest close-out.                                              *
      ******************************************************************

       D1000-SNAPSHOT-HISTORY.

           MOVE LOW-VALUES               TO WS-CYH-KEY.
           EXEC CICS STARTBR
                FILE   ( 'ZUIDCYH' )
                RIDFLD ( WS-CYH-KEY )
                GTEQ
                RESP   ( WS-FILE-RESP )
                RESP2  ( WS-FILE-RESP2 )
           END-EXEC.
           EVALUATE WS-FILE-RESP
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 GO TO D1000-EXIT
              WHEN OTHER
                 MOVE WS-FILE-RESP          TO CICS-MSG-RESP
                 MOVE WS-FILE-RESP2         TO CICS-MSG-RESP2
                 MOVE 'D1000: STARTBR ZUIDCYH ERROR:' TO CICS-MSG-TEXT
                 PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
                 GO TO D1000-EXIT
           END-EVALUATE.

           MOVE 'N'                      TO WS-BROWSE-SW.
           PERFORM UNTIL BROWSE-DONE
              EXEC CICS READNEXT
                   FILE    ( 'ZUIDCYH' )
                   INTO    ( ZUIDCYH-RECORD )
                   RIDFLD  ( WS-CYH-KEY )
                   KEYLENGTH( LENGTH OF WS-CYH-KEY )
                   RESP    ( WS-FILE-RESP )
                   RESP2   ( WS-FILE-RESP2 )
              END-EXEC
              IF WS-FILE-RESP = DFHRESP(NORMAL)
                 MOVE LENGTH OF ZUIDCYH-RECORD TO WS-CYH-LEN
                 EXEC CICS WRITEQ TD
                      QUEUE ( 'CYHX' )
                      FROM  ( ZUIDCYH-RECORD )
                      LENGTH( WS-CYH-LEN )
                      NOHANDLE
                 END-EXEC
                 IF EIBRESP = DFHRESP(NORMAL)
                    ADD 1                TO WS-HISTORY-COUNT
                 ELSE
                    MOVE EIBRESP         TO CICS-MSG-RESP
                    MOVE EIBRESP2        TO CICS-MSG-RESP2
                    MOVE 'D1000: WRITEQ TD CYHX ERROR:'
                         TO CICS-MSG-TEXT
                    PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
                    SET BROWSE-DONE      TO TRUE
                 END-IF
              ELSE
                 SET BROWSE-DONE         TO TRUE
              END-IF
           END-PERFORM.

           EXEC CICS ENDBR
                FILE( 'ZUIDCYH' )
                NOHANDLE
           END-EXEC.

       D1000-EXIT.
           EXIT.

      ******************************************************************
      * Totals on the report and one line on ALOG.                     *
      ******************************************************************

       Z1000-WRITE-SUMMARY.

           MOVE WS-CLOSED-COUNT          TO WS-CLOSED-ED.
           MOVE WS-EXCEPTION-COUNT       TO WS-EXCEPTION-ED.
           MOVE WS-FROZEN-COUNT          TO WS-FROZEN-ED.
           MOVE WS-LIVE-COUNT            TO WS-LIVE-ED.
           MOVE WS-NOCYCLE-COUNT         TO WS-NOCYCLE-ED.
           MOVE WS-FAILED-COUNT          TO WS-FAILED-ED.
           MOVE WS-HISTORY-COUNT         TO WS-HISTORY-ED.

           MOVE SPACES                   TO RT-TEXT.
           STRING 'CLOSED THIS RUN: '    DELIMITED BY SIZE
                  WS-CLOSED-ED           DELIMITED BY SIZE
                  '  WITH EXCEPTIONS: '  DELIMITED BY SIZE
                  WS-EXCEPTION-ED        DELIMITED BY SIZE
                  '  CLOSED EARLIER: '   DELIMITED BY SIZE
                  WS-FROZEN-ED           DELIMITED BY SIZE
                  INTO RT-TEXT
           END-STRING.
           PERFORM C3000-PRINT-TEXT THRU C3000-EXIT.

           MOVE SPACES                   TO RT-TEXT.
           STRING 'NOT YET RETIRED: '    DELIMITED BY SIZE
                  WS-LIVE-ED             DELIMITED BY SIZE
                  '  NO CYCLE THAT YEAR: ' DELIMITED BY SIZE
                  WS-NOCYCLE-ED          DELIMITED BY SIZE
                  '  NOT CLOSED (ERROR): ' DELIMITED BY SIZE
                  WS-FAILED-ED           DELIMITED BY SIZE
                  INTO RT-TEXT
           END-STRING.
           PERFORM C3000-PRINT-TEXT THRU C3000-EXIT.

           MOVE SPACES                   TO RT-TEXT.
           STRING 'CYCLE HISTORY RECORDS COPIED TO CYHX: '
                                         DELIMITED BY SIZE
                  WS-HISTORY-ED          DELIMITED BY SIZE
                  INTO RT-TEXT
           END-STRING.
           PERFORM C3000-PRINT-TEXT THRU C3000-EXIT.

           MOVE SPACES                   TO ALOG-MESSAGE.
           STRING 'UIDCYC CLOSE-OUT '    DELIMITED BY SIZE
                  WS-CLOSE-YEAR          DELIMITED BY SIZE
                  ' - CLOSED: '          DELIMITED BY SIZE
                  WS-CLOSED-ED           DELIMITED BY SIZE
                  ' EXCEPTIONS: '        DELIMITED BY SIZE
                  WS-EXCEPTION-ED        DELIMITED BY SIZE
                  ' NOT RETIRED: '       DELIMITED BY SIZE
                  WS-LIVE-ED             DELIMITED BY SIZE
                  ' ERRORS: '            DELIMITED BY SIZE
                  WS-FAILED-ED           DELIMITED BY SIZE
                  INTO ALOG-MESSAGE
           END-STRING.
           PERFORM X1000-WRITE-ALOG THRU X1000-EXIT.

       Z1000-EXIT.
           EXIT.

      ******************************************************************
      * Write an activity line to the ALOG transient data queue.       *
      ******************************************************************

       X1000-WRITE-ALOG.

           EXEC CICS WRITEQ TD
                QUEUE ( 'ALOG' )
                FROM  ( ALOG-MESSAGE )
                LENGTH( LENGTH OF ALOG-MESSAGE )
                NOHANDLE
           END-EXEC.

       X1000-EXIT.
           EXIT.

      ******************************************************************
      * Write a report line to the CYCR queue.  A failure is logged    *
      * once - the closing records are on ZUIDCYH either way.          *
      ******************************************************************

       X2000-WRITE-REPORT.

           MOVE LENGTH OF CYCR-LINE      TO WS-RPT-LEN.
           EXEC CICS WRITEQ TD
                QUEUE ( 'CYCR' )
                FROM  ( CYCR-LINE )
                LENGTH( WS-RPT-LEN )
                NOHANDLE
           END-EXEC.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              AND NOT RPT-ERROR-LOGGED
              SET RPT-ERROR-LOGGED       TO TRUE
              MOVE EIBRESP               TO CICS-MSG-RESP
              MOVE EIBRESP2              TO CICS-MSG-RESP2
              MOVE 'X2000: WRITEQ TD CYCR ERROR:' TO CICS-MSG-TEXT
              PERFORM Y1000-LOG-ERROR THRU Y1000-EXIT
           END-IF.

       X2000-EXIT.
           EXIT.

      ******************************************************************
      * Log a CICS command failure via the shared UIDLOG routine (see  *
      * cbl/UIDLOG.cbl) so it lands on ALOG/the console.                *
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
