      *----------------------------------------------------------------
      * ZUIDLAT - one record per call to the zUID service, timed by
      * the caller around the call itself: UID002's B1000 LINK
      * (channel LINK), UID005B's and UIDRPL's D1000 block LINK
      * (BULK), UIDMQL's D1000 block LINK (MQ), and UID001's WEB
      * CONVERSE, or WEB SEND plus RECEIVE, round trip (WEB).  Written
      * to the ZLAT transient data queue, which UID022X drains each
      * night to the LATX extrapartition queue - the dated sequential
      * extract the UID043R latency report reads.
      *
      * LAT-ELAPSED-MS is ABSTIME after the call less ABSTIME before
      * it, so the WEB path's figure includes every retry and the
      * back-off DELAY between them - what the consumer actually
      * waited.  LAT-RETRY-COUNT is the number of failed attempts
      * inside the call: zero for a clean first-time answer, and on
      * a WEB call that gave up it equals the attempts made.  The
      * LINK paths do not retry and always carry zero.
      *
      * LAT-RESULT is the CA-STATUS-CODE (or HTTP status) the call
      * came back with, or 'ERR' when the LINK/WEB command itself
      * failed.  LAT-BLOCK-SIZE is the CA-BLOCK-QUANTITY asked for on
      * the block-mode paths, zero on a one-id call.  LAT-DATE/
      * LAT-TIME stamp the start of the call.
      *
      * The last record UID022X puts on LATX each run is a trailer
      * (LTR- view below): '*TRAILER' where LAT-PROGRAM sits, the
      * count of latency records drained ahead of it, and the
      * LAT-THRESHOLD-MS ZUIDPRM parameter in force - calls slower
      * than that are the ones UID043R lists individually.
      *----------------------------------------------------------------
       01  ZUIDLAT-RECORD.
           05  LAT-DETAIL.
               10  LAT-PROGRAM        PIC X(08).
               10  LAT-CHANNEL        PIC X(04).
                   88  LAT-CHAN-LINK      VALUE 'LINK'.
                   88  LAT-CHAN-WEB       VALUE 'WEB '.
                   88  LAT-CHAN-MQ        VALUE 'MQ  '.
                   88  LAT-CHAN-BULK      VALUE 'BULK'.
               10  LAT-SITE-ID        PIC X(08).
               10  LAT-APPL-ID        PIC X(08).
               10  LAT-FORMAT         PIC X(05).
               10  LAT-BLOCK-SIZE     PIC 9(08).
               10  LAT-ELAPSED-MS     PIC 9(09).
               10  LAT-RETRY-COUNT    PIC 9(04).
               10  LAT-RESULT         PIC X(03).
               10  LAT-DATE           PIC X(10).
               10  LAT-TIME           PIC X(08).
               10  FILLER             PIC X(15).
           05  LAT-TRAILER REDEFINES LAT-DETAIL.
               10  LTR-ID             PIC X(08).
                   88  LTR-IS-TRAILER     VALUE '*TRAILER'.
               10  LTR-RECORD-COUNT   PIC 9(09).
               10  LTR-THRESHOLD-MS   PIC 9(09).
               10  LTR-DATE           PIC X(10).
               10  LTR-TIME           PIC X(08).
               10  FILLER             PIC X(46).
