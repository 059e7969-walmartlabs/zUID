      * same counter trouble the ALOG/CSSL queues and console WTOs
      * carry - without screen-scraping SYSLOG.
      *
      * The UIDRPL reservation-pool replenisher LINKs here too, with
      * event R when it has topped up an application's ZUIDRSV pool
      * and Q when the daily quota kept it from doing so - the appl-
      * id (the ZUIDCTL key) rides in the counter-name slot.
      *
      * Callers stamp every field before the LINK; UIDMQP only reads
      * the COMMAREA and returns nothing.  Fields not meaningful for
      * an event (e.g. counter name on a UIDLOG client error) are
               88  MQA-EVENT-ERROR     VALUE 'E'.
               88  MQA-EVENT-MISMATCH  VALUE 'M'.
               88  MQA-EVENT-LOG       VALUE 'L'.
               88  MQA-EVENT-POOL-FILL VALUE 'R'.
               88  MQA-EVENT-POOL-QUOTA VALUE 'Q'.
           05  MQA-VALUE           PIC 9(10).
           05  MQA-RESP            PIC 9(04).
           05  MQA-RESP2           PIC 9(04).
