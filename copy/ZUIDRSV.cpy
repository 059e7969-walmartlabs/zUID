      * eats the reservation - the consuming application fetches its
      * block through the UIDRTV LINK routine (see ZUIDRTV) any time
      * after the run, and each fetch marks the record collected.
      * UIDMQL ledgers its MQ blocks here the same way, and the UIDRPL
      * replenisher tops up an application's pool of uncollected
      * records, numbering on from its highest sequence.  UID044M
      * re-keys uncollected records from one application to another
      * the same way, journaling each move on ZUIDRSM.
      * Records still marked 'N' are reservations nobody ever picked
      * up - UID027R reports them, since they otherwise inflate the
      * issued counts UID011R reconciles against.
