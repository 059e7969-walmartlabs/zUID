      *----------------------------------------------------------------
      * ZUIDOPR - authorized-operator record for the ZUIDOPR VSAM
      * KSDS, keyed by OPR-USERID.  UID020M and UID030M read this
      * file before honoring any ADD/CHG/DIS/ENA against ZUIDCTL,
      * or a UID020M APV/REJ of one: a signed-on userid with no
      * ACTIVE record here gets its command rejected (and the
      * refusal logged to ALOG), so the ability to type the
      * transaction id is no longer the only gate on counter
      * maintenance.  Display-only actions (SHO, PND, the UID030M
      * LIST screen) are not gated.  Two ACTIVE userids are needed
      * for any change - one to request it, another to approve it.
      *
      * The file itself is loaded and pruned by the security team's
      * IDCAMS job from the access-request system of record - there
