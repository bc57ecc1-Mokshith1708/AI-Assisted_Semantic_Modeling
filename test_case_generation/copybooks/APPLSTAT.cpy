      ******************************************************************
      * APPLSTAT - application lifecycle status event, one row per
      * pipeline step touching a CUST-ID (RECEIVED, EDIT-REJ,
      * DECISIONED, DECLINED, IN-REVIEW, REVIEWED, CNTR-OFFER,
      * OFFER-ACPT, OFFER-EXP, STIP-OPEN, SCHEDULED, DUAL-HOLD,
      * DUAL-CONF, DUAL-DECL, DECN-EXPD, BOOKED, FUNDED, and the
      * compliance and fraud holds and releases), held as an
      * indexed file whose key leads with AP-CUST-ID -- the same
      * keyed layout AUDITHST gave the decision history, so "where
      * is this application?" is one START plus a short READ NEXT
