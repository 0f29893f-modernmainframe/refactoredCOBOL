      * re-posts through the normal CBSTXNP edits, or formally
      * returns it. SUSP_STATUS: 'P' pending (unworked), 'R'
      * reposted, 'X' returned to the originator. CONTRA_ACCOUNT is
      * zero except for a rejected transfer record ('T'), and
      * carries the cheque serial on a rejected cheque ('Q').
      * CBSSUSRP ages the unworked items by reject reason. SUSP_ID
      * comes from the DB2 sequence TXN_SUSP_SEQ (no DDL in this
      * repo, the CUSTOMER_SEQ caveat).
