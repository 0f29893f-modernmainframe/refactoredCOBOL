      ******************************************************************
      * COPYBOOK : LGQCNRES
      * LINKAGE work area for LGQTECNV (QUOTE-CONVERT). The caller
      * supplies the accepted quote, the broker accepting it (zero -
      * back office - may bind any quote) and the operator; the
      * program binds it through LGPOLADD at the quoted premium and
      * returns the new POLICYNUMBER. Only a priced ('Q') quote still
      * inside its validity date binds. A refusal by LGPOLADD itself
      * (customer gone, broker retired) comes back
      * LG-QCNV-POLICY-REFUSED with LGPOLADD's reason.
      ******************************************************************
       01  LG-QUOTE-CONVERT-AREA.
           05 LG-QCNV-QUOTENUMBER      PIC 9(10).
           05 LG-QCNV-BROKERID         PIC 9(10).
           05 LG-QCNV-UPD-USERID       PIC X(10).
      * Outputs.
           05 LG-QCNV-POLICYNUMBER     PIC 9(10).
           05 LG-QCNV-PREMIUM          PIC 9(8).
           05 LG-QCNV-RETURN-CODE      PIC 99.
              88 LG-QCNV-SUCCESS          VALUE 0.
              88 LG-QCNV-NOTFOUND         VALUE 4.
              88 LG-QCNV-NOT-BINDABLE     VALUE 6.
              88 LG-QCNV-QUOTE-EXPIRED    VALUE 7.
              88 LG-QCNV-LINE-NOT-BINDABLE
                                          VALUE 8.
              88 LG-QCNV-POLICY-REFUSED   VALUE 10.
              88 LG-QCNV-DB2FAIL          VALUE 12.
              88 LG-QCNV-NOT-ENTITLED     VALUE 20.
           05 LG-QCNV-REASON           PIC X(50).
