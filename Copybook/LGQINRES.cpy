      ******************************************************************
      * COPYBOOK : LGQINRES
      * LINKAGE work area for LGQTEINQ (QUOTE-INQUIRY). The caller
      * supplies the quote number and the enquiring broker; a broker
      * sees only its own quotes (another broker's quote comes back
      * not found), and BROKERID zero - back office - sees any.
      * LG-QINQ-BINDABLE comes back 'Y' when the quote is still
      * priced and inside its validity date, i.e. LGQTECNV would
      * bind it today.
      ******************************************************************
       01  LG-QUOTE-INQUIRY-AREA.
           05 LG-QINQ-QUOTENUMBER      PIC 9(10).
           05 LG-QINQ-BROKERID         PIC 9(10).
      * Outputs.
           05 LG-QINQ-CUSTOMERNUMBER   PIC 9(10).
           05 LG-QINQ-POLICYTYPE       PIC X(1).
           05 LG-QINQ-BROKERSREF       PIC X(10).
           05 LG-QINQ-QUOTE-DATE       PIC X(10).
           05 LG-QINQ-VALID-TO-DATE    PIC X(10).
           05 LG-QINQ-QUOTE-STATUS     PIC X(1).
              88 LG-QINQ-QUOTED           VALUE 'Q'.
              88 LG-QINQ-DECLINED-QUOTE   VALUE 'D'.
              88 LG-QINQ-BOUND            VALUE 'B'.
              88 LG-QINQ-EXPIRED          VALUE 'X'.
           05 LG-QINQ-PREMIUM          PIC 9(8).
           05 LG-QINQ-POLICYNUMBER     PIC 9(10).
           05 LG-QINQ-BINDABLE-FLAG    PIC X(1).
              88 LG-QINQ-BINDABLE         VALUE 'Y'.
           05 LG-QINQ-DETAIL-SUMMARY   PIC X(61).
           05 LG-QINQ-RETURN-CODE      PIC 99.
              88 LG-QINQ-SUCCESS          VALUE 0.
              88 LG-QINQ-NOTFOUND         VALUE 4.
              88 LG-QINQ-DB2FAIL          VALUE 8.
           05 LG-QINQ-REASON           PIC X(50).
