      ******************************************************************
      * COPYBOOK : CBSALOUT
      * 250-byte fixed record layout for the outbound notification
      * file CBSALERT writes for the messaging gateway: one record per
      * alert sent. AO-CHANNEL 'S' is an SMS to the phone number in
      * AO-DESTINATION, 'E' an email to the address there; both come
      * from CUST_CONTACT_DTL, routed by PREF_CHANNEL. AO-MESSAGE is
      * the finished text - the gateway sends it as it stands. The
      * account number is for the gateway's own delivery log; the
      * message itself only ever shows its last four digits.
      ******************************************************************
       05 AO-CHANNEL                  PIC X(1).
          88 AO-CHANNEL-SMS               VALUE 'S'.
          88 AO-CHANNEL-EMAIL             VALUE 'E'.
       05 AO-DESTINATION              PIC X(100).
       05 AO-CUSTOMER-ID              PIC 9(9).
       05 AO-ACCOUNT-NUMBER           PIC 9(18).
       05 AO-ALERT-TYPE               PIC X(4).
       05 AO-BUSINESS-DATE            PIC X(10).
       05 AO-ALERT-REF                PIC X(26).
       05 AO-MESSAGE                  PIC X(80).
       05 FILLER                      PIC X(2).
