      ******************************************************************
      * COPYBOOK : CUSTKYLT
      * 120-byte fixed record layout for the KYC document-request
      * letter file written by TCSCKYCB (the CBSDMLTR pattern): one
      * record per customer whose periodic identity review falls due,
      * with the details the letter-print service needs to ask the
      * customer for fresh documents. The service takes the postal
      * address from CUSTOMER by CUID, as it does for CBSDMLTR.
      ******************************************************************
       05 KL-CUSTOMER-ID              PIC 9(9).
       05 KL-CUSTNAME                 PIC X(60).
       05 KL-BRANCH                   PIC X(20).
       05 KL-RISK-TIER                PIC X(1).
       05 KL-REVIEW-DUE-DATE          PIC X(10).
       05 KL-LETTER-DATE              PIC X(10).
       05 FILLER                      PIC X(10).
