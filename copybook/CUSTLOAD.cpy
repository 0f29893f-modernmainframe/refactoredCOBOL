      * ('P' post, 'T' telephone, 'E' email - blank defaults to
      * post). Blank contact fields simply capture nothing, so the
      * broker portal adopts them at its own pace.
      * Three of the spare bytes now carry the applicant's marketing
      * consent from the application form, one flag per channel:
      * 'Y' opted in, 'N' opted out, blank not asked. TCSCUSBT
      * records them on CUST_MKTG_CONSENT as an 'ONBOARD' capture
      * dated the run's business date.
      ******************************************************************
       05 CL-CUSTOMER-NAME            PIC X(30).
       05 CL-CUSTOMER-ADDRESS         PIC X(40).
       05 CL-CUSTOMER-PHONE           PIC X(20).
       05 CL-CUSTOMER-EMAIL           PIC X(50).
       05 CL-CONTACT-CHANNEL          PIC X(1).
       05 CL-POST-CONSENT             PIC X(1).
       05 CL-PHONE-CONSENT            PIC X(1).
       05 CL-EMAIL-CONSENT            PIC X(1).
       05 FILLER                      PIC X(6).
