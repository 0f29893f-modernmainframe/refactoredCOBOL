           10 CUSTOMER-UNDERAGE   PIC 99 VALUE 8.
           10 CUSTOMER-NOTFOUND   PIC 99 VALUE 9.
           10 CUSTOMER-OPENACCTS  PIC 99 VALUE 10.
           10 CUSTOMER-SANCTHIT   PIC 99 VALUE 11.
           10 CUSTOMER-NOTENTITLED PIC 99 VALUE 12.
