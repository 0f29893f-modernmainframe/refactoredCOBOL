      ******************************************************************
      * COPYBOOK : CUSTWLF
      * 100-byte fixed record layout for the compliance department's
      * consolidated sanctions/watch-list file, read by TCSCRSCN. The
      * file is the whole list as it stands - every list, every entry,
      * one record per listed name or alias - and replaces
      * CUST_WATCHLIST in full. WF-ENTRY-DOB is ISO YYYY-MM-DD or
      * spaces when the list gives no date of birth.
      ******************************************************************
       05 WF-LIST-ID                  PIC X(8).
       05 WF-ENTRY-REF                PIC X(16).
       05 WF-ENTRY-NAME               PIC X(60).
       05 WF-ENTRY-DOB                PIC X(10).
       05 FILLER                      PIC X(6).
