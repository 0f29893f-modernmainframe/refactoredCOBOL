      * size, age and accident history, writes the premium back to
      * MOTOR.PREMIUM and returns it here - or rejects an uninsurable
      * risk with the reason.
      *
      * Quote mode: with LG-MOT-RATE-QUOTE set the program rates the
      * proposed vehicle on INS_QUOTE row LG-MOT-QUOTENUMBER instead,
      * by the same rules, and only returns the premium - nothing is
      * written back; LGQTEADD keeps it on the quote. Callers that
      * INITIALIZE the area get policy mode as before.
      ******************************************************************
       01  LG-MOTOR-RATE-AREA.
           05 LG-MOT-POLICYNUMBER      PIC 9(10).
              88 LG-MOT-DB2FAIL           VALUE 12.
           05 LG-MOT-PREMIUM           PIC 9(8).
           05 LG-MOT-REASON            PIC X(50).
           05 LG-MOT-RATE-SOURCE       PIC X(1).
              88 LG-MOT-RATE-QUOTE        VALUE 'Q'.
           05 LG-MOT-QUOTENUMBER       PIC 9(10).
