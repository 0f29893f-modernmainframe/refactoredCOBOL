      ******************************************************************
      * COPYBOOK : CBSRUNMD
      * Fixed 80-byte run-mode control card (RUNMODE DD), read at
      * start-up by the batch sweeps that change or delete rows in
      * bulk (CBSDORMS, CBSESCHT, YRENDARC, CBSRETAR, CBSANONP).
      * PM-RUN-MODE 'P' asks for an impact preview: the sweep makes
      * its full selection and rule checks but issues no UPDATE,
      * INSERT or DELETE and writes no letter or remittance file -
      * it lists every account or customer it would touch, with the
      * current status, balance and the action it would take, plus
      * totals, on PREVRPT (see CBSPVLIN) for operations to sign off
      * before the real run is released. 'U', a blank card or no
      * card at all is the ordinary updating run. Anything else
      * refuses the run rather than guess which was meant.
      ******************************************************************
       05 PM-RUN-MODE                 PIC X(1).
          88 PM-PREVIEW-RUN              VALUE 'P'.
          88 PM-UPDATE-RUN               VALUE 'U' ' '.
       05 FILLER                      PIC X(79).
