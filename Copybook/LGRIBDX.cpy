      ******************************************************************
      * COPYBOOK : LGRIBDX
      * Fixed-width 100-byte cession bordereau line written by
      * LGRIBORD each quarter (feed id RIBORD), between the CBSFEEDC
      * header and trailer: one line per treaty and policy with
      * RI_CESSION rows dated in the quarter. BX-CEDED-EXPOSURE leads
      * the record - it is the key field CBSFDVFY hash-totals - and
      * with BX-EXPOSURE is the policy's latest position in the
      * quarter. The premiums are the quarter's net totals, unsigned,
      * each followed by the way it runs - 'P' premium, 'R' return
      * premium. On the ceded figure 'P' is due to the reinsurer and
      * 'R' due back from them.
      ******************************************************************
       01 LGRI-BORDEREAU-FILEREC.
          05 BX-CEDED-EXPOSURE        PIC 9(18).
          05 BX-TREATY-ID             PIC X(8).
          05 BX-TREATY-TYPE           PIC X(1).
          05 BX-POLICYNUMBER          PIC 9(10).
          05 BX-POLICYTYPE            PIC X(1).
          05 BX-QUARTER-START         PIC X(10).
          05 BX-QUARTER-END           PIC X(10).
          05 BX-EXPOSURE              PIC 9(10).
          05 BX-GROSS-PREMIUM         PIC 9(9).
          05 BX-GROSS-DIR             PIC X(1).
             88 BX-GROSS-PREMIUM-DUE     VALUE 'P'.
             88 BX-GROSS-PREMIUM-RETURN  VALUE 'R'.
          05 BX-CEDED-PREMIUM         PIC 9(9).
          05 BX-CEDED-DIR             PIC X(1).
             88 BX-CEDED-PREMIUM-DUE     VALUE 'P'.
             88 BX-CEDED-PREMIUM-RETURN  VALUE 'R'.
          05 BX-EVENT-COUNT           PIC 9(4).
          05 FILLER                   PIC X(8).
