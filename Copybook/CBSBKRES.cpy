      * LINKAGE work area for CBSBSBK (bulk account deregistration by
      * branch or product code). Caller supplies a filter type (branch
      * or product) and the filter value; the program returns how many
      * accounts were deregistered. RUN-MODE 'P' is an impact preview:
      * nothing is changed, every account the filter would deregister
      * is listed on PREVRPT (see CBSPVLIN) and CHANGED-COUNT returns
      * how many that is, so a mistyped branch or product is caught
      * before the real call, or CBSBK-NOPREVIEW if PREVRPT will not
      * open. Any other value is the updating run.
      ******************************************************************
       01  CBSBK-BULK-DEREG-AREA.
           05 CBSBK-FILTER-TYPE        PIC X(1).
              88 CBSBK-SUCCESS             VALUE 0.
              88 CBSBK-NOACCOUNTS          VALUE 4.
              88 CBSBK-BADPRODUCT          VALUE 8.
              88 CBSBK-NOPREVIEW           VALUE 12.
              88 CBSBK-DB2FAIL             VALUE 16.
           05 CBSBK-RUN-MODE           PIC X(1).
              88 CBSBK-PREVIEW-RUN         VALUE 'P'.
