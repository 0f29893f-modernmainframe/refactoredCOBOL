           05 CBSBS-REQUEST-USERID     PIC X(10) VALUE SPACES.
           05 CBSBS-APPROVAL-FLAG      PIC X(1) VALUE SPACES.
              88 CBSBS-APPROVED-DEREG      VALUE 'A'.
      * CBSBS-RETURN-CODE is set only by the single-account entry
      * points CBSBSDL and CBSBSRL. They put a named
      * CBSBS-REQUEST-USERID through CBSENTCK before handing the
      * account on, and return 20 with nothing changed when the
      * operator is not entitled - the refusal is already on
      * CBS_STAFF_SECURITY_LOG. CBSBSDG and CBSBSRA leave it alone:
      * their other callers have checked the operator already.
           05 CBSBS-RETURN-CODE        PIC 99 VALUE 0.
              88 CBSBS-SUCCESS             VALUE 0.
              88 CBSBS-NOT-ENTITLED        VALUE 20.
