      ******************************************************************
      * COPYBOOK : CBSENRES
      * LINKAGE work area for CBSENTCK (OPERATOR-ENTITLEMENT-CHECK).
      * Every staff maintenance and approval program CALLs it before
      * it reads or changes anything, passing the operator user id
      * from its own linkage area, its program name and its own
      * function or decision code (space for a single-function
      * program). CBSENTCK answers from CBS_OPERATOR_ROLE and
      * CBS_ROLE_ENTITLEMENT, writes every refusal to
      * CBS_STAFF_SECURITY_LOG itself, and returns the operator's
      * home branch on success. A refused caller returns its own
      * NOT-ENTITLED code (20 throughout) with CBSEN-REASON.
      ******************************************************************
       01  CBSEN-ENTITLEMENT-AREA.
           05 CBSEN-OPERATOR-USERID    PIC X(10).
           05 CBSEN-PROGRAM-NAME       PIC X(8).
           05 CBSEN-FUNCTION-CODE      PIC X(1).
           05 CBSEN-RETURN-CODE        PIC 99.
              88 CBSEN-ENTITLED            VALUE 0.
              88 CBSEN-NOT-ENTITLED        VALUE 4.
              88 CBSEN-NO-OPERATOR         VALUE 8.
              88 CBSEN-DB2FAIL             VALUE 16.
           05 CBSEN-REASON             PIC X(50).
           05 CBSEN-BRANCH-NAME        PIC X(20).
