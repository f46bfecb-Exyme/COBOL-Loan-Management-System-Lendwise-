      * DOLLAR_LIMIT CAPS THE AMOUNT THE OPERATOR MAY      *
      * APPLY ALONE - A CORRECTION ABOVE IT PARKS IN       *
      * PENDING_CORRECTION FOR A SECOND OPERATOR.          *
      * BRANCH_ID IS THE TELLER'S HOME BRANCH ON A 'TPAY'  *
      * ROW - THE BRANCH THE DRAWER IS PROVED UNDER.       *
      ******************************************************

       01 OPA_OPERATOR-ID             PIC X(8).
       01 OPA_TRAN-CODE                PIC X(4).
       01 OPA_DOLLAR-LIMIT             PIC S9(15)V9(2) USAGE COMP-3.
       01 OPA_BRANCH-ID                PIC X(4).

      ******************************************************
      * HOST VARIABLE DECLARATION FOR TABLE                *
