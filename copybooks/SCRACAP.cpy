      ******************************************************
      *  HOST VARIABLE DECLARATION FOR TABLE SCRA_CAP      *
      *  ONE ROW PER LOAN PER PERIOD ITS RATE WAS CAPPED.  *
      *  LNDWISE4 OPENS THE ROW THE NIGHT THE CAP STARTS   *
      *  (AND RE-PRICES THE REMAINING INSTALLMENTS AT      *
      *  CAP_RATE) AND ENDS IT THE NIGHT THE SERVICE       *
      *  PERIOD NO LONGER COVERS THE LOAN (RE-PRICING BACK *
      *  AT THE CONTRACT RATE). LOAN.INTEREST_RATE KEEPS   *
      *  THE CONTRACT RATE THROUGHOUT. INTACCR ADDS EACH   *
      *  DAY'S PER-DIEM DIFFERENCE BETWEEN CONTRACT AND    *
      *  CAPPED RATE TO INTEREST_FORGIVEN.                 *
      *  CUSTOMER_ID IS THE SERVICEMEMBER WHOSE DUTY       *
      *  TRIGGERED THE CAP (BORROWER OR CO-BORROWER).      *
      *  CAP_STATUS: 'A' ACTIVE, 'E' ENDED.                *
      ******************************************************

       01 SCP_LOAN-ID                 PIC S9(9) USAGE COMP.
       01 SCP_CUSTOMER-ID              PIC S9(9) USAGE COMP.
       01 SCP_CAP-START                PIC X(10).
       01 SCP_CAP-END                  PIC X(10).
       01 SCP_CONTRACT-RATE            PIC S9(2)V9(2) USAGE COMP-3.
       01 SCP_CAP-RATE                 PIC S9(2)V9(2) USAGE COMP-3.
       01 SCP_CAP-STATUS               PIC X(1).
       01 SCP_INTEREST-FORGIVEN        PIC S9(15)V9(2) USAGE COMP-3.
