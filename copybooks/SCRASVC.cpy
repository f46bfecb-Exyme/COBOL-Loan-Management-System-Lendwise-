      ******************************************************
      *  HOST VARIABLE DECLARATION FOR TABLE SCRA_SERVICE  *
      *  ONE ROW PER PERIOD OF ACTIVE MILITARY DUTY FOR A  *
      *  CUSTOMER, MAINTAINED BY SCRAMNT FROM THE ACTIVE-  *
      *  DUTY FEED. WHILE A PERIOD COVERS THE PROCESSING   *
      *  DATE, EVERY LOAN THE CUSTOMER IS OBLIGATED ON AS  *
      *  BORROWER OR CO-BORROWER (LOAN_PARTY 'P'/'C') AND  *
      *  TOOK OUT BEFORE SERVICE_START (A PRE-SERVICE      *
      *  OBLIGATION) IS PRICED AT NO MORE THAN CAP_RATE -  *
      *  LNDWISE4'S REPRICING, INTACCR'S ACCRUAL AND       *
      *  PAYQUOTE ALL APPLY IT. SERVICE_END IS             *
      *  '9999-12-31' UNTIL THE FEED REPORTS RELEASE FROM  *
      *  DUTY.                                             *
      *  SERVICE_STATUS: 'A' ACTIVE, 'X' CANCELLED (KEYED  *
      *  IN ERROR - NEVER CAPS ANYTHING).                  *
      ******************************************************

       01 SVC_CUSTOMER-ID             PIC S9(9) USAGE COMP.
       01 SVC_SERVICE-START            PIC X(10).
       01 SVC_SERVICE-END              PIC X(10).
       01 SVC_CAP-RATE                 PIC S9(2)V9(2) USAGE COMP-3.
       01 SVC_SERVICE-STATUS           PIC X(1).
       01 SVC_UPDATED-BY               PIC X(8).
       01 SVC_UPDATED-TS               PIC X(26).
