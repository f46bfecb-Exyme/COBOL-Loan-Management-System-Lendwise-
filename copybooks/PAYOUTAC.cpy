      ******************************************************
      * HOST VARIABLE DECLARATION FOR TABLE                *
      * CUST_PAYOUT_ACCT                                   *
      *  ONE ROW PER CUSTOMER - THE BANK ACCOUNT WE PAY    *
      *  MONEY OUT TO (LOAN FUNDINGS, REFUNDS). KEYED      *
      *  THROUGH CUSTMNT'S AUDITED FEED AND READ BY        *
      *  ACHBUILD FOR THE RDFI ROUTING AND ACCOUNT NUMBER  *
      *  OF EVERY CREDIT ENTRY. A CREDIT FOR A CUSTOMER    *
      *  WITHOUT AN ACTIVE ROW CANNOT GO ON THE BANK FILE  *
      *  AND IS MARKED NOT SENT.                           *
      *  ROUTING_NUMBER: 9-DIGIT ABA NUMBER, CHECK DIGIT   *
      *    PROVEN WHEN KEYED.                              *
      *  ACCOUNT_TYPE: 'C' CHECKING, 'S' SAVINGS.          *
      *  ACCT_STATUS:  'A' ACTIVE, 'C' CLOSED.             *
      ******************************************************

       01 POA_CUSTOMER-ID             PIC S9(9) USAGE COMP.
       01 POA_ROUTING-NUMBER           PIC X(9).
       01 POA_ACCOUNT-NUMBER           PIC X(17).
       01 POA_ACCOUNT-TYPE             PIC X(1).
       01 POA_ACCT-STATUS              PIC X(1).
       01 POA_UPDATED-BY               PIC X(8).
       01 POA_UPDATED-TS               PIC X(26).
