      ******************************************************
      *  HOST VARIABLE DECLARATION FOR TABLE DEBT_CANCEL   *
      *  ONE ROW PER DEBTOR PER LOAN WHOSE DEBT WAS        *
      *  CANCELLED IN A TAX YEAR, WRITTEN BY THE YEAR-END  *
      *  1099-C RUN (CANC1099). A RERUN OF THE SAME YEAR   *
      *  REBUILDS THAT YEAR'S ROWS; EARLIER YEARS' ROWS    *
      *  STAY SO A DEBT IS NEVER REPORTED TWICE.           *
      *  EVENT_CODE IS THE IRS IDENTIFIABLE EVENT:         *
      *    'F' CREDITOR AGREEMENT (COMPLETED SETTLEMENT)   *
      *    'G' DEFINED POLICY TO DISCONTINUE COLLECTION    *
      *        (CHARGED-OFF LOAN PAST THE POLICY PERIOD    *
      *        WITH NO AGENCY STILL WORKING IT)            *
      *  PARTY_ROLE: 'P' PRIMARY BORROWER, 'C' CO-BORROWER *
      *  (JOINTLY LIABLE, REPORTED FOR THE FULL AMOUNT).   *
      *  REPORTED: 'Y' FORM FILED, 'N' DEBTOR UNDER THE    *
      *  REPORTING THRESHOLD FOR THE YEAR.                 *
      ******************************************************

       01 DCN_TAX-YEAR                PIC S9(4) USAGE COMP.
       01 DCN_LOAN-ID                  PIC S9(9) USAGE COMP.
       01 DCN_CUSTOMER-ID              PIC S9(9) USAGE COMP.
       01 DCN_PARTY-ROLE               PIC X(1).
       01 DCN_EVENT-CODE               PIC X(1).
       01 DCN_EVENT-DATE               PIC X(10).
       01 DCN_PRINCIPAL-AMOUNT         PIC S9(15)V9(2) USAGE COMP-3.
       01 DCN_INTEREST-AMOUNT          PIC S9(15)V9(2) USAGE COMP-3.
       01 DCN_REPORTED                 PIC X(1).
