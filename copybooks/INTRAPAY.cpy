      ******************************************************
      * HOST VARIABLE DECLARATION FOR TABLE                *
      * INTRADAY_PAYMENT                                   *
      * ONE ROW PER PAYMENT ROW THE PAYMENT LOAD INSERTED  *
      * DURING AN INTRADAY MINI-CYCLE (RUN-MODE=INTRADAY), *
      * SO THE INTRADAY LNDWISE4 PASS KNOWS WHICH INVOICES *
      * WERE JUST PAID AND THE NIGHT LOAD KNOWS THE MONEY  *
      * IS ALREADY ON FILE. A LOCKBOX SPLIT LOGS ONE ROW   *
      * PER PAYMENT ROW IT WROTE.                          *
      * APPLY_STATUS:                                      *
      *   'L' = LOADED, NOT YET APPLIED TO THE PLAN        *
      *   'A' = APPLIED BY THE INTRADAY LNDWISE4 PASS      *
      ******************************************************

       01 IDP_BUSINESS-DATE           PIC X(10).
       01 IDP_PAYMENT-ID               PIC S9(9) USAGE COMP.
       01 IDP_INVOICE-ID               PIC S9(9) USAGE COMP.
       01 IDP_PAID-AMOUNT              PIC S9(15)V9(2) USAGE COMP-3.
       01 IDP_PAID-DATE                PIC X(10).
       01 IDP_LOADED-TS                PIC X(26).
       01 IDP_APPLY-STATUS             PIC X(1).
       01 IDP_APPLIED-TS               PIC X(26).
