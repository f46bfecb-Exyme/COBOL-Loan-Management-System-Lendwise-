      ******************************************************
      *     HOST VARIABLE DECLARATION FOR TABLE PAYMENT    *
      *  TELLER_ID: THE OPERATOR WHO TOOK A 'TELLER' CASH  *
      *  PAYMENT AT THE COUNTER (TPAY), SO TELLPRF CAN     *
      *  PROVE EACH DRAWER. NULL ON EVERY OTHER CHANNEL.   *
      ******************************************************

       01 PAY_PAYMENT-ID              PIC S9(9) USAGE COMP.
       01 PAY_PAID-AMOUNT              PIC S9(15)V9(2) USAGE COMP-3.
       01 PAY_PAID-DATE                PIC X(10).
       01 PAY_PAYMENT-CHANNEL          PIC X(10).
       01 PAY_TELLER-ID                PIC X(8).
