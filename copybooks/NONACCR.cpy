      ******************************************************
      *  HOST VARIABLE DECLARATION FOR TABLE NONACCRUAL    *
      *  ONE ROW PER NON-ACCRUAL EPISODE ON A LOAN. INTACCR *
      *  OPENS THE ROW THE NIGHT AN INSTALLMENT REACHES THE *
      *  90-DAY BUCKET: ACCRUAL STOPS AND THE INTEREST      *
      *  ACCRUED BUT UNCOLLECTED IS REVERSED OFF THE GL     *
      *  (REVERSED_AMOUNT). WHILE THE ROW IS 'N' LNDWISE4   *
      *  RECOGNIZES COLLECTED INTEREST ON A CASH BASIS AND  *
      *  ADDS IT TO CASH_INTEREST. INTACCR CLOSES THE ROW   *
      *  ONCE THE LOAN HAS CURED AND STAYED CURRENT FOR THE *
      *  PARAMETERIZED NUMBER OF INSTALLMENTS.              *
      *  ACCRUAL_STATUS: 'N' NON-ACCRUAL, 'R' RETURNED TO   *
      *  ACCRUAL.                                           *
      ******************************************************

       01 NAC_LOAN-ID                 PIC S9(9) USAGE COMP.
       01 NAC_ENTRY-DATE               PIC X(10).
       01 NAC_EXIT-DATE                PIC X(10).
       01 NAC_ACCRUAL-STATUS           PIC X(1).
       01 NAC_DAYS-PAST-DUE            PIC S9(9) USAGE COMP.
       01 NAC_REVERSED-AMOUNT          PIC S9(15)V9(2) USAGE COMP-3.
       01 NAC_CASH-INTEREST            PIC S9(15)V9(2) USAGE COMP-3.
