      ******************************************************
      *  HOST VARIABLE DECLARATION FOR TABLE REAGE_HIST    *
      *  ONE ROW PER RE-AGE GRANTED BY REAGE - A           *
      *  DELINQUENT LOAN BROUGHT CURRENT AFTER A STREAK OF *
      *  FULL PAYMENTS. THE ROWS ARE WHAT ENFORCE THE      *
      *  LIMITS (ONE RE-AGE IN 12 MONTHS, TWO IN 5 YEARS)  *
      *  AND WHAT THE EXAMINERS' RE-AGE REGISTER IS        *
      *  PRINTED FROM, SO THEY ARE NEVER UPDATED.          *
      *  REAGE_METHOD: 'D' DEFERRED (THE ARREARS MOVED TO  *
      *  THE FINAL INSTALLMENT), 'C' CAPITALIZED (SPREAD   *
      *  OVER EVERY INSTALLMENT STILL TO COME).            *
      *  ARREARS_AMOUNT IS THE MISSED INSTALLMENT AMOUNT,  *
      *  FEES_AMOUNT THE LATE FEES CARRIED WITH IT.        *
      *  OLDEST_DUE_DATE/DAYS_PAST_DUE - HOW FAR BEHIND    *
      *  THE LOAN WAS THE DAY IT WAS RE-AGED.              *
      ******************************************************

       01 RAH_LOAN-ID                 PIC S9(9) USAGE COMP.
       01 RAH_REAGE-DATE               PIC X(10).
       01 RAH_CUSTOMER-ID              PIC S9(9) USAGE COMP.
       01 RAH_TYPE-ID                  PIC S9(9) USAGE COMP.
       01 RAH_REAGE-METHOD             PIC X(1).
       01 RAH_ROWS-REAGED              PIC S9(9) USAGE COMP.
       01 RAH_ARREARS-AMOUNT           PIC S9(15)V9(2) USAGE COMP-3.
       01 RAH_FEES-AMOUNT              PIC S9(15)V9(2) USAGE COMP-3.
       01 RAH_OLDEST-DUE-DATE          PIC X(10).
       01 RAH_DAYS-PAST-DUE            PIC S9(9) USAGE COMP.
       01 RAH_STREAK-PAYMENTS          PIC S9(9) USAGE COMP.
       01 RAH_REAGED-BY                PIC X(8).
       01 RAH_REAGE-TS                 PIC X(26).
