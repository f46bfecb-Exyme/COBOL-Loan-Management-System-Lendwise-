      ******************************************************
      *  HOST VARIABLE DECLARATION FOR TABLE REFI_LINK     *
      *  ONE ROW PER OLD LOAN NAMED ON AN INTERNAL         *
      *  REFINANCE OR CONSOLIDATION - THE NEW LOAN'S       *
      *  PROCEEDS PAY THE OLD LOAN OFF INSTEAD OF GOING    *
      *  OUT ON FUNDDISB'S ACH FILE. REFI_STATUS:          *
      *    'P' = PENDING (REGISTERED OFF THE REFINANCE     *
      *          FEED, NOT YET PAID OFF)                   *
      *    'C' = COMPLETED (OLD LOAN CLOSED, SCHEDULE      *
      *          ARCHIVED UNDER PAYPLAN_HIST REASON 'N',   *
      *          PAYOFF FIGURES BELOW AS APPLIED)          *
      *    'X' = FAILED (PAYOFFS EXCEEDED THE NEW LOAN'S   *
      *          PROCEEDS OR A LOAN CHANGED UNDERNEATH IT -*
      *          FAIL_REASON SAYS WHICH)                   *
      *  WAIVE_PENALTY 'Y' MEANS THE OFFICER WAIVED THE    *
      *  LOANTYPE EARLY-PAYOFF PENALTY FOR THIS OLD LOAN.  *
      ******************************************************

       01 RFL_NEW-LOAN-ID             PIC S9(9) USAGE COMP.
       01 RFL_OLD-LOAN-ID              PIC S9(9) USAGE COMP.
       01 RFL_OFFICER-ID               PIC X(8).
       01 RFL_WAIVE-PENALTY            PIC X(1).
       01 RFL_REFI-STATUS              PIC X(1).
       01 RFL_REQUEST-DATE             PIC X(10).
       01 RFL_PAYOFF-PRINCIPAL         PIC S9(15)V9(2) USAGE COMP-3.
       01 RFL_PAYOFF-INTEREST          PIC S9(15)V9(2) USAGE COMP-3.
       01 RFL_PAYOFF-FEES              PIC S9(15)V9(2) USAGE COMP-3.
       01 RFL_PENALTY-AMOUNT           PIC S9(15)V9(2) USAGE COMP-3.
       01 RFL_COMPLETED-DATE           PIC X(10).
       01 RFL_FAIL-REASON              PIC X(20).
