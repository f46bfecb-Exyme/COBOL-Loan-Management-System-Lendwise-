      ******************************************************
      *  HOST VARIABLE DECLARATION FOR TABLE BK_CASE_LOAN  *
      *  ONE ROW PER LOAN A BANKRUPTCY CASE AFFECTS. THE   *
      *  PROOF-OF-CLAIM FIGURES ARE THE PAYOFF WALK AS OF  *
      *  THE PETITION DATE (PRINCIPAL, INTEREST ACCRUED TO *
      *  THE PETITION DATE, UNPAID FEES), STRUCK WHEN THE  *
      *  LOAN IS ADDED TO THE CASE. POC_FILED_DATE STAYS   *
      *  BLANK UNTIL LEGAL REPORTS THE CLAIM FILED - BKMNT *
      *  REPORTS EVERY UNFILED CLAIM AGAINST ITS CASE'S    *
      *  BAR DATE.                                         *
      ******************************************************

       01 BKL_CASE-NUMBER             PIC X(15).
       01 BKL_LOAN-ID                  PIC S9(9) USAGE COMP.
       01 BKL_POC-PRINCIPAL            PIC S9(15)V9(2) USAGE COMP-3.
       01 BKL_POC-INTEREST             PIC S9(15)V9(2) USAGE COMP-3.
       01 BKL_POC-FEES                 PIC S9(15)V9(2) USAGE COMP-3.
       01 BKL_POC-TOTAL                PIC S9(15)V9(2) USAGE COMP-3.
       01 BKL_POC-FILED-DATE           PIC X(10).
