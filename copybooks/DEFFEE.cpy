      ******************************************************
      *  HOST VARIABLE DECLARATION FOR TABLE DEFERRED_FEE  *
      *  ONE ROW PER LOAN PER DEFERRED FEE - TODAY THE     *
      *  ORIGINATION FEE FUNDDISB NETS OUT OF THE FUNDING. *
      *  THE FEE IS NOT INCOME WHEN TAKEN: IT IS SET UP    *
      *  HERE AT FUNDING AND FEEAMORT RECOGNIZES IT MONTH  *
      *  BY MONTH AS A LEVEL YIELD ON THE LOAN BALANCE.    *
      *  DEFER_STATUS: 'A' AMORTIZING, 'R' FULLY           *
      *  RECOGNIZED (RUN OFF, OR ACCELERATED WHEN THE LOAN *
      *  WAS PAID OFF, TRANSFERRED OUT OR CHARGED OFF).    *
      *  LAST_AMORT_DATE IS THE LAST MONTH-END AMORTIZED   *
      *  (THE FUNDING DATE UNTIL THE FIRST ONE).           *
      ******************************************************

       01 DFF_LOAN-ID                 PIC S9(9) USAGE COMP.
       01 DFF_FEE-CODE                 PIC X(4).
       01 DFF_TYPE-ID                  PIC S9(9) USAGE COMP.
       01 DFF_FEE-AMOUNT               PIC S9(15)V9(2) USAGE COMP-3.
       01 DFF_UNAMORTIZED              PIC S9(15)V9(2) USAGE COMP-3.
       01 DFF_SETUP-DATE               PIC X(10).
       01 DFF_LAST-AMORT-DATE          PIC X(10).
       01 DFF_DEFER-STATUS             PIC X(1).

      ******************************************************
      *  HOST VARIABLE DECLARATION FOR TABLE               *
      *  DEFERRED_FEE_ACT - EVERY MOVEMENT ON A DEFERRED   *
      *  FEE BALANCE, FOR THE MONTH-END ROLLFORWARD.       *
      *  ACT_TYPE: 'S' SET UP AT FUNDING, 'A' MONTHLY      *
      *  AMORTIZATION, 'X' ACCELERATED AT PAYOFF,          *
      *  TRANSFER-OUT OR CHARGE-OFF.                       *
      ******************************************************

       01 DFA_LOAN-ID                 PIC S9(9) USAGE COMP.
       01 DFA_FEE-CODE                 PIC X(4).
       01 DFA_TYPE-ID                  PIC S9(9) USAGE COMP.
       01 DFA_ACT-DATE                 PIC X(10).
       01 DFA_ACT-TYPE                 PIC X(1).
       01 DFA_AMOUNT                   PIC S9(15)V9(2) USAGE COMP-3.
