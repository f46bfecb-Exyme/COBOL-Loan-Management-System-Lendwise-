      ******************************************************
      *  HOST VARIABLE DECLARATION FOR TABLE               *
      *  INVESTOR_REMIT - ONE ROW PER PARTICIPATION PER    *
      *  MONTH-END PERIOD, WRITTEN BY INVREMIT. CASH DUE   *
      *  TO THE INVESTOR IS NET_REMIT = PRINCIPAL_SHARE +  *
      *  INTEREST_SHARE - SERVICE_FEE + RECOVERY_SHARE.    *
      *  CHARGEOFF_SHARE AND FORGIVEN_SHARE ARE THE        *
      *  INVESTOR'S PART OF THE LOSS - NO CASH MOVES.      *
      *  RECOVERY_SHARE IS WHAT CAME IN THIS PERIOD: THE   *
      *  SHARE OF CHARGEOFF RECOVERED_AMOUNT TO DATE LESS  *
      *  THE RECOVERY SHARES ALREADY REMITTED HERE.        *
      *  A PERIOD ALREADY ON FILE IS REPRINTED ON A RERUN, *
      *  NEVER POSTED TWICE.                               *
      ******************************************************

       01 IRM_INVESTOR-ID             PIC X(8).
       01 IRM_LOAN-ID                  PIC S9(9) USAGE COMP.
       01 IRM_SOLD-DATE                PIC X(10).
       01 IRM_PERIOD-END               PIC X(10).
       01 IRM_PRINCIPAL-SHARE          PIC S9(15)V9(2) USAGE COMP-3.
       01 IRM_INTEREST-SHARE           PIC S9(15)V9(2) USAGE COMP-3.
       01 IRM_SERVICE-FEE              PIC S9(15)V9(2) USAGE COMP-3.
       01 IRM_RECOVERY-SHARE           PIC S9(15)V9(2) USAGE COMP-3.
       01 IRM_CHARGEOFF-SHARE          PIC S9(15)V9(2) USAGE COMP-3.
       01 IRM_FORGIVEN-SHARE           PIC S9(15)V9(2) USAGE COMP-3.
       01 IRM_NET-REMIT                PIC S9(15)V9(2) USAGE COMP-3.
       01 IRM_REMIT-DATE               PIC X(10).
