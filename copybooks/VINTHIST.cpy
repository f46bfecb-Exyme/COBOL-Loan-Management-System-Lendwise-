      ******************************************************
      *  HOST VARIABLE DECLARATION FOR TABLE VINTAGE_HIST  *
      *  ONE ROW PER ORIGINATION MONTH (VINTAGE) PER       *
      *  LOANTYPE PER MONTH-END RUN - THE STATIC POOL'S    *
      *  CUMULATIVE PERFORMANCE AT THE MONTHS-ON-BOOK IT   *
      *  HAD REACHED THAT RUN. TYPE_ID 0 IS THE VINTAGE    *
      *  ACROSS ALL TYPES. THE COUNTS ARE LOANS THAT HAVE  *
      *  EVER REACHED THE STATE, SO A RUN NEVER REPORTS    *
      *  FEWER THAN THE RUN BEFORE IT EVEN ONCE ARCHPURG   *
      *  HAS TRIMMED THE DETAIL. RUN-OVER-RUN THE ROWS     *
      *  ARE THE VINTAGE CURVES CREDIT RISK READS.         *
      ******************************************************

       01 VIN_RUN-DATE                PIC X(10).
       01 VIN_VINTAGE-MONTH            PIC X(7).
       01 VIN_TYPE-ID                  PIC S9(9) USAGE COMP.
       01 VIN_MONTHS-ON-BOOK           PIC S9(9) USAGE COMP.
       01 VIN_LOAN-COUNT               PIC S9(9) USAGE COMP.
      * FINANCED AMOUNT - LOAN_AMOUNT LESS DOWN_PAYMENT.
       01 VIN_ORIG-AMOUNT              PIC S9(15)V9(2) USAGE COMP-3.
       01 VIN_EVER-30-COUNT            PIC S9(9) USAGE COMP.
       01 VIN_EVER-60-COUNT            PIC S9(9) USAGE COMP.
       01 VIN_EVER-90-COUNT            PIC S9(9) USAGE COMP.
       01 VIN_CHARGEOFF-COUNT          PIC S9(9) USAGE COMP.
       01 VIN_CHARGEOFF-AMOUNT         PIC S9(15)V9(2) USAGE COMP-3.
       01 VIN_RECOVERY-AMOUNT          PIC S9(15)V9(2) USAGE COMP-3.
      * PREPAID = PAID OFF (PAYPLAN_HIST 'P') AHEAD OF THE LAST
      * SCHEDULED DUE DATE, OR REFINANCED AWAY ('N'). PAYOFF = PAID
      * OFF AT OR AFTER MATURITY.
       01 VIN_PREPAY-COUNT             PIC S9(9) USAGE COMP.
       01 VIN_PAYOFF-COUNT             PIC S9(9) USAGE COMP.
      * COMPLETED SETTLE_AGREE SETTLEMENTS AND THE AMOUNT FORGIVEN.
       01 VIN_SETTLE-COUNT             PIC S9(9) USAGE COMP.
       01 VIN_FORGIVEN-AMOUNT          PIC S9(15)V9(2) USAGE COMP-3.
