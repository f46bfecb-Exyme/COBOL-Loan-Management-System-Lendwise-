      *   ACCRUE, BUT THE PAYMENT LOAD STILL ACCEPTS CASH  *
      *   AGAINST THE LOAN'S INVOICES - CHGOFF'S RECOVERY  *
      *   PASS PICKS THAT CASH UP INTO RECOVERED_AMOUNT.   *
      *   COLLECTIONS REMITTED BY AN OUTSIDE AGENCY ARE    *
      *   ADDED NET OF COMMISSION; AGENCY_RECOVERED KEEPS  *
      *   THAT SHARE SO THE PAYMENT-TABLE CASH IS NEVER    *
      *   COUNTED TWICE.                                   *
      ******************************************************

       01 CHG_LOAN-ID                 PIC S9(9) USAGE COMP.
       01 CHG_CHARGEOFF-DATE           PIC X(10).
       01 CHG_CHARGED-AMOUNT           PIC S9(15)V9(2) USAGE COMP-3.
       01 CHG_RECOVERED-AMOUNT         PIC S9(15)V9(2) USAGE COMP-3.
       01 CHG_AGENCY-RECOVERED         PIC S9(15)V9(2) USAGE COMP-3.
