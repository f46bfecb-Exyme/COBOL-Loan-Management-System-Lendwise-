      * INSTALLMENT THAT SETTLES THE REMAINING BALANCE.
       01 TYPE_REPAY-STRUCTURE          PIC X(1).
       01 TYPE_IO-PERIOD-COUNT          PIC S9(9) USAGE COMP.
      * ELIGIBILITY CUT-OFF ON THE INTERNAL BEHAVIOR SCORE - A SCORED
      * CUSTOMER BELOW IT IS REFUSED THIS PRODUCT BY WONA AND
      * ORIGLOAD. 0 (THE DEFAULT) MEANS NO CUT-OFF.
       01 TYPE_MIN-BEHAVIOR-SCORE       PIC S9(4) USAGE COMP.
