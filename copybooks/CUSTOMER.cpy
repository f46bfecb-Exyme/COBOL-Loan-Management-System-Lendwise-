       01 CUSTOMER_CASCADE-OVERPAYMENT PIC X(1).
       01 CUSTOMER_EMAIL               PIC X(50).
       01 CUSTOMER_PHONE               PIC X(15).
      * INTERNAL BEHAVIOR SCORE - 100 (RISKIEST) TO 900, SET NIGHTLY
      * BY BEHVSCR FROM THE CUSTOMER'S PAYMENT HISTORY (THE DETAIL IS
      * ON BEHAVIOR_SCORE_HIST). 0 UNTIL THE FIRST RUN SCORES THE
      * CUSTOMER - AN UNSCORED CUSTOMER MEETS NO SCORE CUT-OFF TEST.
       01 CUSTOMER_BEHAVIOR-SCORE      PIC S9(4) USAGE COMP.
       01 CUSTOMER_SCORE-DATE          PIC X(10).
