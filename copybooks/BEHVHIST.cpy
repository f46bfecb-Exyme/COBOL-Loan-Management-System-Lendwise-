      ******************************************************
      *  HOST VARIABLE DECLARATION FOR TABLE               *
      *  BEHAVIOR_SCORE_HIST - ONE ROW PER CUSTOMER PER    *
      *  NIGHTLY BEHVSCR RUN, THE INTERNAL BEHAVIOR SCORE  *
      *  AND EVERY COUNT IT WAS BUILT FROM, SO A SCORE     *
      *  CAN ALWAYS BE EXPLAINED AND ITS DRIFT FOLLOWED.   *
      *  THE LATEST SCORE ALSO SITS ON CUSTOMER            *
      *  (BEHAVIOR_SCORE / SCORE_DATE). A RERUN REPLACES   *
      *  THE DAY'S ROWS.                                   *
      *  BEHAVIOR_SCORE RUNS 100 (RISKIEST) TO 900.        *
      *  THE COUNTS COVER THE SCORE-MONTHS LOOKBACK:       *
      *  INSTALLMENTS FALLEN DUE PAID ON TIME / PAID OR    *
      *  STILL OPEN 1-29, 30-59, 60-89, 90+ DAYS LATE,     *
      *  NSF REVERSALS OF PAYMENTS, AUTOPAY ACH RETURNS,   *
      *  BROKEN PROMISES TO PAY AND SKIP-A-PAYMENTS TAKEN. *
      *  CURRENT_BUCKET IS THE WORST DELQAGE BUCKET OPEN   *
      *  ON THE RUN DATE ('CUR', '030' ... '120'), SPACES  *
      *  WHEN NOTHING IS OVERDUE.                          *
      ******************************************************

       01 BSH_CUSTOMER-ID             PIC S9(9) USAGE COMP.
       01 BSH_SCORE-DATE               PIC X(10).
       01 BSH_BEHAVIOR-SCORE           PIC S9(4) USAGE COMP.
       01 BSH_PRIOR-SCORE              PIC S9(4) USAGE COMP.
       01 BSH_ONTIME-COUNT             PIC S9(9) USAGE COMP.
       01 BSH_LATE-1-29-COUNT          PIC S9(9) USAGE COMP.
       01 BSH_LATE-30-59-COUNT         PIC S9(9) USAGE COMP.
       01 BSH_LATE-60-89-COUNT         PIC S9(9) USAGE COMP.
       01 BSH_LATE-90-PLUS-COUNT       PIC S9(9) USAGE COMP.
       01 BSH_NSF-COUNT                PIC S9(9) USAGE COMP.
       01 BSH_ACH-RETURN-COUNT         PIC S9(9) USAGE COMP.
       01 BSH_BROKEN-PROMISE-COUNT     PIC S9(9) USAGE COMP.
       01 BSH_SKIP-COUNT               PIC S9(9) USAGE COMP.
       01 BSH_CURRENT-BUCKET           PIC X(3).
