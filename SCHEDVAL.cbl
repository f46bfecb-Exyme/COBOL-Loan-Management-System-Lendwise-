      * VALIDATOR. INTEGCHK CATCHES ORPHANS AND BALCHK       *
      * PROVES CASH - THIS PROGRAM PROVES EACH OPEN LOAN'S   *
      * SCHEDULE STILL ADDS UP AS ARITHMETIC AFTER RESTRUC,  *
      * SKIPPAY, REAGE AND PLANCORR HAVE TOUCHED IT. WALKING *
      * THE PAYPLAN ROWS IN DUE-DATE ORDER IT ASSERTS:       *
      *  1. REMAINING_LOAN NEVER JUMPS UPWARD MID-TERM.      *
      *  2. THE SCHEDULE ENDS WHERE IT SHOULD. ONCE THE      *
      *  4. PAYMENT AMOUNTS ARE CONSISTENT WITH THE          *
      *     PRODUCT'S REPAY STRUCTURE - AN INTEREST-ONLY     *
      *     INTRODUCTION RETIRES NO PRINCIPAL, AND A FIXED   *
      *     STRAIGHT-LINE LOAN BILLS LEVEL INSTALLMENTS      *
      *     (UNLESS IT HAS BEEN RE-AGED - REAGE_HIST - OR    *
      *     RE-PRICED UNDER AN SCRA CAP - SCRA_CAP).         *
      * EVERY VIOLATION PRINTS WITH THE LOAN'S MOST RECENT   *
      * AUDIT ROWS ATTACHED, SO THE TOUCH THAT BENT THE      *
      * SCHEDULE IS IN HAND. ENDS WITH RETURN CODE 8 LIKE    *
       01 WS-RECONCILED-FLAG    PIC X(1).
         88 LOAN-RECONCILED     VALUE 'Y'.

      * RE-AGES ON FILE FOR THE LOAN - A RE-AGED LOAN CARRIES ITS
      * ARREARS ON THE INSTALLMENTS AFTER THE RE-AGE, SO IT NO
      * LONGER BILLS LEVEL AMOUNTS.
       01 WS-REAGE-COUNT        PIC S9(9) USAGE COMP.

      * SCRA CAPS ON FILE FOR THE LOAN - A CAP RE-PRICES THE STILL-
      * DUE INSTALLMENTS, SO THE ROWS BILLED BEFORE IT NO LONGER
      * MATCH THE ONES AFTER.
       01 WS-SCRA-COUNT         PIC S9(9) USAGE COMP.

      * RUN CONTROL TOTALS.
       01 WS-LOANS-CHECKED      PIC 9(9) VALUE 0.
       01 WS-LOANS-BROKEN       PIC 9(9) VALUE 0.
              MOVE 0.02 TO WS-CENTS-TOLERANCE
           END-IF
           PERFORM FETCH-PERSISTED-BALANCE
           PERFORM COUNT-LOAN-REAGES
           PERFORM COUNT-LOAN-SCRA-CAPS

           EXEC SQL
              OPEN C-VAL-ROWS

      * A FIXED STRAIGHT-LINE LOAN BILLS THE SAME AMOUNT EVERY
      * PERIOD - A FEW CENTS OF ROUNDING IS NOT A FINDING, A
      * PLANCORR SLIP IS. VARIABLE LOANS REPRICE, SCRA-CAPPED LOANS
      * ARE RE-PRICED AT THE CAP AND BACK, AND RE-AGED LOANS CARRY
      * THEIR ARREARS FORWARD, SO THEY ARE EXEMPT.
           IF FIRST-SCHED-ROW
              MOVE PLAN_PAYMENT-AMOUNT TO WS-FIRST-PAYMENT
              MOVE 'N' TO WS-FIRST-ROW-FLAG
              IF TYPE_REPAY-STRUCTURE NOT = 'I'
                 AND TYPE_REPAY-STRUCTURE NOT = 'B'
                 AND LOAN_INTEREST-TYPE NOT = 'V'
                 AND WS-REAGE-COUNT = 0
                 AND WS-SCRA-COUNT = 0
                 COMPUTE WS-PAY-DIFF =
                         PLAN_PAYMENT-AMOUNT - WS-FIRST-PAYMENT
                 IF WS-PAY-DIFF > 0.02 OR WS-PAY-DIFF < -0.02
           END-IF
           .

       COUNT-LOAN-REAGES.
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-REAGE-COUNT
               FROM KALA12.REAGE_HIST
              WHERE LOAN_ID = :LOAN_LOAN-ID
           END-EXEC
           MOVE 'COUNT REAGE_HIST' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       COUNT-LOAN-SCRA-CAPS.
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-SCRA-COUNT
               FROM KALA12.SCRA_CAP
              WHERE LOAN_ID = :LOAN_LOAN-ID
           END-EXEC
           MOVE 'COUNT SCRA_CAP' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       CHECK-LOAN-TOTALS.
      * 2. THE SCHEDULE MUST END WHERE IT SHOULD. A RECONCILED LOAN'S
      * OPEN ROWS ALL CARRY THE WALK BALANCE THE NIGHTLY FLATTEN
