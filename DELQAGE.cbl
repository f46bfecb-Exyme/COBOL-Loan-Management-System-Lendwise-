      * CUSTOMER DELINQUENCY_FLAG FROM THE WORST BUCKET,     *
      * AND WRITES A COLLECTIONS WORKLIST FILE (CUSTOMER,    *
      * LOAN, BUCKET, TOTAL OVERDUE AMOUNT, LATE FEES        *
      * ASSESSED, BEHAVIOR SCORE). THE WORKLIST RUNS IN      *
      * BEHAVIOR SCORE ORDER, LOWEST (RISKIEST) FIRST, SO    *
      * THE RISKIEST ACCOUNTS ARE CALLED FIRST; A CUSTOMER   *
      * BEHVSCR HAS NOT SCORED GOES LAST. WONA'S             *
      * VALIDATE-CUSTOMER-ELIGIBILITY READS THE FLAG THIS    *
      * PROGRAM NOW MAINTAINS. RUN AS STEP60 IN THE DAILY    *
      * PAYMENT CYCLE, AFTER BEHVSCR.                        *
      ********************************************************

       ENVIRONMENT DIVISION.
          05 WRK-OVERDUE-AMOUNT  PIC +ZZZZZZZZZZZZZZ9.99.
          05 FILLER              PIC X(1).
          05 WRK-LATE-FEES       PIC +ZZZZZZZZZZZZZZ9.99.
          05 FILLER              PIC X(1).
          05 WRK-BEHAVIOR-SCORE  PIC 9(3).
          05 FILLER              PIC X(33).

       FD PARMIN
            RECORDING MODE F.
       01 WS-PARM-AMOUNT-FLAG   PIC X(1).
         88 PARM-AMOUNT-OK      VALUE 'Y'.

      * CONTROL-BREAK STATE - THE CURSOR IS ORDERED BY SCORE, THEN
      * CUSTOMER AND LOAN (THE SCORE IS PER CUSTOMER, SO A
      * CUSTOMER'S ROWS STILL ARRIVE TOGETHER), SO EACH BREAK
      * FLUSHES ONE WORKLIST LINE PER LOAN AND ONE DELINQUENCY_FLAG
      * UPDATE PER CUSTOMER.
       01 WS-PREV-CUSTOMER-ID   PIC S9(9) USAGE COMP VALUE 0.
       01 WS-PREV-SCORE         PIC S9(4) USAGE COMP VALUE 0.
       01 WS-PREV-LOAN-ID       PIC S9(9) USAGE COMP VALUE 0.
       01 WS-FIRST-ROW          PIC X VALUE 'Y'.
         88 FIRST-ROW           VALUE 'Y'.
       01 WS-LAST-CUSTOMER-ID   PIC S9(9) USAGE COMP VALUE 0.

      *****************************************************
      * EVERY OVERDUE INSTALLMENT IN THE BOOK, RISKIEST   *
      * BEHAVIOR SCORE FIRST (UNSCORED LAST), GROUPED BY  *
      * CUSTOMER THEN LOAN FOR THE CONTROL BREAKS BELOW.  *
      *****************************************************
           EXEC SQL
               SELECT LOAN.CUSTOMER_ID,
                      PAYPLAN.LOAN_ID,
                      PAYPLAN.DUE_DATE,
                      PAYPLAN.REMAINING_AMOUNT,
                      COALESCE(CUSTOMER.BEHAVIOR_SCORE, 0)
                 FROM PAYPLAN
                 JOIN LOAN
                   ON PAYPLAN.LOAN_ID = LOAN.LOAN_ID
                 JOIN CUSTOMER
                   ON CUSTOMER.ID = LOAN.CUSTOMER_ID
                WHERE PAYPLAN.PLAN_STATUS = 'OVERDUE'
      * CHARGED-OFF LOANS ('W') ARE OFF THE WORKLIST - CHGOFF OWNS
      * THEM NOW AND REPORTS RECOVERIES SEPARATELY. THEIR OVERDUE
                                AND H.HOLD_KEY = PAYPLAN.LOAN_ID)
                            OR (H.HOLD_LEVEL = 'C'
                                AND H.HOLD_KEY = LOAN.CUSTOMER_ID)))
                ORDER BY CASE WHEN COALESCE(CUSTOMER.BEHAVIOR_SCORE, 0)
                              = 0
                         THEN 9999
                         ELSE CUSTOMER.BEHAVIOR_SCORE END,
                         LOAN.CUSTOMER_ID, PAYPLAN.LOAN_ID
           END-EXEC.

       PROCEDURE DIVISION.
                INTO :LOAN_CUSTOMER-ID,
                     :PLAN_LOAN-ID,
                     :PLAN_DUE-DATE,
                     :PLAN_REMAINING-AMOUNT,
                     :CUSTOMER_BEHAVIOR-SCORE
           END-EXEC
           MOVE 'FETCH C-OVERDUE-AGING' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           IF FIRST-ROW
              MOVE LOAN_CUSTOMER-ID TO WS-PREV-CUSTOMER-ID
              MOVE PLAN_LOAN-ID     TO WS-PREV-LOAN-ID
              MOVE CUSTOMER_BEHAVIOR-SCORE TO WS-PREV-SCORE
              SET NOT-FIRST-ROW TO TRUE
           END-IF

              PERFORM UPDATE-CUSTOMER-FLAG
              MOVE LOAN_CUSTOMER-ID TO WS-PREV-CUSTOMER-ID
              MOVE PLAN_LOAN-ID     TO WS-PREV-LOAN-ID
              MOVE CUSTOMER_BEHAVIOR-SCORE TO WS-PREV-SCORE
           ELSE
              IF PLAN_LOAN-ID NOT = WS-PREV-LOAN-ID
                 PERFORM WRITE-WORKLIST-LINE
           MOVE SPACES TO WORKLIST-RECORD
           MOVE WS-PREV-CUSTOMER-ID TO WRK-CUSTOMER-ID
           MOVE WS-PREV-LOAN-ID     TO WRK-LOAN-ID
           MOVE WS-PREV-SCORE       TO WRK-BEHAVIOR-SCORE

           EVALUATE WS-LOAN-BUCKET-DAYS
             WHEN 120
