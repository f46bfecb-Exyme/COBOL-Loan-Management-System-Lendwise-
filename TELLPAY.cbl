      * ONE SYNCPOINT. REFUSES TO RUN WHILE ANY              *
      * BATCH_RUN_CONTROL STEP SHOWS 'R', THE WAY PLANCORR   *
      * DOES, AND PRINTS A TELLER RECEIPT LINE WITH THE NEW  *
      * REMAINING AMOUNT. EVERY POSTING CARRIES THE TELLER'S *
      * USERID AND GOES ON THE TELLER'S DRAWER FOR THE DAY   *
      * (TELLER_SESSION), WHICH THE FIRST POSTING OPENS      *
      * UNDER THE BRANCH ON THE TELLER'S 'TPAY'              *
      * OPERATOR_AUTH ROW. A DRAWER ALREADY CLOSED OUT FOR   *
      * THE DAY (TCLS OR THE BRANCH COUNT FEED) TAKES NO     *
      * MORE. PART OF THE LENDWISE SYSTEM.                   *
      ********************************************************

       ENVIRONMENT DIVISION.

           EXEC SQL INCLUDE RUNCTL    END-EXEC.

           EXEC SQL INCLUDE LNJRNL    END-EXEC.

           EXEC SQL INCLUDE PPADJ     END-EXEC.

           EXEC SQL INCLUDE OPERAUTH  END-EXEC.

           EXEC SQL INCLUDE TELLSESS  END-EXEC.

           EXEC SQL INCLUDE PROCDATE  END-EXEC.

           COPY TELPMAP.

      * FOR CURRENT TIMESTAMP AND THE TELLER WHO POSTED THE PAYMENT.
           88 INPUT-INVALID                  VALUE 'N'.
       01 WS-INVALID-REASON      PIC X(60) VALUE SPACES.

      * DID THE INSERT, UPDATE, AUDIT, JOURNAL AND PERIOD CHECK ALL
      * SUCCEED, SO THE UNIT OF WORK IS SAFE TO SYNCPOINT RATHER THAN
      * ROLL BACK.
       01 WS-INSERT-SQLCODE      PIC S9(9) USAGE COMP.
       01 WS-UPDATE-SQLCODE      PIC S9(9) USAGE COMP.
       01 WS-AUDIT-SQLCODE       PIC S9(9) USAGE COMP.
       01 WS-JRNL-RC             PIC S9(4) USAGE COMP.
       01 WS-PERD-RC             PIC S9(4) USAGE COMP.
       01 WS-PPA-FLAG            PIC X(1).
       01 WS-SESSION-SQLCODE     PIC S9(9) USAGE COMP.

      * THE TELLER'S DRAWER FOR THE DAY - OPENED BY THIS POSTING
      * WHEN IT IS THE TELLER'S FIRST.
       01 WS-DRAWER-FLAG         PIC X(1) VALUE 'N'.
           88 DRAWER-EXISTS                  VALUE 'Y'.
           88 DRAWER-TO-OPEN                 VALUE 'N'.

      * HOW MANY BATCH-CYCLE STEPS ARE IN FLIGHT RIGHT NOW - A
      * PAYMENT POSTED MID-BATCH CAN BE SILENTLY OVERWRITTEN BY
              PERFORM VALIDATE-KEY-AND-AMOUNT
           END-IF

           IF INPUT-VALID
              PERFORM FETCH-SESSION-DATE
           END-IF

           IF INPUT-VALID
              PERFORM CHECK-TELLER-DRAWER
           END-IF

           IF INPUT-VALID
              PERFORM RESOLVE-TARGET-INVOICE
           END-IF
           END-IF
           .

       CHECK-TELLER-DRAWER.
      * THE POSTING, ITS PAYMENT ROW AND THE DRAWER ARE ALL DATED
      * THE SESSION DATE (FETCH-SESSION-DATE).
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC

           MOVE WS-USERID       TO TSS_TELLER-ID
           MOVE WS-TODAY-DASHED TO TSS_BUSINESS-DATE

           EXEC SQL
                SELECT SESSION_STATUS, BRANCH_ID
                  INTO :TSS_SESSION-STATUS, :TSS_BRANCH-ID
                  FROM KALA12.TELLER_SESSION
                 WHERE TELLER_ID     = :TSS_TELLER-ID
                   AND BUSINESS_DATE = :TSS_BUSINESS-DATE
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
                SET DRAWER-EXISTS TO TRUE
      * THE CASH HAS BEEN COUNTED - ANOTHER PAYMENT NOW WOULD NEVER
      * BE IN THE COUNT THE DRAWER IS PROVED AGAINST.
                IF TSS_SESSION-STATUS = 'C' OR 'P'
                   MOVE 'YOUR DRAWER IS CLOSED OUT FOR TODAY'
                        TO WS-INVALID-REASON
                   SET INPUT-INVALID TO TRUE
                END-IF
             WHEN 100
                SET DRAWER-TO-OPEN TO TRUE
                PERFORM FETCH-TELLER-BRANCH
             WHEN OTHER
                DISPLAY "TELLPAY - DRAWER CHECK FAILED, "
                        "SQLCODE=" SQLCODE
                MOVE 'DRAWER CHECK FAILED - TRY AGAIN'
                     TO WS-INVALID-REASON
                SET INPUT-INVALID TO TRUE
           END-EVALUATE
           .

       FETCH-SESSION-DATE.
      * THE DRAWER BELONGS TO THE BUSINESS DATE JRNLPOST POSTS TO -
      * THE OPEN PROCESS_DATE CYCLE WHEN THERE IS ONE, SO A DRAWER
      * KEPT OPEN PAST MIDNIGHT STAYS ON THE DAY TELLPRF PROVES.
      * NO OPEN CYCLE, AND IT IS TODAY.
           EXEC SQL
                SELECT CYCLE_DATE
                  INTO :PRD_CYCLE-DATE
                  FROM KALA12.PROCESS_DATE
                 WHERE CYCLE_STATUS = 'O'
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
                MOVE PRD_CYCLE-DATE TO WS-TODAY-DASHED
             WHEN 100
                ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
                STRING WS-DATE-YYYY '-' WS-DATE-MM '-' WS-DATE-DD
                  DELIMITED BY SIZE
                  INTO WS-TODAY-DASHED
             WHEN OTHER
                DISPLAY "TELLPAY - PROCESS_DATE READ FAILED, "
                        "SQLCODE=" SQLCODE
                MOVE 'DRAWER CHECK FAILED - TRY AGAIN'
                     TO WS-INVALID-REASON
                SET INPUT-INVALID TO TRUE
           END-EVALUATE
           .

       FETCH-TELLER-BRANCH.
      * FIRST POSTING OF THE DAY - THE DRAWER OPENS UNDER THE BRANCH
      * ON THE TELLER'S 'TPAY' AUTHORITY ROW. NO ROW MEANS NOT
      * AUTHORIZED, THE WAY OPERATOR_AUTH HAS ALWAYS READ.
           MOVE WS-USERID TO OPA_OPERATOR-ID

           EXEC SQL
                SELECT BRANCH_ID
                  INTO :OPA_BRANCH-ID
                  FROM KALA12.OPERATOR_AUTH
                 WHERE OPERATOR_ID = :OPA_OPERATOR-ID
                   AND TRAN_CODE   = 'TPAY'
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
                MOVE OPA_BRANCH-ID TO TSS_BRANCH-ID
             WHEN 100
                MOVE 'NOT AUTHORIZED TO TAKE TELLER PAYMENTS'
                     TO WS-INVALID-REASON
                SET INPUT-INVALID TO TRUE
             WHEN OTHER
                DISPLAY "TELLPAY - AUTHORITY CHECK FAILED, "
                        "SQLCODE=" SQLCODE
                MOVE 'AUTHORITY CHECK FAILED - TRY AGAIN'
                     TO WS-INVALID-REASON
                SET INPUT-INVALID TO TRUE
           END-EVALUATE
           .

       RESOLVE-TARGET-INVOICE.
           MOVE KEYINI(1:WS-KEYIN-LEN) TO WS-KEY-NUMERIC

           .

       POST-THE-PAYMENT.
      * INSERT THE PAYMENT ROW - SAME SHAPE THE BATCH LOAD INSERTS,
      * CHANNEL 'TELLER' SO THE DEPOSIT RECONCILIATION CAN TELL
      * COUNTER CASH APART, AND THE TELLER'S USERID SO TELLPRF CAN
      * PROVE THE DRAWER.
           EXEC SQL
              SELECT COALESCE(MAX(PAYMENT_ID), 0) + 1
                INTO :PAY_PAYMENT-ID
              MOVE WS-PAY-AMOUNT   TO PAY_PAID-AMOUNT
              MOVE WS-TODAY-DASHED TO PAY_PAID-DATE
              MOVE 'TELLER    '    TO PAY_PAYMENT-CHANNEL
              MOVE WS-USERID       TO PAY_TELLER-ID

              EXEC SQL
                 INSERT INTO KALA12.PAYMENT
                        (PAYMENT_ID, INVOICE_ID, PAID_AMOUNT,
                         PAID_DATE, PAYMENT_CHANNEL, TELLER_ID)
                 VALUES (:PAY_PAYMENT-ID, :PAY_INVOICE-ID,
                         :PAY_PAID-AMOUNT, :PAY_PAID-DATE,
                         :PAY_PAYMENT-CHANNEL, :PAY_TELLER-ID)
              END-EXEC
              MOVE SQLCODE TO WS-INSERT-SQLCODE
           END-IF

      * THE RECEIPT GOES ON THE LOAN'S TRANSACTION JOURNAL IN THE
      * SAME UNIT OF WORK - THE SPLIT IS JOURNALED WHEN LNDWISE4
      * CARVES THE CASH THAT NIGHT.
           MOVE 0 TO WS-JRNL-RC
           IF WS-INSERT-SQLCODE = 0
              MOVE PLAN_LOAN-ID    TO LJR_LOAN-ID
              MOVE 'PYMT'          TO LJR_TRAN-CODE
              MOVE PAY_PAID-DATE   TO LJR_EFFECTIVE-DATE
              MOVE PAY_PAID-AMOUNT TO LJR_AMOUNT
              MOVE 0               TO LJR_PRIN-AMOUNT
              MOVE 0               TO LJR_INT-AMOUNT
              MOVE 0               TO LJR_FEE-AMOUNT
              MOVE 0               TO LJR_ESC-AMOUNT
              MOVE 'TELLPAY'       TO LJR_SOURCE-PGM
              MOVE PAY_PAYMENT-ID  TO LJR_REFERENCE-ID

              CALL 'JRNLPOST' USING LJR_LOAN-ID, LJR_TRAN-CODE,
                                    LJR_EFFECTIVE-DATE, LJR_AMOUNT,
                                    LJR_PRIN-AMOUNT, LJR_INT-AMOUNT,
                                    LJR_FEE-AMOUNT, LJR_ESC-AMOUNT,
                                    LJR_SOURCE-PGM, LJR_REFERENCE-ID,
                                    WS-JRNL-RC
           END-IF

      * A COUNTER PAYMENT TAKEN WHILE ITS MONTH IS ALREADY CLOSED
      * BOOKS AS A PRIOR-PERIOD ADJUSTMENT - PERDCHK LOGS IT IN THE
      * SAME UNIT OF WORK.
           MOVE 0 TO WS-PERD-RC
           IF WS-INSERT-SQLCODE = 0 AND WS-JRNL-RC = 0
              MOVE LJR_LOAN-ID        TO PPA_LOAN-ID
              MOVE LJR_TRAN-CODE      TO PPA_TRAN-CODE
              MOVE LJR_EFFECTIVE-DATE TO PPA_VALUE-DATE
              MOVE LJR_AMOUNT         TO PPA_AMOUNT
              MOVE LJR_SOURCE-PGM     TO PPA_SOURCE-PGM
              MOVE LJR_REFERENCE-ID   TO PPA_REFERENCE-ID

              CALL 'PERDCHK' USING PPA_LOAN-ID, PPA_TRAN-CODE,
                                   PPA_VALUE-DATE, PPA_AMOUNT,
                                   PPA_SOURCE-PGM, PPA_REFERENCE-ID,
                                   WS-PPA-FLAG, WS-PERD-RC
           END-IF

      * THE CASH GOES ON THE TELLER'S DRAWER IN THE SAME UNIT OF
      * WORK, SO A ROLLED-BACK PAYMENT NEVER COUNTS TOWARD WHAT THE
      * TELLER SHOULD HAVE IN HAND.
           MOVE 0 TO WS-SESSION-SQLCODE
           IF WS-INSERT-SQLCODE = 0
              PERFORM ADD-TO-TELLER-DRAWER
           END-IF

      * APPLY IT TO THE INSTALLMENT - ANYTHING PAST THE REMAINING
      * AMOUNT RIDES AS AN OVERPAYMENT FOR THE NIGHTLY CASCADES,
      * THE SAME WAY A KEYED OVERPAYMENT WOULD.
           PERFORM LOG-AUDIT-RECORD
           .

       ADD-TO-TELLER-DRAWER.
           IF DRAWER-TO-OPEN
              EXEC SQL
                 INSERT INTO KALA12.TELLER_SESSION
                        (TELLER_ID, BUSINESS_DATE, BRANCH_ID,
                         SESSION_STATUS, OPENED_TS, POSTED_COUNT,
                         POSTED_AMOUNT, COUNTED_CASH, OVER_SHORT)
                 VALUES (:TSS_TELLER-ID, :TSS_BUSINESS-DATE,
                         :TSS_BRANCH-ID, 'O', CURRENT TIMESTAMP, 1,
                         :PAY_PAID-AMOUNT, 0, 0)
              END-EXEC
           ELSE
      * A DRAWER CLOSED ON ANOTHER TERMINAL SINCE THE CHECK UPDATES
      * NOTHING (SQLCODE 100) AND THE PAYMENT ROLLS BACK.
              EXEC SQL
                 UPDATE KALA12.TELLER_SESSION
                    SET POSTED_COUNT  = POSTED_COUNT + 1,
                        POSTED_AMOUNT = POSTED_AMOUNT
                                        + :PAY_PAID-AMOUNT
                  WHERE TELLER_ID      = :TSS_TELLER-ID
                    AND BUSINESS_DATE  = :TSS_BUSINESS-DATE
                    AND SESSION_STATUS IN ('O','U')
              END-EXEC
           END-IF
           MOVE SQLCODE TO WS-SESSION-SQLCODE
           .

       LOG-AUDIT-RECORD.

           MOVE PLAN_INVOICE-ID            TO AUDIT_INVOICE-ID
           MOVE PLAN_LOAN-ID               TO AUDIT_LOAN-ID

      *----------------------------------------------------------------
      * COMMIT-OR-ROLLBACK-CHANGES
      * ONE UNIT OF WORK COVERING THE PAYMENT INSERT, ITS JOURNAL
      * ROW AND ANY PRIOR-PERIOD ADJUSTMENT ROW, THE DRAWER TOTALS,
      * THE PAYPLAN UPDATE AND THE PAYPLAN_AUDIT INSERT - SYNCPOINT
      * ONLY IF ALL OF THEM SUCCEEDED, SO A COUNTER PAYMENT
      * CAN NEVER LAND WITHOUT ITS AUDIT TRAIL OR HALF-APPLIED.
      *----------------------------------------------------------------
       COMMIT-OR-ROLLBACK-CHANGES.

           IF WS-INSERT-SQLCODE = 0 AND WS-UPDATE-SQLCODE = 0
              AND WS-AUDIT-SQLCODE = 0 AND WS-JRNL-RC = 0
              AND WS-PERD-RC = 0 AND WS-SESSION-SQLCODE = 0
              EXEC CICS SYNCPOINT END-EXEC
              SET COMMIT-OK TO TRUE
           ELSE
                      "SQLCODE=" WS-INSERT-SQLCODE
                      " UPDATE SQLCODE=" WS-UPDATE-SQLCODE
                      " AUDIT SQLCODE=" WS-AUDIT-SQLCODE
                      " JOURNAL SQLCODE=" WS-JRNL-RC
                      " PERIOD SQLCODE=" WS-PERD-RC
                      " DRAWER SQLCODE=" WS-SESSION-SQLCODE
           END-IF
           .

