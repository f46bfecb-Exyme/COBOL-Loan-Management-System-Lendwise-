           EXEC SQL INCLUDE PLANAUDIT END-EXEC.
           EXEC SQL INCLUDE REFUND    END-EXEC.
           EXEC SQL INCLUDE SUSPENSE  END-EXEC.
           EXEC SQL INCLUDE LNJRNL    END-EXEC.
           EXEC SQL INCLUDE PPADJ     END-EXEC.

      * FILE STATUS.
       01 FS-SUSPDEC            PIC X(02).

       01 WS-SQL-ACTION         PIC X(40).
       01 WS-RETURN-CODE        PIC S9(4) COMP.
       01 WS-JRNL-RC            PIC S9(4) COMP.
       01 WS-PERD-RC            PIC S9(4) COMP.
       01 WS-PPA-FLAG           PIC X(1).

       01 WS-CURRENT-DATE.
          05 WS-DATE-YYYY       PIC X(4).
       01 WS-ITEMS-RETURNED     PIC 9(9) VALUE 0.
       01 WS-FEED-REJECTED      PIC 9(9) VALUE 0.
       01 WS-ITEMS-AGED         PIC 9(9) VALUE 0.
       01 WS-PRIOR-PERIOD       PIC 9(9) VALUE 0.

      * AGING REPORT LINE.
       01 WS-AGING-LINE.
           DISPLAY 'SUSPRES - ITEMS RETURNED:  ' WS-ITEMS-RETURNED
           DISPLAY 'SUSPRES - FEED REJECTED:   ' WS-FEED-REJECTED
           DISPLAY 'SUSPRES - ITEMS PAST AGE:  ' WS-ITEMS-AGED
           DISPLAY 'SUSPRES - PRIOR-PERIOD:    ' WS-PRIOR-PERIOD

           IF WS-ITEMS-AGED > 0
              DISPLAY 'SUSPRES - UNRESOLVED MONEY PAST THE AGE '
              MOVE 'INSERT RELEASED PAYMENT ROW' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

      * THE RELEASED CASH IS RECEIVED ON THE LOAN ONLY NOW - IT SAT
      * OFF THE JOURNAL WHILE IN SUSPENSE.
              MOVE PLAN_LOAN-ID    TO LJR_LOAN-ID
              MOVE 'PYMT'          TO LJR_TRAN-CODE
              MOVE PAY_PAID-DATE   TO LJR_EFFECTIVE-DATE
              MOVE PAY_PAID-AMOUNT TO LJR_AMOUNT
              MOVE 0               TO LJR_PRIN-AMOUNT
              MOVE 0               TO LJR_INT-AMOUNT
              MOVE 0               TO LJR_FEE-AMOUNT
              MOVE 0               TO LJR_ESC-AMOUNT
              MOVE PAY_PAYMENT-ID  TO LJR_REFERENCE-ID
              PERFORM POST-LOAN-JOURNAL
              PERFORM CHECK-ACCT-PERIOD

      * SETTLE THE INVOICE DOWN AND LOG THE SAME AUDIT IMAGE A
      * CLEAN LOAD'S APPLICATION WRITES - CHANGED_BY 'PAYMENT' SO
      * THE RECONCILIATION'S APPLY-ONCE SUM COUNTS THIS CASH.
              MOVE 'INSERT RETURN REFUND ROW' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

      * NEVER APPLIED, SO NOTHING OWED MOVES - THE ROW RECORDS THE
      * MONEY GOING BACK.
              MOVE LOAN_LOAN-ID    TO LJR_LOAN-ID
              MOVE 'RFND'          TO LJR_TRAN-CODE
              MOVE WS-TODAY-DASHED TO LJR_EFFECTIVE-DATE
              MOVE SUS_PAID-AMOUNT TO LJR_AMOUNT
              MOVE 0               TO LJR_PRIN-AMOUNT
              MOVE 0               TO LJR_INT-AMOUNT
              MOVE 0               TO LJR_FEE-AMOUNT
              MOVE 0               TO LJR_ESC-AMOUNT
              MOVE SUS_PAYMENT-ID  TO LJR_REFERENCE-ID
              PERFORM POST-LOAN-JOURNAL

              MOVE 'R' TO SUS_SUSP-STATUS
              PERFORM MARK-ITEM-RESOLVED

           PERFORM CHECK-SQLCODE
           .

       POST-LOAN-JOURNAL.
      * ONE MONEY MOVEMENT TO THE LOAN'S TRANSACTION JOURNAL - THE
      * CALLER HAS FILLED THE LJR_ FIELDS. A FAILED POST ABENDS LIKE
      * ANY OTHER SQL ERROR SO THE MOVEMENT ROLLS BACK WITH IT.
           MOVE 'SUSPRES' TO LJR_SOURCE-PGM

           CALL 'JRNLPOST' USING LJR_LOAN-ID, LJR_TRAN-CODE,
                                 LJR_EFFECTIVE-DATE, LJR_AMOUNT,
                                 LJR_PRIN-AMOUNT, LJR_INT-AMOUNT,
                                 LJR_FEE-AMOUNT, LJR_ESC-AMOUNT,
                                 LJR_SOURCE-PGM, LJR_REFERENCE-ID,
                                 WS-JRNL-RC

           IF WS-JRNL-RC NOT = 0
              DISPLAY 'ABEND DUE TO SQL ERROR DURING: '
                      'POST LOAN_JOURNAL ROW'
              DISPLAY 'SQLCODE=' WS-JRNL-RC
              MOVE 1111 TO WS-RETURN-CODE
              CALL 'CEE3ABD' USING WS-RETURN-CODE
           END-IF
           .

       CHECK-ACCT-PERIOD.
      * CASH RELEASED WITH A PAID DATE IN A PERIOD FINANCE HAS
      * CLOSED KEEPS THAT DATE BUT BOOKS AS A PRIOR-PERIOD
      * ADJUSTMENT - PERDCHK LOGS IT FOR THE GL AND THE CONTROLLER.
           MOVE LJR_LOAN-ID        TO PPA_LOAN-ID
           MOVE LJR_TRAN-CODE      TO PPA_TRAN-CODE
           MOVE LJR_EFFECTIVE-DATE TO PPA_VALUE-DATE
           MOVE LJR_AMOUNT         TO PPA_AMOUNT
           MOVE 'SUSPRES'          TO PPA_SOURCE-PGM
           MOVE LJR_REFERENCE-ID   TO PPA_REFERENCE-ID

           CALL 'PERDCHK' USING PPA_LOAN-ID, PPA_TRAN-CODE,
                                PPA_VALUE-DATE, PPA_AMOUNT,
                                PPA_SOURCE-PGM, PPA_REFERENCE-ID,
                                WS-PPA-FLAG, WS-PERD-RC

           IF WS-PERD-RC NOT = 0
              DISPLAY 'ABEND DUE TO SQL ERROR DURING: '
                      'CHECK ACCOUNTING PERIOD'
              DISPLAY 'SQLCODE=' WS-PERD-RC
              MOVE 1111 TO WS-RETURN-CODE
              CALL 'CEE3ABD' USING WS-RETURN-CODE
           END-IF

           IF WS-PPA-FLAG = 'Y'
              ADD 1 TO WS-PRIOR-PERIOD
           END-IF
           .

       CHECK-SQLCODE.
           EVALUATE SQLCODE
             WHEN 0
