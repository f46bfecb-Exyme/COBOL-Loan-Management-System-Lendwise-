      *     THAT PULL DATE FALLS INSIDE THE                  *
      *     DEBIT-LEAD-DAYS WINDOW IT GETS AN ACH DEBIT      *
      *     ENTRY ON THE ACHOUT FILE (THE OUTBOUND MIRROR OF *
      *     REFDISB'S CREDIT FILE, BUILT INTO THE BANK'S     *
      *     NACHA FILE BY ACHBUILD) AND A PAYMENT ROW WITH   *
      *     CHANNEL 'AUTOPAY', SO THE RECONCILIATION         *
      *     APPLIES IT LIKE ANY OTHER PAYMENT. AN INVOICE    *
      *     ALREADY CARRYING AN AUTOPAY PAYMENT IS NEVER     *
      *     DEBITED TWICE. A LOAN IN AN OPEN BANKRUPTCY      *
      *     CASE IS NEVER DEBITED, AND AN INVOICE A TRUSTEE  *
      *     HAS PAID IS NEVER DEBITED OVER.                  *
      *                                                      *
      *  3. RETURNS FEED (ACHRTN) - A FAILED DEBIT IS        *
      *     BACKED OUT THE WAY THE PAYMENT PROGRAM'S REV     *
      *     RECORDS REVERSE A BOUNCED CHECK: THE PAYMENT     *
      *     ROW IS DELETED AND THE INSTALLMENT REOPENED,     *
      *     WITH A PAYPLAN_AUDIT BEFORE/AFTER ROW. A DEBIT   *
      *     THE BANK REJECTED OFF THE NACHA FILE COMES IN    *
      *     THE SAME WAY FROM ACHBUILD AND IS BACKED OUT THE *
      *     SAME - IT WAS NEVER SENT, SO THE INSTALLMENT IS  *
      *     DEBITED AGAIN WHILE THE ENROLLMENT STANDS.       *
      ********************************************************

       ENVIRONMENT DIVISION.
           EXEC SQL INCLUDE PAYMENT   END-EXEC.
           EXEC SQL INCLUDE PLANAUDIT END-EXEC.
           EXEC SQL INCLUDE AUTOENRL  END-EXEC.
           EXEC SQL INCLUDE LNJRNL    END-EXEC.

      * FILE STATUS.
       01 FS-INFILE             PIC X(02).

       01 WS-SQL-ACTION         PIC X(40).
       01 WS-RETURN-CODE        PIC S9(4) COMP.
       01 WS-JRNL-RC            PIC S9(4) COMP.

       01 WS-CURRENT-DATE.
          05 WS-DATE-YYYY       PIC X(4).
          05 ACH-DET-INVOICE    PIC 9(9).
          05 ACH-DET-LOAN-ID    PIC 9(9).
          05 ACH-DET-DATE       PIC X(10).
          05 ACH-DET-PAYMENT-ID PIC 9(9).
          05 FILLER             PIC X(18) VALUE SPACES.

       01 ACH-FILE-TRAILER.
          05 FILLER             PIC X(1) VALUE '9'.
                  AND PP.PLAN_STATUS = 'DUE'
                  AND PP.DUE_DATE <= :WS-HORIZON-DASHED
                  AND PP.DUE_DATE >= :WS-TODAY-DASHED
      * THE AUTOMATIC STAY - NOTHING IS DEBITED FROM A BORROWER IN
      * AN OPEN BANKRUPTCY CASE; THE TRUSTEE PAYS UNDER THE PLAN.
                  AND NOT EXISTS
                      (SELECT 1
                         FROM KALA12.BK_CASE_LOAN BL
                         JOIN KALA12.BK_CASE BC
                           ON BC.CASE_NUMBER = BL.CASE_NUMBER
                        WHERE BL.LOAN_ID     = PP.LOAN_ID
                          AND BC.CASE_STATUS = 'O')
                ORDER BY PP.DUE_DATE, PP.INVOICE_ID
           END-EXEC.


       ORIGINATE-IF-UNSENT.
      * AN INVOICE THAT ALREADY CARRIES AN AUTOPAY PAYMENT WAS
      * ORIGINATED ON AN EARLIER NIGHT - NEVER DEBIT IT TWICE. ONE
      * A BANKRUPTCY TRUSTEE HAS PAID (CHANNEL 'TRUSTEE', STILL
      * 'DUE' UNTIL THE RECONCILIATION SETTLES IT) IS LEFT ALONE
      * TOO.
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-ALREADY-COUNT
                FROM KALA12.PAYMENT
               WHERE INVOICE_ID = :PLAN_INVOICE-ID
                 AND PAYMENT_CHANNEL IN ('AUTOPAY', 'TRUSTEE')
           END-EXEC
           MOVE 'CHECK DEBIT ALREADY ORIGINATED' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           IF WS-ALREADY-COUNT = 0
              AND PLAN_REMAINING-AMOUNT > 0

      * THE PAYMENT ROW GOES IN FIRST SO THE ENTRY CAN CARRY ITS
      * PAYMENT-ID - THAT IS HOW A REJECTION OR RETURN FINDS IT.
              PERFORM INSERT-AUTOPAY-PAYMENT

              MOVE APE_BANK-ROUTING      TO ACH-DET-ROUTING
              MOVE APE_BANK-ACCOUNT      TO ACH-DET-ACCOUNT
              MOVE PLAN_INVOICE-ID       TO ACH-DET-INVOICE
              MOVE PLAN_LOAN-ID          TO ACH-DET-LOAN-ID
              MOVE PLAN_DUE-DATE         TO ACH-DET-DATE
              MOVE PAY_PAYMENT-ID        TO ACH-DET-PAYMENT-ID
              COMPUTE WS-AMOUNT-IN-CENTS =
                      PLAN_REMAINING-AMOUNT * 100
              MOVE WS-AMOUNT-IN-CENTS    TO ACH-DET-AMOUNT

              ADD 1 TO WS-ACH-ENTRY-COUNT
              ADD PLAN_REMAINING-AMOUNT TO WS-ACH-TOTAL-AMOUNT
           END-IF
           .

           MOVE 'INSERT AUTOPAY PAYMENT ROW' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

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

           ADD 1 TO WS-DEBITS-SENT
           DISPLAY 'AUTOPAY - DEBIT ' PAY_PAID-AMOUNT
                   ' ORIGINATED FOR INVOICE-ID: ' PAY_INVOICE-ID
       PROCESS-RETURNS-FEED.
      * A RETURNED DEBIT NEVER BROUGHT US MONEY - BACK THE PAYMENT
      * OUT AND REOPEN THE INSTALLMENT, SAME AS THE PAYMENT
      * PROGRAM'S REV RECORDS. ACHBUILD'S REJECTED DEBITS ARRIVE
      * CONCATENATED ON THE SAME DD IN THE SAME LAYOUT.
           OPEN INPUT RTNIN
           IF FS-ACHRTN NOT = '00'
              DISPLAY 'AUTOPAY - NO RETURNS FEED TODAY. '
                 PERFORM WRITE-RETURN-PLAN-AUDIT
              END-IF

      * THE RETURN IS JOURNALED AS A REVERSAL OF THE RECEIPT - THE
      * PRINCIPAL MOVES WHEN LNDWISE4 NEXT RECONCILES THE LOAN.
              MOVE PLAN_LOAN-ID    TO LJR_LOAN-ID
              MOVE 'PREV'          TO LJR_TRAN-CODE
              MOVE WS-TODAY-DASHED TO LJR_EFFECTIVE-DATE
              MOVE PAY_PAID-AMOUNT TO LJR_AMOUNT
              MOVE 0               TO LJR_PRIN-AMOUNT
              MOVE 0               TO LJR_INT-AMOUNT
              MOVE 0               TO LJR_FEE-AMOUNT
              MOVE 0               TO LJR_ESC-AMOUNT
              MOVE PAY_PAYMENT-ID  TO LJR_REFERENCE-ID
              PERFORM POST-LOAN-JOURNAL

              ADD 1 TO WS-RETURNS-APPLIED
              DISPLAY 'AUTOPAY - RETURN APPLIED, INVOICE-ID: '
                      PAY_INVOICE-ID ' REASON: ' RTN-REASON-CODE
           WRITE ACH-RECORD FROM ACH-FILE-TRAILER
           .

       POST-LOAN-JOURNAL.
      * ONE MONEY MOVEMENT TO THE LOAN'S TRANSACTION JOURNAL - THE
      * CALLER HAS FILLED THE LJR_ FIELDS. A FAILED POST ABENDS LIKE
      * ANY OTHER SQL ERROR SO THE MOVEMENT ROLLS BACK WITH IT.
           MOVE 'AUTOPAY' TO LJR_SOURCE-PGM

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

       CHECK-SQLCODE.
           EVALUATE SQLCODE
             WHEN 0
