      *     POSTED (INCLUDING THE EVENT-DRIVEN ONES THE      *
      *     REVERSAL PATH AND THE FUNDING DISBURSEMENT       *
      *     RAISE) GETS ITS BALANCED DEBIT/CREDIT PAIR ON    *
      *     THE GL EXTRACT, EXACTLY ONCE. AN ORIGINATION FEE *
      *     IS CREDITED TO DEFERRED FEE INCOME - FEEAMORT    *
      *     RECOGNIZES IT OVER THE LIFE OF THE LOAN.         *
      ********************************************************

       ENVIRONMENT DIVISION.
           EXEC SQL INCLUDE PAYPLAN   END-EXEC.
           EXEC SQL INCLUDE PLANAUDIT END-EXEC.
           EXEC SQL INCLUDE FEESCHED  END-EXEC.
           EXEC SQL INCLUDE LNJRNL    END-EXEC.

      * FILE STATUS.
       01 STATUS-OUTFILE-GL     PIC X(02).

       01 WS-SQL-ACTION         PIC X(40).
       01 WS-RETURN-CODE        PIC S9(4) COMP.
       01 WS-JRNL-RC            PIC S9(4) COMP.

       01 WS-CURRENT-DATE.
          05 WS-DATE-YYYY       PIC X(4).
              MOVE 'INSERT FEE_ASSESSED ROW' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              MOVE LOAN_LOAN-ID      TO LJR_LOAN-ID
              MOVE 'FEE '            TO LJR_TRAN-CODE
              MOVE WS-TODAY-DASHED   TO LJR_EFFECTIVE-DATE
              MOVE FSC_FEE-AMOUNT    TO LJR_AMOUNT
              MOVE 0                 TO LJR_PRIN-AMOUNT
              MOVE 0                 TO LJR_INT-AMOUNT
              MOVE FSC_FEE-AMOUNT    TO LJR_FEE-AMOUNT
              MOVE 0                 TO LJR_ESC-AMOUNT
              MOVE WS-TARGET-INVOICE TO LJR_REFERENCE-ID
              PERFORM POST-LOAN-JOURNAL

              ADD 1 TO WS-ANNUAL-ASSESSED
              ADD FSC_FEE-AMOUNT TO WS-TOTAL-ASSESSED

           MOVE 'FEE ASSESSED'      TO GL-DESCRIPTION
           PERFORM WRITE-GL-POSTING

      * THE ORIGINATION FEE IS NOT EARNED YET - IT WAITS IN
      * DEFERRED FEE INCOME FOR FEEAMORT TO RECOGNIZE.
           IF FAS_FEE-CODE = 'ORIG'
              MOVE 'DEFERRED-FEE-INC' TO GL-ACCOUNT
           ELSE
              MOVE 'FEE-INCOME      ' TO GL-ACCOUNT
           END-IF
           MOVE 'CR'               TO GL-DRCR
           MOVE FAS_FEE-AMOUNT     TO WS-GL-POST-AMOUNT
           MOVE 'FEE ASSESSED'      TO GL-DESCRIPTION
           WRITE WS-OUTFILE-GL-POST FROM GL-TRAILER-RECORD
           .

       POST-LOAN-JOURNAL.
      * ONE MONEY MOVEMENT TO THE LOAN'S TRANSACTION JOURNAL - THE
      * CALLER HAS FILLED THE LJR_ FIELDS. A FAILED POST ABENDS LIKE
      * ANY OTHER SQL ERROR SO THE MOVEMENT ROLLS BACK WITH IT.
           MOVE 'FEEASSES' TO LJR_SOURCE-PGM

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
