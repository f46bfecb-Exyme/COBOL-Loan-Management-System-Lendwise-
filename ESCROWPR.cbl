           EXEC SQL INCLUDE SQLCA  END-EXEC.
           EXEC SQL INCLUDE ESCROW END-EXEC.
           EXEC SQL INCLUDE RUNCTL END-EXEC.
           EXEC SQL INCLUDE LNJRNL END-EXEC.

      * FILE STATUS.
       01 FS-ESCDISB            PIC X(02).

       01 WS-SQL-ACTION         PIC X(40).
       01 WS-RETURN-CODE        PIC S9(4) COMP.
       01 WS-JRNL-RC            PIC S9(4) COMP.

      * 'DAILY ' OR 'ANNUAL', FROM SYSIN.
       01 WS-RUN-MODE           PIC X(6).
              MOVE 'DRAW DOWN ESCROW BALANCE' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

      * THE CREDIT SIDE IS ALREADY ON THE JOURNAL - LNDWISE4 POSTS
      * THE ESCROW SHARE WITH THE PAYMENT SPLIT. ONLY THE PAY-OUT
      * IS JOURNALED HERE.
              MOVE ESCD_LOAN-ID        TO LJR_LOAN-ID
              MOVE 'ESCD'              TO LJR_TRAN-CODE
              MOVE ESCD_DISB-DATE      TO LJR_EFFECTIVE-DATE
              MOVE ESCD_DISB-AMOUNT    TO LJR_AMOUNT
              MOVE 0                   TO LJR_PRIN-AMOUNT
              MOVE 0                   TO LJR_INT-AMOUNT
              MOVE 0                   TO LJR_FEE-AMOUNT
              COMPUTE LJR_ESC-AMOUNT = 0 - ESCD_DISB-AMOUNT
              MOVE 0                   TO LJR_REFERENCE-ID
              PERFORM POST-LOAN-JOURNAL

              COMPUTE ESC_ESCROW-BALANCE =
                      ESC_ESCROW-BALANCE - ESCD_DISB-AMOUNT

           ADD 1 TO WS-LOANS-ANALYZED
           .

       POST-LOAN-JOURNAL.
      * ONE MONEY MOVEMENT TO THE LOAN'S TRANSACTION JOURNAL - THE
      * CALLER HAS FILLED THE LJR_ FIELDS. A FAILED POST ABENDS LIKE
      * ANY OTHER SQL ERROR SO THE MOVEMENT ROLLS BACK WITH IT.
           MOVE 'ESCROWPR' TO LJR_SOURCE-PGM

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
