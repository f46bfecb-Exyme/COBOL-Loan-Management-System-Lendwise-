           EXEC SQL INCLUDE PAYPLAN END-EXEC.
           EXEC SQL INCLUDE LOANBAL END-EXEC.
           EXEC SQL INCLUDE SETTLE  END-EXEC.
           EXEC SQL INCLUDE LNJRNL  END-EXEC.

      * FILE STATUS.
       01 FS-INFILE             PIC X(02).

       01 WS-SQL-ACTION         PIC X(40).
       01 WS-RETURN-CODE        PIC S9(4) COMP.
       01 WS-JRNL-RC            PIC S9(4) COMP.

       01 WS-CURRENT-DATE.
          05 WS-DATE-YYYY       PIC X(4).
                 MOVE WS-FORGIVEN-AMOUNT TO WS-GL-POST-AMOUNT
                 MOVE 'SETTLEMENT FORGIVEN' TO GL-DESCRIPTION
                 PERFORM WRITE-GL-POSTING

      * WRITTEN OFF AGAINST PRINCIPAL ON THE JOURNAL AS ON THE GL.
                 MOVE STL_LOAN-ID        TO LJR_LOAN-ID
                 MOVE 'STLF'             TO LJR_TRAN-CODE
                 MOVE WS-TODAY-DASHED    TO LJR_EFFECTIVE-DATE
                 MOVE WS-FORGIVEN-AMOUNT TO LJR_AMOUNT
                 COMPUTE LJR_PRIN-AMOUNT = 0 - WS-FORGIVEN-AMOUNT
                 MOVE 0                  TO LJR_INT-AMOUNT
                 MOVE 0                  TO LJR_FEE-AMOUNT
                 MOVE 0                  TO LJR_ESC-AMOUNT
                 MOVE 0                  TO LJR_REFERENCE-ID
                 PERFORM POST-LOAN-JOURNAL
              END-IF

              MOVE WS-FORGIVEN-AMOUNT TO STL_FORGIVEN-AMOUNT
           WRITE WS-OUTFILE-GL-POST FROM GL-TRAILER-RECORD
           .

       POST-LOAN-JOURNAL.
      * ONE MONEY MOVEMENT TO THE LOAN'S TRANSACTION JOURNAL - THE
      * CALLER HAS FILLED THE LJR_ FIELDS. A FAILED POST ABENDS LIKE
      * ANY OTHER SQL ERROR SO THE MOVEMENT ROLLS BACK WITH IT.
           MOVE 'SETTLMNT' TO LJR_SOURCE-PGM

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
