
           EXEC SQL INCLUDE OPERAUTH  END-EXEC.

           EXEC SQL INCLUDE LNJRNL    END-EXEC.

           EXEC SQL INCLUDE PPADJ     END-EXEC.

           COPY CAPRMAP.

       01 WS-USERID              PIC X(8).
       01 WS-UPDATE-SQLCODE      PIC S9(9) USAGE COMP.
       01 WS-AUDIT-SQLCODE       PIC S9(9) USAGE COMP.
       01 WS-MARK-SQLCODE        PIC S9(9) USAGE COMP.
       01 WS-JRNL-RC             PIC S9(4) USAGE COMP.
       01 WS-PERD-RC             PIC S9(4) USAGE COMP.
       01 WS-PPA-FLAG            PIC X(1).
       01 WS-COMMIT-OK-FLAG      PIC X(1) VALUE 'Y'.
           88 COMMIT-OK                      VALUE 'Y'.
           88 COMMIT-FAILED                  VALUE 'N'.
              MOVE SQLCODE TO WS-UPDATE-SQLCODE

              PERFORM LOG-AUDIT-RECORD
              PERFORM JOURNAL-CORRECTION
              MOVE 'A' TO PND_PEND-STATUS
              PERFORM MARK-PENDING-DECIDED
           END-IF
           .

       JOURNAL-CORRECTION.
      * A CHANGE TO WHAT THE INSTALLMENT STILL WANTS GOES ON THE
      * LOAN'S JOURNAL AS THE AMOUNT IT CAME DOWN BY (NEGATIVE WHEN
      * IT WENT UP). A DATE OR STATUS-ONLY CHANGE MOVES NO MONEY.
           MOVE 0 TO WS-JRNL-RC
           COMPUTE LJR_AMOUNT =
                   WS-BEFORE-REMAINING-AMOUNT - PLAN_REMAINING-AMOUNT

           IF LJR_AMOUNT NOT = 0
              MOVE PLAN_LOAN-ID    TO LJR_LOAN-ID
              MOVE 'CORR'          TO LJR_TRAN-CODE
              MOVE SPACES          TO LJR_EFFECTIVE-DATE
              MOVE 0               TO LJR_PRIN-AMOUNT
              MOVE 0               TO LJR_INT-AMOUNT
              MOVE 0               TO LJR_FEE-AMOUNT
              MOVE 0               TO LJR_ESC-AMOUNT
              MOVE 'CORRAPPR'      TO LJR_SOURCE-PGM
              MOVE PLAN_INVOICE-ID TO LJR_REFERENCE-ID

              CALL 'JRNLPOST' USING LJR_LOAN-ID, LJR_TRAN-CODE,
                                    LJR_EFFECTIVE-DATE, LJR_AMOUNT,
                                    LJR_PRIN-AMOUNT, LJR_INT-AMOUNT,
                                    LJR_FEE-AMOUNT, LJR_ESC-AMOUNT,
                                    LJR_SOURCE-PGM, LJR_REFERENCE-ID,
                                    WS-JRNL-RC
           END-IF

      * AN INSTALLMENT THAT FELL DUE IN A PERIOD FINANCE HAS CLOSED
      * TAKES ITS CORRECTION AS A PRIOR-PERIOD ADJUSTMENT - PERDCHK
      * LOGS IT IN THE SAME UNIT OF WORK.
           MOVE 0 TO WS-PERD-RC
           IF LJR_AMOUNT NOT = 0 AND WS-JRNL-RC = 0
              MOVE LJR_LOAN-ID        TO PPA_LOAN-ID
              MOVE LJR_TRAN-CODE      TO PPA_TRAN-CODE
              MOVE WS-BEFORE-DUE-DATE TO PPA_VALUE-DATE
              MOVE LJR_AMOUNT         TO PPA_AMOUNT
              MOVE LJR_SOURCE-PGM     TO PPA_SOURCE-PGM
              MOVE LJR_REFERENCE-ID   TO PPA_REFERENCE-ID

              CALL 'PERDCHK' USING PPA_LOAN-ID, PPA_TRAN-CODE,
                                   PPA_VALUE-DATE, PPA_AMOUNT,
                                   PPA_SOURCE-PGM, PPA_REFERENCE-ID,
                                   WS-PPA-FLAG, WS-PERD-RC
           END-IF
           .

       REJECT-PENDING-CHANGE.
      * A REJECTION TOUCHES NOTHING BUT THE QUEUE ROW.
           MOVE 0 TO WS-UPDATE-SQLCODE
           MOVE 0 TO WS-AUDIT-SQLCODE
           MOVE 0 TO WS-JRNL-RC
           MOVE 0 TO WS-PERD-RC
           MOVE 'R' TO PND_PEND-STATUS
           PERFORM MARK-PENDING-DECIDED
           .

      *----------------------------------------------------------------
      * COMMIT-OR-ROLLBACK-CHANGES
      * ONE UNIT OF WORK COVERING THE PAYPLAN UPDATE, ITS AUDIT,
      * JOURNAL AND PRIOR-PERIOD ROWS AND THE QUEUE DECISION -
      * SYNCPOINT ONLY IF EVERYTHING SUCCEEDED, SO AN APPROVAL CAN
      * NEVER HALF-LAND.
      *----------------------------------------------------------------
       COMMIT-OR-ROLLBACK-CHANGES.

           IF WS-UPDATE-SQLCODE = 0 AND WS-AUDIT-SQLCODE = 0
              AND WS-MARK-SQLCODE = 0 AND WS-JRNL-RC = 0
              AND WS-PERD-RC = 0
              EXEC CICS SYNCPOINT END-EXEC
              SET COMMIT-OK TO TRUE
           ELSE
                      "SQLCODE=" WS-UPDATE-SQLCODE
                      " AUDIT SQLCODE=" WS-AUDIT-SQLCODE
                      " QUEUE SQLCODE=" WS-MARK-SQLCODE
                      " JOURNAL SQLCODE=" WS-JRNL-RC
                      " PERIOD SQLCODE=" WS-PERD-RC
           END-IF
           .

