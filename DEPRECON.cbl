      * WAY BALCHK RETURNS 8, SO THE SCHEDULER PAGES BEFORE  *
      * THE DIFFERENCE AGES. THE LOOK-BACK WINDOW IS THE     *
      * SAME PARMFILE MECHANISM THE OTHER PROGRAMS USE.      *
      * A 'TELLER' EXCEPTION ON A DATE WITH A CASH DRAWER    *
      * STILL NOT CLOSED OUT (TELLER_SESSION 'O' OR 'U')     *
      * CARRIES A NOTE THAT THE DAY'S TELLER CASH IS NOT     *
      * FINAL - THE RC IS UNCHANGED, THE MONEY IS STILL      *
      * UNMATCHED UNTIL THE DRAWER IS COUNTED AND PROVED.    *
      ********************************************************

       ENVIRONMENT DIVISION.
       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TELLSESS END-EXEC.

      * FILE STATUS.
       01 FS-DEPFILE            PIC X(02).
       01 WS-NO-PAYMENT-COUNT   PIC 9(9) VALUE 0.
       01 WS-NO-DEPOSIT-COUNT   PIC 9(9) VALUE 0.
       01 WS-MISMATCH-COUNT     PIC 9(9) VALUE 0.
       01 WS-NOT-FINAL-NOTES    PIC 9(9) VALUE 0.
       01 WS-OPEN-DRAWERS       PIC S9(9) USAGE COMP.

       01 WS-OUT-OF-BALANCE     PIC X VALUE 'N'.
         88 OUT-OF-BALANCE      VALUE 'Y'.
          05 EXC-POSTED-AMOUNT  PIC +ZZZZZZZZZZZZZZ9.99.
          05 FILLER             PIC X(15) VALUE SPACES.

       01 WS-NOT-FINAL-LINE.
          05 FILLER             PIC X(26)
                     VALUE '  TELLER CASH NOT FINAL - '.
          05 NFL-DRAWERS        PIC ZZZ9.
          05 FILLER             PIC X(30)
                     VALUE ' DRAWER(S) NOT CLOSED OUT FOR '.
          05 NFL-DATE           PIC X(10).
          05 FILLER             PIC X(62) VALUE SPACES.

       01 WS-RPT-VERDICT        PIC X(132).

      *****************************************************
                   WS-NO-DEPOSIT-COUNT
           DISPLAY 'DEPRECON - AMOUNT MISMATCHES:   '
                   WS-MISMATCH-COUNT
           DISPLAY 'DEPRECON - TELLER CASH NOT FINAL:'
                   WS-NOT-FINAL-NOTES

           IF OUT-OF-BALANCE
              DISPLAY 'DEPRECON - UNMATCHED MONEY - RC 8.'
                  ADD 1 TO WS-NO-PAYMENT-COUNT
                  MOVE 'DEPOSIT WITHOUT PAYMENT:  ' TO EXC-CLASS
                  PERFORM WRITE-EXCEPTION-LINE
                  PERFORM NOTE-TELLER-CASH-NOT-FINAL
                WHEN WS-POSTED-AMOUNT NOT = DEP-AMOUNT
                  SET OUT-OF-BALANCE TO TRUE
                  ADD 1 TO WS-MISMATCH-COUNT
                  MOVE 'AMOUNT MISMATCH:          ' TO EXC-CLASS
                  PERFORM WRITE-EXCEPTION-LINE
                  PERFORM NOTE-TELLER-CASH-NOT-FINAL
                WHEN OTHER
                  ADD 1 TO WS-DEPOSITS-MATCHED
              END-EVALUATE
              MOVE 0                TO EXC-BANK-AMOUNT
              MOVE WS-GROUP-AMOUNT  TO EXC-POSTED-AMOUNT
              WRITE DEPOSIT-REPORT-LINE FROM WS-EXCEPTION-LINE
              PERFORM NOTE-TELLER-CASH-NOT-FINAL
           END-IF
           .

           WRITE DEPOSIT-REPORT-LINE FROM WS-EXCEPTION-LINE
           .

       NOTE-TELLER-CASH-NOT-FINAL.
      * COUNTER CASH IS ONLY FINAL ONCE EVERY DRAWER FOR THE DATE
      * IS CLOSED OUT - UNTIL THEN A TELLER DIFFERENCE MAY BE CASH
      * STILL IN A DRAWER RATHER THAN MONEY LOST.
           IF WS-GROUP-CHANNEL = 'TELLER'
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-OPEN-DRAWERS
                   FROM KALA12.TELLER_SESSION
                  WHERE BUSINESS_DATE  = :WS-GROUP-DATE
                    AND SESSION_STATUS IN ('O', 'U')
              END-EXEC
              MOVE 'COUNT DRAWERS NOT CLOSED' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              IF WS-OPEN-DRAWERS > 0
                 ADD 1 TO WS-NOT-FINAL-NOTES
                 MOVE WS-OPEN-DRAWERS TO NFL-DRAWERS
                 MOVE WS-GROUP-DATE   TO NFL-DATE
                 WRITE DEPOSIT-REPORT-LINE FROM WS-NOT-FINAL-LINE
              END-IF
           END-IF
           .

       WRITE-VERDICT.
           IF OUT-OF-BALANCE
              MOVE 'VERDICT: OUT OF BALANCE - UNMATCHED MONEY'
