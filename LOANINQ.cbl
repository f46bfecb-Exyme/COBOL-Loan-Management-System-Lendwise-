      * INTEREST TYPE, FREQUENCY, DOWN PAYMENT) AND PAGES    *
      * THROUGH THE PAYMENT SCHEDULE FIVE ROWS AT A TIME -   *
      * FROM PAYPLAN FOR OPEN LOANS, FROM PAYPLAN_HIST FOR   *
      * LOANS DLTPAYPL HAS ALREADY ARCHIVED. AN OPEN LOAN    *
      * BOARDED FROM ANOTHER LENDER SHOWS THE PRIOR          *
      * SERVICER'S INSTALLMENTS (PAYPLAN_HIST REASON 'B')    *
      * FIRST AND RUNS ON INTO ITS LIVE SCHEDULE. KEY TYPE   *
      * 'H' PAGES THE LOAN'S TRANSACTION HISTORY INSTEAD -    *
      * EVERY MONEY MOVEMENT ON LOAN_JOURNAL, OLDEST FIRST,   *
      * WITH THE RUNNING PRINCIPAL AFTER EACH ONE.           *
      ********************************************************

       ENVIRONMENT DIVISION.

           EXEC SQL INCLUDE PAYPLAN   END-EXEC.

           EXEC SQL INCLUDE LNJRNL    END-EXEC.

           COPY LNQMAP.

       01 WS-SQL-ACTION          PIC X(40).
      * SCHEDULE PAGE ASSEMBLY - FIVE LINES PER SCREEN.
       01 WS-SCHED-IX            PIC 9(1).
       01 WS-ROWS-THIS-PAGE      PIC 9(1).
       01 WS-LINES-WANTED        PIC 9(1).
       01 WS-BOARDED-COUNT       PIC S9(9) USAGE COMP.
       01 WS-PAGE-SOURCE         PIC X(1).
       01 WS-SCHED-LINE.
          05 SL-INVOICE          PIC 9(9).
          05 FILLER              PIC X(1) VALUE SPACE.
          05 SL-REMAINING        PIC -(13)9.99.
          05 FILLER              PIC X(5) VALUE SPACES.

      * TRANSACTION HISTORY LINE FOR A KEY TYPE 'H' INQUIRY.
       01 WS-JRNL-LINE.
          05 JL-EFFECTIVE-DATE   PIC X(10).
          05 FILLER              PIC X(1) VALUE SPACE.
          05 JL-TRAN-CODE        PIC X(4).
          05 FILLER              PIC X(1) VALUE SPACE.
          05 JL-AMOUNT           PIC -(9)9.99.
          05 FILLER              PIC X(1) VALUE SPACE.
          05 JL-PRIN-AMOUNT      PIC -(9)9.99.
          05 FILLER              PIC X(1) VALUE SPACE.
          05 JL-PRIN-BALANCE     PIC -(9)9.99.
          05 FILLER              PIC X(1) VALUE SPACE.
          05 JL-SOURCE-PGM       PIC X(8).
          05 FILLER              PIC X(4) VALUE SPACES.

       01 WS-LOAN-LINE.
          05 FILLER              PIC X(5) VALUE 'STA: '.
          05 LL-STATUS           PIC X(1).
           05 CA-STATE           PIC X(1).
               88 CA-STATE-PAGING            VALUE 'P'.
           05 CA-LOAN-ID         PIC 9(9).
      * LAST INVOICE-ID SHOWN - OR, WHEN PAGING THE JOURNAL, THE
      * LAST JOURNAL_SEQ SHOWN.
           05 CA-LAST-INVOICE    PIC 9(9).
      * 'L' = PAGING THE LIVE PAYPLAN SCHEDULE, 'H' = PAGING THE
      * ARCHIVED PAYPLAN_HIST SCHEDULE OF A CLOSED LOAN, 'B' =
      * PAGING THE PRIOR SERVICER'S HISTORY OF AN OPEN BOARDED LOAN
      * (SWITCHES TO 'L' WHEN THAT HISTORY RUNS OUT), 'J' = PAGING
      * THE LOAN_JOURNAL TRANSACTION HISTORY.
           05 CA-SOURCE          PIC X(1).

       PROCEDURE DIVISION.
       SEND-INITIAL-SCREEN.

           MOVE LOW-VALUES TO LNQMAPO
           MOVE 'ENTER LOAN-ID (TYPE L OR H=HISTORY) OR CUSTOMER-ID (C)'
                TO MSGO

           EXEC CICS SEND MAP('LNQMAP')

           IF INPUT-VALID
              AND KTYPEI NOT = 'L' AND KTYPEI NOT = 'C'
              AND KTYPEI NOT = 'H' AND KTYPEI NOT = SPACE
              MOVE 'KEY TYPE MUST BE L (LOAN), H (HISTORY) OR C (CUST)'
                   TO WS-INVALID-REASON
              SET INPUT-INVALID TO TRUE
           END-IF
              IF WS-ROWS-THIS-PAGE = 0
                 MOVE 'NO LOANS FOUND FOR THAT CUSTOMER-ID' TO MSGO
              ELSE
                 MOVE 'TYPE L (SCHEDULE) OR H (HISTORY) FOR A LOAN-ID'
                      TO MSGO
              END-IF

           EVALUATE SQLCODE
             WHEN 0
                SET ROW-FOUND TO TRUE
                IF KTYPEI = 'H'
                   PERFORM BUILD-JOURNAL-PAGE
                ELSE
                   PERFORM BUILD-SCHEDULE-PAGE
                END-IF
             WHEN 100
                SET ROW-NOT-FOUND TO TRUE
                MOVE LOW-VALUES TO LNQMAPO

      * A FRESH LOAN-ID STARTS PAGING FROM THE TOP; THE SAME LOAN-ID
      * KEYED AGAIN (OR JUST ENTER) CONTINUES WHERE THE LAST SCREEN
      * LEFT OFF. COMING FROM THE HISTORY PAGE ALSO STARTS AT THE TOP.
           IF NOT CA-STATE-PAGING
              OR CA-LOAN-ID NOT = LOAN_LOAN-ID
              OR CA-SOURCE = 'J'
              MOVE ZERO TO CA-LAST-INVOICE
              IF LOAN_LOAN-STATUS = 'C'
                 MOVE 'H' TO CA-SOURCE
              ELSE
                 PERFORM CHECK-BOARDED-HISTORY
              END-IF
           END-IF

           MOVE WS-LOAN-LINE           TO LNDATO

           MOVE 0 TO WS-ROWS-THIS-PAGE
           MOVE 5 TO WS-LINES-WANTED
           MOVE LOAN_LOAN-ID    TO PLAN_LOAN-ID
           MOVE CA-LAST-INVOICE TO PLAN_INVOICE-ID
           MOVE CA-SOURCE       TO WS-PAGE-SOURCE

           EVALUATE CA-SOURCE
             WHEN 'H'
                PERFORM PAGE-ARCHIVED-SCHEDULE
             WHEN 'B'
                PERFORM PAGE-BOARDED-HISTORY
      * THE PRIOR SERVICER'S HISTORY RAN OUT ON THIS PAGE - FILL THE
      * REST OF IT FROM THE TOP OF THE LIVE SCHEDULE.
                IF WS-ROWS-THIS-PAGE < 5
                   MOVE 'L'  TO CA-SOURCE
                   MOVE ZERO TO PLAN_INVOICE-ID
                   COMPUTE WS-LINES-WANTED = 5 - WS-ROWS-THIS-PAGE
                   PERFORM PAGE-LIVE-SCHEDULE
                END-IF
             WHEN OTHER
                PERFORM PAGE-LIVE-SCHEDULE
           END-EVALUATE

           IF WS-ROWS-THIS-PAGE = 0
              MOVE 'END OF SCHEDULE - ENTER TO START OVER' TO MSGO
              MOVE ZERO TO CA-LAST-INVOICE
              MOVE SPACE TO CA-STATE
           ELSE
              IF WS-PAGE-SOURCE = 'B'
                 MOVE 'PRIOR SERVICER HISTORY - ENTER FOR THE NEXT PAGE'
                   TO MSGO
              ELSE
                 MOVE 'PRESS ENTER FOR THE NEXT PAGE' TO MSGO
              END-IF
              MOVE 'P' TO CA-STATE
           END-IF

           END-EXEC
           .

       BUILD-JOURNAL-PAGE.

      * SAME PAGING RULES AS THE SCHEDULE - A FRESH LOAN-ID, OR A
      * SWITCH FROM THE SCHEDULE, STARTS AT THE FIRST JOURNAL ROW.
           IF NOT CA-STATE-PAGING
              OR CA-LOAN-ID NOT = LOAN_LOAN-ID
              OR CA-SOURCE NOT = 'J'
              MOVE ZERO TO CA-LAST-INVOICE
              MOVE 'J'  TO CA-SOURCE
           END-IF

           MOVE LOAN_LOAN-ID TO CA-LOAN-ID
           MOVE LOW-VALUES TO LNQMAPO

           MOVE LOAN_LOAN-STATUS       TO LL-STATUS
           MOVE LOAN_INTEREST-RATE     TO LL-RATE
           MOVE LOAN_INTEREST-TYPE     TO LL-INT-TYPE
           MOVE LOAN_PAYMENT-FREQUENCY TO LL-FREQUENCY
           MOVE LOAN_DOWN-PAYMENT      TO LL-DOWN-PAYMENT
           MOVE WS-LOAN-LINE           TO LNDATO

           MOVE 0 TO WS-ROWS-THIS-PAGE
           MOVE LOAN_LOAN-ID    TO LJR_LOAN-ID
           MOVE CA-LAST-INVOICE TO LJR_JOURNAL-SEQ

           MOVE 'FETCH LOAN_JOURNAL FOR INQUIRY' TO WS-SQL-ACTION

           EXEC SQL
                DECLARE C-INQ-JRNL CURSOR FOR
                SELECT JOURNAL_SEQ, EFFECTIVE_DATE, TRAN_CODE,
                       AMOUNT, PRIN_AMOUNT, PRIN_BALANCE, SOURCE_PGM
                  FROM KALA12.LOAN_JOURNAL
                 WHERE LOAN_ID = :LJR_LOAN-ID
                   AND JOURNAL_SEQ > :LJR_JOURNAL-SEQ
                 ORDER BY JOURNAL_SEQ
           END-EXEC

           EXEC SQL
                OPEN C-INQ-JRNL
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM SQL-ERROR-SCREEN
           ELSE
              PERFORM FILL-JOURNAL-LINE 5 TIMES
              EXEC SQL
                   CLOSE C-INQ-JRNL
              END-EXEC

              IF WS-ROWS-THIS-PAGE = 0
                 MOVE 'END OF TRANSACTION HISTORY - ENTER TO START OVER'
                   TO MSGO
                 MOVE ZERO TO CA-LAST-INVOICE
                 MOVE SPACE TO CA-STATE
              ELSE
                 MOVE 'TRANSACTION HISTORY - ENTER FOR THE NEXT PAGE'
                   TO MSGO
                 MOVE 'P' TO CA-STATE
              END-IF

              EXEC CICS SEND MAP('LNQMAP')
                   MAPSET('LNQMAP')
                   FROM(LNQMAPO)
                   ERASE
              END-EXEC
           END-IF
           .

       FILL-JOURNAL-LINE.

           EXEC SQL
                FETCH C-INQ-JRNL
                 INTO :LJR_JOURNAL-SEQ, :LJR_EFFECTIVE-DATE,
                      :LJR_TRAN-CODE, :LJR_AMOUNT, :LJR_PRIN-AMOUNT,
                      :LJR_PRIN-BALANCE, :LJR_SOURCE-PGM
           END-EXEC

           IF SQLCODE = 0
              ADD 1 TO WS-ROWS-THIS-PAGE
              MOVE LJR_EFFECTIVE-DATE     TO JL-EFFECTIVE-DATE
              MOVE LJR_TRAN-CODE          TO JL-TRAN-CODE
              MOVE LJR_AMOUNT             TO JL-AMOUNT
              MOVE LJR_PRIN-AMOUNT        TO JL-PRIN-AMOUNT
              MOVE LJR_PRIN-BALANCE       TO JL-PRIN-BALANCE
              MOVE LJR_SOURCE-PGM         TO JL-SOURCE-PGM
              MOVE LJR_JOURNAL-SEQ        TO CA-LAST-INVOICE
              MOVE WS-ROWS-THIS-PAGE      TO WS-SCHED-IX
              PERFORM MOVE-JRNL-TO-SCREEN
           END-IF
           .

       PAGE-LIVE-SCHEDULE.

           EXEC SQL
           IF SQLCODE NOT = 0
              PERFORM SQL-ERROR-SCREEN
           ELSE
              PERFORM FILL-SCHEDULE-LINE-LIVE WS-LINES-WANTED TIMES
              EXEC SQL
                   CLOSE C-INQ-PLAN
              END-EXEC
           END-IF
           .

       CHECK-BOARDED-HISTORY.

      * AN OPEN LOAN BOARDED FROM ANOTHER LENDER CARRIES THE SELLER'S
      * INSTALLMENTS IN PAYPLAN_HIST UNDER REASON 'B' - PAGE THOSE
      * FIRST SO THE WHOLE LIFE OF THE LOAN IS ON SCREEN.
           MOVE 'FETCH BOARDED HISTORY COUNT' TO WS-SQL-ACTION

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-BOARDED-COUNT
                  FROM KALA12.PAYPLAN_HIST
                 WHERE LOAN_ID = :LOAN_LOAN-ID
                   AND REASON_CODE = 'B'
           END-EXEC

           IF SQLCODE = 0 AND WS-BOARDED-COUNT > 0
              MOVE 'B' TO CA-SOURCE
           ELSE
              MOVE 'L' TO CA-SOURCE
           END-IF
           .

       PAGE-BOARDED-HISTORY.

           EXEC SQL
                DECLARE C-INQ-BOARDED CURSOR FOR
                SELECT INVOICE_ID, DUE_DATE, PLAN_STATUS,
                       PAYMENT_AMOUNT, REMAINING_AMOUNT
                  FROM KALA12.PAYPLAN_HIST
                 WHERE LOAN_ID = :PLAN_LOAN-ID
                   AND REASON_CODE = 'B'
                   AND INVOICE_ID > :PLAN_INVOICE-ID
                 ORDER BY INVOICE_ID
           END-EXEC

           EXEC SQL
                OPEN C-INQ-BOARDED
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM SQL-ERROR-SCREEN
           ELSE
              PERFORM FILL-SCHEDULE-LINE-BOARDED 5 TIMES
              EXEC SQL
                   CLOSE C-INQ-BOARDED
              END-EXEC
           END-IF
           .

       FILL-SCHEDULE-LINE-BOARDED.

           EXEC SQL
                FETCH C-INQ-BOARDED
                 INTO :PLAN_INVOICE-ID, :PLAN_DUE-DATE,
                      :PLAN_PLAN-STATUS, :PLAN_PAYMENT-AMOUNT,
                      :PLAN_REMAINING-AMOUNT
           END-EXEC

           IF SQLCODE = 0
              ADD 1 TO WS-ROWS-THIS-PAGE
              MOVE PLAN_INVOICE-ID        TO SL-INVOICE
              MOVE PLAN_DUE-DATE          TO SL-DUE-DATE
              MOVE PLAN_PLAN-STATUS       TO SL-STATUS
              MOVE PLAN_PAYMENT-AMOUNT    TO SL-PAYMENT
              MOVE PLAN_REMAINING-AMOUNT  TO SL-REMAINING
              MOVE PLAN_INVOICE-ID        TO CA-LAST-INVOICE
              MOVE WS-ROWS-THIS-PAGE      TO WS-SCHED-IX
              PERFORM MOVE-SCHED-TO-SCREEN
           END-IF
           .

       PAGE-ARCHIVED-SCHEDULE.

           EXEC SQL
           END-EVALUATE
           .

       MOVE-JRNL-TO-SCREEN.

           EVALUATE WS-SCHED-IX
             WHEN 1
                MOVE WS-JRNL-LINE TO SCH1O
             WHEN 2
                MOVE WS-JRNL-LINE TO SCH2O
             WHEN 3
                MOVE WS-JRNL-LINE TO SCH3O
             WHEN 4
                MOVE WS-JRNL-LINE TO SCH4O
             WHEN 5
                MOVE WS-JRNL-LINE TO SCH5O
           END-EVALUATE
           .

       MOVE-LINE-TO-SCREEN.

           EVALUATE WS-SCHED-IX
