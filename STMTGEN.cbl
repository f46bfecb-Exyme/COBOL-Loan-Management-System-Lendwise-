      * REQUESTED CYCLE (START/END DATE FROM THE STMTIN      *
      * CONTROL RECORD): INSTALLMENTS BILLED FROM PAYPLAN    *
      * AND, FOR LOANS DLTPAYPL HAS ALREADY ARCHIVED, FROM   *
      * PAYPLAN_HIST (INCLUDING THE PRIOR SERVICER'S HISTORY *
      * OF A LOAN BOARDED FROM ANOTHER LENDER); PAYMENTS     *
      * RECEIVED FROM PAYMENT;                               *
      * REFUNDS FROM REFUND; WITH OPENING/CLOSING BALANCES   *
      * PER LOAN AND A CUSTOMER TOTAL. OUTPUT IS A PRINT-    *
      * IMAGE FILE KEYED BY CUSTOMER_ID FOR THE MAIL HOUSE,  *
      * OR - FOR A CUSTOMER DELIVRTE ROUTES ELECTRONIC - THE *
      * SAME IMAGE ON THE E-DELIVERY FILE.                   *
      * A 'J' IN COLUMN 21 OF THE CONTROL RECORD BUILDS EACH *
      * LOAN'S ACTIVITY FROM THE LOAN TRANSACTION JOURNAL    *
      * INSTEAD - EVERY MONEY MOVEMENT IN THE CYCLE WITH ITS *
      * PRINCIPAL/INTEREST/FEE SPLIT AND RUNNING PRINCIPAL,  *
      * THE DAY'S INTEREST ACCRUALS SUMMED TO ONE LINE.      *
      ********************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-STMTFILE.

           SELECT ESTMTOUT ASSIGN TO ESTMFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-ESTMFILE.

       DATA DIVISION.
       FILE SECTION.

       01 STMTIN-RECORD.
          05 STM-CYCLE-START     PIC X(10).
          05 STM-CYCLE-END       PIC X(10).
      * 'J' = ACTIVITY FROM LOAN_JOURNAL, BLANK = FROM THE PAYMENT,
      * PAYMENT_ALLOC AND REFUND TABLES.
          05 STM-ACTIVITY-SOURCE PIC X(1).
          05 FILLER              PIC X(59).

       FD STMTOUT
            RECORDING MODE F.
          05 FILLER              PIC X(1).
          05 STMT-LINE           PIC X(122).

      * E-DELIVERY VENDOR'S COPY - SAME PRINT IMAGE, KEYED THE SAME.
       FD ESTMTOUT
            RECORDING MODE F.
       01 ESTATEMENT-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE ALLOC    END-EXEC.
           EXEC SQL INCLUDE LOANBAL  END-EXEC.
           EXEC SQL INCLUDE CUSTADDR END-EXEC.
           EXEC SQL INCLUDE LNJRNL   END-EXEC.

      * FILE STATUS.
       01 FS-INFILE             PIC X(02).
       01 FS-STMTFILE           PIC X(02).
       01 FS-ESTMFILE           PIC X(02).

       01 WS-SQL-ACTION         PIC X(40).
       01 WS-RETURN-CODE        PIC S9(4) COMP.

       01 WS-CYCLE-START        PIC X(10).
       01 WS-CYCLE-END          PIC X(10).
       01 WS-ACTIVITY-SOURCE    PIC X(1).
         88 ACTIVITY-FROM-JOURNAL VALUE 'J'.
       01 WS-CYCLE-INTEREST     PIC S9(15)V9(2) USAGE COMP-3.

      * PER-LOAN AND PER-CUSTOMER BALANCES.
       01 WS-OPENING-BALANCE    PIC S9(15)V9(2) USAGE COMP-3.
         88 ADDRESS-MISSING     VALUE 'N'.
       01 WS-CUSTOMERS-SUPPRESSED PIC 9(9) VALUE 0.

      * HOW THIS CUSTOMER'S STATEMENT GOES OUT - FROM DELIVRTE.
       01 WS-DOC-TYPE           PIC X(1) VALUE 'S'.
       01 WS-DELIVERY           PIC X(1).
         88 DELIVER-ELECTRONIC  VALUE 'E'.
       01 WS-PAPER-FALLBACK     PIC X(1).
       01 WS-CUSTOMERS-EDELIVERED PIC 9(9) VALUE 0.
       01 WS-CONSENT-FALLBACKS  PIC 9(9) VALUE 0.

       01 WS-EMAIL-LINE.
          05 FILLER              PIC X(10) VALUE 'EMAIL TO: '.
          05 EMAIL-LINE-TEXT     PIC X(112).

       01 WS-ADDRESS-LINE.
          05 FILLER              PIC X(9) VALUE 'MAIL TO: '.
          05 ADDR-LINE-TEXT      PIC X(113).

      * THE ARCHIVED-SCHEDULE FLAG - 'Y' WHEN THE CURRENT DETAIL ROW
      * CAME FROM PAYPLAN_HIST RATHER THAN THE LIVE TABLE, 'B' WHEN IT
      * IS A PRIOR SERVICER'S INSTALLMENT BOARDED WITH THE LOAN.
       01 WS-FROM-HIST          PIC X(1).

      * PRINT LINES - THE FIRST 10 BYTES OF EVERY OUTPUT RECORD CARRY
          05 ESC-LINE-BALANCE    PIC +ZZZZZZZZZZZZZZ9.99.
          05 FILLER              PIC X(49) VALUE SPACES.

      * ONE LOAN_JOURNAL MOVEMENT, SIGNED BY ITS EFFECT ON WHAT THE
      * CUSTOMER OWES, WITH THE PRINCIPAL LEFT AFTER IT.
       01 WS-JRNL-DETAIL-LINE.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 JDET-KIND           PIC X(10).
          05 FILLER              PIC X(1)  VALUE SPACE.
          05 JDET-DATE           PIC X(10).
          05 FILLER              PIC X(1)  VALUE SPACE.
          05 JDET-AMOUNT         PIC +ZZZZZZZZZ9.99.
          05 FILLER              PIC X(7)  VALUE ' PRIN: '.
          05 JDET-PRIN           PIC +ZZZZZZZZZ9.99.
          05 FILLER              PIC X(6)  VALUE ' INT: '.
          05 JDET-INT            PIC +ZZZZZZZZZ9.99.
          05 FILLER              PIC X(6)  VALUE ' FEE: '.
          05 JDET-FEE            PIC +ZZZZZZZZZ9.99.
          05 FILLER              PIC X(6)  VALUE ' BAL: '.
          05 JDET-BALANCE        PIC +ZZZZZZZZZ9.99.
          05 JDET-BALANCE-X REDEFINES JDET-BALANCE PIC X(14).
          05 FILLER              PIC X(3)  VALUE SPACES.

       01 WS-LOAN-FOOT-LINE.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 FILLER              PIC X(18) VALUE 'CLOSING BALANCE: '.
      *****************************************************
           EXEC SQL
             DECLARE C-STMT-CUSTOMERS CURSOR WITH HOLD FOR
               SELECT DISTINCT CUSTOMER.ID, CUSTOMER.NAME,
                      CUSTOMER.EMAIL
                 FROM CUSTOMER
                 JOIN LOAN
                   ON LOAN.CUSTOMER_ID = CUSTOMER.ID
               UNION
               SELECT DISTINCT C.ID, C.NAME, C.EMAIL
                 FROM CUSTOMER C
                 JOIN KALA12.LOAN_PARTY LP
                   ON LP.CUSTOMER_ID = C.ID

      *****************************************************
      *  INSTALLMENTS BILLED IN THE CYCLE - LIVE SCHEDULE *
      *  ROWS FIRST, THEN ROWS DLTPAYPL ARCHIVED AND THE  *
      *  PRIOR SERVICER'S ROWS BOARDLN LOADED.            *
      *****************************************************
           EXEC SQL
             DECLARE C-BILLED CURSOR WITH HOLD FOR
                  AND DUE_DATE <= :WS-CYCLE-END
               UNION ALL
               SELECT INVOICE_ID, DUE_DATE, PAYMENT_AMOUNT,
                      PLAN_STATUS,
                      CASE WHEN H.REASON_CODE = 'B' THEN 'B'
                           ELSE 'Y' END
                 FROM KALA12.PAYPLAN_HIST H
                WHERE H.LOAN_ID = :LOAN_LOAN-ID
                  AND H.DUE_DATE >= :WS-CYCLE-START
                  AND REFUND_DATE <= :WS-CYCLE-END
           END-EXEC.

      *****************************************************
      *  THE LOAN'S JOURNAL FOR THE CYCLE IN POSTING      *
      *  ORDER, SO THE RUNNING PRINCIPAL READS DOWN THE   *
      *  PAGE. DAILY ACCRUALS ARE SUMMED SEPARATELY.      *
      *****************************************************
           EXEC SQL
             DECLARE C-JOURNAL CURSOR WITH HOLD FOR
               SELECT EFFECTIVE_DATE, TRAN_CODE, AMOUNT,
                      PRIN_AMOUNT, INT_AMOUNT, FEE_AMOUNT,
                      PRIN_BALANCE
                 FROM KALA12.LOAN_JOURNAL
                WHERE LOAN_ID = :LOAN_LOAN-ID
                  AND EFFECTIVE_DATE >= :WS-CYCLE-START
                  AND EFFECTIVE_DATE <= :WS-CYCLE-END
                  AND TRAN_CODE <> 'IACR'
                ORDER BY JOURNAL_SEQ
           END-EXEC.

       PROCEDURE DIVISION.

       MAIN-PARA.
           PERFORM BUILD-ALL-STATEMENTS

           CLOSE STMTOUT
           CLOSE ESTMTOUT

           DISPLAY 'STMTGEN - STATEMENTS WRITTEN: '
                   WS-CUSTOMERS-WRITTEN
           DISPLAY 'STMTGEN - OF WHICH E-DELIVERED: '
                   WS-CUSTOMERS-EDELIVERED
           DISPLAY 'STMTGEN - PAPER, NO E-CONSENT: '
                   WS-CONSENT-FALLBACKS
           DISPLAY 'STMTGEN - PRINT LINES WRITTEN: '
                   WS-LINES-WRITTEN
           DISPLAY 'STMTGEN - RETURNED-MAIL SUPPRESSED: '

           MOVE STM-CYCLE-START TO WS-CYCLE-START
           MOVE STM-CYCLE-END   TO WS-CYCLE-END
           MOVE STM-ACTIVITY-SOURCE TO WS-ACTIVITY-SOURCE
           CLOSE STMTIN

           DISPLAY 'STMTGEN - CYCLE ' WS-CYCLE-START
                   ' THROUGH ' WS-CYCLE-END
           IF ACTIVITY-FROM-JOURNAL
              DISPLAY 'STMTGEN - ACTIVITY FROM LOAN_JOURNAL.'
           END-IF
           .

       OPEN-STATEMENT-FILE.
              DISPLAY 'FILE STATUS CODE: ' FS-STMTFILE
              STOP RUN
           END-IF

           OPEN OUTPUT ESTMTOUT
           IF FS-ESTMFILE NOT = '00'
              DISPLAY 'STMTGEN - ERROR OPENING E-DELIVERY FILE.'
              DISPLAY 'FILE STATUS CODE: ' FS-ESTMFILE
              STOP RUN
           END-IF
           .

       BUILD-ALL-STATEMENTS.
       FETCH-CUSTOMER.
           EXEC SQL
              FETCH C-STMT-CUSTOMERS
                INTO :CUSTOMER_ID, :CUSTOMER_NAME, :CUSTOMER_EMAIL
           END-EXEC
           MOVE 'FETCH C-STMT-CUSTOMERS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       BUILD-ONE-STATEMENT.
           CALL 'DELIVRTE' USING CUSTOMER_ID, WS-DOC-TYPE,
                                 WS-DELIVERY, WS-PAPER-FALLBACK,
                                 WS-RETURN-CODE
           IF WS-PAPER-FALLBACK = 'Y'
              ADD 1 TO WS-CONSENT-FALLBACKS
           END-IF

      * AN E-DELIVERED STATEMENT NEVER TOUCHES THE MAIL HOUSE, SO A
      * RETURNED-MAIL FLAG DOES NOT HOLD IT BACK.
           IF DELIVER-ELECTRONIC
              ADD 1 TO WS-CUSTOMERS-EDELIVERED
              PERFORM BUILD-STATEMENT-BODY
           ELSE
              PERFORM FETCH-MAILING-ADDRESS

      * RETURNED MAIL MEANS THE MAIL HOUSE IS BURNING POSTAGE ON A
      * DEAD ADDRESS - NOTHING GOES OUT UNTIL ADDRMNT CORRECTS IT.
              IF ADDRESS-SUPPRESSED
                 ADD 1 TO WS-CUSTOMERS-SUPPRESSED
                 DISPLAY 'STMTGEN - RETURNED MAIL ON CUSTOMER-ID: '
                         CUSTOMER_ID ' - STATEMENT SUPPRESSED.'
              ELSE
                 PERFORM BUILD-STATEMENT-BODY
              END-IF
           END-IF
           .

           MOVE WS-HEAD-LINE   TO STMT-LINE
           PERFORM WRITE-STATEMENT-LINE

           IF DELIVER-ELECTRONIC
              MOVE CUSTOMER_EMAIL TO EMAIL-LINE-TEXT
              MOVE WS-EMAIL-LINE TO STMT-LINE
              PERFORM WRITE-STATEMENT-LINE
           END-IF

           IF ADDRESS-ON-FILE AND NOT DELIVER-ELECTRONIC
              MOVE SPACES TO ADDR-LINE-TEXT
              STRING ADR_ADDR-LINE-1 ' ' ADR_ADDR-LINE-2 ' '
                     ADR_CITY ' ' ADR_POSTAL-CODE
           PERFORM WRITE-STATEMENT-LINE

           PERFORM LIST-BILLED-INSTALLMENTS
           IF ACTIVITY-FROM-JOURNAL
              PERFORM LIST-JOURNAL-ACTIVITY
           ELSE
              PERFORM LIST-PAYMENTS-RECEIVED
              PERFORM LIST-PAYMENT-SPLITS
              PERFORM LIST-REFUNDS
           END-IF
           PERFORM LIST-ESCROW-POSITION

           MOVE WS-CLOSING-BALANCE TO LFOOT-CLOSING
              MOVE PLAN_INVOICE-ID      TO DET-REF-ID
              MOVE PLAN_DUE-DATE        TO DET-DATE
              MOVE PLAN_PAYMENT-AMOUNT  TO DET-AMOUNT
              EVALUATE WS-FROM-HIST
                 WHEN 'Y'
                    MOVE 'ARCHIVED  ' TO DET-STATUS
                 WHEN 'B'
                    MOVE 'PRIOR SVCR' TO DET-STATUS
                 WHEN OTHER
                    MOVE PLAN_PLAN-STATUS TO DET-STATUS
              END-EVALUATE
              MOVE WS-DETAIL-LINE TO STMT-LINE
              PERFORM WRITE-STATEMENT-LINE
              PERFORM FETCH-BILLED-ROW
              MOVE REFUND_REFUND-DATE TO DET-DATE
              MOVE REFUND_AMOUNT      TO DET-AMOUNT
              EVALUATE REFUND_STATUS
      * ONE THE BANK REJECTED IS STILL ON ITS WAY AS FAR AS THE
      * CUSTOMER IS CONCERNED.
                WHEN 'P'
                WHEN 'N'
                  MOVE 'PENDING   ' TO DET-STATUS
                WHEN 'O'
                  MOVE 'OFFSET    ' TO DET-STATUS
                  MOVE 'SENT      ' TO DET-STATUS
                WHEN 'D'
                  MOVE 'SETTLED   ' TO DET-STATUS
                WHEN 'C'
                  MOVE 'CHECK SENT' TO DET-STATUS
                WHEN OTHER
                  MOVE REFUND_STATUS TO DET-STATUS
              END-EVALUATE
           PERFORM CHECK-SQLCODE
           .

       LIST-JOURNAL-ACTIVITY.
           EXEC SQL
              OPEN C-JOURNAL
           END-EXEC
           MOVE 'OPEN C-JOURNAL' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM FETCH-JOURNAL-ROW
           PERFORM UNTIL SQLCODE NOT = 0
              EVALUATE LJR_TRAN-CODE
                WHEN 'FUND'
                  MOVE 'FUNDED    ' TO JDET-KIND
                WHEN 'BORD'
                  MOVE 'BOARDED   ' TO JDET-KIND
                WHEN 'PYMT'
                  MOVE 'PAYMENT   ' TO JDET-KIND
                WHEN 'PAPL'
                  MOVE 'APPLIED   ' TO JDET-KIND
                WHEN 'PREV'
                  MOVE 'REVERSED  ' TO JDET-KIND
                WHEN 'FEE '
                  MOVE 'FEE       ' TO JDET-KIND
                WHEN 'PPEN'
                  MOVE 'PENALTY   ' TO JDET-KIND
                WHEN 'RFND'
                  MOVE 'REFUND    ' TO JDET-KIND
                WHEN 'ESCD'
                  MOVE 'ESCROW PD ' TO JDET-KIND
                WHEN 'CHGO'
                  MOVE 'CHARGE-OFF' TO JDET-KIND
                WHEN 'RCVY'
                  MOVE 'RECOVERY  ' TO JDET-KIND
                WHEN 'STLF'
                  MOVE 'FORGIVEN  ' TO JDET-KIND
                WHEN 'CORR'
                  MOVE 'ADJUSTMENT' TO JDET-KIND
                WHEN OTHER
                  MOVE LJR_TRAN-CODE TO JDET-KIND
              END-EVALUATE
              MOVE LJR_EFFECTIVE-DATE TO JDET-DATE
              MOVE LJR_AMOUNT         TO JDET-AMOUNT
              MOVE LJR_PRIN-AMOUNT    TO JDET-PRIN
              MOVE LJR_INT-AMOUNT     TO JDET-INT
              MOVE LJR_FEE-AMOUNT     TO JDET-FEE
              MOVE LJR_PRIN-BALANCE   TO JDET-BALANCE
              MOVE WS-JRNL-DETAIL-LINE TO STMT-LINE
              PERFORM WRITE-STATEMENT-LINE
              PERFORM FETCH-JOURNAL-ROW
           END-PERFORM

           EXEC SQL
              CLOSE C-JOURNAL
           END-EXEC
           MOVE 'CLOSE C-JOURNAL' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

      * A DAY'S ACCRUAL PER LINE WOULD SWAMP THE PAGE - THE CYCLE'S
      * INTEREST GOES ON ONE LINE DATED THE CYCLE END.
           EXEC SQL
              SELECT COALESCE(SUM(INT_AMOUNT), 0)
                INTO :WS-CYCLE-INTEREST
                FROM KALA12.LOAN_JOURNAL
               WHERE LOAN_ID = :LOAN_LOAN-ID
                 AND EFFECTIVE_DATE >= :WS-CYCLE-START
                 AND EFFECTIVE_DATE <= :WS-CYCLE-END
                 AND TRAN_CODE = 'IACR'
           END-EXEC
           MOVE 'SUM CYCLE INTEREST ACCRUED' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF WS-CYCLE-INTEREST NOT = 0
              MOVE 'INTEREST  '      TO JDET-KIND
              MOVE WS-CYCLE-END      TO JDET-DATE
              MOVE WS-CYCLE-INTEREST TO JDET-AMOUNT
              MOVE 0                 TO JDET-PRIN
              MOVE WS-CYCLE-INTEREST TO JDET-INT
              MOVE 0                 TO JDET-FEE
              MOVE SPACES            TO JDET-BALANCE-X
              MOVE WS-JRNL-DETAIL-LINE TO STMT-LINE
              PERFORM WRITE-STATEMENT-LINE
           END-IF
           .

       FETCH-JOURNAL-ROW.
           EXEC SQL
              FETCH C-JOURNAL
                INTO :LJR_EFFECTIVE-DATE, :LJR_TRAN-CODE,
                     :LJR_AMOUNT, :LJR_PRIN-AMOUNT,
                     :LJR_INT-AMOUNT, :LJR_FEE-AMOUNT,
                     :LJR_PRIN-BALANCE
           END-EXEC
           MOVE 'FETCH C-JOURNAL' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       LIST-ESCROW-POSITION.
           MOVE LOAN_LOAN-ID TO ESC_LOAN-ID


       WRITE-STATEMENT-LINE.
           MOVE CUSTOMER_ID TO STMT-CUST-KEY
           IF DELIVER-ELECTRONIC
              WRITE ESTATEMENT-RECORD FROM STATEMENT-RECORD
           ELSE
              WRITE STATEMENT-RECORD
           END-IF
           ADD 1 TO WS-LINES-WRITTEN
           MOVE SPACES TO STMT-LINE
           .
