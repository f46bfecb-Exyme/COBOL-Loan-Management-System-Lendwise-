       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPROOF.
       AUTHOR. ISURU, WONA & MALENE.
      ********************************************************
      *      BATCH PROGRAM CONNECTED TO "LENDWISE" MAIN PGM. *
      *                                                      *
      * FUNCTION: SUBLEDGER TO GENERAL LEDGER CONTROL-       *
      * ACCOUNT PROOF. GLMERGE ONLY PROVES THE LNDWISE4      *
      * SLICES ADD UP - THIS PROVES THE CUMULATIVE GL        *
      * BALANCE OF EACH LOAN CONTROL ACCOUNT AGAINST THE     *
      * DETAIL UNDERNEATH IT:                                *
      *                                                      *
      *   LOAN-PRINCIPAL   LOAN_BALANCE REMAINING_PRINCIPAL, *
      *                    PLUS PRINCIPAL FUNDED BUT NOT YET *
      *                    ON LOAN_BALANCE                   *
      *   INT-RECEIVABLE   INTEREST_ACCRUAL NOT YET COLLECTED*
      *   LOAN-RECEIVABLE  FEES OPEN ON THE SCHEDULE, LESS   *
      *                    FEE_ASSESSED ROWS NOT YET ON GL   *
      *   LOANLOSS-ALLOW   PROVISION_HIST LATEST RESERVE     *
      *                                                      *
      * READS THE CYCLE'S GL EXTRACTS (DD GLIN, ANY NUMBER   *
      * CONCATENATED), ADDS EACH CONTROL ACCOUNT'S DEBITS    *
      * AND CREDITS TO ITS RUNNING BALANCE IN GL_CONTROL_LOG,*
      * AND REPORTS GL BALANCE, SUBLEDGER AND DIFFERENCE PER *
      * ACCOUNT (DD GLPRFRPT). THE RUN SOURCE COMES FROM     *
      * SYSIN: 'DAILY' FROM THE DAILY CYCLE, 'MONTHEND' FROM *
      * THE MONTH-END CYCLE (PROVCALC, INVREMIT, FEEAMORT).  *
      * A DATE AND SOURCE ALREADY ABSORBED IS NOT ABSORBED   *
      * AGAIN, SO A RERUN ONLY REPEATS THE COMPARISON. AN    *
      * ACCOUNT PROVED FOR THE FIRST TIME IS TAKEN ON AT ITS *
      * SUBLEDGER FIGURE LESS TONIGHT'S MOVEMENT (AN         *
      * 'OPENING' ROW).                                      *
      *                                                      *
      * ENDS WITH RETURN CODE 8 WHEN ANY ACCOUNT IS OUT OF   *
      * BALANCE - THE VERDICT LINE IS PICKED UP BY OPSDIGST. *
      ********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLIN ASSIGN TO GLIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-GLIN.

           SELECT PRFOUT ASSIGN TO GLPRFRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-GLPRFRPT.

       DATA DIVISION.
       FILE SECTION.

      * SAME 80-BYTE LAYOUT EVERY GL EXTRACT WRITER USES - 'D'
      * DETAIL POSTINGS AND A 'T' TRAILER PER EXTRACT.
       FD GLIN
            RECORDING MODE F.
       01 GL-POSTING-RECORD.
           05 GL-RECORD-TYPE          PIC X(1).
           05 GL-POSTING-DATE         PIC X(10).
           05 GL-ACCOUNT              PIC X(16).
           05 GL-DRCR                 PIC X(2).
           05 GL-AMOUNT               PIC 9(13)V99.
           05 GL-LOAN-ID              PIC 9(9).
           05 GL-DESCRIPTION          PIC X(20).
           05 FILLER                  PIC X(7).

       FD PRFOUT
            RECORDING MODE F.
       01 PRF-REPORT-LINE       PIC X(100).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE PROCDATE END-EXEC.
           EXEC SQL INCLUDE GLCTLLOG END-EXEC.

      * FILE STATUS.
       01 FS-GLIN               PIC X(02).
       01 FS-GLPRFRPT           PIC X(02).
       01 WS-GLIN-EOF           PIC X VALUE 'N'.
         88 GLIN-AT-END         VALUE 'Y'.

       01 WS-SQL-ACTION         PIC X(40).
       01 WS-RETURN-CODE        PIC S9(4) COMP.

      * 'DAILY   ' OR 'MONTHEND', FROM SYSIN.
       01 WS-RUN-SOURCE         PIC X(8).

       01 WS-CURRENT-DATE.
          05 WS-DATE-YYYY       PIC X(4).
          05 WS-DATE-MM         PIC X(2).
          05 WS-DATE-DD         PIC X(2).
       01 WS-TODAY-DASHED       PIC X(10).

      * RERUN GUARD - ROWS ALREADY LOGGED FOR THIS DATE AND SOURCE.
       01 WS-ABSORBED-COUNT     PIC S9(9) USAGE COMP.
       01 WS-ABSORB-SW          PIC X VALUE 'Y'.
         88 ABSORB-EXTRACTS     VALUE 'Y'.
         88 ALREADY-ABSORBED    VALUE 'N'.

      * THE CONTROL ACCOUNTS. NORMAL SIDE 'DR' FOR THE ASSETS,
      * 'CR' FOR THE ALLOWANCE (A CONTRA-ASSET) - THE BALANCE IS
      * ALWAYS STATED ON THE ACCOUNT'S NORMAL SIDE SO IT COMPARES
      * STRAIGHT AGAINST THE SUBLEDGER SUM.
       01 WS-ACCT-COUNT         PIC S9(4) USAGE COMP VALUE 4.
       01 WS-ACCT-IX            PIC S9(4) USAGE COMP.
       01 WS-ACCT-TABLE.
          05 WS-ACCT-ENTRY OCCURS 4 TIMES.
             10 WS-ACCT-NAME        PIC X(16).
             10 WS-ACCT-NORMAL      PIC X(2).
             10 WS-ACCT-DAY-DR      PIC S9(15)V9(2) USAGE COMP-3.
             10 WS-ACCT-DAY-CR      PIC S9(15)V9(2) USAGE COMP-3.
             10 WS-ACCT-GL-BAL      PIC S9(15)V9(2) USAGE COMP-3.
             10 WS-ACCT-SUBLEDGER   PIC S9(15)V9(2) USAGE COMP-3.
             10 WS-ACCT-DIFF        PIC S9(15)V9(2) USAGE COMP-3.

      * WORK FIGURES.
       01 WS-LOG-ROW-COUNT      PIC S9(9) USAGE COMP.
       01 WS-LOG-DEBITS         PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-LOG-CREDITS        PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-DAY-NET            PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-OPENING-BAL        PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-PLAN-FEES-OPEN     PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-FEES-NOT-ON-GL     PIC S9(15)V9(2) USAGE COMP-3.

      * COUNTERS.
       01 WS-RECORDS-READ       PIC 9(9) VALUE 0.
       01 WS-POSTINGS-ABSORBED  PIC 9(9) VALUE 0.
       01 WS-RECORDS-SKIPPED    PIC 9(9) VALUE 0.
       01 WS-ACCOUNTS-TAKEN-ON  PIC 9(4) VALUE 0.
       01 WS-ACCOUNTS-BROKEN    PIC 9(4) VALUE 0.

       01 WS-OUT-OF-BALANCE     PIC X VALUE 'N'.
         88 OUT-OF-BALANCE      VALUE 'Y'.
         88 IN-BALANCE          VALUE 'N'.

      * REPORT LINES.
       01 WS-RPT-HEADER.
          05 FILLER             PIC X(36)
                     VALUE 'GL CONTROL-ACCOUNT PROOF - SOURCE: '.
          05 RPT-SOURCE         PIC X(8).
          05 FILLER             PIC X(7) VALUE ' DATE: '.
          05 RPT-DATE           PIC X(10).
          05 FILLER             PIC X(39) VALUE SPACES.

       01 WS-RPT-COLUMNS.
          05 FILLER             PIC X(18) VALUE 'ACCOUNT'.
          05 FILLER             PIC X(21) VALUE '         GL BALANCE'.
          05 FILLER             PIC X(21) VALUE '          SUBLEDGER'.
          05 FILLER             PIC X(21) VALUE '         DIFFERENCE'.
          05 FILLER             PIC X(19) VALUE 'STATUS'.

       01 WS-RPT-ACCOUNT.
          05 RPTA-ACCOUNT       PIC X(16).
          05 FILLER             PIC X(2) VALUE SPACES.
          05 RPTA-GL-BAL        PIC +ZZZZZZZZZZZZZZ9.99.
          05 FILLER             PIC X(2) VALUE SPACES.
          05 RPTA-SUBLEDGER     PIC +ZZZZZZZZZZZZZZ9.99.
          05 FILLER             PIC X(2) VALUE SPACES.
          05 RPTA-DIFF          PIC +ZZZZZZZZZZZZZZ9.99.
          05 FILLER             PIC X(2) VALUE SPACES.
          05 RPTA-STATUS        PIC X(5).
          05 FILLER             PIC X(14) VALUE SPACES.

       01 WS-RPT-FIGURE.
          05 RPT-LABEL          PIC X(34).
          05 RPT-AMOUNT         PIC +ZZZZZZZZZZZZZZ9.99.
          05 FILLER             PIC X(47) VALUE SPACES.

       01 WS-RPT-COUNT.
          05 RPTC-LABEL         PIC X(34).
          05 RPTC-COUNT         PIC ZZZZZZZZ9.
          05 FILLER             PIC X(57) VALUE SPACES.

       01 WS-RPT-VERDICT        PIC X(100).

       PROCEDURE DIVISION.

       MAIN-PARA.
           ACCEPT WS-RUN-SOURCE

           DISPLAY 'GLPROOF - GL CONTROL-ACCOUNT PROOF, SOURCE: '
                   WS-RUN-SOURCE

           IF WS-RUN-SOURCE NOT = 'DAILY   '
              AND WS-RUN-SOURCE NOT = 'MONTHEND'
              DISPLAY 'GLPROOF - INVALID SOURCE - MUST BE DAILY OR '
                      'MONTHEND.'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT PRFOUT
           IF FS-GLPRFRPT NOT = '00'
              DISPLAY 'GLPROOF - ERROR OPENING REPORT FILE.'
              DISPLAY 'FILE STATUS CODE: ' FS-GLPRFRPT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

      * THE PROOF IS DATED WITH THE CYCLE'S BUSINESS PROCESSING DATE
      * WHEN ONE IS OPEN - THE SAME DATE THE EXTRACTS WERE WRITTEN
      * UNDER - AND WITH THE WALL-CLOCK DATE OTHERWISE.
           EXEC SQL
              SELECT CYCLE_DATE
                INTO :PRD_CYCLE-DATE
                FROM KALA12.PROCESS_DATE
               WHERE CYCLE_STATUS = 'O'
           END-EXEC

           IF SQLCODE = 0
              MOVE PRD_CYCLE-DATE(1:4) TO WS-DATE-YYYY
              MOVE PRD_CYCLE-DATE(6:2) TO WS-DATE-MM
              MOVE PRD_CYCLE-DATE(9:2) TO WS-DATE-DD
              DISPLAY 'GLPROOF - PROCESSING DATE IN EFFECT: '
                      PRD_CYCLE-DATE
           END-IF

           STRING WS-DATE-YYYY '-' WS-DATE-MM '-' WS-DATE-DD
             DELIMITED BY SIZE
             INTO WS-TODAY-DASHED

           MOVE WS-RUN-SOURCE   TO RPT-SOURCE
           MOVE WS-TODAY-DASHED TO RPT-DATE
           WRITE PRF-REPORT-LINE FROM WS-RPT-HEADER

           PERFORM INITIALIZE-ACCOUNT-TABLE
           PERFORM CHECK-ALREADY-ABSORBED

           IF ABSORB-EXTRACTS
              PERFORM ABSORB-GL-EXTRACTS
           ELSE
              DISPLAY 'GLPROOF - ' WS-RUN-SOURCE ' EXTRACTS FOR '
                      WS-TODAY-DASHED ' ALREADY ABSORBED - '
                      'COMPARISON ONLY.'
           END-IF

           MOVE 'GL RECORDS READ:' TO RPTC-LABEL
           MOVE WS-RECORDS-READ TO RPTC-COUNT
           WRITE PRF-REPORT-LINE FROM WS-RPT-COUNT

           MOVE 'CONTROL POSTINGS ABSORBED:' TO RPTC-LABEL
           MOVE WS-POSTINGS-ABSORBED TO RPTC-COUNT
           WRITE PRF-REPORT-LINE FROM WS-RPT-COUNT

           MOVE SPACES TO WS-RPT-VERDICT
           WRITE PRF-REPORT-LINE FROM WS-RPT-VERDICT
           WRITE PRF-REPORT-LINE FROM WS-RPT-COLUMNS

           PERFORM VARYING WS-ACCT-IX FROM 1 BY 1
                   UNTIL WS-ACCT-IX > WS-ACCT-COUNT
              PERFORM FETCH-SUBLEDGER
              PERFORM UPDATE-CONTROL-LOG
              PERFORM FETCH-GL-BALANCE
              PERFORM COMPARE-ACCOUNT
           END-PERFORM

           MOVE SPACES TO WS-RPT-VERDICT
           WRITE PRF-REPORT-LINE FROM WS-RPT-VERDICT

      * THE ONE RECONCILING ITEM ON FEES RECEIVABLE: A FEE RAISED
      * ON THE SCHEDULE AFTER TONIGHT'S FEEASSES GL PASS IS ALREADY
      * IN THE DETAIL BUT ONLY REACHES THE GL ON THE NEXT PASS.
           MOVE 'FEES RECEIVABLE NOT YET ON GL:' TO RPT-LABEL
           MOVE WS-FEES-NOT-ON-GL TO RPT-AMOUNT
           WRITE PRF-REPORT-LINE FROM WS-RPT-FIGURE

           IF WS-ACCOUNTS-BROKEN > 0
              SET OUT-OF-BALANCE TO TRUE
              MOVE 'VERDICT: OUT OF BALANCE' TO WS-RPT-VERDICT
           ELSE
              MOVE 'VERDICT: BALANCED' TO WS-RPT-VERDICT
           END-IF
           WRITE PRF-REPORT-LINE FROM WS-RPT-VERDICT

           EXEC SQL
              COMMIT
           END-EXEC

           CLOSE PRFOUT

           DISPLAY 'GLPROOF - GL RECORDS READ:       ' WS-RECORDS-READ
           DISPLAY 'GLPROOF - POSTINGS ABSORBED:     '
                   WS-POSTINGS-ABSORBED
           DISPLAY 'GLPROOF - RECORDS SKIPPED:       '
                   WS-RECORDS-SKIPPED
           DISPLAY 'GLPROOF - ACCOUNTS TAKEN ON:     '
                   WS-ACCOUNTS-TAKEN-ON
           DISPLAY 'GLPROOF - ACCOUNTS OUT OF BALANCE: '
                   WS-ACCOUNTS-BROKEN

           IF OUT-OF-BALANCE
              DISPLAY 'GLPROOF - OUT OF BALANCE - SEE PROOF REPORT.'
              MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN
           .

       INITIALIZE-ACCOUNT-TABLE.
           MOVE 'LOAN-PRINCIPAL  ' TO WS-ACCT-NAME (1)
           MOVE 'DR'               TO WS-ACCT-NORMAL (1)
           MOVE 'INT-RECEIVABLE  ' TO WS-ACCT-NAME (2)
           MOVE 'DR'               TO WS-ACCT-NORMAL (2)
           MOVE 'LOAN-RECEIVABLE ' TO WS-ACCT-NAME (3)
           MOVE 'DR'               TO WS-ACCT-NORMAL (3)
           MOVE 'LOANLOSS-ALLOW  ' TO WS-ACCT-NAME (4)
           MOVE 'CR'               TO WS-ACCT-NORMAL (4)

           PERFORM VARYING WS-ACCT-IX FROM 1 BY 1
                   UNTIL WS-ACCT-IX > WS-ACCT-COUNT
              MOVE 0 TO WS-ACCT-DAY-DR (WS-ACCT-IX)
              MOVE 0 TO WS-ACCT-DAY-CR (WS-ACCT-IX)
              MOVE 0 TO WS-ACCT-GL-BAL (WS-ACCT-IX)
              MOVE 0 TO WS-ACCT-SUBLEDGER (WS-ACCT-IX)
              MOVE 0 TO WS-ACCT-DIFF (WS-ACCT-IX)
           END-PERFORM
           .

       CHECK-ALREADY-ABSORBED.
           MOVE WS-TODAY-DASHED TO GCL_RUN-DATE
           MOVE WS-RUN-SOURCE   TO GCL_RUN-SOURCE

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-ABSORBED-COUNT
                FROM KALA12.GL_CONTROL_LOG
               WHERE RUN_DATE   = :GCL_RUN-DATE
                 AND RUN_SOURCE = :GCL_RUN-SOURCE
           END-EXEC
           MOVE 'CHECK RUN ALREADY ABSORBED' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF WS-ABSORBED-COUNT > 0
              SET ALREADY-ABSORBED TO TRUE
           ELSE
              SET ABSORB-EXTRACTS TO TRUE
           END-IF
           .

       ABSORB-GL-EXTRACTS.
           OPEN INPUT GLIN
           IF FS-GLIN NOT = '00'
              DISPLAY 'GLPROOF - ERROR OPENING GL EXTRACT INPUT.'
              DISPLAY 'FILE STATUS CODE: ' FS-GLIN
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM UNTIL GLIN-AT-END
              READ GLIN
                 AT END
                    SET GLIN-AT-END TO TRUE
                 NOT AT END
                    ADD 1 TO WS-RECORDS-READ
                    PERFORM ABSORB-ONE-POSTING
              END-READ
           END-PERFORM

           CLOSE GLIN
           .

       ABSORB-ONE-POSTING.
      * TRAILERS AND POSTINGS TO NON-CONTROL ACCOUNTS (CASH, INCOME,
      * EXPENSE, LIABILITIES) ARE NOT PART OF THIS PROOF.
           IF GL-RECORD-TYPE NOT = 'D'
              ADD 1 TO WS-RECORDS-SKIPPED
           ELSE
              IF GL-AMOUNT NOT NUMERIC
                 DISPLAY 'GLPROOF - NON-NUMERIC AMOUNT SKIPPED: '
                         GL-POSTING-RECORD
                 ADD 1 TO WS-RECORDS-SKIPPED
              ELSE
                 PERFORM VARYING WS-ACCT-IX FROM 1 BY 1
                         UNTIL WS-ACCT-IX > WS-ACCT-COUNT
                    IF GL-ACCOUNT = WS-ACCT-NAME (WS-ACCT-IX)
                       IF GL-DRCR = 'DR'
                          ADD GL-AMOUNT
                            TO WS-ACCT-DAY-DR (WS-ACCT-IX)
                       ELSE
                          ADD GL-AMOUNT
                            TO WS-ACCT-DAY-CR (WS-ACCT-IX)
                       END-IF
                       ADD 1 TO WS-POSTINGS-ABSORBED
                    END-IF
                 END-PERFORM
              END-IF
           END-IF
           .

       FETCH-SUBLEDGER.
           EVALUATE WS-ACCT-NAME (WS-ACCT-IX)
             WHEN 'LOAN-PRINCIPAL  '
               PERFORM SUBLEDGER-PRINCIPAL
             WHEN 'INT-RECEIVABLE  '
               PERFORM SUBLEDGER-INTEREST
             WHEN 'LOAN-RECEIVABLE '
               PERFORM SUBLEDGER-FEES
             WHEN 'LOANLOSS-ALLOW  '
               PERFORM SUBLEDGER-ALLOWANCE
           END-EVALUATE
           .

       SUBLEDGER-PRINCIPAL.
      * CLOSED AND WRITTEN-OFF LOANS LEFT THE CONTROL ACCOUNT WHEN
      * THEY PAID OFF OR WERE CHARGED OFF.
           EXEC SQL
              SELECT COALESCE(SUM(B.REMAINING_PRINCIPAL), 0)
                INTO :WS-LOG-DEBITS
                FROM KALA12.LOAN_BALANCE B
                JOIN KALA12.LOAN L
                  ON L.LOAN_ID = B.LOAN_ID
               WHERE L.LOAN_STATUS NOT = 'C'
                 AND L.LOAN_STATUS NOT = 'W'
           END-EXEC
           MOVE 'SUM LOAN_BALANCE PRINCIPAL' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           MOVE WS-LOG-DEBITS TO WS-ACCT-SUBLEDGER (WS-ACCT-IX)

      * A LOAN IS ON THE GL FROM THE NIGHT IT IS FUNDED, BUT ONLY
      * ON LOAN_BALANCE ONCE IT IS SCHEDULED - UNTIL THEN ITS
      * PRINCIPAL IS THE FUNDING ON THE JOURNAL (NIL WHEN THE BANK
      * RETURNED IT).
           EXEC SQL
              SELECT COALESCE(SUM(J.PRIN_AMOUNT), 0)
                INTO :WS-LOG-DEBITS
                FROM KALA12.LOAN_JOURNAL J
                JOIN KALA12.LOAN L
                  ON L.LOAN_ID = J.LOAN_ID
               WHERE J.TRAN_CODE = 'FUND'
                 AND L.LOAN_STATUS NOT = 'C'
                 AND L.LOAN_STATUS NOT = 'W'
                 AND NOT EXISTS
                     (SELECT 1 FROM KALA12.LOAN_BALANCE B
                       WHERE B.LOAN_ID = J.LOAN_ID)
           END-EXEC
           MOVE 'SUM FUNDED PRINCIPAL NOT SCHEDULED' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           ADD WS-LOG-DEBITS TO WS-ACCT-SUBLEDGER (WS-ACCT-IX)
           .

       SUBLEDGER-INTEREST.
      * INTEREST RECEIVABLE IS EVERY ACCRUAL BOOKED SINCE THE LOAN'S
      * LAST PAYMENT - THE SAME FIGURE INTACCR REVERSES ON ENTRY TO
      * NON-ACCRUAL, WHOSE NEGATIVE ROW NETS THE LOAN BACK TO ZERO.
           EXEC SQL
              SELECT COALESCE(SUM(A.ACCRUED_AMOUNT), 0)
                INTO :WS-LOG-DEBITS
                FROM KALA12.INTEREST_ACCRUAL A
                JOIN KALA12.LOAN L
                  ON L.LOAN_ID = A.LOAN_ID
               WHERE L.LOAN_STATUS NOT = 'C'
                 AND L.LOAN_STATUS NOT = 'W'
                 AND A.ACCRUAL_DATE >
                     (SELECT COALESCE(MAX(P.PAID_DATE), '0001-01-01')
                        FROM KALA12.PAYMENT P
                        JOIN KALA12.PAYPLAN PP
                          ON PP.INVOICE_ID = P.INVOICE_ID
                       WHERE PP.LOAN_ID = A.LOAN_ID)
           END-EXEC
           MOVE 'SUM UNCOLLECTED INTEREST_ACCRUAL' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           MOVE WS-LOG-DEBITS TO WS-ACCT-SUBLEDGER (WS-ACCT-IX)
           .

       SUBLEDGER-FEES.
      * A BILLED FEE RIDES ON ITS INSTALLMENT AS THE EXCESS OF
      * REMAINING_AMOUNT OVER THE SCHEDULED PAYMENT_AMOUNT UNTIL
      * THE WATERFALL COLLECTS IT - THE SAME RULE LNDWISE4 USES TO
      * CARVE THE FEE PORTION OUT OF A PAYMENT.
           EXEC SQL
              SELECT COALESCE(SUM(CASE
                        WHEN PP.REMAINING_AMOUNT > PP.PAYMENT_AMOUNT
                        THEN PP.REMAINING_AMOUNT - PP.PAYMENT_AMOUNT
                        ELSE 0 END), 0)
                INTO :WS-PLAN-FEES-OPEN
                FROM KALA12.PAYPLAN PP
                JOIN KALA12.LOAN L
                  ON L.LOAN_ID = PP.LOAN_ID
               WHERE PP.PLAN_STATUS NOT = 'PAID'
                 AND L.LOAN_STATUS NOT = 'C'
                 AND L.LOAN_STATUS NOT = 'W'
           END-EXEC
           MOVE 'SUM FEES OPEN ON PAYPLAN' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

      * FEE_ASSESSED ROWS STILL AWAITING THE FEEASSES GL PASS ARE
      * IN THE DETAIL BUT NOT YET IN THE GL. ORIGINATION FEES POST
      * TO CASH, NEVER TO THE RECEIVABLE.
           EXEC SQL
              SELECT COALESCE(SUM(FEE_AMOUNT), 0)
                INTO :WS-FEES-NOT-ON-GL
                FROM KALA12.FEE_ASSESSED
               WHERE GL_POSTED = 'N'
                 AND FEE_CODE NOT = 'ORIG'
           END-EXEC
           MOVE 'SUM FEE_ASSESSED NOT ON GL' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           COMPUTE WS-ACCT-SUBLEDGER (WS-ACCT-IX) =
                   WS-PLAN-FEES-OPEN - WS-FEES-NOT-ON-GL
           .

       SUBLEDGER-ALLOWANCE.
      * THE ALLOWANCE STANDS AT THE RESERVE OF THE LATEST
      * PROVISIONING RUN, SUMMED ACROSS ITS LOANTYPE ROWS.
           EXEC SQL
              SELECT COALESCE(SUM(RESERVE_AMOUNT), 0)
                INTO :WS-LOG-DEBITS
                FROM KALA12.PROVISION_HIST
               WHERE RUN_DATE =
                     (SELECT MAX(RUN_DATE)
                        FROM KALA12.PROVISION_HIST)
           END-EXEC
           MOVE 'SUM LATEST PROVISION_HIST RESERVE' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           MOVE WS-LOG-DEBITS TO WS-ACCT-SUBLEDGER (WS-ACCT-IX)
           .

       UPDATE-CONTROL-LOG.
           MOVE WS-ACCT-NAME (WS-ACCT-IX) TO GCL_ACCOUNT

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-LOG-ROW-COUNT
                FROM KALA12.GL_CONTROL_LOG
               WHERE ACCOUNT = :GCL_ACCOUNT
           END-EXEC
           MOVE 'COUNT GL_CONTROL_LOG ROWS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

      * FIRST PROOF OF THIS ACCOUNT - TAKE IT ON AT WHAT THE
      * SUBLEDGER SAYS IT STOOD AT BEFORE TONIGHT'S POSTINGS, SO
      * FROM HERE ON ONLY THE EXTRACTS MOVE THE GL SIDE.
           IF WS-LOG-ROW-COUNT = 0
              IF WS-ACCT-NORMAL (WS-ACCT-IX) = 'DR'
                 COMPUTE WS-DAY-NET = WS-ACCT-DAY-DR (WS-ACCT-IX)
                                    - WS-ACCT-DAY-CR (WS-ACCT-IX)
              ELSE
                 COMPUTE WS-DAY-NET = WS-ACCT-DAY-CR (WS-ACCT-IX)
                                    - WS-ACCT-DAY-DR (WS-ACCT-IX)
              END-IF
              COMPUTE WS-OPENING-BAL =
                      WS-ACCT-SUBLEDGER (WS-ACCT-IX) - WS-DAY-NET

              MOVE 0 TO GCL_DEBITS
              MOVE 0 TO GCL_CREDITS
              IF WS-ACCT-NORMAL (WS-ACCT-IX) = 'DR'
                 IF WS-OPENING-BAL < 0
                    COMPUTE GCL_CREDITS = 0 - WS-OPENING-BAL
                 ELSE
                    MOVE WS-OPENING-BAL TO GCL_DEBITS
                 END-IF
              ELSE
                 IF WS-OPENING-BAL < 0
                    COMPUTE GCL_DEBITS = 0 - WS-OPENING-BAL
                 ELSE
                    MOVE WS-OPENING-BAL TO GCL_CREDITS
                 END-IF
              END-IF

              MOVE WS-TODAY-DASHED TO GCL_RUN-DATE
              MOVE 'OPENING '      TO GCL_RUN-SOURCE
              PERFORM INSERT-CONTROL-LOG-ROW
              ADD 1 TO WS-ACCOUNTS-TAKEN-ON

              DISPLAY 'GLPROOF - ' GCL_ACCOUNT
                      ' TAKEN ON AT OPENING BALANCE ' WS-OPENING-BAL
           END-IF

      * ONE ROW PER ACCOUNT PER RUN, EVEN ON A QUIET NIGHT, SO THE
      * RERUN GUARD SEES THE RUN AS ABSORBED.
           IF ABSORB-EXTRACTS
              MOVE WS-TODAY-DASHED             TO GCL_RUN-DATE
              MOVE WS-RUN-SOURCE               TO GCL_RUN-SOURCE
              MOVE WS-ACCT-DAY-DR (WS-ACCT-IX) TO GCL_DEBITS
              MOVE WS-ACCT-DAY-CR (WS-ACCT-IX) TO GCL_CREDITS
              PERFORM INSERT-CONTROL-LOG-ROW
           END-IF
           .

       INSERT-CONTROL-LOG-ROW.
           EXEC SQL
              INSERT INTO KALA12.GL_CONTROL_LOG
                     (RUN_DATE, RUN_SOURCE, ACCOUNT,
                      DEBITS, CREDITS, POSTED_TS)
              VALUES (:GCL_RUN-DATE, :GCL_RUN-SOURCE, :GCL_ACCOUNT,
                      :GCL_DEBITS, :GCL_CREDITS, CURRENT TIMESTAMP)
           END-EXEC
           MOVE 'INSERT GL_CONTROL_LOG ROW' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       FETCH-GL-BALANCE.
           MOVE WS-ACCT-NAME (WS-ACCT-IX) TO GCL_ACCOUNT
           MOVE WS-TODAY-DASHED           TO GCL_RUN-DATE

           EXEC SQL
              SELECT COALESCE(SUM(DEBITS), 0),
                     COALESCE(SUM(CREDITS), 0)
                INTO :WS-LOG-DEBITS, :WS-LOG-CREDITS
                FROM KALA12.GL_CONTROL_LOG
               WHERE ACCOUNT  = :GCL_ACCOUNT
                 AND RUN_DATE <= :GCL_RUN-DATE
           END-EXEC
           MOVE 'SUM GL_CONTROL_LOG BALANCE' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF WS-ACCT-NORMAL (WS-ACCT-IX) = 'DR'
              COMPUTE WS-ACCT-GL-BAL (WS-ACCT-IX) =
                      WS-LOG-DEBITS - WS-LOG-CREDITS
           ELSE
              COMPUTE WS-ACCT-GL-BAL (WS-ACCT-IX) =
                      WS-LOG-CREDITS - WS-LOG-DEBITS
           END-IF
           .

       COMPARE-ACCOUNT.
           COMPUTE WS-ACCT-DIFF (WS-ACCT-IX) =
                   WS-ACCT-GL-BAL (WS-ACCT-IX)
                   - WS-ACCT-SUBLEDGER (WS-ACCT-IX)

           MOVE WS-ACCT-NAME (WS-ACCT-IX)      TO RPTA-ACCOUNT
           MOVE WS-ACCT-GL-BAL (WS-ACCT-IX)    TO RPTA-GL-BAL
           MOVE WS-ACCT-SUBLEDGER (WS-ACCT-IX) TO RPTA-SUBLEDGER
           MOVE WS-ACCT-DIFF (WS-ACCT-IX)      TO RPTA-DIFF

      * SAME TOLERANCE AS THE BALCHK PROOF - PER-ROW ROUNDING ON
      * THE TWO SIDES MAY LEAVE PENNIES, NOTHING MORE.
           IF WS-ACCT-DIFF (WS-ACCT-IX) > 0.99
              OR WS-ACCT-DIFF (WS-ACCT-IX) < -0.99
              MOVE 'BREAK' TO RPTA-STATUS
              ADD 1 TO WS-ACCOUNTS-BROKEN
              DISPLAY 'GLPROOF - OUT OF BALANCE: '
                      WS-ACCT-NAME (WS-ACCT-IX)
                      ' DIFFERENCE ' WS-ACCT-DIFF (WS-ACCT-IX)
           ELSE
              MOVE 'OK' TO RPTA-STATUS
           END-IF
           WRITE PRF-REPORT-LINE FROM WS-RPT-ACCOUNT
           .

       CHECK-SQLCODE.
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               CONTINUE
             WHEN OTHER
               DISPLAY 'ABEND DUE TO SQL ERROR DURING: ' WS-SQL-ACTION
               DISPLAY 'SQLCODE=' SQLCODE
               DISPLAY 'SQL STATE ' SQLSTATE
               MOVE 1111 TO WS-RETURN-CODE
               CALL 'CEE3ABD' USING WS-RETURN-CODE
           END-EVALUATE
           .
