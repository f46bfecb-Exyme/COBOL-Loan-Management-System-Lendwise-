      * PICKS UP ANYTHING POSTED SINCE CHARGE-OFF, GROWS     *
      * RECOVERED_AMOUNT, POSTS THE MOVEMENT (DR CASH / CR   *
      * RECOVERY INCOME) AND REPORTS RECOVERIES SEPARATELY.  *
      * COLLECTIONS AN OUTSIDE AGENCY HAS REMITTED (LOADED   *
      * BY AGENCY INTO AGENCY_REMIT) ARE RECOVERED NET OF    *
      * THE AGENCY'S COMMISSION: DR CASH / CR RECOVERY       *
      * INCOME FOR THE NET REMITTED, AND THE COMMISSION ON   *
      * ITS OWN PAIR (DR COLLECTION COMMISSION EXPENSE /     *
      * CR RECOVERY INCOME).                                 *
      * A LOAN ON A BANKRUPTCY CASE BKMNT HAS MARKED          *
      * DISCHARGED IS WRITTEN OFF THE SAME WAY WHATEVER ITS  *
      * AGE - THE DISCHARGE, NOT THE DELINQUENCY, ENDS THE   *
      * DEBT, AND THE 'BK' HOLD THAT KEEPS EVERY OTHER PASS  *
      * AWAY FROM IT DOES NOT APPLY HERE.                    *
      ********************************************************

       ENVIRONMENT DIVISION.
           EXEC SQL INCLUDE LOAN    END-EXEC.
           EXEC SQL INCLUDE PAYPLAN END-EXEC.
           EXEC SQL INCLUDE CHARGOFF END-EXEC.
           EXEC SQL INCLUDE AGYREMIT END-EXEC.
           EXEC SQL INCLUDE LNJRNL   END-EXEC.

      * FILE STATUS.
       01 FS-CHGRPT             PIC X(02).

       01 WS-SQL-ACTION         PIC X(40).
       01 WS-RETURN-CODE        PIC S9(4) COMP.
       01 WS-JRNL-RC            PIC S9(4) COMP.

       01 WS-CURRENT-DATE.
          05 WS-DATE-YYYY       PIC X(4).
       01 WS-CHARGE-AMOUNT      PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-RECOVERED-TO-DATE  PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-RECOVERY-MOVEMENT  PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-AGENCY-GROSS       PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-AGENCY-COMMISSION  PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-AGENCY-NET         PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-CHARGE-DESC        PIC X(20).

      * RUN CONTROL TOTALS.
       01 WS-LOANS-CHARGED      PIC 9(9) VALUE 0.
       01 WS-LOANS-DISCHARGED   PIC 9(9) VALUE 0.
       01 WS-LOANS-RECOVERING   PIC 9(9) VALUE 0.
       01 WS-TOTAL-CHARGED      PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-TOTAL-RECOVERED    PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-LOANS-AGENCY-RCV   PIC 9(9) VALUE 0.
       01 WS-TOTAL-AGENCY-NET   PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-TOTAL-COMMISSION   PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.

      * GL POSTING EXTRACT - SAME INTERFACE LAYOUT AS LNDWISE4'S
      * GLOUT, WITH A TRAILER PROVING DEBITS EQUAL CREDITS.

      * REPORT LINES.
       01 WS-CHARGE-LINE.
          05 CHG-LINE-LABEL     PIC X(13).
          05 CHG-LINE-LOAN-ID   PIC 9(9).
          05 FILLER             PIC X(11) VALUE ' CUSTOMER: '.
          05 CHG-LINE-CUSTOMER  PIC 9(9).
          05 RCV-LINE-TO-DATE   PIC +ZZZZZZZZZZZZZZ9.99.
          05 FILLER             PIC X(38) VALUE SPACES.

       01 WS-AGENCY-LINE.
          05 FILLER             PIC X(13) VALUE 'AGENCY RCV:  '.
          05 AGY-LINE-LOAN-ID   PIC 9(9).
          05 FILLER             PIC X(8)  VALUE ' GROSS: '.
          05 AGY-LINE-GROSS     PIC +ZZZZZZZZZZZZZZ9.99.
          05 FILLER             PIC X(13) VALUE ' COMMISSION: '.
          05 AGY-LINE-COMM      PIC +ZZZZZZZZZZZZZZ9.99.
          05 FILLER             PIC X(6)  VALUE ' NET: '.
          05 AGY-LINE-NET       PIC +ZZZZZZZZZZZZZZ9.99.
          05 FILLER             PIC X(26) VALUE SPACES.

      *****************************************************
      *  LOANS WITH AN INSTALLMENT OVERDUE PAST THE       *
      *  THRESHOLD AND NOT YET CLOSED OR WRITTEN OFF.     *
                                AND H.HOLD_KEY = LOAN.CUSTOMER_ID)))
           END-EXEC.

      *****************************************************
      *  LOANS ON A DISCHARGED BANKRUPTCY CASE NOT YET    *
      *  CLOSED OR WRITTEN OFF.                           *
      *****************************************************
           EXEC SQL
             DECLARE C-DISCHARGED-LOANS CURSOR WITH HOLD FOR
               SELECT DISTINCT LOAN.LOAN_ID, LOAN.CUSTOMER_ID
                 FROM LOAN
                 JOIN KALA12.BK_CASE_LOAN BL
                   ON BL.LOAN_ID = LOAN.LOAN_ID
                 JOIN KALA12.BK_CASE BC
                   ON BC.CASE_NUMBER = BL.CASE_NUMBER
                WHERE BC.CASE_STATUS = 'D'
                  AND LOAN.LOAN_STATUS NOT = 'C'
                  AND LOAN.LOAN_STATUS NOT = 'W'
           END-EXEC.

      *****************************************************
      *  EVERY CHARGED-OFF LOAN, FOR THE RECOVERY PASS.   *
      *****************************************************
           EXEC SQL
             DECLARE C-CHARGED-LOANS CURSOR WITH HOLD FOR
               SELECT LOAN_ID, CUSTOMER_ID, CHARGEOFF_DATE,
                      CHARGED_AMOUNT, RECOVERED_AMOUNT,
                      AGENCY_RECOVERED
                 FROM KALA12.CHARGEOFF
                ORDER BY LOAN_ID
           END-EXEC.
           END-IF

           PERFORM CHARGE-OFF-AGED-LOANS
           PERFORM CHARGE-OFF-DISCHARGED-LOANS
           PERFORM PROCESS-RECOVERIES

           EXEC SQL
           CLOSE CHGOUT

           DISPLAY 'CHGOFF - LOANS CHARGED OFF:    ' WS-LOANS-CHARGED
           DISPLAY 'CHGOFF - OF WHICH BK DISCHARGE:'
                   WS-LOANS-DISCHARGED
           DISPLAY 'CHGOFF - PRINCIPAL WRITTEN OFF:' WS-TOTAL-CHARGED
           DISPLAY 'CHGOFF - LOANS WITH RECOVERIES:'
                   WS-LOANS-RECOVERING
           DISPLAY 'CHGOFF - CASH RECOVERED TODAY: '
                   WS-TOTAL-RECOVERED
           DISPLAY 'CHGOFF - LOANS WITH AGENCY CASH:'
                   WS-LOANS-AGENCY-RCV
           DISPLAY 'CHGOFF - AGENCY NET RECOVERED: '
                   WS-TOTAL-AGENCY-NET
           DISPLAY 'CHGOFF - AGENCY COMMISSION:    '
                   WS-TOTAL-COMMISSION

           STOP RUN
           .
           MOVE 'OPEN C-AGED-LOANS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           MOVE 'CHARGED OFF: '     TO CHG-LINE-LABEL
           MOVE 'LOAN CHARGED OFF'  TO WS-CHARGE-DESC

           PERFORM FETCH-AGED-LOAN
           PERFORM UNTIL SQLCODE NOT = 0
              PERFORM CHARGE-OFF-ONE-LOAN
           PERFORM CHECK-SQLCODE
           .

       CHARGE-OFF-DISCHARGED-LOANS.
           EXEC SQL
              OPEN C-DISCHARGED-LOANS
           END-EXEC
           MOVE 'OPEN C-DISCHARGED-LOANS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           MOVE 'BK DISCHARGE:'     TO CHG-LINE-LABEL
           MOVE 'BK DEBT DISCHARGED' TO WS-CHARGE-DESC

           PERFORM FETCH-DISCHARGED-LOAN
           PERFORM UNTIL SQLCODE NOT = 0
              PERFORM CHARGE-OFF-ONE-LOAN
              ADD 1 TO WS-LOANS-DISCHARGED
              PERFORM FETCH-DISCHARGED-LOAN
           END-PERFORM

           EXEC SQL
              CLOSE C-DISCHARGED-LOANS
           END-EXEC
           MOVE 'CLOSE C-DISCHARGED-LOANS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       FETCH-DISCHARGED-LOAN.
           EXEC SQL
              FETCH C-DISCHARGED-LOANS
                INTO :LOAN_LOAN-ID, :LOAN_CUSTOMER-ID
           END-EXEC
           MOVE 'FETCH C-DISCHARGED-LOANS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       FETCH-AGED-LOAN.
           EXEC SQL
              FETCH C-AGED-LOANS
           MOVE WS-TODAY-DASHED  TO CHG_CHARGEOFF-DATE
           MOVE WS-CHARGE-AMOUNT TO CHG_CHARGED-AMOUNT
           MOVE 0                TO CHG_RECOVERED-AMOUNT
           MOVE 0                TO CHG_AGENCY-RECOVERED

           EXEC SQL
              INSERT INTO KALA12.CHARGEOFF
                    (LOAN_ID, CUSTOMER_ID, CHARGEOFF_DATE,
                     CHARGED_AMOUNT, RECOVERED_AMOUNT,
                     AGENCY_RECOVERED)
              VALUES (:CHG_LOAN-ID, :CHG_CUSTOMER-ID,
                      :CHG_CHARGEOFF-DATE, :CHG_CHARGED-AMOUNT,
                      :CHG_RECOVERED-AMOUNT, :CHG_AGENCY-RECOVERED)
           END-EXEC
           MOVE 'INSERT CHARGEOFF ROW' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           MOVE LOAN_LOAN-ID     TO LJR_LOAN-ID
           MOVE 'CHGO'           TO LJR_TRAN-CODE
           MOVE WS-TODAY-DASHED  TO LJR_EFFECTIVE-DATE
           MOVE WS-CHARGE-AMOUNT TO LJR_AMOUNT
           COMPUTE LJR_PRIN-AMOUNT = 0 - WS-CHARGE-AMOUNT
           MOVE 0                TO LJR_INT-AMOUNT
           MOVE 0                TO LJR_FEE-AMOUNT
           MOVE 0                TO LJR_ESC-AMOUNT
           MOVE 0                TO LJR_REFERENCE-ID
           PERFORM POST-LOAN-JOURNAL

           MOVE LOAN_LOAN-ID TO WS-GL-LOAN-ID

           MOVE 'LOANLOSS-EXPENSE' TO GL-ACCOUNT
           MOVE 'DR'               TO GL-DRCR
           MOVE WS-CHARGE-AMOUNT   TO WS-GL-POST-AMOUNT
           MOVE WS-CHARGE-DESC     TO GL-DESCRIPTION
           PERFORM WRITE-GL-POSTING

           MOVE 'LOAN-PRINCIPAL  ' TO GL-ACCOUNT
           MOVE 'CR'               TO GL-DRCR
           MOVE WS-CHARGE-AMOUNT   TO WS-GL-POST-AMOUNT
           MOVE WS-CHARGE-DESC     TO GL-DESCRIPTION
           PERFORM WRITE-GL-POSTING

           MOVE LOAN_LOAN-ID     TO CHG-LINE-LOAN-ID
              FETCH C-CHARGED-LOANS
                INTO :CHG_LOAN-ID, :CHG_CUSTOMER-ID,
                     :CHG_CHARGEOFF-DATE, :CHG_CHARGED-AMOUNT,
                     :CHG_RECOVERED-AMOUNT, :CHG_AGENCY-RECOVERED
           END-EXEC
           MOVE 'FETCH C-CHARGED-LOANS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
      * EVERYTHING THE PAYMENT LOAD HAS POSTED AGAINST THE LOAN'S
      * INVOICES ON OR AFTER THE CHARGE-OFF DATE IS RECOVERY CASH.
      * ONLY THE MOVEMENT SINCE THE LAST RUN POSTS TO THE GL, SO A
      * RECOVERY IS NEVER BOOKED TWICE. AGENCY CASH NEVER PASSES
      * THROUGH THE PAYMENT TABLE, SO ITS SHARE OF THE RECOVERED
      * AMOUNT IS LEFT OUT OF THE COMPARISON.
           EXEC SQL
              SELECT COALESCE(SUM(P.PAID_AMOUNT), 0)
                INTO :WS-RECOVERED-TO-DATE
           PERFORM CHECK-SQLCODE

           COMPUTE WS-RECOVERY-MOVEMENT =
                   WS-RECOVERED-TO-DATE
                   - (CHG_RECOVERED-AMOUNT - CHG_AGENCY-RECOVERED)

           IF WS-RECOVERY-MOVEMENT > 0
              ADD WS-RECOVERY-MOVEMENT TO CHG_RECOVERED-AMOUNT

              EXEC SQL
                 UPDATE KALA12.CHARGEOFF
              DISPLAY 'CHGOFF - RECOVERY ' WS-RECOVERY-MOVEMENT
                      ' ON LOAN-ID: ' CHG_LOAN-ID
           END-IF

           PERFORM RECOVER-AGENCY-REMITTANCE
           .

       RECOVER-AGENCY-REMITTANCE.
      * EVERY REMITTANCE LINE NOT YET BOOKED. THE AGENCY KEPT ITS
      * COMMISSION, SO THE CASH THAT ARRIVED - AND THE RECOVERY -
      * IS GROSS LESS COMMISSION. THE COMMISSION ITSELF IS BOOKED
      * AS EXPENSE ON ITS OWN PAIR.
           MOVE CHG_LOAN-ID TO AGR_LOAN-ID

           EXEC SQL
              SELECT COALESCE(SUM(GROSS_AMOUNT), 0),
                     COALESCE(SUM(COMMISSION), 0)
                INTO :WS-AGENCY-GROSS, :WS-AGENCY-COMMISSION
                FROM KALA12.AGENCY_REMIT
               WHERE LOAN_ID     = :AGR_LOAN-ID
                 AND POSTED_FLAG = 'N'
           END-EXEC
           MOVE 'SUM UNPOSTED AGENCY REMITTANCE' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF WS-AGENCY-GROSS > 0
              COMPUTE WS-AGENCY-NET =
                      WS-AGENCY-GROSS - WS-AGENCY-COMMISSION

              ADD WS-AGENCY-NET TO CHG_RECOVERED-AMOUNT
              ADD WS-AGENCY-NET TO CHG_AGENCY-RECOVERED

              EXEC SQL
                 UPDATE KALA12.CHARGEOFF
                    SET RECOVERED_AMOUNT = :CHG_RECOVERED-AMOUNT,
                        AGENCY_RECOVERED = :CHG_AGENCY-RECOVERED
                  WHERE LOAN_ID = :CHG_LOAN-ID
              END-EXEC
              MOVE 'UPDATE AGENCY RECOVERED AMOUNT' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              MOVE WS-TODAY-DASHED TO AGR_POSTED-DATE
              EXEC SQL
                 UPDATE KALA12.AGENCY_REMIT
                    SET POSTED_FLAG = 'Y',
                        POSTED_DATE = :AGR_POSTED-DATE
                  WHERE LOAN_ID     = :AGR_LOAN-ID
                    AND POSTED_FLAG = 'N'
              END-EXEC
              MOVE 'MARK AGENCY REMITTANCE POSTED' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

      * RECOVERY CASH THROUGH THE PAYMENT TABLE IS ALREADY ON THE
      * JOURNAL AS A RECEIPT. AGENCY CASH NEVER PASSES THROUGH IT, SO
      * THE CUSTOMER'S GROSS PAYMENT TO THE AGENCY IS JOURNALED HERE.
              MOVE CHG_LOAN-ID     TO LJR_LOAN-ID
              MOVE 'RCVY'          TO LJR_TRAN-CODE
              MOVE WS-TODAY-DASHED TO LJR_EFFECTIVE-DATE
              MOVE WS-AGENCY-GROSS TO LJR_AMOUNT
              MOVE 0               TO LJR_PRIN-AMOUNT
              MOVE 0               TO LJR_INT-AMOUNT
              MOVE 0               TO LJR_FEE-AMOUNT
              MOVE 0               TO LJR_ESC-AMOUNT
              MOVE 0               TO LJR_REFERENCE-ID
              PERFORM POST-LOAN-JOURNAL

              MOVE CHG_LOAN-ID TO WS-GL-LOAN-ID

              IF WS-AGENCY-NET > 0
                 MOVE 'CASH            '  TO GL-ACCOUNT
                 MOVE 'DR'                TO GL-DRCR
                 MOVE WS-AGENCY-NET       TO WS-GL-POST-AMOUNT
                 MOVE 'AGENCY RECOVERY'    TO GL-DESCRIPTION
                 PERFORM WRITE-GL-POSTING

                 MOVE 'RECOVERY-INCOME '  TO GL-ACCOUNT
                 MOVE 'CR'                TO GL-DRCR
                 MOVE WS-AGENCY-NET       TO WS-GL-POST-AMOUNT
                 MOVE 'AGENCY RECOVERY'    TO GL-DESCRIPTION
                 PERFORM WRITE-GL-POSTING
              END-IF

              IF WS-AGENCY-COMMISSION > 0
                 MOVE 'COLLECT-COMMISSN'  TO GL-ACCOUNT
                 MOVE 'DR'                TO GL-DRCR
                 MOVE WS-AGENCY-COMMISSION TO WS-GL-POST-AMOUNT
                 MOVE 'AGENCY COMMISSION'  TO GL-DESCRIPTION
                 PERFORM WRITE-GL-POSTING

                 MOVE 'RECOVERY-INCOME '  TO GL-ACCOUNT
                 MOVE 'CR'                TO GL-DRCR
                 MOVE WS-AGENCY-COMMISSION TO WS-GL-POST-AMOUNT
                 MOVE 'AGENCY COMMISSION'  TO GL-DESCRIPTION
                 PERFORM WRITE-GL-POSTING
              END-IF

              MOVE CHG_LOAN-ID          TO AGY-LINE-LOAN-ID
              MOVE WS-AGENCY-GROSS      TO AGY-LINE-GROSS
              MOVE WS-AGENCY-COMMISSION TO AGY-LINE-COMM
              MOVE WS-AGENCY-NET        TO AGY-LINE-NET
              WRITE CHGOFF-REPORT-LINE FROM WS-AGENCY-LINE

              ADD 1 TO WS-LOANS-AGENCY-RCV
              ADD WS-AGENCY-NET        TO WS-TOTAL-AGENCY-NET
              ADD WS-AGENCY-COMMISSION TO WS-TOTAL-COMMISSION

              DISPLAY 'CHGOFF - AGENCY RECOVERY ' WS-AGENCY-NET
                      ' NET OF ' WS-AGENCY-COMMISSION
                      ' COMMISSION ON LOAN-ID: ' CHG_LOAN-ID
           END-IF
           .

       WRITE-GL-POSTING.
           WRITE WS-OUTFILE-GL-POST FROM GL-TRAILER-RECORD
           .

       POST-LOAN-JOURNAL.
      * ONE MONEY MOVEMENT TO THE LOAN'S TRANSACTION JOURNAL - THE
      * CALLER HAS FILLED THE LJR_ FIELDS. A FAILED POST ABENDS LIKE
      * ANY OTHER SQL ERROR SO THE MOVEMENT ROLLS BACK WITH IT.
           MOVE 'CHGOFF' TO LJR_SOURCE-PGM

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
