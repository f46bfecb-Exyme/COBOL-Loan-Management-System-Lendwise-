       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATESHCK.
       AUTHOR. ISURU, WONA & MALENE.
      ********************************************************
      *      BATCH PROGRAM CONNECTED TO "LENDWISE" MAIN PGM. *
      *                                                      *
      * FUNCTION: RATE-SHOCK AND PAYMENT-SHOCK SIMULATION    *
      * FOR THE VARIABLE-RATE BOOK, RUN BY TREASURY AND RISK *
      * AHEAD OF A RATE FEED GOING INTO RATELOAD. REPORT     *
      * ONLY - NOTHING IS UPDATED. THE SYSIN CARD CARRIES    *
      * UP TO FIVE SHOCKS IN BASIS POINTS AND THE PAYMENT-   *
      * RISE THRESHOLD. EVERY OPEN 'V' LOAN IS REPRICED FROM *
      * ITS LOAN_BALANCE REMAINING PRINCIPAL WITH THE SAME   *
      * PER-PERIOD FORMULA LNDWISE4'S                        *
      * 660-RECOMPUTE-FUTURE-INSTALLMENTS APPLIES, ONCE AT   *
      * THE RATE IN EFFECT AND ONCE PER SHOCK. AN ACTIVE     *
      * SCRA CAP STILL HOLDS UNDER A SHOCK.                  *
      * PER LOANTYPE AND FOR THE BOOK: THE CHANGE IN         *
      * INSTALLMENTS, THE BORROWERS WHOSE PAYMENT RISES BY   *
      * MORE THAN THE THRESHOLD, AND THE CHANGE IN INTEREST  *
      * PROJECTED OVER THE REMAINING DUE INSTALLMENTS.       *
      * BORROWERS OVER THE THRESHOLD UNDER ANY SHOCK GO ON   *
      * THE WATCH FILE FOR COLLECTIONS.                      *
      ********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHKRPT ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-RPTFILE.

           SELECT SHKWATCH ASSIGN TO WATCHOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-WATCHOUT.

       DATA DIVISION.
       FILE SECTION.

       FD SHKRPT
            RECORDING MODE F.
       01 REPORT-LINE            PIC X(132).

      * ONE BORROWER HIT HARDEST - THE PAYMENT TODAY AND THE
      * PAYMENT UNDER EACH SHOCK ON THE CARD.
       FD SHKWATCH
            RECORDING MODE F.
       01 WATCH-RECORD.
          05 WCH-LOAN-ID         PIC 9(9).
          05 FILLER              PIC X(1).
          05 WCH-CUSTOMER-ID     PIC 9(9).
          05 FILLER              PIC X(1).
          05 WCH-TYPE-ID         PIC 9(9).
          05 FILLER              PIC X(1).
          05 WCH-RATE            PIC Z9.99.
          05 FILLER              PIC X(1).
          05 WCH-REMAINING       PIC +ZZZZZZZZZZZZ9.99.
          05 FILLER              PIC X(1).
          05 WCH-PAYMENT         PIC +ZZZZZZZZZZZZ9.99.
          05 FILLER              PIC X(1).
          05 WCH-MAX-RISE-PCT    PIC ZZZ9.99.
          05 FILLER              PIC X(1).
          05 WCH-SHOCK-ENTRY OCCURS 5 TIMES.
             10 WCH-SHOCK-BP     PIC +9999.
             10 FILLER           PIC X(1).
             10 WCH-SHOCK-PAY    PIC +ZZZZZZZZZZZZ9.99.
             10 FILLER           PIC X(1).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE LOAN     END-EXEC.
           EXEC SQL INCLUDE LOANTYPE END-EXEC.
           EXEC SQL INCLUDE LOANBAL  END-EXEC.
           EXEC SQL INCLUDE SCRACAP  END-EXEC.

      * FILE STATUS.
       01 FS-RPTFILE            PIC X(02).
       01 FS-WATCHOUT           PIC X(02).

       01 WS-SQL-ACTION         PIC X(40).
       01 WS-RETURN-CODE        PIC S9(4) COMP.

       01 WS-CURRENT-DATE.
          05 WS-DATE-YYYY       PIC X(4).
          05 WS-DATE-MM         PIC X(2).
          05 WS-DATE-DD         PIC X(2).
       01 WS-TODAY-DASHED       PIC X(10).

      * THE SYSIN CONTROL CARD: UP TO FIVE SHOCKS IN BASIS POINTS,
      * SIGNED, IN COLUMNS 1-5, 7-11, 13-17, 19-23 AND 25-29
      * ('+0100', '-0050'), AND THE PAYMENT-RISE THRESHOLD AS A
      * WHOLE PERCENT IN COLUMNS 31-33. A BLANK CARD RUNS +100,
      * +200 AND +300 AT 10 PERCENT.
       01 WS-CONTROL-CARD.
          05 WS-CARD-SHOCK-ENTRY OCCURS 5 TIMES.
             10 WS-CARD-SHOCK       PIC X(5).
             10 FILLER              PIC X(1).
          05 WS-CARD-THRESHOLD      PIC X(3).
          05 FILLER                 PIC X(47).

       01 WS-CARD-MAGNITUDE     PIC 9(4).
       01 WS-THRESHOLD-PCT      PIC 9(3) VALUE 10.

      * ONE ENTRY PER SHOCK ON THE CARD - THE SHOCK ITSELF, THIS
      * LOAN'S REPRICED INSTALLMENT, AND THE TYPE AND BOOK TOTALS.
       01 WS-SCENARIO-COUNT     PIC S9(4) USAGE COMP VALUE 0.
       01 WS-SCN-IX             PIC S9(4) USAGE COMP.
       01 WS-SCENARIO-TABLE.
          05 WS-SCN-ENTRY OCCURS 5 TIMES.
             10 WS-SCN-BP            PIC S9(4) USAGE COMP.
             10 WS-SCN-LOAN-PAYMENT  PIC S9(15)V9(2) USAGE COMP-3.
             10 WS-SCN-TYPE-PAY-CHG  PIC S9(15)V9(2) USAGE COMP-3.
             10 WS-SCN-TYPE-OVER     PIC S9(9) USAGE COMP.
             10 WS-SCN-TYPE-INT-CHG  PIC S9(15)V9(2) USAGE COMP-3.
             10 WS-SCN-ALL-PAY-CHG   PIC S9(15)V9(2) USAGE COMP-3.
             10 WS-SCN-ALL-OVER      PIC S9(9) USAGE COMP.
             10 WS-SCN-ALL-INT-CHG   PIC S9(15)V9(2) USAGE COMP-3.

      * THE LOAN BEING REPRICED. AN ACTIVE SCRA CAP COMES BACK AS
      * 'Y' WITH ITS CAP RATE.
       01 WS-CAP-FLAG           PIC X(1).
         88 LOAN-SCRA-CAPPED    VALUE 'Y'.
       01 WS-DUE-COUNT          PIC S9(9) USAGE COMP.

      * THE SAME PER-PERIOD FORMULA LNDWISE4'S
      * 660-RECOMPUTE-FUTURE-INSTALLMENTS APPLIES AT REPRICING:
      * LEVEL PRINCIPAL SLICE PLUS THE OPENING BALANCE AT THE RATE.
       01 WS-RPRICE-PRINCIPAL   PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-RPRICE-RATE-DEC    PIC S9(3)V9(4) USAGE COMP-3.
       01 WS-BASE-RATE          PIC S9(3)V9(2) USAGE COMP-3.
       01 WS-SHOCK-RATE         PIC S9(3)V9(2) USAGE COMP-3.
       01 WS-BASE-PAYMENT       PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-PAYMENT-CHANGE     PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-RISE-PCT           PIC S9(7)V9(2) USAGE COMP-3.
       01 WS-MAX-RISE-PCT       PIC S9(7)V9(2) USAGE COMP-3.

      * THE OPENING BALANCES OF THE REMAINING DUE INSTALLMENTS,
      * STEPPING DOWN BY THE PRINCIPAL SLICE - INTEREST PROJECTED
      * AT A RATE IS THIS SUM TIMES THE RATE.
       01 WS-PROJ-BALANCE       PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-PROJ-BALANCE-SUM   PIC S9(17)V9(2) USAGE COMP-3.
       01 WS-PROJ-IX            PIC S9(9) USAGE COMP.
       01 WS-BASE-INTEREST      PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-INTEREST-CHANGE    PIC S9(15)V9(2) USAGE COMP-3.

      * PER-TYPE AND BOOK AGGREGATES AT THE RATES IN EFFECT.
       01 WS-TYPE-LOANS         PIC S9(9) USAGE COMP.
       01 WS-TYPE-PRINCIPAL     PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-TYPE-PAYMENT       PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-TYPE-INTEREST      PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-ALL-LOANS          PIC S9(9) USAGE COMP VALUE 0.
       01 WS-ALL-PRINCIPAL      PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-ALL-PAYMENT        PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-ALL-INTEREST       PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.

      * RUN CONTROL TOTALS.
       01 WS-TYPES-REPORTED     PIC 9(4) VALUE 0.
       01 WS-LOANS-SKIPPED      PIC 9(9) VALUE 0.
       01 WS-WATCH-WRITTEN      PIC 9(9) VALUE 0.

      * PRINT LAYOUT.
       01 WS-RPT-HEADER.
          05 FILLER              PIC X(51) VALUE
             'RATE AND PAYMENT SHOCK SIMULATION - VARIABLE-RATE '.
          05 FILLER              PIC X(16) VALUE 'BOOK - RUN DATE '.
          05 RPT-RUN-DATE        PIC X(10).
          05 FILLER              PIC X(55) VALUE SPACES.

       01 WS-RPT-HEADER-2.
          05 FILLER              PIC X(24)
                 VALUE 'PAYMENT-RISE THRESHOLD: '.
          05 RPT-THRESHOLD       PIC ZZ9.
          05 FILLER              PIC X(46) VALUE
             ' PCT. REPRICED FROM LOAN_BALANCE - NO UPDATES.'.
          05 FILLER              PIC X(59) VALUE SPACES.

       01 WS-TYPE-HEAD-LINE.
          05 RPT-TYPE-TAG        PIC X(6).
          05 RPT-TYPE-ID         PIC X(9).
          05 FILLER              PIC X(1) VALUE SPACE.
          05 RPT-TYPE-NAME       PIC X(20).
          05 FILLER              PIC X(9)  VALUE '  LOANS: '.
          05 RPT-TYPE-LOANS      PIC ZZZZZZZZ9.
          05 FILLER              PIC X(13) VALUE '  PRINCIPAL: '.
          05 RPT-TYPE-PRINCIPAL  PIC +ZZZZZZZZZZZZZZ9.99.
          05 FILLER              PIC X(16) VALUE '  INSTALLMENTS: '.
          05 RPT-TYPE-PAYMENT    PIC +ZZZZZZZZZZZZZZ9.99.
          05 FILLER              PIC X(11) VALUE SPACES.

       01 WS-TYPE-INTEREST-LINE.
          05 FILLER              PIC X(39) VALUE
             '  PROJECTED INTEREST AT CURRENT RATES: '.
          05 RPT-TYPE-INTEREST   PIC +ZZZZZZZZZZZZZZ9.99.
          05 FILLER              PIC X(74) VALUE SPACES.

       01 WS-SCENARIO-LINE.
          05 FILLER              PIC X(8)  VALUE '  SHOCK '.
          05 RPT-SCN-BP          PIC +ZZZ9.
          05 FILLER              PIC X(3)  VALUE ' BP'.
          05 FILLER              PIC X(22)
                 VALUE '  INSTALLMENT CHANGE: '.
          05 RPT-SCN-PAY-CHG     PIC +ZZZZZZZZZZZZZZ9.99.
          05 FILLER              PIC X(18)
                 VALUE '  OVER THRESHOLD: '.
          05 RPT-SCN-OVER        PIC ZZZZZZZZ9.
          05 FILLER              PIC X(19)
                 VALUE '  INTEREST CHANGE: '.
          05 RPT-SCN-INT-CHG     PIC +ZZZZZZZZZZZZZZ9.99.
          05 FILLER              PIC X(10) VALUE SPACES.

       01 WS-TYPE-ID-X          PIC 9(9).
       01 WS-BLANK-LINE          PIC X(132) VALUE SPACES.

      *****************************************************
      *  ONE ROLL-UP PER PRODUCT TYPE.                    *
      *****************************************************
           EXEC SQL
             DECLARE C-LOAN-TYPES CURSOR WITH HOLD FOR
               SELECT ID, TYPE_NAME
                 FROM LOANTYPE
                ORDER BY ID
           END-EXEC.

      *****************************************************
      *  EVERY OPEN VARIABLE-RATE LOAN OF THE TYPE, WITH  *
      *  ITS REMAINING PRINCIPAL, ANY ACTIVE SCRA CAP AND *
      *  THE NUMBER OF INSTALLMENTS STILL DUE.            *
      *****************************************************
           EXEC SQL
             DECLARE C-SHOCK-LOANS CURSOR WITH HOLD FOR
               SELECT L.LOAN_ID, L.CUSTOMER_ID, L.LOAN_AMOUNT,
                      L.DOWN_PAYMENT, L.PAYMENT_PERIOD,
                      L.INTEREST_RATE, B.REMAINING_PRINCIPAL,
                      CASE WHEN S.LOAN_ID IS NULL
                           THEN 'N' ELSE 'Y' END,
                      COALESCE(S.CAP_RATE, 0),
                      (SELECT COUNT(*)
                         FROM KALA12.PAYPLAN P
                        WHERE P.LOAN_ID = L.LOAN_ID
                          AND P.PLAN_STATUS = 'DUE')
                 FROM KALA12.LOAN L
                 JOIN KALA12.LOAN_BALANCE B
                   ON B.LOAN_ID = L.LOAN_ID
                 LEFT JOIN KALA12.SCRA_CAP S
                   ON S.LOAN_ID = L.LOAN_ID
                  AND S.CAP_STATUS = 'A'
                WHERE L.TYPE_ID = :TYPE_ID
                  AND L.INTEREST_TYPE = 'V'
                  AND L.LOAN_STATUS NOT = 'C'
                  AND L.LOAN_STATUS NOT = 'W'
                  AND L.LOAN_STATUS NOT = 'R'
                  AND L.PAYMENT_PERIOD > 0
                  AND B.REMAINING_PRINCIPAL > 0
                ORDER BY L.LOAN_ID
           END-EXEC.

       PROCEDURE DIVISION.

       MAIN-PARA.
           DISPLAY 'RATESHCK - RATE AND PAYMENT SHOCK SIMULATION.'

           PERFORM READ-CONTROL-CARD
           PERFORM OPEN-OUTPUT-FILES

           EXEC SQL
              OPEN C-LOAN-TYPES
           END-EXEC
           MOVE 'OPEN C-LOAN-TYPES' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM FETCH-LOAN-TYPE
           PERFORM UNTIL SQLCODE NOT = 0
              PERFORM SIMULATE-ONE-TYPE
              PERFORM FETCH-LOAN-TYPE
           END-PERFORM

           EXEC SQL
              CLOSE C-LOAN-TYPES
           END-EXEC
           MOVE 'CLOSE C-LOAN-TYPES' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM WRITE-BOOK-TOTALS

           CLOSE SHKRPT
           CLOSE SHKWATCH

           DISPLAY 'RATESHCK - LOAN TYPES REPORTED:  ' WS-TYPES-REPORTED
           DISPLAY 'RATESHCK - LOANS SIMULATED:      ' WS-ALL-LOANS
           DISPLAY 'RATESHCK - NO INSTALLMENT DUE:   ' WS-LOANS-SKIPPED
           DISPLAY 'RATESHCK - WATCH-LIST BORROWERS: ' WS-WATCH-WRITTEN

           STOP RUN
           .

       READ-CONTROL-CARD.
           ACCEPT WS-CONTROL-CARD

           PERFORM VARYING WS-SCN-IX FROM 1 BY 1
                   UNTIL WS-SCN-IX > 5
              IF WS-CARD-SHOCK(WS-SCN-IX) NOT = SPACES
                 PERFORM EDIT-CARD-SHOCK
              END-IF
           END-PERFORM

           IF WS-CARD-THRESHOLD NOT = SPACES
              IF WS-CARD-THRESHOLD IS NUMERIC
                 MOVE WS-CARD-THRESHOLD TO WS-THRESHOLD-PCT
              ELSE
                 DISPLAY 'RATESHCK - BAD THRESHOLD ON CARD: '
                         WS-CARD-THRESHOLD
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           IF WS-SCENARIO-COUNT = 0
              MOVE 3   TO WS-SCENARIO-COUNT
              MOVE 100 TO WS-SCN-BP(1)
              MOVE 200 TO WS-SCN-BP(2)
              MOVE 300 TO WS-SCN-BP(3)
           END-IF

           PERFORM VARYING WS-SCN-IX FROM 1 BY 1
                   UNTIL WS-SCN-IX > WS-SCENARIO-COUNT
              MOVE 0 TO WS-SCN-ALL-PAY-CHG(WS-SCN-IX)
                        WS-SCN-ALL-OVER(WS-SCN-IX)
                        WS-SCN-ALL-INT-CHG(WS-SCN-IX)
              DISPLAY 'RATESHCK - SHOCK (BP): ' WS-SCN-BP(WS-SCN-IX)
           END-PERFORM
           DISPLAY 'RATESHCK - PAYMENT-RISE THRESHOLD (PCT): '
                   WS-THRESHOLD-PCT
           .

       EDIT-CARD-SHOCK.
           IF (WS-CARD-SHOCK(WS-SCN-IX)(1:1) = '+' OR '-')
              AND WS-CARD-SHOCK(WS-SCN-IX)(2:4) IS NUMERIC
              ADD 1 TO WS-SCENARIO-COUNT
              MOVE WS-CARD-SHOCK(WS-SCN-IX)(2:4) TO WS-CARD-MAGNITUDE
              IF WS-CARD-SHOCK(WS-SCN-IX)(1:1) = '-'
                 COMPUTE WS-SCN-BP(WS-SCENARIO-COUNT) =
                         0 - WS-CARD-MAGNITUDE
              ELSE
                 MOVE WS-CARD-MAGNITUDE
                   TO WS-SCN-BP(WS-SCENARIO-COUNT)
              END-IF
           ELSE
              DISPLAY 'RATESHCK - BAD SHOCK ON CARD (+NNNN/-NNNN): '
                      WS-CARD-SHOCK(WS-SCN-IX)
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           .

       OPEN-OUTPUT-FILES.
           OPEN OUTPUT SHKRPT
           IF FS-RPTFILE NOT = '00'
              DISPLAY 'RATESHCK - ERROR OPENING PRINT FILE.'
              DISPLAY 'FILE STATUS CODE: ' FS-RPTFILE
              STOP RUN
           END-IF

           OPEN OUTPUT SHKWATCH
           IF FS-WATCHOUT NOT = '00'
              DISPLAY 'RATESHCK - ERROR OPENING WATCH FILE.'
              DISPLAY 'FILE STATUS CODE: ' FS-WATCHOUT
              STOP RUN
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-DATE-YYYY '-' WS-DATE-MM '-' WS-DATE-DD
             DELIMITED BY SIZE
             INTO WS-TODAY-DASHED

           MOVE WS-TODAY-DASHED  TO RPT-RUN-DATE
           MOVE WS-THRESHOLD-PCT TO RPT-THRESHOLD
           WRITE REPORT-LINE FROM WS-RPT-HEADER
           WRITE REPORT-LINE FROM WS-RPT-HEADER-2
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           .

       FETCH-LOAN-TYPE.
           EXEC SQL
              FETCH C-LOAN-TYPES
                INTO :TYPE_ID, :TYPE_NAME
           END-EXEC
           MOVE 'FETCH C-LOAN-TYPES' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       SIMULATE-ONE-TYPE.
           MOVE 0 TO WS-TYPE-LOANS WS-TYPE-PRINCIPAL
                     WS-TYPE-PAYMENT WS-TYPE-INTEREST
           PERFORM VARYING WS-SCN-IX FROM 1 BY 1
                   UNTIL WS-SCN-IX > WS-SCENARIO-COUNT
              MOVE 0 TO WS-SCN-TYPE-PAY-CHG(WS-SCN-IX)
                        WS-SCN-TYPE-OVER(WS-SCN-IX)
                        WS-SCN-TYPE-INT-CHG(WS-SCN-IX)
           END-PERFORM

           EXEC SQL
              OPEN C-SHOCK-LOANS
           END-EXEC
           MOVE 'OPEN C-SHOCK-LOANS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM FETCH-SHOCK-LOAN
           PERFORM UNTIL SQLCODE NOT = 0
              IF WS-DUE-COUNT > 0
                 PERFORM SIMULATE-ONE-LOAN
              ELSE
      * NOTHING LEFT DUE - LNDWISE4 WOULD HAVE NO INSTALLMENT TO
      * REPRICE.
                 ADD 1 TO WS-LOANS-SKIPPED
              END-IF
              PERFORM FETCH-SHOCK-LOAN
           END-PERFORM

           EXEC SQL
              CLOSE C-SHOCK-LOANS
           END-EXEC
           MOVE 'CLOSE C-SHOCK-LOANS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

      * A TYPE WITH NO VARIABLE-RATE BOOK HAS NOTHING TO SHOW.
           IF WS-TYPE-LOANS > 0
              MOVE 'TYPE: '  TO RPT-TYPE-TAG
              MOVE TYPE_ID   TO WS-TYPE-ID-X
              MOVE WS-TYPE-ID-X TO RPT-TYPE-ID
              MOVE TYPE_NAME TO RPT-TYPE-NAME
              MOVE WS-TYPE-LOANS     TO RPT-TYPE-LOANS
              MOVE WS-TYPE-PRINCIPAL TO RPT-TYPE-PRINCIPAL
              MOVE WS-TYPE-PAYMENT   TO RPT-TYPE-PAYMENT
              MOVE WS-TYPE-INTEREST  TO RPT-TYPE-INTEREST
              WRITE REPORT-LINE FROM WS-TYPE-HEAD-LINE
              WRITE REPORT-LINE FROM WS-TYPE-INTEREST-LINE

              PERFORM VARYING WS-SCN-IX FROM 1 BY 1
                      UNTIL WS-SCN-IX > WS-SCENARIO-COUNT
                 MOVE WS-SCN-BP(WS-SCN-IX)  TO RPT-SCN-BP
                 MOVE WS-SCN-TYPE-PAY-CHG(WS-SCN-IX)
                   TO RPT-SCN-PAY-CHG
                 MOVE WS-SCN-TYPE-OVER(WS-SCN-IX)
                   TO RPT-SCN-OVER
                 MOVE WS-SCN-TYPE-INT-CHG(WS-SCN-IX)
                   TO RPT-SCN-INT-CHG
                 WRITE REPORT-LINE FROM WS-SCENARIO-LINE
              END-PERFORM

              WRITE REPORT-LINE FROM WS-BLANK-LINE
              ADD 1 TO WS-TYPES-REPORTED
           END-IF
           .

       FETCH-SHOCK-LOAN.
           EXEC SQL
              FETCH C-SHOCK-LOANS
                INTO :LOAN_LOAN-ID, :LOAN_CUSTOMER-ID,
                     :LOAN_LOAN-AMOUNT, :LOAN_DOWN-PAYMENT,
                     :LOAN_PAYMENT-PERIOD, :LOAN_INTEREST-RATE,
                     :LBL_REMAINING-PRINCIPAL, :WS-CAP-FLAG,
                     :SCP_CAP-RATE, :WS-DUE-COUNT
           END-EXEC
           MOVE 'FETCH C-SHOCK-LOANS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       SIMULATE-ONE-LOAN.
      * NET OF DOWN PAYMENT, SAME AS WONA'S WS-TOTAL-LOAN AT
      * ORIGINATION - NOT THE GROSS LOAN AMOUNT.
           COMPUTE WS-RPRICE-PRINCIPAL =
                   (LOAN_LOAN-AMOUNT - LOAN_DOWN-PAYMENT)
                   / LOAN_PAYMENT-PERIOD

      * THE RATE LNDWISE4 PRICES AT TODAY - THE CONTRACT RATE, OR
      * THE SCRA CAP WHILE ONE IS ACTIVE AND LOWER.
           MOVE LOAN_INTEREST-RATE TO WS-BASE-RATE
           IF LOAN-SCRA-CAPPED
              AND SCP_CAP-RATE < WS-BASE-RATE
              MOVE SCP_CAP-RATE TO WS-BASE-RATE
           END-IF

           PERFORM PROJECT-BALANCE-SUM

           COMPUTE WS-RPRICE-RATE-DEC = WS-BASE-RATE / 100
           COMPUTE WS-BASE-PAYMENT ROUNDED =
                   WS-RPRICE-PRINCIPAL +
                   (LBL_REMAINING-PRINCIPAL * WS-RPRICE-RATE-DEC)
           COMPUTE WS-BASE-INTEREST ROUNDED =
                   WS-PROJ-BALANCE-SUM * WS-RPRICE-RATE-DEC

           ADD 1                       TO WS-TYPE-LOANS
           ADD LBL_REMAINING-PRINCIPAL TO WS-TYPE-PRINCIPAL
           ADD WS-BASE-PAYMENT         TO WS-TYPE-PAYMENT
           ADD WS-BASE-INTEREST        TO WS-TYPE-INTEREST
           ADD 1                       TO WS-ALL-LOANS
           ADD LBL_REMAINING-PRINCIPAL TO WS-ALL-PRINCIPAL
           ADD WS-BASE-PAYMENT         TO WS-ALL-PAYMENT
           ADD WS-BASE-INTEREST        TO WS-ALL-INTEREST

           MOVE 0 TO WS-MAX-RISE-PCT
           PERFORM VARYING WS-SCN-IX FROM 1 BY 1
                   UNTIL WS-SCN-IX > WS-SCENARIO-COUNT
              PERFORM APPLY-ONE-SHOCK
           END-PERFORM

           IF WS-MAX-RISE-PCT > WS-THRESHOLD-PCT
              PERFORM WRITE-WATCH-RECORD
           END-IF
           .

       PROJECT-BALANCE-SUM.
      * EACH REMAINING DUE INSTALLMENT OPENS ONE PRINCIPAL SLICE
      * BELOW THE ONE BEFORE IT, STARTING FROM TODAY'S BALANCE.
           MOVE LBL_REMAINING-PRINCIPAL TO WS-PROJ-BALANCE
           MOVE 0 TO WS-PROJ-BALANCE-SUM

           PERFORM VARYING WS-PROJ-IX FROM 1 BY 1
                   UNTIL WS-PROJ-IX > WS-DUE-COUNT
                      OR WS-PROJ-BALANCE NOT > 0
              ADD WS-PROJ-BALANCE TO WS-PROJ-BALANCE-SUM
              SUBTRACT WS-RPRICE-PRINCIPAL FROM WS-PROJ-BALANCE
           END-PERFORM
           .

       APPLY-ONE-SHOCK.
      * THE SHOCK MOVES THE CONTRACT RATE; A RATE CANNOT GO BELOW
      * ZERO AND AN ACTIVE SCRA CAP STILL HOLDS.
           COMPUTE WS-SHOCK-RATE =
                   LOAN_INTEREST-RATE + (WS-SCN-BP(WS-SCN-IX) / 100)
           IF WS-SHOCK-RATE < 0
              MOVE 0 TO WS-SHOCK-RATE
           END-IF
           IF LOAN-SCRA-CAPPED
              AND WS-SHOCK-RATE > SCP_CAP-RATE
              MOVE SCP_CAP-RATE TO WS-SHOCK-RATE
           END-IF

           COMPUTE WS-RPRICE-RATE-DEC = WS-SHOCK-RATE / 100
           COMPUTE WS-SCN-LOAN-PAYMENT(WS-SCN-IX) ROUNDED =
                   WS-RPRICE-PRINCIPAL +
                   (LBL_REMAINING-PRINCIPAL * WS-RPRICE-RATE-DEC)
           COMPUTE WS-PAYMENT-CHANGE =
                   WS-SCN-LOAN-PAYMENT(WS-SCN-IX) - WS-BASE-PAYMENT
           COMPUTE WS-INTEREST-CHANGE ROUNDED =
                   WS-PROJ-BALANCE-SUM * (WS-SHOCK-RATE - WS-BASE-RATE)
                   / 100

           IF WS-BASE-PAYMENT > 0
              COMPUTE WS-RISE-PCT ROUNDED =
                      WS-PAYMENT-CHANGE * 100 / WS-BASE-PAYMENT
           ELSE
              MOVE 0 TO WS-RISE-PCT
           END-IF

           ADD WS-PAYMENT-CHANGE  TO WS-SCN-TYPE-PAY-CHG(WS-SCN-IX)
                                     WS-SCN-ALL-PAY-CHG(WS-SCN-IX)
           ADD WS-INTEREST-CHANGE TO WS-SCN-TYPE-INT-CHG(WS-SCN-IX)
                                     WS-SCN-ALL-INT-CHG(WS-SCN-IX)
           IF WS-RISE-PCT > WS-THRESHOLD-PCT
              ADD 1 TO WS-SCN-TYPE-OVER(WS-SCN-IX)
                       WS-SCN-ALL-OVER(WS-SCN-IX)
           END-IF

           IF WS-RISE-PCT > WS-MAX-RISE-PCT
              MOVE WS-RISE-PCT TO WS-MAX-RISE-PCT
           END-IF
           .

       WRITE-WATCH-RECORD.
           MOVE SPACES                  TO WATCH-RECORD
           MOVE LOAN_LOAN-ID            TO WCH-LOAN-ID
           MOVE LOAN_CUSTOMER-ID        TO WCH-CUSTOMER-ID
           MOVE TYPE_ID                 TO WCH-TYPE-ID
           MOVE WS-BASE-RATE            TO WCH-RATE
           MOVE LBL_REMAINING-PRINCIPAL TO WCH-REMAINING
           MOVE WS-BASE-PAYMENT         TO WCH-PAYMENT
           MOVE WS-MAX-RISE-PCT         TO WCH-MAX-RISE-PCT

           PERFORM VARYING WS-SCN-IX FROM 1 BY 1
                   UNTIL WS-SCN-IX > WS-SCENARIO-COUNT
              MOVE WS-SCN-BP(WS-SCN-IX) TO WCH-SHOCK-BP(WS-SCN-IX)
              MOVE WS-SCN-LOAN-PAYMENT(WS-SCN-IX)
                TO WCH-SHOCK-PAY(WS-SCN-IX)
           END-PERFORM

           WRITE WATCH-RECORD
           ADD 1 TO WS-WATCH-WRITTEN
           .

       WRITE-BOOK-TOTALS.
           MOVE 'TOTAL:'          TO RPT-TYPE-TAG
           MOVE SPACES            TO RPT-TYPE-ID
           MOVE 'ALL LOAN TYPES'  TO RPT-TYPE-NAME
           MOVE WS-ALL-LOANS      TO RPT-TYPE-LOANS
           MOVE WS-ALL-PRINCIPAL  TO RPT-TYPE-PRINCIPAL
           MOVE WS-ALL-PAYMENT    TO RPT-TYPE-PAYMENT
           MOVE WS-ALL-INTEREST   TO RPT-TYPE-INTEREST
           WRITE REPORT-LINE FROM WS-TYPE-HEAD-LINE
           WRITE REPORT-LINE FROM WS-TYPE-INTEREST-LINE

           PERFORM VARYING WS-SCN-IX FROM 1 BY 1
                   UNTIL WS-SCN-IX > WS-SCENARIO-COUNT
              MOVE WS-SCN-BP(WS-SCN-IX)  TO RPT-SCN-BP
              MOVE WS-SCN-ALL-PAY-CHG(WS-SCN-IX) TO RPT-SCN-PAY-CHG
              MOVE WS-SCN-ALL-OVER(WS-SCN-IX)    TO RPT-SCN-OVER
              MOVE WS-SCN-ALL-INT-CHG(WS-SCN-IX) TO RPT-SCN-INT-CHG
              WRITE REPORT-LINE FROM WS-SCENARIO-LINE
           END-PERFORM
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
