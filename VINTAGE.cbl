       IDENTIFICATION DIVISION.
       PROGRAM-ID. VINTAGE.
       AUTHOR. ISURU, WONA & MALENE.
      ********************************************************
      *      BATCH PROGRAM CONNECTED TO "LENDWISE" MAIN PGM. *
      *                                                      *
      * FUNCTION: MONTH-END VINTAGE (STATIC POOL) ANALYSIS   *
      * FOR CREDIT RISK. EVERY LOAN EVER BOOKED - LIVE ONES  *
      * IN LOAN AND ARCHIVED ONES IN LOAN_HIST - IS POOLED   *
      * BY ITS CREATION_DATE MONTH AND LOANTYPE. FOR EACH    *
      * POOL, AT THE MONTHS-ON-BOOK IT HAS REACHED:          *
      *  - LOANS THAT HAVE EVER BEEN 30+/60+/90+ DAYS LATE   *
      *    (A PAYMENT POSTED THAT LATE AGAINST AN INVOICE IN *
      *    PAYPLAN OR PAYPLAN_HIST, OR AN OVERDUE INVOICE    *
      *    THAT OLD TODAY)                                   *
      *  - CHARGE-OFFS AND RECOVERIES FROM CHARGEOFF         *
      *  - PREPAYMENTS AND PAYOFFS FROM THE PAYPLAN_HIST     *
      *    REASON CODES, AND COMPLETED SETTLEMENTS           *
      * EACH RUN ADDS ONE VINTAGE_HIST ROW PER POOL, SO THE  *
      * CURVES BUILD UP MONTH BY MONTH. THE REPORT SHOWS THE *
      * POOLS AS THEY STAND TODAY, THEN THE VINTAGE MATRIX - *
      * CUMULATIVE 30+ AND NET CHARGE-OFF RATES PER VINTAGE  *
      * AT FIXED MONTHS-ON-BOOK, FROM THE HISTORY ROWS.      *
      * A RERUN ON THE SAME DAY REPLACES THAT DAY'S ROWS.    *
      ********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VINOUT ASSIGN TO VINRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-VINRPT.

       DATA DIVISION.
       FILE SECTION.

       FD VINOUT
            RECORDING MODE F.
       01 VINTAGE-REPORT-LINE    PIC X(132).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE LOANTYPE END-EXEC.
           EXEC SQL INCLUDE VINTHIST END-EXEC.

      * FILE STATUS.
       01 FS-VINRPT             PIC X(02).

       01 WS-SQL-ACTION         PIC X(40).
       01 WS-RETURN-CODE        PIC S9(4) COMP.

       01 WS-CURRENT-DATE.
          05 WS-DATE-YYYY       PIC 9(4).
          05 WS-DATE-MM         PIC 9(2).
          05 WS-DATE-DD         PIC 9(2).
       01 WS-TODAY-DASHED       PIC X(10).

      * MONTHS-ON-BOOK - RUN MONTH LESS VINTAGE MONTH.
       01 WS-RUN-MONTHS         PIC S9(9) USAGE COMP.
       01 WS-VINTAGE-YYYY       PIC 9(4).
       01 WS-VINTAGE-MM         PIC 9(2).

      * ONE LOAN AS FETCHED.
       01 WS-LN-TYPE-ID         PIC S9(9) USAGE COMP.
       01 WS-LN-VINTAGE         PIC X(7).
       01 WS-LN-FINANCED        PIC S9(15)V9(2) USAGE COMP-3.
      * WORST LATENESS SEEN - PAID LATE ON A LIVE INVOICE, OVERDUE
      * TODAY, PAID LATE ON AN ARCHIVED INVOICE (-1 = NONE).
       01 WS-LN-LATE-PAID       PIC S9(9) USAGE COMP.
       01 WS-LN-LATE-OPEN       PIC S9(9) USAGE COMP.
       01 WS-LN-LATE-HIST       PIC S9(9) USAGE COMP.
       01 WS-LN-WORST-LATE      PIC S9(9) USAGE COMP.
       01 WS-LN-CHARGED-FLAG    PIC S9(4) USAGE COMP.
       01 WS-LN-CHARGED         PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-LN-RECOVERED       PIC S9(15)V9(2) USAGE COMP-3.
      * PAYPLAN_HIST ROWS ARCHIVED AS REFINANCED, AS PAID OFF, AND
      * AS PAID OFF WHILE STILL AHEAD OF THEIR DUE DATE.
       01 WS-LN-REFI-ROWS       PIC S9(9) USAGE COMP.
       01 WS-LN-PAID-ROWS       PIC S9(9) USAGE COMP.
       01 WS-LN-EARLY-ROWS      PIC S9(9) USAGE COMP.
       01 WS-LN-SETTLED         PIC S9(9) USAGE COMP.
       01 WS-LN-FORGIVEN        PIC S9(15)V9(2) USAGE COMP-3.

      * CONTROL BREAK ON TYPE / VINTAGE.
       01 WS-POOL-OPEN-FLAG     PIC X(1) VALUE 'N'.
         88 POOL-OPEN           VALUE 'Y'.

      * THE LAST RUN'S COUNTS FOR THE POOL - THE FLOOR FOR THIS ONE.
       01 WS-PRIOR-EVER-30      PIC S9(9) USAGE COMP.
       01 WS-PRIOR-EVER-60      PIC S9(9) USAGE COMP.
       01 WS-PRIOR-EVER-90      PIC S9(9) USAGE COMP.
       01 WS-PRIOR-PREPAY       PIC S9(9) USAGE COMP.
       01 WS-PRIOR-PAYOFF       PIC S9(9) USAGE COMP.

      * RATES AS PRINTED.
       01 WS-RATE               PIC S9(3)V9(2) USAGE COMP-3.
       01 WS-NET-CHARGEOFF      PIC S9(15)V9(2) USAGE COMP-3.

      * RUN CONTROL TOTALS.
       01 WS-LOANS-READ         PIC 9(9) VALUE 0.
       01 WS-POOLS-SAVED        PIC 9(9) VALUE 0.

      * THE MONTHS-ON-BOOK THE MATRIX PRINTS A COLUMN FOR.
       01 WS-MOB-COLUMN-LIST.
          05 FILLER             PIC 9(3) VALUE 3.
          05 FILLER             PIC 9(3) VALUE 6.
          05 FILLER             PIC 9(3) VALUE 9.
          05 FILLER             PIC 9(3) VALUE 12.
          05 FILLER             PIC 9(3) VALUE 15.
          05 FILLER             PIC 9(3) VALUE 18.
          05 FILLER             PIC 9(3) VALUE 24.
          05 FILLER             PIC 9(3) VALUE 30.
          05 FILLER             PIC 9(3) VALUE 36.
          05 FILLER             PIC 9(3) VALUE 48.
          05 FILLER             PIC 9(3) VALUE 60.
          05 FILLER             PIC 9(3) VALUE 72.
       01 WS-MOB-COLUMN-TABLE REDEFINES WS-MOB-COLUMN-LIST.
          05 WS-MOB-COLUMN      PIC 9(3) OCCURS 12 TIMES.
       01 WS-COL-IX             PIC S9(4) USAGE COMP.

      * MATRIX CONTROL BREAK.
       01 WS-CURVE-TYPE-ID      PIC S9(9) USAGE COMP.
       01 WS-CURVE-VINTAGE      PIC X(7).
       01 WS-CURVE-OPEN-FLAG    PIC X(1) VALUE 'N'.
         88 CURVE-OPEN          VALUE 'Y'.

      * REPORT LINES.
       01 WS-RPT-HEADER.
          05 FILLER             PIC X(38)
                 VALUE 'VINTAGE PERFORMANCE BY LOAN TYPE AS OF'.
          05 FILLER             PIC X(1) VALUE SPACE.
          05 RPT-RUN-DATE       PIC X(10).
          05 FILLER             PIC X(83) VALUE SPACES.

       01 WS-TYPE-LINE.
          05 FILLER             PIC X(6)  VALUE 'TYPE: '.
          05 RPT-TYPE-ID        PIC 9(9).
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-TYPE-NAME      PIC X(20).
          05 FILLER             PIC X(96) VALUE SPACES.

       01 WS-POOL-HEAD-LINE.
          05 FILLER             PIC X(34)
                 VALUE 'VINTAGE MOB   LOANS       FINANCED'.
          05 FILLER             PIC X(28)
                 VALUE '   30+%   60+%   90+%    CO%'.
          05 FILLER             PIC X(30)
                 VALUE '    CHARGED-OFF      RECOVERED'.
          05 FILLER             PIC X(32)
                 VALUE '    NCO% PREPAY% PAYOFF%   SETL%'.
          05 FILLER             PIC X(8)  VALUE SPACES.

       01 WS-POOL-LINE.
          05 RPT-VINTAGE        PIC X(7).
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-MOB            PIC ZZ9.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-LOANS          PIC ZZZZZZ9.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-FINANCED       PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-EVER-30        PIC ZZ9.99.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-EVER-60        PIC ZZ9.99.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-EVER-90        PIC ZZ9.99.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-CO-RATE        PIC ZZ9.99.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-CHARGED        PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-RECOVERED      PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-NCO-RATE       PIC -ZZ9.99.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-PREPAY         PIC ZZ9.99.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 RPT-PAYOFF         PIC ZZ9.99.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 RPT-SETTLE         PIC ZZ9.99.
          05 FILLER             PIC X(8)  VALUE SPACES.

       01 WS-MATRIX-HEADER.
          05 FILLER             PIC X(45)
                 VALUE 'VINTAGE MATRIX - CUMULATIVE 30+ DELINQUENCY %'.
          05 FILLER             PIC X(44)
                 VALUE ' AND NET CHARGE-OFF % BY MONTHS ON BOOK'.
          05 FILLER             PIC X(43) VALUE SPACES.

       01 WS-MATRIX-HEAD-LINE.
          05 FILLER             PIC X(12) VALUE 'VINTAGE  MOB'.
          05 RPT-MOB-HEAD-CELL OCCURS 12 TIMES.
             10 FILLER          PIC X(5).
             10 RPT-MOB-HEAD    PIC ZZ9.
          05 FILLER             PIC X(24) VALUE SPACES.

       01 WS-CURVE-30-LINE.
          05 RPT-C30-VINTAGE    PIC X(7).
          05 FILLER             PIC X(1).
          05 RPT-C30-LABEL      PIC X(4).
          05 RPT-C30-CELL OCCURS 12 TIMES.
             10 FILLER          PIC X(1).
             10 RPT-C30-RATE    PIC -ZZ9.99.
          05 FILLER             PIC X(24).

       01 WS-CURVE-NCO-LINE.
          05 RPT-CNCO-VINTAGE   PIC X(7).
          05 FILLER             PIC X(1).
          05 RPT-CNCO-LABEL     PIC X(4).
          05 RPT-CNCO-CELL OCCURS 12 TIMES.
             10 FILLER          PIC X(1).
             10 RPT-CNCO-RATE   PIC -ZZ9.99.
          05 FILLER             PIC X(24).

       01 WS-BLANK-LINE         PIC X(132) VALUE SPACES.

      *****************************************************
      *  EVERY LOAN EVER BOOKED, BY TYPE AND VINTAGE. A   *
      *  LOAN ARCHREST BROUGHT BACK IS STILL IN LOAN_HIST *
      *  AND IS TAKEN FROM LOAN ONLY.                     *
      *****************************************************
           EXEC SQL
             DECLARE C-VINTAGE-LOANS CURSOR WITH HOLD FOR
               SELECT V.TYPE_ID,
                      SUBSTR(CHAR(DATE(V.CREATION_DATE), ISO), 1, 7),
                      V.LOAN_AMOUNT - V.DOWN_PAYMENT,
                      COALESCE((SELECT MAX(DAYS(DATE(Y.PAID_DATE))
                                         - DAYS(DATE(P.DUE_DATE)))
                                  FROM KALA12.PAYPLAN P
                                  JOIN KALA12.PAYMENT Y
                                    ON Y.INVOICE_ID = P.INVOICE_ID
                                 WHERE P.LOAN_ID = V.LOAN_ID), -1),
                      COALESCE((SELECT DAYS(DATE(:WS-TODAY-DASHED))
                                     - DAYS(DATE(MIN(P.DUE_DATE)))
                                  FROM KALA12.PAYPLAN P
                                 WHERE P.LOAN_ID = V.LOAN_ID
                                   AND P.PLAN_STATUS = 'OVERDUE'), -1),
                      COALESCE((SELECT MAX(DAYS(DATE(Y.PAID_DATE))
                                         - DAYS(DATE(H.DUE_DATE)))
                                  FROM KALA12.PAYPLAN_HIST H
                                  JOIN KALA12.PAYMENT Y
                                    ON Y.INVOICE_ID = H.INVOICE_ID
                                 WHERE H.LOAN_ID = V.LOAN_ID), -1),
                      CASE WHEN C.LOAN_ID IS NULL THEN 0 ELSE 1 END,
                      COALESCE(C.CHARGED_AMOUNT, 0),
                      COALESCE(C.RECOVERED_AMOUNT, 0),
                      (SELECT COUNT(*)
                         FROM KALA12.PAYPLAN_HIST H
                        WHERE H.LOAN_ID = V.LOAN_ID
                          AND H.REASON_CODE = 'N'),
                      (SELECT COUNT(*)
                         FROM KALA12.PAYPLAN_HIST H
                        WHERE H.LOAN_ID = V.LOAN_ID
                          AND H.REASON_CODE = 'P'),
                      (SELECT COUNT(*)
                         FROM KALA12.PAYPLAN_HIST H
                        WHERE H.LOAN_ID = V.LOAN_ID
                          AND H.REASON_CODE = 'P'
                          AND DATE(H.DUE_DATE) > DATE(H.DELETED_AT)),
                      (SELECT COUNT(*)
                         FROM KALA12.SETTLE_AGREE S
                        WHERE S.LOAN_ID = V.LOAN_ID
                          AND S.SETTLE_STATUS = 'C'),
                      (SELECT COALESCE(SUM(S.FORGIVEN_AMOUNT), 0)
                         FROM KALA12.SETTLE_AGREE S
                        WHERE S.LOAN_ID = V.LOAN_ID
                          AND S.SETTLE_STATUS = 'C')
                 FROM (SELECT L.LOAN_ID, L.TYPE_ID, L.CREATION_DATE,
                              L.LOAN_AMOUNT, L.DOWN_PAYMENT
                         FROM KALA12.LOAN L
                       UNION ALL
                       SELECT A.LOAN_ID, A.TYPE_ID, A.CREATION_DATE,
                              A.LOAN_AMOUNT, A.DOWN_PAYMENT
                         FROM KALA12.LOAN_HIST A
                        WHERE NOT EXISTS
                              (SELECT 1 FROM KALA12.LOAN L
                                WHERE L.LOAN_ID = A.LOAN_ID)) AS V
                 LEFT JOIN KALA12.CHARGEOFF C
                   ON C.LOAN_ID = V.LOAN_ID
                ORDER BY 1, 2
           END-EXEC.

      *****************************************************
      *  TODAY'S POOLS FOR THE FIRST PART OF THE REPORT - *
      *  THE ALL-TYPES POOLS (TYPE 0) PRINT LAST.         *
      *****************************************************
           EXEC SQL
             DECLARE C-VINTAGE-NOW CURSOR WITH HOLD FOR
               SELECT H.TYPE_ID,
                      COALESCE(T.TYPE_NAME, 'ALL LOAN TYPES'),
                      H.VINTAGE_MONTH, H.MONTHS_ON_BOOK,
                      H.LOAN_COUNT, H.ORIG_AMOUNT,
                      H.EVER_30_COUNT, H.EVER_60_COUNT,
                      H.EVER_90_COUNT, H.CHARGEOFF_COUNT,
                      H.CHARGEOFF_AMOUNT, H.RECOVERY_AMOUNT,
                      H.PREPAY_COUNT, H.PAYOFF_COUNT,
                      H.SETTLE_COUNT
                 FROM KALA12.VINTAGE_HIST H
                 LEFT JOIN LOANTYPE T
                   ON T.ID = H.TYPE_ID
                WHERE H.RUN_DATE = :WS-TODAY-DASHED
                ORDER BY CASE WHEN H.TYPE_ID = 0 THEN 1 ELSE 0 END,
                         H.TYPE_ID, H.VINTAGE_MONTH
           END-EXEC.

      *****************************************************
      *  THE CURVE POINTS - EACH POOL'S LATEST ROW AT     *
      *  EACH MONTHS-ON-BOOK THE MATRIX PRINTS.           *
      *****************************************************
           EXEC SQL
             DECLARE C-VINTAGE-CURVE CURSOR WITH HOLD FOR
               SELECT H.TYPE_ID,
                      COALESCE(T.TYPE_NAME, 'ALL LOAN TYPES'),
                      H.VINTAGE_MONTH, H.MONTHS_ON_BOOK,
                      H.LOAN_COUNT, H.ORIG_AMOUNT,
                      H.EVER_30_COUNT, H.CHARGEOFF_AMOUNT,
                      H.RECOVERY_AMOUNT
                 FROM KALA12.VINTAGE_HIST H
                 LEFT JOIN LOANTYPE T
                   ON T.ID = H.TYPE_ID
                WHERE H.MONTHS_ON_BOOK IN (3, 6, 9, 12, 15, 18,
                                           24, 30, 36, 48, 60, 72)
                  AND H.RUN_DATE =
                      (SELECT MAX(X.RUN_DATE)
                         FROM KALA12.VINTAGE_HIST X
                        WHERE X.TYPE_ID        = H.TYPE_ID
                          AND X.VINTAGE_MONTH  = H.VINTAGE_MONTH
                          AND X.MONTHS_ON_BOOK = H.MONTHS_ON_BOOK)
                ORDER BY CASE WHEN H.TYPE_ID = 0 THEN 1 ELSE 0 END,
                         H.TYPE_ID, H.VINTAGE_MONTH, H.MONTHS_ON_BOOK
           END-EXEC.

       PROCEDURE DIVISION.

       MAIN-PARA.
           DISPLAY 'VINTAGE - STATIC POOL ANALYSIS RUN.'

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-DATE-YYYY '-' WS-DATE-MM '-' WS-DATE-DD
             DELIMITED BY SIZE
             INTO WS-TODAY-DASHED
           COMPUTE WS-RUN-MONTHS = WS-DATE-YYYY * 12 + WS-DATE-MM

           OPEN OUTPUT VINOUT
           IF FS-VINRPT NOT = '00'
              DISPLAY 'VINTAGE - ERROR OPENING REPORT FILE.'
              DISPLAY 'FILE STATUS CODE: ' FS-VINRPT
              STOP RUN
           END-IF

           MOVE WS-TODAY-DASHED TO RPT-RUN-DATE
           WRITE VINTAGE-REPORT-LINE FROM WS-RPT-HEADER
           WRITE VINTAGE-REPORT-LINE FROM WS-BLANK-LINE

      * A RERUN REPLACES TODAY'S ROWS RATHER THAN DOUBLING THEM.
           EXEC SQL
              DELETE FROM KALA12.VINTAGE_HIST
               WHERE RUN_DATE = :WS-TODAY-DASHED
           END-EXEC
           MOVE 'CLEAR TODAYS VINTAGE_HIST ROWS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM BUILD-VINTAGE-POOLS
           PERFORM SAVE-ALL-TYPE-POOLS

           EXEC SQL
              COMMIT
           END-EXEC
           MOVE 'COMMIT VINTAGE_HIST' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM WRITE-POOL-SNAPSHOT
           PERFORM WRITE-VINTAGE-MATRIX

           CLOSE VINOUT

           DISPLAY 'VINTAGE - LOANS POOLED:  ' WS-LOANS-READ
           DISPLAY 'VINTAGE - POOLS SAVED:   ' WS-POOLS-SAVED

           STOP RUN
           .

       BUILD-VINTAGE-POOLS.
           EXEC SQL
              OPEN C-VINTAGE-LOANS
           END-EXEC
           MOVE 'OPEN C-VINTAGE-LOANS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM FETCH-VINTAGE-LOAN
           PERFORM UNTIL SQLCODE NOT = 0
              IF POOL-OPEN
                 AND (WS-LN-TYPE-ID NOT = VIN_TYPE-ID
                  OR  WS-LN-VINTAGE NOT = VIN_VINTAGE-MONTH)
                 PERFORM SAVE-VINTAGE-POOL
              END-IF
              IF NOT POOL-OPEN
                 PERFORM START-VINTAGE-POOL
              END-IF
              PERFORM ADD-LOAN-TO-POOL
              PERFORM FETCH-VINTAGE-LOAN
           END-PERFORM

           IF POOL-OPEN
              PERFORM SAVE-VINTAGE-POOL
           END-IF

           EXEC SQL
              CLOSE C-VINTAGE-LOANS
           END-EXEC
           MOVE 'CLOSE C-VINTAGE-LOANS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       FETCH-VINTAGE-LOAN.
           EXEC SQL
              FETCH C-VINTAGE-LOANS
                INTO :WS-LN-TYPE-ID, :WS-LN-VINTAGE,
                     :WS-LN-FINANCED, :WS-LN-LATE-PAID,
                     :WS-LN-LATE-OPEN, :WS-LN-LATE-HIST,
                     :WS-LN-CHARGED-FLAG, :WS-LN-CHARGED,
                     :WS-LN-RECOVERED, :WS-LN-REFI-ROWS,
                     :WS-LN-PAID-ROWS, :WS-LN-EARLY-ROWS,
                     :WS-LN-SETTLED, :WS-LN-FORGIVEN
           END-EXEC
           MOVE 'FETCH C-VINTAGE-LOANS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       START-VINTAGE-POOL.
           MOVE WS-TODAY-DASHED TO VIN_RUN-DATE
           MOVE WS-LN-VINTAGE   TO VIN_VINTAGE-MONTH
           MOVE WS-LN-TYPE-ID   TO VIN_TYPE-ID

           MOVE WS-LN-VINTAGE(1:4) TO WS-VINTAGE-YYYY
           MOVE WS-LN-VINTAGE(6:2) TO WS-VINTAGE-MM
           COMPUTE VIN_MONTHS-ON-BOOK = WS-RUN-MONTHS
                 - (WS-VINTAGE-YYYY * 12 + WS-VINTAGE-MM)
           IF VIN_MONTHS-ON-BOOK < 0
              MOVE 0 TO VIN_MONTHS-ON-BOOK
           END-IF

           MOVE 0 TO VIN_LOAN-COUNT VIN_ORIG-AMOUNT
                     VIN_EVER-30-COUNT VIN_EVER-60-COUNT
                     VIN_EVER-90-COUNT VIN_CHARGEOFF-COUNT
                     VIN_CHARGEOFF-AMOUNT VIN_RECOVERY-AMOUNT
                     VIN_PREPAY-COUNT VIN_PAYOFF-COUNT
                     VIN_SETTLE-COUNT VIN_FORGIVEN-AMOUNT
           SET POOL-OPEN TO TRUE
           .

       ADD-LOAN-TO-POOL.
           ADD 1 TO WS-LOANS-READ
           ADD 1 TO VIN_LOAN-COUNT
           ADD WS-LN-FINANCED TO VIN_ORIG-AMOUNT

           MOVE WS-LN-LATE-PAID TO WS-LN-WORST-LATE
           IF WS-LN-LATE-OPEN > WS-LN-WORST-LATE
              MOVE WS-LN-LATE-OPEN TO WS-LN-WORST-LATE
           END-IF
           IF WS-LN-LATE-HIST > WS-LN-WORST-LATE
              MOVE WS-LN-LATE-HIST TO WS-LN-WORST-LATE
           END-IF
           IF WS-LN-WORST-LATE >= 30
              ADD 1 TO VIN_EVER-30-COUNT
           END-IF
           IF WS-LN-WORST-LATE >= 60
              ADD 1 TO VIN_EVER-60-COUNT
           END-IF
           IF WS-LN-WORST-LATE >= 90
              ADD 1 TO VIN_EVER-90-COUNT
           END-IF

           IF WS-LN-CHARGED-FLAG = 1
              ADD 1 TO VIN_CHARGEOFF-COUNT
              ADD WS-LN-CHARGED   TO VIN_CHARGEOFF-AMOUNT
              ADD WS-LN-RECOVERED TO VIN_RECOVERY-AMOUNT
           END-IF

      * A REFINANCE RETIRES THE OLD LOAN EARLY - IT COUNTS AS A
      * PREPAYMENT. A PAYOFF THAT STILL HAD INSTALLMENTS AHEAD OF
      * IT IS ONE TOO; THE REST RAN TO MATURITY.
           EVALUATE TRUE
             WHEN WS-LN-REFI-ROWS > 0
               ADD 1 TO VIN_PREPAY-COUNT
             WHEN WS-LN-PAID-ROWS > 0 AND WS-LN-EARLY-ROWS > 0
               ADD 1 TO VIN_PREPAY-COUNT
             WHEN WS-LN-PAID-ROWS > 0
               ADD 1 TO VIN_PAYOFF-COUNT
             WHEN OTHER
               CONTINUE
           END-EVALUATE

           IF WS-LN-SETTLED > 0
              ADD 1 TO VIN_SETTLE-COUNT
              ADD WS-LN-FORGIVEN TO VIN_FORGIVEN-AMOUNT
           END-IF
           .

       SAVE-VINTAGE-POOL.
      * ARCHPURG TRIMS PAYPLAN_HIST AND PAYMENT ROWS ON ITS OWN
      * SCHEDULE; WHAT A POOL HAS EVER DONE CANNOT SHRINK, SO THE
      * POOL'S LAST ROW IS THE FLOOR.
           EXEC SQL
              SELECT EVER_30_COUNT, EVER_60_COUNT, EVER_90_COUNT,
                     PREPAY_COUNT, PAYOFF_COUNT
                INTO :WS-PRIOR-EVER-30, :WS-PRIOR-EVER-60,
                     :WS-PRIOR-EVER-90, :WS-PRIOR-PREPAY,
                     :WS-PRIOR-PAYOFF
                FROM KALA12.VINTAGE_HIST
               WHERE TYPE_ID       = :VIN_TYPE-ID
                 AND VINTAGE_MONTH = :VIN_VINTAGE-MONTH
                 AND RUN_DATE =
                     (SELECT MAX(RUN_DATE)
                        FROM KALA12.VINTAGE_HIST
                       WHERE TYPE_ID       = :VIN_TYPE-ID
                         AND VINTAGE_MONTH = :VIN_VINTAGE-MONTH
                         AND RUN_DATE      < :WS-TODAY-DASHED)
           END-EXEC
           MOVE 'FETCH PRIOR VINTAGE_HIST ROW' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF SQLCODE = 0
              IF WS-PRIOR-EVER-30 > VIN_EVER-30-COUNT
                 MOVE WS-PRIOR-EVER-30 TO VIN_EVER-30-COUNT
              END-IF
              IF WS-PRIOR-EVER-60 > VIN_EVER-60-COUNT
                 MOVE WS-PRIOR-EVER-60 TO VIN_EVER-60-COUNT
              END-IF
              IF WS-PRIOR-EVER-90 > VIN_EVER-90-COUNT
                 MOVE WS-PRIOR-EVER-90 TO VIN_EVER-90-COUNT
              END-IF
              IF WS-PRIOR-PREPAY > VIN_PREPAY-COUNT
                 MOVE WS-PRIOR-PREPAY TO VIN_PREPAY-COUNT
              END-IF
              IF WS-PRIOR-PAYOFF > VIN_PAYOFF-COUNT
                 MOVE WS-PRIOR-PAYOFF TO VIN_PAYOFF-COUNT
              END-IF
           END-IF

           EXEC SQL
              INSERT INTO KALA12.VINTAGE_HIST
                    (RUN_DATE, VINTAGE_MONTH, TYPE_ID, MONTHS_ON_BOOK,
                     LOAN_COUNT, ORIG_AMOUNT, EVER_30_COUNT,
                     EVER_60_COUNT, EVER_90_COUNT, CHARGEOFF_COUNT,
                     CHARGEOFF_AMOUNT, RECOVERY_AMOUNT, PREPAY_COUNT,
                     PAYOFF_COUNT, SETTLE_COUNT, FORGIVEN_AMOUNT)
              VALUES (:VIN_RUN-DATE, :VIN_VINTAGE-MONTH,
                      :VIN_TYPE-ID, :VIN_MONTHS-ON-BOOK,
                      :VIN_LOAN-COUNT, :VIN_ORIG-AMOUNT,
                      :VIN_EVER-30-COUNT, :VIN_EVER-60-COUNT,
                      :VIN_EVER-90-COUNT, :VIN_CHARGEOFF-COUNT,
                      :VIN_CHARGEOFF-AMOUNT, :VIN_RECOVERY-AMOUNT,
                      :VIN_PREPAY-COUNT, :VIN_PAYOFF-COUNT,
                      :VIN_SETTLE-COUNT, :VIN_FORGIVEN-AMOUNT)
           END-EXEC
           MOVE 'INSERT VINTAGE_HIST ROW' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           ADD 1 TO WS-POOLS-SAVED
           MOVE 'N' TO WS-POOL-OPEN-FLAG
           .

       SAVE-ALL-TYPE-POOLS.
      * EACH VINTAGE ACROSS ALL TYPES, AS TYPE 0 - THE SUM OF THE
      * TYPE POOLS JUST SAVED.
           EXEC SQL
              INSERT INTO KALA12.VINTAGE_HIST
                    (RUN_DATE, VINTAGE_MONTH, TYPE_ID, MONTHS_ON_BOOK,
                     LOAN_COUNT, ORIG_AMOUNT, EVER_30_COUNT,
                     EVER_60_COUNT, EVER_90_COUNT, CHARGEOFF_COUNT,
                     CHARGEOFF_AMOUNT, RECOVERY_AMOUNT, PREPAY_COUNT,
                     PAYOFF_COUNT, SETTLE_COUNT, FORGIVEN_AMOUNT)
              SELECT RUN_DATE, VINTAGE_MONTH, 0, MAX(MONTHS_ON_BOOK),
                     SUM(LOAN_COUNT), SUM(ORIG_AMOUNT),
                     SUM(EVER_30_COUNT), SUM(EVER_60_COUNT),
                     SUM(EVER_90_COUNT), SUM(CHARGEOFF_COUNT),
                     SUM(CHARGEOFF_AMOUNT), SUM(RECOVERY_AMOUNT),
                     SUM(PREPAY_COUNT), SUM(PAYOFF_COUNT),
                     SUM(SETTLE_COUNT), SUM(FORGIVEN_AMOUNT)
                FROM KALA12.VINTAGE_HIST
               WHERE RUN_DATE = :WS-TODAY-DASHED
                 AND TYPE_ID NOT = 0
               GROUP BY RUN_DATE, VINTAGE_MONTH
           END-EXEC
           MOVE 'INSERT ALL-TYPES VINTAGE ROWS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       WRITE-POOL-SNAPSHOT.
           EXEC SQL
              OPEN C-VINTAGE-NOW
           END-EXEC
           MOVE 'OPEN C-VINTAGE-NOW' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           MOVE -1 TO WS-CURVE-TYPE-ID
           PERFORM FETCH-VINTAGE-NOW
           PERFORM UNTIL SQLCODE NOT = 0
              IF VIN_TYPE-ID NOT = WS-CURVE-TYPE-ID
                 IF WS-CURVE-TYPE-ID NOT = -1
                    WRITE VINTAGE-REPORT-LINE FROM WS-BLANK-LINE
                 END-IF
                 MOVE VIN_TYPE-ID TO WS-CURVE-TYPE-ID
                 MOVE VIN_TYPE-ID TO RPT-TYPE-ID
                 MOVE TYPE_NAME   TO RPT-TYPE-NAME
                 WRITE VINTAGE-REPORT-LINE FROM WS-TYPE-LINE
                 WRITE VINTAGE-REPORT-LINE FROM WS-POOL-HEAD-LINE
              END-IF
              PERFORM WRITE-POOL-LINE
              PERFORM FETCH-VINTAGE-NOW
           END-PERFORM

           EXEC SQL
              CLOSE C-VINTAGE-NOW
           END-EXEC
           MOVE 'CLOSE C-VINTAGE-NOW' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           WRITE VINTAGE-REPORT-LINE FROM WS-BLANK-LINE
           .

       FETCH-VINTAGE-NOW.
           EXEC SQL
              FETCH C-VINTAGE-NOW
                INTO :VIN_TYPE-ID, :TYPE_NAME,
                     :VIN_VINTAGE-MONTH, :VIN_MONTHS-ON-BOOK,
                     :VIN_LOAN-COUNT, :VIN_ORIG-AMOUNT,
                     :VIN_EVER-30-COUNT, :VIN_EVER-60-COUNT,
                     :VIN_EVER-90-COUNT, :VIN_CHARGEOFF-COUNT,
                     :VIN_CHARGEOFF-AMOUNT, :VIN_RECOVERY-AMOUNT,
                     :VIN_PREPAY-COUNT, :VIN_PAYOFF-COUNT,
                     :VIN_SETTLE-COUNT
           END-EXEC
           MOVE 'FETCH C-VINTAGE-NOW' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       WRITE-POOL-LINE.
      * COUNT RATES ARE PER LOAN IN THE POOL; THE NET CHARGE-OFF
      * RATE IS CHARGED-OFF LESS RECOVERED, PER FINANCED AMOUNT.
           MOVE VIN_VINTAGE-MONTH    TO RPT-VINTAGE
           MOVE VIN_MONTHS-ON-BOOK   TO RPT-MOB
           MOVE VIN_LOAN-COUNT       TO RPT-LOANS
           MOVE VIN_ORIG-AMOUNT      TO RPT-FINANCED
           MOVE VIN_CHARGEOFF-AMOUNT TO RPT-CHARGED
           MOVE VIN_RECOVERY-AMOUNT  TO RPT-RECOVERED

           COMPUTE WS-RATE ROUNDED =
                   VIN_EVER-30-COUNT * 100 / VIN_LOAN-COUNT
           MOVE WS-RATE TO RPT-EVER-30
           COMPUTE WS-RATE ROUNDED =
                   VIN_EVER-60-COUNT * 100 / VIN_LOAN-COUNT
           MOVE WS-RATE TO RPT-EVER-60
           COMPUTE WS-RATE ROUNDED =
                   VIN_EVER-90-COUNT * 100 / VIN_LOAN-COUNT
           MOVE WS-RATE TO RPT-EVER-90
           COMPUTE WS-RATE ROUNDED =
                   VIN_CHARGEOFF-COUNT * 100 / VIN_LOAN-COUNT
           MOVE WS-RATE TO RPT-CO-RATE
           COMPUTE WS-RATE ROUNDED =
                   VIN_PREPAY-COUNT * 100 / VIN_LOAN-COUNT
           MOVE WS-RATE TO RPT-PREPAY
           COMPUTE WS-RATE ROUNDED =
                   VIN_PAYOFF-COUNT * 100 / VIN_LOAN-COUNT
           MOVE WS-RATE TO RPT-PAYOFF
           COMPUTE WS-RATE ROUNDED =
                   VIN_SETTLE-COUNT * 100 / VIN_LOAN-COUNT
           MOVE WS-RATE TO RPT-SETTLE

           PERFORM COMPUTE-NCO-RATE
           MOVE WS-RATE TO RPT-NCO-RATE

           WRITE VINTAGE-REPORT-LINE FROM WS-POOL-LINE
           .

       COMPUTE-NCO-RATE.
           COMPUTE WS-NET-CHARGEOFF =
                   VIN_CHARGEOFF-AMOUNT - VIN_RECOVERY-AMOUNT
           IF VIN_ORIG-AMOUNT > 0
              COMPUTE WS-RATE ROUNDED =
                      WS-NET-CHARGEOFF * 100 / VIN_ORIG-AMOUNT
           ELSE
              MOVE 0 TO WS-RATE
           END-IF
           .

       WRITE-VINTAGE-MATRIX.
           WRITE VINTAGE-REPORT-LINE FROM WS-MATRIX-HEADER
           WRITE VINTAGE-REPORT-LINE FROM WS-BLANK-LINE

           MOVE SPACES TO WS-MATRIX-HEAD-LINE
           MOVE 'VINTAGE  MOB' TO WS-MATRIX-HEAD-LINE(1:12)
           PERFORM VARYING WS-COL-IX FROM 1 BY 1
                   UNTIL WS-COL-IX > 12
              MOVE WS-MOB-COLUMN(WS-COL-IX) TO RPT-MOB-HEAD(WS-COL-IX)
           END-PERFORM

           EXEC SQL
              OPEN C-VINTAGE-CURVE
           END-EXEC
           MOVE 'OPEN C-VINTAGE-CURVE' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           MOVE -1 TO WS-CURVE-TYPE-ID
           MOVE 'N' TO WS-CURVE-OPEN-FLAG
           PERFORM FETCH-VINTAGE-CURVE
           PERFORM UNTIL SQLCODE NOT = 0
              IF CURVE-OPEN
                 AND (VIN_TYPE-ID NOT = WS-CURVE-TYPE-ID
                  OR  VIN_VINTAGE-MONTH NOT = WS-CURVE-VINTAGE)
                 PERFORM WRITE-CURVE-LINES
              END-IF
              IF VIN_TYPE-ID NOT = WS-CURVE-TYPE-ID
                 IF WS-CURVE-TYPE-ID NOT = -1
                    WRITE VINTAGE-REPORT-LINE FROM WS-BLANK-LINE
                 END-IF
                 MOVE VIN_TYPE-ID TO WS-CURVE-TYPE-ID
                 MOVE VIN_TYPE-ID TO RPT-TYPE-ID
                 MOVE TYPE_NAME   TO RPT-TYPE-NAME
                 WRITE VINTAGE-REPORT-LINE FROM WS-TYPE-LINE
                 WRITE VINTAGE-REPORT-LINE FROM WS-MATRIX-HEAD-LINE
              END-IF
              IF NOT CURVE-OPEN
                 PERFORM START-CURVE-LINES
              END-IF
              PERFORM ADD-CURVE-POINT
              PERFORM FETCH-VINTAGE-CURVE
           END-PERFORM

           IF CURVE-OPEN
              PERFORM WRITE-CURVE-LINES
           END-IF

           EXEC SQL
              CLOSE C-VINTAGE-CURVE
           END-EXEC
           MOVE 'CLOSE C-VINTAGE-CURVE' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       FETCH-VINTAGE-CURVE.
           EXEC SQL
              FETCH C-VINTAGE-CURVE
                INTO :VIN_TYPE-ID, :TYPE_NAME,
                     :VIN_VINTAGE-MONTH, :VIN_MONTHS-ON-BOOK,
                     :VIN_LOAN-COUNT, :VIN_ORIG-AMOUNT,
                     :VIN_EVER-30-COUNT, :VIN_CHARGEOFF-AMOUNT,
                     :VIN_RECOVERY-AMOUNT
           END-EXEC
           MOVE 'FETCH C-VINTAGE-CURVE' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       START-CURVE-LINES.
      * A MONTHS-ON-BOOK THE POOL HAS NO ROW FOR STAYS BLANK.
           MOVE SPACES            TO WS-CURVE-30-LINE
                                     WS-CURVE-NCO-LINE
           MOVE VIN_VINTAGE-MONTH TO RPT-C30-VINTAGE
                                     WS-CURVE-VINTAGE
           MOVE ' 30+'            TO RPT-C30-LABEL
           MOVE ' NCO'            TO RPT-CNCO-LABEL
           SET CURVE-OPEN TO TRUE
           .

       ADD-CURVE-POINT.
           PERFORM VARYING WS-COL-IX FROM 1 BY 1
                   UNTIL WS-COL-IX > 12
              IF WS-MOB-COLUMN(WS-COL-IX) = VIN_MONTHS-ON-BOOK
                 COMPUTE WS-RATE ROUNDED =
                         VIN_EVER-30-COUNT * 100 / VIN_LOAN-COUNT
                 MOVE WS-RATE TO RPT-C30-RATE(WS-COL-IX)
                 PERFORM COMPUTE-NCO-RATE
                 MOVE WS-RATE TO RPT-CNCO-RATE(WS-COL-IX)
              END-IF
           END-PERFORM
           .

       WRITE-CURVE-LINES.
           WRITE VINTAGE-REPORT-LINE FROM WS-CURVE-30-LINE
           WRITE VINTAGE-REPORT-LINE FROM WS-CURVE-NCO-LINE
           MOVE 'N' TO WS-CURVE-OPEN-FLAG
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
