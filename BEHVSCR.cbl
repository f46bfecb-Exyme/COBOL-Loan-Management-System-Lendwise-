       IDENTIFICATION DIVISION.
       PROGRAM-ID. BEHVSCR.
       AUTHOR. ISURU, WONA & MALENE.
      ********************************************************
      *      BATCH PROGRAM CONNECTED TO "LENDWISE" MAIN PGM. *
      *                                                      *
      * FUNCTION: NIGHTLY INTERNAL BEHAVIOR SCORE. EVERY     *
      * CUSTOMER WITH A LOAN ON FILE IS SCORED FROM HOW THEY *
      * HAVE ACTUALLY PAID US OVER THE SCORE-MONTHS LOOKBACK *
      * - DAYS PAST DUE ON EVERY INSTALLMENT FALLEN DUE      *
      * (PAYPLAN, AND PAYPLAN_HIST FOR CLOSED LOANS), NSF    *
      * REVERSALS FROM THE PAYMENT LOAD, AUTOPAY ACH         *
      * RETURNS, BROKEN PROMISE_PAY PROMISES, SKIP-A-PAYMENT *
      * USE, AND THE WORST DELQAGE BUCKET OPEN TONIGHT.      *
      * THE SCORE STARTS AT 600, EARNS POINTS FOR ON-TIME    *
      * INSTALLMENTS (CAPPED), LOSES POINTS FOR EACH EVENT   *
      * AND IS HELD TO 100 (RISKIEST) .. 900.                *
      *                                                      *
      * THE SCORE GOES ON CUSTOMER (BEHAVIOR_SCORE,          *
      * SCORE_DATE) AND, WITH EVERY COUNT BEHIND IT, ON      *
      * BEHAVIOR_SCORE_HIST. WONA AND ORIGLOAD REFUSE A      *
      * SCORED CUSTOMER BELOW THE LOANTYPE'S                 *
      * MIN_BEHAVIOR_SCORE, AND DELQAGE ORDERS THE           *
      * COLLECTIONS WORKLIST BY IT, RISKIEST FIRST. THE      *
      * REPORT (DD SCORERPT) GIVES THE SCORE BANDS AND THE   *
      * CUSTOMERS WHOSE SCORE FELL SCORE-DROP-ALERT POINTS   *
      * OR MORE SINCE THEIR LAST SCORE. RUN IN THE DAILY     *
      * CYCLE AFTER PROMPAY AND REAGE, AHEAD OF DELQAGE.     *
      ********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCOREOUT ASSIGN TO SCORERPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-SCORERPT.

      * OPS-TUNABLE RUN PARAMETERS, READ AT STARTUP - SEE
      * READ-RUN-PARAMETERS.
           SELECT PARMIN ASSIGN TO PARMFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-PARMFILE.

       DATA DIVISION.
       FILE SECTION.

       FD SCOREOUT
            RECORDING MODE F.
       01 SCORE-REPORT-LINE     PIC X(132).

       FD PARMIN
            RECORDING MODE F.
       01 PARM-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE CUSTOMER END-EXEC.
           EXEC SQL INCLUDE BEHVHIST END-EXEC.
           EXEC SQL INCLUDE PROCDATE END-EXEC.

      * FILE STATUS.
       01 FS-SCORERPT           PIC X(02).

       01 WS-SQL-ACTION         PIC X(40).
       01 WS-RETURN-CODE        PIC S9(4) COMP.

      * RUN DATE - THE OPEN BUSINESS PROCESSING DATE WHEN THE CYCLE
      * HAS ONE (CYCLEDT), THE WALL CLOCK OTHERWISE, SAME AS DELQAGE.
       01 WS-CURRENT-DATE.
          05 WS-DATE-YYYY       PIC 9(4).
          05 WS-DATE-MM         PIC 9(2).
          05 WS-DATE-DD         PIC 9(2).
       01 WS-TODAY-DASHED       PIC X(10).

      * THE LOOKBACK OPENS ON THE FIRST OF THE MONTH SCORE-MONTHS
      * BACK FROM THE RUN DATE.
       01 WS-WINDOW-DASHED      PIC X(10).
       01 WS-WINDOW-MONTHS      PIC S9(9) COMP.
       01 WS-WINDOW-YEAR        PIC 9(4).
       01 WS-WINDOW-MONTH       PIC 9(2).

      * OPS-TUNABLE DEFAULTS - THE PARMFILE'S SCORE-MONTHS AND
      * SCORE-DROP-ALERT KEYS OVERRIDE THEM.
       01 WS-SCORE-MONTHS       PIC 9(2) VALUE 24.
       01 WS-DROP-ALERT         PIC 9(3) VALUE 100.

      * THE SCORECARD. EVERY CUSTOMER STARTS AT THE BASE; ON-TIME
      * INSTALLMENTS EARN UP TO THE CAP, EACH EVENT COSTS ITS
      * WEIGHT, AND THE OPEN BUCKET COSTS MORE THE DEEPER IT IS.
      * LATENESS IS ALREADY IN THE INSTALLMENT COUNTS - THE BUCKET
      * WEIGHT IS WHAT MAKES DEBT STILL UNPAID TONIGHT WEIGH MORE
      * THAN THE SAME LATENESS SINCE PUT RIGHT.
       01 WS-SCORE-BASE         PIC S9(4) COMP VALUE 600.
       01 WS-SCORE-FLOOR        PIC S9(4) COMP VALUE 100.
       01 WS-SCORE-CEILING      PIC S9(4) COMP VALUE 900.
       01 WS-ONTIME-POINTS      PIC S9(4) COMP VALUE 5.
       01 WS-ONTIME-CAP         PIC S9(4) COMP VALUE 200.
       01 WS-LATE-1-29-WEIGHT   PIC S9(4) COMP VALUE 10.
       01 WS-LATE-30-59-WEIGHT  PIC S9(4) COMP VALUE 25.
       01 WS-LATE-60-89-WEIGHT  PIC S9(4) COMP VALUE 40.
       01 WS-LATE-90-WEIGHT     PIC S9(4) COMP VALUE 60.
       01 WS-NSF-WEIGHT         PIC S9(4) COMP VALUE 40.
       01 WS-ACH-RETURN-WEIGHT  PIC S9(4) COMP VALUE 30.
       01 WS-BROKEN-WEIGHT      PIC S9(4) COMP VALUE 35.
       01 WS-SKIP-WEIGHT        PIC S9(4) COMP VALUE 15.
       01 WS-BUCKET-CUR-WEIGHT  PIC S9(4) COMP VALUE 20.
       01 WS-BUCKET-030-WEIGHT  PIC S9(4) COMP VALUE 60.
       01 WS-BUCKET-060-WEIGHT  PIC S9(4) COMP VALUE 100.
       01 WS-BUCKET-090-WEIGHT  PIC S9(4) COMP VALUE 150.
       01 WS-BUCKET-120-WEIGHT  PIC S9(4) COMP VALUE 200.

      * RUN-PARAMETER HANDLING, SAME SHAPE AS THE OTHER BATCH
      * PROGRAMS.
       01 FS-PARMFILE           PIC X(2).
       01 WS-PARM-EOF           PIC X(1) VALUE 'N'.
         88 PARM-EOF-YES        VALUE 'Y'.
       01 WS-PARM-KEY           PIC X(20).
       01 WS-PARM-VALUE         PIC X(60).
       01 WS-PARM-TOKEN         PIC X(20).
       01 WS-PARM-LEN           PIC 9(4) USAGE COMP.

      * ONE CUSTOMER'S SCORE IN THE MAKING.
       01 WS-SCORE-WORK         PIC S9(9) COMP.
       01 WS-ONTIME-EARNED      PIC S9(9) COMP.
       01 WS-OVERDUE-COUNT      PIC S9(9) COMP.
       01 WS-WORST-DAYS-LATE    PIC S9(9) COMP.
       01 WS-SCORE-DROP         PIC S9(9) COMP.

      * RUN CONTROL TOTALS AND THE SCORE BANDS FOR THE REPORT.
       01 WS-CUSTOMERS-SCORED   PIC 9(9) VALUE 0.
       01 WS-FIRST-SCORED       PIC 9(9) VALUE 0.
       01 WS-DROP-LINES         PIC 9(9) VALUE 0.
       01 WS-BAND-TABLE.
          05 WS-BAND-ENTRY OCCURS 5 TIMES.
             10 BND-LOW         PIC S9(4) COMP.
             10 BND-COUNT       PIC 9(9).
       01 WS-BAND-IX            PIC S9(4) COMP.

       01 WS-COMMIT-INTERVAL    PIC 9(4) VALUE 100.
       01 WS-ROWS-SINCE-COMMIT  PIC 9(4) VALUE 0.

      * REPORT LINES.
       01 WS-RPT-HEADER.
          05 FILLER             PIC X(35)
                 VALUE 'INTERNAL BEHAVIOR SCORE RUN -      '.
          05 FILLER             PIC X(9)  VALUE 'RUN DATE '.
          05 RPT-RUN-DATE       PIC X(10).
          05 FILLER             PIC X(20) VALUE '  LOOKBACK MONTHS: '.
          05 RPT-RUN-MONTHS     PIC Z9.
          05 FILLER             PIC X(10) VALUE '  FROM:   '.
          05 RPT-RUN-WINDOW     PIC X(10).
          05 FILLER             PIC X(36) VALUE SPACES.

       01 WS-DROP-TITLE.
          05 FILLER             PIC X(40)
                 VALUE 'SCORE FELL SINCE LAST SCORE BY AT LEAST '.
          05 RPT-DROP-ALERT     PIC ZZ9.
          05 FILLER             PIC X(89) VALUE ' POINTS'.

       01 WS-DROP-HEAD.
          05 FILLER             PIC X(20) VALUE ' CUSTOMER NOW  WAS  '.
          05 FILLER             PIC X(20) VALUE 'ON-TIME  1-29 30-59 '.
          05 FILLER             PIC X(20) VALUE '60-89   90+   NSF   '.
          05 FILLER             PIC X(22)
                 VALUE 'ACH  BRKN  SKIP BUCKET'.
          05 FILLER             PIC X(50) VALUE SPACES.

       01 WS-DROP-LINE.
          05 DRP-CUSTOMER-ID    PIC ZZZZZZZZ9.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 DRP-SCORE          PIC ZZ9.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 DRP-PRIOR          PIC ZZ9.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 DRP-ONTIME         PIC ZZZZZZ9.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 DRP-LATE-1-29      PIC ZZZZ9.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 DRP-LATE-30-59     PIC ZZZZ9.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 DRP-LATE-60-89     PIC ZZZZ9.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 DRP-LATE-90        PIC ZZZZ9.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 DRP-NSF            PIC ZZZZ9.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 DRP-ACH-RETURN     PIC ZZZZ9.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 DRP-BROKEN         PIC ZZZZ9.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 DRP-SKIP           PIC ZZZZ9.
          05 FILLER             PIC X(3)  VALUE SPACES.
          05 DRP-BUCKET         PIC X(3).
          05 FILLER             PIC X(51) VALUE SPACES.

       01 WS-NONE-LINE.
          05 FILLER             PIC X(10) VALUE '  NONE.'.
          05 FILLER             PIC X(122) VALUE SPACES.

       01 WS-BAND-TITLE.
          05 FILLER             PIC X(44)
                 VALUE 'CUSTOMERS BY SCORE BAND (LOWEST = RISKIEST)'.
          05 FILLER             PIC X(88) VALUE SPACES.

       01 WS-BAND-LINE.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 BDL-LOW            PIC ZZ9.
          05 FILLER             PIC X(3)  VALUE ' - '.
          05 BDL-HIGH           PIC ZZ9.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 BDL-COUNT          PIC ZZZ,ZZZ,ZZ9.
          05 FILLER             PIC X(108) VALUE SPACES.

       01 WS-TOTAL-LINE.
          05 FILLER             PIC X(18) VALUE 'CUSTOMERS SCORED: '.
          05 TOT-SCORED         PIC ZZZ,ZZZ,ZZ9.
          05 FILLER             PIC X(22)
                 VALUE '   OF THEM FIRST TIME:'.
          05 TOT-FIRST          PIC ZZZ,ZZZ,ZZ9.
          05 FILLER             PIC X(22)
                 VALUE '   FELL PAST THE ALERT'.
          05 FILLER             PIC X(2)  VALUE ': '.
          05 TOT-DROPS          PIC ZZZ,ZZZ,ZZ9.
          05 FILLER             PIC X(35) VALUE SPACES.

       01 WS-BLANK-LINE         PIC X(132) VALUE SPACES.

      *****************************************************
      * EVERY CUSTOMER WITH A LOAN ON FILE, WITH THE      *
      * SCORE FROM THE LAST RUN BEFORE TODAY'S (0 IF      *
      * NONE), SO A RERUN STILL MEASURES THE DROP FROM    *
      * THE PRIOR NIGHT.                                  *
      *****************************************************
           EXEC SQL
             DECLARE C-SCORE-CUSTOMERS CURSOR WITH HOLD FOR
               SELECT C.ID,
                      COALESCE(
                      (SELECT H.BEHAVIOR_SCORE
                         FROM KALA12.BEHAVIOR_SCORE_HIST H
                        WHERE H.CUSTOMER_ID = C.ID
                          AND H.SCORE_DATE =
                              (SELECT MAX(H2.SCORE_DATE)
                                 FROM KALA12.BEHAVIOR_SCORE_HIST H2
                                WHERE H2.CUSTOMER_ID = C.ID
                                  AND H2.SCORE_DATE <
                                      :WS-TODAY-DASHED)), 0)
                 FROM CUSTOMER C
                WHERE EXISTS
                      (SELECT 1 FROM LOAN L
                        WHERE L.CUSTOMER_ID = C.ID)
                ORDER BY C.ID
           END-EXEC.

       PROCEDURE DIVISION.

       MAIN-PARA.
           DISPLAY 'BEHVSCR - INTERNAL BEHAVIOR SCORE RUN.'

           PERFORM READ-RUN-PARAMETERS
           PERFORM INITIALIZE-RUN
           PERFORM SCORE-ALL-CUSTOMERS

           EXEC SQL
              COMMIT
           END-EXEC

           PERFORM WRITE-SCORE-BANDS
           CLOSE SCOREOUT

           DISPLAY 'BEHVSCR - CUSTOMERS SCORED:      '
                   WS-CUSTOMERS-SCORED
           DISPLAY 'BEHVSCR - SCORED FIRST TIME:     ' WS-FIRST-SCORED
           DISPLAY 'BEHVSCR - SCORE DROP ALERTS:     ' WS-DROP-LINES

           STOP RUN
           .

       READ-RUN-PARAMETERS.
      * KEYWORD=VALUE RECORDS; '*' IN COLUMN ONE IS A COMMENT. A
      * MISSING PARMFILE LEAVES THE COMPILED DEFAULTS IN EFFECT.
           OPEN INPUT PARMIN
           IF FS-PARMFILE NOT = '00'
              DISPLAY 'BEHVSCR - NO PARMFILE (STATUS ' FS-PARMFILE
                      ') - DEFAULTS IN EFFECT.'
           ELSE
              PERFORM READ-PARM-RECORD
              PERFORM UNTIL PARM-EOF-YES
                 PERFORM APPLY-PARM-RECORD
                 PERFORM READ-PARM-RECORD
              END-PERFORM
              CLOSE PARMIN
           END-IF

           DISPLAY 'BEHVSCR - SCORE-MONTHS IN EFFECT:     '
                   WS-SCORE-MONTHS
           DISPLAY 'BEHVSCR - SCORE-DROP-ALERT IN EFFECT: '
                   WS-DROP-ALERT
           .

       READ-PARM-RECORD.
           READ PARMIN
              AT END
                 SET PARM-EOF-YES TO TRUE
           END-READ
           .

       APPLY-PARM-RECORD.
           IF PARM-RECORD(1:1) = '*' OR PARM-RECORD = SPACES
              CONTINUE
           ELSE
              MOVE SPACES TO WS-PARM-KEY WS-PARM-VALUE WS-PARM-TOKEN
              UNSTRING PARM-RECORD DELIMITED BY '='
                  INTO WS-PARM-KEY, WS-PARM-VALUE
              UNSTRING WS-PARM-VALUE DELIMITED BY SPACE
                  INTO WS-PARM-TOKEN COUNT IN WS-PARM-LEN

              EVALUATE WS-PARM-KEY
                WHEN 'SCORE-MONTHS'
                  IF WS-PARM-LEN > 0 AND WS-PARM-LEN < 3
                     AND WS-PARM-TOKEN(1:WS-PARM-LEN) IS NUMERIC
                     AND WS-PARM-TOKEN(1:WS-PARM-LEN) NOT = '0'
                     AND WS-PARM-TOKEN(1:WS-PARM-LEN) NOT = '00'
                     MOVE WS-PARM-TOKEN(1:WS-PARM-LEN)
                       TO WS-SCORE-MONTHS
                  ELSE
                     DISPLAY 'BEHVSCR - BAD PARM VALUE IGNORED: '
                             PARM-RECORD
                  END-IF
                WHEN 'SCORE-DROP-ALERT'
                  IF WS-PARM-LEN > 0 AND WS-PARM-LEN < 4
                     AND WS-PARM-TOKEN(1:WS-PARM-LEN) IS NUMERIC
                     MOVE WS-PARM-TOKEN(1:WS-PARM-LEN)
                       TO WS-DROP-ALERT
                  ELSE
                     DISPLAY 'BEHVSCR - BAD PARM VALUE IGNORED: '
                             PARM-RECORD
                  END-IF
                WHEN OTHER
      * THE DAILY PARMLIB MEMBER IS SHARED WITH THE OTHER BATCH
      * PROGRAMS - KEYS THAT AREN'T OURS ARE SIMPLY NOT FOR US.
                  CONTINUE
              END-EVALUATE
           END-IF
           .

       INITIALIZE-RUN.
           OPEN OUTPUT SCOREOUT
           IF FS-SCORERPT NOT = '00'
              DISPLAY 'BEHVSCR - ERROR OPENING REPORT FILE.'
              DISPLAY 'FILE STATUS CODE: ' FS-SCORERPT
              STOP RUN
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

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
              DISPLAY 'BEHVSCR - PROCESSING DATE IN EFFECT: '
                      PRD_CYCLE-DATE
           END-IF

           STRING WS-DATE-YYYY '-' WS-DATE-MM '-' WS-DATE-DD
             DELIMITED BY SIZE
             INTO WS-TODAY-DASHED

           COMPUTE WS-WINDOW-MONTHS = WS-DATE-YYYY * 12
                                    + WS-DATE-MM - 1
                                    - WS-SCORE-MONTHS
           DIVIDE WS-WINDOW-MONTHS BY 12
               GIVING WS-WINDOW-YEAR REMAINDER WS-WINDOW-MONTH
           ADD 1 TO WS-WINDOW-MONTH
           STRING WS-WINDOW-YEAR '-' WS-WINDOW-MONTH '-01'
             DELIMITED BY SIZE
             INTO WS-WINDOW-DASHED

           MOVE 100 TO BND-LOW(1)
           MOVE 300 TO BND-LOW(2)
           MOVE 500 TO BND-LOW(3)
           MOVE 650 TO BND-LOW(4)
           MOVE 750 TO BND-LOW(5)
           PERFORM VARYING WS-BAND-IX FROM 1 BY 1
                     UNTIL WS-BAND-IX > 5
              MOVE 0 TO BND-COUNT(WS-BAND-IX)
           END-PERFORM

           MOVE WS-TODAY-DASHED  TO RPT-RUN-DATE
           MOVE WS-SCORE-MONTHS  TO RPT-RUN-MONTHS
           MOVE WS-WINDOW-DASHED TO RPT-RUN-WINDOW
           MOVE WS-DROP-ALERT    TO RPT-DROP-ALERT
           WRITE SCORE-REPORT-LINE FROM WS-RPT-HEADER
           WRITE SCORE-REPORT-LINE FROM WS-BLANK-LINE
           WRITE SCORE-REPORT-LINE FROM WS-DROP-TITLE
           WRITE SCORE-REPORT-LINE FROM WS-DROP-HEAD

      * A RERUN REPLACES TODAY'S ROWS RATHER THAN DOUBLING THEM.
           EXEC SQL
              DELETE FROM KALA12.BEHAVIOR_SCORE_HIST
               WHERE SCORE_DATE = :WS-TODAY-DASHED
           END-EXEC
           MOVE 'CLEAR TODAYS BEHAVIOR_SCORE_HIST ROWS'
             TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       SCORE-ALL-CUSTOMERS.
           EXEC SQL
              OPEN C-SCORE-CUSTOMERS
           END-EXEC
           MOVE 'OPEN C-SCORE-CUSTOMERS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM FETCH-SCORE-CUSTOMER
           PERFORM UNTIL SQLCODE NOT = 0
              PERFORM SCORE-ONE-CUSTOMER
              PERFORM FETCH-SCORE-CUSTOMER
           END-PERFORM

           EXEC SQL
              CLOSE C-SCORE-CUSTOMERS
           END-EXEC
           MOVE 'CLOSE C-SCORE-CUSTOMERS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF WS-DROP-LINES = 0
              WRITE SCORE-REPORT-LINE FROM WS-NONE-LINE
           END-IF
           .

       FETCH-SCORE-CUSTOMER.
           EXEC SQL
              FETCH C-SCORE-CUSTOMERS
                INTO :CUSTOMER_ID,
                     :BSH_PRIOR-SCORE
           END-EXEC
           MOVE 'FETCH C-SCORE-CUSTOMERS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       SCORE-ONE-CUSTOMER.
           MOVE CUSTOMER_ID     TO BSH_CUSTOMER-ID
           MOVE WS-TODAY-DASHED TO BSH_SCORE-DATE

           PERFORM COUNT-INSTALLMENT-HISTORY
           PERFORM COUNT-PAYMENT-RETURNS
           PERFORM COUNT-BROKEN-PROMISES
           PERFORM COUNT-SKIPS-TAKEN
           PERFORM FIND-CURRENT-BUCKET
           PERFORM COMPUTE-BEHAVIOR-SCORE
           PERFORM SAVE-BEHAVIOR-SCORE

           ADD 1 TO WS-CUSTOMERS-SCORED
           IF BSH_PRIOR-SCORE = 0
              ADD 1 TO WS-FIRST-SCORED
           ELSE
              COMPUTE WS-SCORE-DROP =
                      BSH_PRIOR-SCORE - BSH_BEHAVIOR-SCORE
              IF WS-SCORE-DROP >= WS-DROP-ALERT
                 AND WS-SCORE-DROP > 0
                 PERFORM WRITE-DROP-LINE
              END-IF
           END-IF

      * THE FLOOR IS THE BOTTOM BAND'S LOW END, SO EVERY SCORE
      * LANDS IN ONE.
           PERFORM VARYING WS-BAND-IX FROM 5 BY -1
                     UNTIL WS-BAND-IX = 1
                        OR BSH_BEHAVIOR-SCORE >= BND-LOW(WS-BAND-IX)
              CONTINUE
           END-PERFORM
           ADD 1 TO BND-COUNT(WS-BAND-IX)

           PERFORM CHECKPOINT-COMMIT
           .

       COUNT-INSTALLMENT-HISTORY.
      * DAYS PAST DUE ON EVERY INSTALLMENT THAT FELL DUE IN THE
      * LOOKBACK. A PAID ONE IS MEASURED TO ITS LAST PAYMENT (A
      * RETURNED DEBIT OR NSF IS ALREADY GONE FROM PAYMENT, SO IT
      * NEVER LOOKS PAID); ONE NOT YET PAID IS MEASURED TO TODAY.
      * CLOSED LOANS ARE READ FROM THEIR PAYPLAN_HIST ARCHIVE (PAID
      * OFF, TRANSFERRED, SETTLED, REFINANCED), MEASURED TO THE DAY
      * THE LOAN CLOSED. THE 'S'/'R' BEFORE-IMAGES ARE NOT COUNTED -
      * THE SAME INSTALLMENT IS STILL LIVE ON PAYPLAN - AND NEITHER
      * ARE 'REAGED' ROWS, WHOSE ARREARS LIVE ON IN LATER ONES.
           EXEC SQL
              SELECT COALESCE(SUM(CASE WHEN X.DAYS_LATE < 1
                                       THEN 1 ELSE 0 END), 0),
                     COALESCE(SUM(CASE WHEN X.DAYS_LATE BETWEEN 1
                                                        AND 29
                                       THEN 1 ELSE 0 END), 0),
                     COALESCE(SUM(CASE WHEN X.DAYS_LATE BETWEEN 30
                                                        AND 59
                                       THEN 1 ELSE 0 END), 0),
                     COALESCE(SUM(CASE WHEN X.DAYS_LATE BETWEEN 60
                                                        AND 89
                                       THEN 1 ELSE 0 END), 0),
                     COALESCE(SUM(CASE WHEN X.DAYS_LATE >= 90
                                       THEN 1 ELSE 0 END), 0)
                INTO :BSH_ONTIME-COUNT,
                     :BSH_LATE-1-29-COUNT,
                     :BSH_LATE-30-59-COUNT,
                     :BSH_LATE-60-89-COUNT,
                     :BSH_LATE-90-PLUS-COUNT
                FROM (SELECT DAYS(CASE WHEN P.PLAN_STATUS = 'PAID'
                                  THEN COALESCE(
                                       (SELECT MAX(PY.PAID_DATE)
                                          FROM PAYMENT PY
                                         WHERE PY.INVOICE_ID =
                                               P.INVOICE_ID),
                                       P.DUE_DATE)
                                  ELSE DATE(:WS-TODAY-DASHED) END)
                           - DAYS(P.DUE_DATE) AS DAYS_LATE
                        FROM PAYPLAN P
                        JOIN LOAN L
                          ON L.LOAN_ID = P.LOAN_ID
                       WHERE L.CUSTOMER_ID = :CUSTOMER_ID
                         AND P.DUE_DATE >= :WS-WINDOW-DASHED
                         AND P.DUE_DATE <  :WS-TODAY-DASHED
                         AND P.PLAN_STATUS IN ('DUE', 'PARTIAL',
                                               'OVERDUE', 'PAID')
                      UNION ALL
                      SELECT DAYS(CASE WHEN H.PLAN_STATUS = 'PAID'
                                  THEN COALESCE(
                                       (SELECT MAX(PY.PAID_DATE)
                                          FROM PAYMENT PY
                                         WHERE PY.INVOICE_ID =
                                               H.INVOICE_ID),
                                       H.DUE_DATE)
                                  ELSE DATE(H.DELETED_AT) END)
                           - DAYS(H.DUE_DATE) AS DAYS_LATE
                        FROM KALA12.PAYPLAN_HIST H
                        JOIN LOAN L
                          ON L.LOAN_ID = H.LOAN_ID
                       WHERE L.CUSTOMER_ID = :CUSTOMER_ID
                         AND H.REASON_CODE IN ('P', 'T', 'F', 'N')
                         AND H.DUE_DATE >= :WS-WINDOW-DASHED
                         AND H.DUE_DATE <  :WS-TODAY-DASHED
                         AND H.DUE_DATE <  DATE(H.DELETED_AT)
                         AND H.PLAN_STATUS IN ('DUE', 'PARTIAL',
                                               'OVERDUE', 'PAID'))
                     AS X
           END-EXEC
           MOVE 'COUNT INSTALLMENT HISTORY' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       COUNT-PAYMENT-RETURNS.
      * A REVERSAL FROM THE PAYMENT LOAD IS A BOUNCED CHECK OR
      * CHARGEBACK (EACH RAISES THE NSF FEE); ONE FROM AUTOPAY IS
      * A RETURNED ACH DEBIT. BOTH DELETE THE PAYMENT ROW, SO THE
      * JOURNAL'S 'PREV' ROWS ARE THE ONLY RECORD LEFT OF THEM.
           EXEC SQL
              SELECT COALESCE(SUM(CASE WHEN J.SOURCE_PGM = 'PAYMENT'
                                       THEN 1 ELSE 0 END), 0),
                     COALESCE(SUM(CASE WHEN J.SOURCE_PGM = 'AUTOPAY'
                                       THEN 1 ELSE 0 END), 0)
                INTO :BSH_NSF-COUNT,
                     :BSH_ACH-RETURN-COUNT
                FROM KALA12.LOAN_JOURNAL J
                JOIN LOAN L
                  ON L.LOAN_ID = J.LOAN_ID
               WHERE L.CUSTOMER_ID = :CUSTOMER_ID
                 AND J.TRAN_CODE = 'PREV'
                 AND J.EFFECTIVE_DATE >= :WS-WINDOW-DASHED
                 AND J.EFFECTIVE_DATE <= :WS-TODAY-DASHED
           END-EXEC
           MOVE 'COUNT PAYMENT RETURNS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       COUNT-BROKEN-PROMISES.
           EXEC SQL
              SELECT COUNT(*)
                INTO :BSH_BROKEN-PROMISE-COUNT
                FROM KALA12.PROMISE_PAY
               WHERE CUSTOMER_ID = :CUSTOMER_ID
                 AND PROMISE_STATUS = 'B'
                 AND PROMISE_DATE >= :WS-WINDOW-DASHED
           END-EXEC
           MOVE 'COUNT BROKEN PROMISES' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       COUNT-SKIPS-TAKEN.
      * SKIPPAY ARCHIVES ONE 'S' ROW PER INSTALLMENT IT MOVES, ALL
      * UNDER ONE TIMESTAMP - ONE SKIP IS ONE LOAN ON ONE DAY.
           EXEC SQL
              SELECT COUNT(*)
                INTO :BSH_SKIP-COUNT
                FROM (SELECT DISTINCT H.LOAN_ID,
                                      DATE(H.DELETED_AT) AS SKIP_DAY
                        FROM KALA12.PAYPLAN_HIST H
                        JOIN LOAN L
                          ON L.LOAN_ID = H.LOAN_ID
                       WHERE L.CUSTOMER_ID = :CUSTOMER_ID
                         AND H.REASON_CODE = 'S'
                         AND DATE(H.DELETED_AT) >=
                             DATE(:WS-WINDOW-DASHED))
                     AS S
           END-EXEC
           MOVE 'COUNT SKIPS TAKEN' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       FIND-CURRENT-BUCKET.
      * THE OLDEST OVERDUE INSTALLMENT ON ANY OF THE CUSTOMER'S
      * LOANS, BUCKETED EXACTLY THE WAY DELQAGE BUCKETS IT.
           EXEC SQL
              SELECT COUNT(*),
                     COALESCE(DAYS(DATE(:WS-TODAY-DASHED))
                              - DAYS(MIN(P.DUE_DATE)), 0)
                INTO :WS-OVERDUE-COUNT,
                     :WS-WORST-DAYS-LATE
                FROM PAYPLAN P
                JOIN LOAN L
                  ON L.LOAN_ID = P.LOAN_ID
               WHERE L.CUSTOMER_ID = :CUSTOMER_ID
                 AND P.PLAN_STATUS = 'OVERDUE'
           END-EXEC
           MOVE 'FIND CURRENT BUCKET' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           EVALUATE TRUE
             WHEN WS-OVERDUE-COUNT = 0
               MOVE SPACES TO BSH_CURRENT-BUCKET
             WHEN WS-WORST-DAYS-LATE >= 120
               MOVE '120' TO BSH_CURRENT-BUCKET
             WHEN WS-WORST-DAYS-LATE >= 90
               MOVE '090' TO BSH_CURRENT-BUCKET
             WHEN WS-WORST-DAYS-LATE >= 60
               MOVE '060' TO BSH_CURRENT-BUCKET
             WHEN WS-WORST-DAYS-LATE >= 30
               MOVE '030' TO BSH_CURRENT-BUCKET
             WHEN OTHER
               MOVE 'CUR' TO BSH_CURRENT-BUCKET
           END-EVALUATE
           .

       COMPUTE-BEHAVIOR-SCORE.
           COMPUTE WS-ONTIME-EARNED =
                   BSH_ONTIME-COUNT * WS-ONTIME-POINTS
           IF WS-ONTIME-EARNED > WS-ONTIME-CAP
              MOVE WS-ONTIME-CAP TO WS-ONTIME-EARNED
           END-IF

           COMPUTE WS-SCORE-WORK = WS-SCORE-BASE + WS-ONTIME-EARNED
                 - BSH_LATE-1-29-COUNT      * WS-LATE-1-29-WEIGHT
                 - BSH_LATE-30-59-COUNT     * WS-LATE-30-59-WEIGHT
                 - BSH_LATE-60-89-COUNT     * WS-LATE-60-89-WEIGHT
                 - BSH_LATE-90-PLUS-COUNT   * WS-LATE-90-WEIGHT
                 - BSH_NSF-COUNT            * WS-NSF-WEIGHT
                 - BSH_ACH-RETURN-COUNT     * WS-ACH-RETURN-WEIGHT
                 - BSH_BROKEN-PROMISE-COUNT * WS-BROKEN-WEIGHT
                 - BSH_SKIP-COUNT           * WS-SKIP-WEIGHT

           EVALUATE BSH_CURRENT-BUCKET
             WHEN '120'
               SUBTRACT WS-BUCKET-120-WEIGHT FROM WS-SCORE-WORK
             WHEN '090'
               SUBTRACT WS-BUCKET-090-WEIGHT FROM WS-SCORE-WORK
             WHEN '060'
               SUBTRACT WS-BUCKET-060-WEIGHT FROM WS-SCORE-WORK
             WHEN '030'
               SUBTRACT WS-BUCKET-030-WEIGHT FROM WS-SCORE-WORK
             WHEN 'CUR'
               SUBTRACT WS-BUCKET-CUR-WEIGHT FROM WS-SCORE-WORK
             WHEN OTHER
               CONTINUE
           END-EVALUATE

           IF WS-SCORE-WORK < WS-SCORE-FLOOR
              MOVE WS-SCORE-FLOOR TO WS-SCORE-WORK
           END-IF
           IF WS-SCORE-WORK > WS-SCORE-CEILING
              MOVE WS-SCORE-CEILING TO WS-SCORE-WORK
           END-IF
           MOVE WS-SCORE-WORK TO BSH_BEHAVIOR-SCORE
           .

       SAVE-BEHAVIOR-SCORE.
           MOVE BSH_BEHAVIOR-SCORE TO CUSTOMER_BEHAVIOR-SCORE
           MOVE WS-TODAY-DASHED    TO CUSTOMER_SCORE-DATE

           EXEC SQL
              UPDATE CUSTOMER
                 SET BEHAVIOR_SCORE = :CUSTOMER_BEHAVIOR-SCORE,
                     SCORE_DATE     = :CUSTOMER_SCORE-DATE
               WHERE ID = :CUSTOMER_ID
           END-EXEC
           MOVE 'UPDATE CUSTOMER BEHAVIOR_SCORE' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           EXEC SQL
              INSERT INTO KALA12.BEHAVIOR_SCORE_HIST
                     (CUSTOMER_ID, SCORE_DATE, BEHAVIOR_SCORE,
                      PRIOR_SCORE, ONTIME_COUNT, LATE_1_29_COUNT,
                      LATE_30_59_COUNT, LATE_60_89_COUNT,
                      LATE_90_PLUS_COUNT, NSF_COUNT,
                      ACH_RETURN_COUNT, BROKEN_PROMISE_COUNT,
                      SKIP_COUNT, CURRENT_BUCKET)
              VALUES (:BSH_CUSTOMER-ID, :BSH_SCORE-DATE,
                      :BSH_BEHAVIOR-SCORE, :BSH_PRIOR-SCORE,
                      :BSH_ONTIME-COUNT, :BSH_LATE-1-29-COUNT,
                      :BSH_LATE-30-59-COUNT, :BSH_LATE-60-89-COUNT,
                      :BSH_LATE-90-PLUS-COUNT, :BSH_NSF-COUNT,
                      :BSH_ACH-RETURN-COUNT,
                      :BSH_BROKEN-PROMISE-COUNT,
                      :BSH_SKIP-COUNT, :BSH_CURRENT-BUCKET)
           END-EXEC
           MOVE 'INSERT BEHAVIOR_SCORE_HIST ROW' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       WRITE-DROP-LINE.
           MOVE BSH_CUSTOMER-ID          TO DRP-CUSTOMER-ID
           MOVE BSH_BEHAVIOR-SCORE       TO DRP-SCORE
           MOVE BSH_PRIOR-SCORE          TO DRP-PRIOR
           MOVE BSH_ONTIME-COUNT         TO DRP-ONTIME
           MOVE BSH_LATE-1-29-COUNT      TO DRP-LATE-1-29
           MOVE BSH_LATE-30-59-COUNT     TO DRP-LATE-30-59
           MOVE BSH_LATE-60-89-COUNT     TO DRP-LATE-60-89
           MOVE BSH_LATE-90-PLUS-COUNT   TO DRP-LATE-90
           MOVE BSH_NSF-COUNT            TO DRP-NSF
           MOVE BSH_ACH-RETURN-COUNT     TO DRP-ACH-RETURN
           MOVE BSH_BROKEN-PROMISE-COUNT TO DRP-BROKEN
           MOVE BSH_SKIP-COUNT           TO DRP-SKIP
           MOVE BSH_CURRENT-BUCKET       TO DRP-BUCKET
           WRITE SCORE-REPORT-LINE FROM WS-DROP-LINE
           ADD 1 TO WS-DROP-LINES
           .

       WRITE-SCORE-BANDS.
           WRITE SCORE-REPORT-LINE FROM WS-BLANK-LINE
           WRITE SCORE-REPORT-LINE FROM WS-BAND-TITLE

           PERFORM VARYING WS-BAND-IX FROM 1 BY 1
                     UNTIL WS-BAND-IX > 5
              MOVE BND-LOW(WS-BAND-IX) TO BDL-LOW
              IF WS-BAND-IX < 5
                 COMPUTE BDL-HIGH = BND-LOW(WS-BAND-IX + 1) - 1
              ELSE
                 MOVE WS-SCORE-CEILING TO BDL-HIGH
              END-IF
              MOVE BND-COUNT(WS-BAND-IX) TO BDL-COUNT
              WRITE SCORE-REPORT-LINE FROM WS-BAND-LINE
           END-PERFORM

           MOVE WS-CUSTOMERS-SCORED TO TOT-SCORED
           MOVE WS-FIRST-SCORED     TO TOT-FIRST
           MOVE WS-DROP-LINES       TO TOT-DROPS
           WRITE SCORE-REPORT-LINE FROM WS-BLANK-LINE
           WRITE SCORE-REPORT-LINE FROM WS-TOTAL-LINE
           .

       CHECKPOINT-COMMIT.
      * COMMIT EVERY WS-COMMIT-INTERVAL CUSTOMERS AND LOG THE LAST
      * CUSTOMER-ID SCORED SO A RESTART CAN SEE HOW FAR THE PRIOR
      * RUN GOT.
           ADD 1 TO WS-ROWS-SINCE-COMMIT

           IF WS-ROWS-SINCE-COMMIT >= WS-COMMIT-INTERVAL
              EXEC SQL
                 COMMIT
              END-EXEC
              DISPLAY 'CHECKPOINT - LAST SCORED CUSTOMER-ID: '
                      CUSTOMER_ID
              MOVE 0 TO WS-ROWS-SINCE-COMMIT
           END-IF
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
