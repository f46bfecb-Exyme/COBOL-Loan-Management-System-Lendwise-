       IDENTIFICATION DIVISION.
       PROGRAM-ID. REAGE.
       AUTHOR. ISURU, WONA & MALENE.
      ********************************************************
      *      BATCH PROGRAM CONNECTED TO "LENDWISE" MAIN PGM. *
      *                                                      *
      * FUNCTION: RE-AGING OF DELINQUENT ACCOUNTS. A LOAN    *
      * WITH OVERDUE INSTALLMENTS WHOSE BORROWER HAS SINCE   *
      * MADE REAGE-MIN-PAYMENTS FULL PAYMENTS IN A ROW (EACH *
      * AT LEAST THE SCHEDULED INSTALLMENT, NONE MORE THAN   *
      * ONE PAYMENT INTERVAL PLUS GRACE APART, THE LATEST    *
      * JUST AS RECENT) IS BROUGHT CURRENT: EVERY OVERDUE    *
      * INSTALLMENT IS CLOSED AS 'REAGED' AND WHAT WAS LEFT  *
      * ON IT IS EITHER DEFERRED TO THE FINAL INSTALLMENT    *
      * (REAGE-METHOD=D) OR CAPITALIZED - SPREAD OVER EVERY  *
      * INSTALLMENT STILL TO COME (REAGE-METHOD=C). THE LATE *
      * FEES ON THOSE ROWS TRAVEL WITH THEM, SO NOTHING OWED *
      * IS FORGIVEN AND LOAN_BALANCE DOES NOT MOVE.          *
      *                                                      *
      * THE LIMITS: THE LOAN MUST HAVE BEEN OPEN AT LEAST    *
      * REAGE-MIN-MONTHS, AND MAY BE RE-AGED AT MOST         *
      * ONCE IN 12 MONTHS AND TWICE IN 5 YEARS (REAGE_HIST). *
      * CHARGED-OFF AND CLOSED LOANS, LOANS UNDER AN ACTIVE  *
      * OPERATIONAL HOLD AND LOANS WITH A SETTLEMENT PENDING *
      * ARE NEVER RE-AGED. EVERY CHANGED INSTALLMENT LOGS    *
      * ITS BEFORE/AFTER PAYPLAN_AUDIT IMAGE.                *
      *                                                      *
      * THE REPORT (DD REAGERPT) LISTS THE LOANS THAT HAD    *
      * THE STREAK BUT WERE REFUSED THIS RUN, THEN THE       *
      * EXAMINERS' REGISTER OF EVERY RE-AGE ON FILE. RUN IN  *
      * THE DAILY CYCLE AHEAD OF DELQAGE, SO A RE-AGED LOAN  *
      * LEAVES THE WORKLIST AND ITS FLAG CLEARS THE SAME     *
      * NIGHT.                                               *
      ********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REAGOUT ASSIGN TO REAGERPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-REAGERPT.

      * OPS-TUNABLE RUN PARAMETERS, READ AT STARTUP - SEE
      * READ-RUN-PARAMETERS.
           SELECT PARMIN ASSIGN TO PARMFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-PARMFILE.

       DATA DIVISION.
       FILE SECTION.

       FD REAGOUT
            RECORDING MODE F.
       01 REAGE-REPORT-LINE     PIC X(132).

       FD PARMIN
            RECORDING MODE F.
       01 PARM-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA     END-EXEC.
           EXEC SQL INCLUDE LOAN      END-EXEC.
           EXEC SQL INCLUDE PAYPLAN   END-EXEC.
           EXEC SQL INCLUDE PLANAUDIT END-EXEC.
           EXEC SQL INCLUDE REAGEHST  END-EXEC.
           EXEC SQL INCLUDE PROCDATE  END-EXEC.

      * FILE STATUS.
       01 FS-REAGERPT           PIC X(02).

       01 WS-SQL-ACTION         PIC X(40).
       01 WS-RETURN-CODE        PIC S9(4) COMP.

       01 WS-TIMESTAMP          PIC X(26).

      * RUN DATE - THE OPEN BUSINESS PROCESSING DATE WHEN THE CYCLE
      * HAS ONE (CYCLEDT), THE WALL CLOCK OTHERWISE, SAME AS DELQAGE.
       01 WS-CURRENT-DATE.
          05 WS-DATE-YYYY       PIC 9(4).
          05 WS-DATE-MM         PIC 9(2).
          05 WS-DATE-DD         PIC 9(2).
       01 WS-TODAY-YYYYMMDD     PIC 9(8).
       01 WS-TODAY-INTEGER      PIC S9(9) COMP.
       01 WS-TODAY-DASHED       PIC X(10).

      * THE FREQUENCY LIMIT AND MINIMUM-AGE CUTOFFS AS YYYY-MM-DD
      * STRINGS - A RE-AGE DATED AFTER THE 12-MONTH (5-YEAR) CUTOFF
      * COUNTS AGAINST THAT LIMIT; A LOAN CREATED AFTER THE OPEN
      * CUTOFF IS TOO NEW TO RE-AGE.
       01 WS-CUTOFF-12M-DASHED  PIC X(10).
       01 WS-CUTOFF-5Y-DASHED   PIC X(10).
       01 WS-OPEN-CUTOFF-DASHED PIC X(10).
       01 WS-CUTOFF-YEAR        PIC 9(4).
       01 WS-CUTOFF-MONTHS      PIC S9(9) COMP.
       01 WS-CUTOFF-MONTH       PIC 9(2).

      * DASHED DATE TO INTEGER-OF-DATE CONVERSION WORK FIELDS.
       01 WS-WORK-DASHED        PIC X(10).
       01 WS-WORK-YYYYMMDD      PIC 9(8).
       01 WS-WORK-INTEGER       PIC S9(9) COMP.

      * OPS-TUNABLE DEFAULTS - THE PARMFILE'S REAGE-MIN-PAYMENTS,
      * REAGE-METHOD AND REAGE-MIN-MONTHS KEYS OVERRIDE THEM.
       01 WS-MIN-STREAK         PIC 9(2) VALUE 3.
       01 WS-MIN-MONTHS-OPEN    PIC 9(3) VALUE 9.
       01 WS-REAGE-METHOD       PIC X(1) VALUE 'D'.
         88 REAGE-DEFER         VALUE 'D'.
         88 REAGE-CAPITALIZE    VALUE 'C'.

      * RUN-PARAMETER HANDLING, SAME SHAPE AS THE OTHER BATCH
      * PROGRAMS.
       01 FS-PARMFILE           PIC X(2).
       01 WS-PARM-EOF           PIC X(1) VALUE 'N'.
         88 PARM-EOF-YES        VALUE 'Y'.
       01 WS-PARM-KEY           PIC X(20).
       01 WS-PARM-VALUE         PIC X(60).
       01 WS-PARM-TOKEN         PIC X(20).
       01 WS-PARM-LEN           PIC 9(4) USAGE COMP.

      * ONE CANDIDATE - A LIVE LOAN WITH AT LEAST ONE OVERDUE ROW.
       01 WS-OLDEST-DUE-DATE    PIC X(10).
       01 WS-OVERDUE-COUNT      PIC S9(9) USAGE COMP.
       01 WS-DAYS-PAST-DUE      PIC S9(9) USAGE COMP.
       01 WS-REFUSE-REASON      PIC X(30).

      * THE PAYMENT STREAK - ONE ENTRY PER PAYMENT DAY, NEWEST
      * FIRST. A DAY'S PAYMENTS ARE TAKEN TOGETHER, SINCE ONE
      * PAYMENT SPREAD OVER TWO INSTALLMENTS LANDS AS TWO ROWS.
       01 WS-QUALIFY-AMOUNT     PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-DAY-PAID-AMOUNT    PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-DAY-PAID-DATE      PIC X(10).
       01 WS-STREAK-COUNT       PIC S9(9) USAGE COMP.
       01 WS-MAX-GAP-DAYS       PIC S9(9) USAGE COMP.
       01 WS-STREAK-FROM-INT    PIC S9(9) USAGE COMP.
       01 WS-STREAK-FLAG        PIC X(1).
         88 STREAK-GOING        VALUE 'Y'.
         88 STREAK-BROKEN       VALUE 'N'.

      * FREQUENCY-LIMIT COUNTS FROM REAGE_HIST.
       01 WS-REAGES-12M         PIC S9(9) USAGE COMP.
       01 WS-REAGES-5Y          PIC S9(9) USAGE COMP.

      * THE ROWS TO CHANGE ARE SNAPSHOTTED BEFORE ANY UPDATE RUNS,
      * SAME AS SKIPPAY - THE OVERDUE ROWS BEING CLOSED AND THE
      * NOT-YET-DUE ROWS TAKING THE ARREARS, EACH IN SCHEDULE ORDER.
       01 WS-ODUE-COUNT         PIC S9(4) USAGE COMP.
       01 WS-ODUE-IX            PIC S9(4) USAGE COMP.
       01 WS-ODUE-TABLE.
         05 WS-ODUE-ENTRY OCCURS 600 TIMES.
            10 ODU-INVOICE-ID    PIC S9(9) USAGE COMP.
            10 ODU-DUE-DATE      PIC X(10).
            10 ODU-PAYMENT-AMT   PIC S9(15)V9(2) USAGE COMP-3.
            10 ODU-REMAINING-AMT PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-DUE-COUNT          PIC S9(4) USAGE COMP.
       01 WS-DUE-IX             PIC S9(4) USAGE COMP.
       01 WS-DUE-TABLE.
         05 WS-DUE-ENTRY OCCURS 600 TIMES.
            10 DUE-INVOICE-ID    PIC S9(9) USAGE COMP.
            10 DUE-DUE-DATE      PIC X(10).
            10 DUE-PAYMENT-AMT   PIC S9(15)V9(2) USAGE COMP-3.
            10 DUE-REMAINING-AMT PIC S9(15)V9(2) USAGE COMP-3.

      * THE ARREARS SPLIT THE WAY LNDWISE4 CARVES A PAYMENT - UP TO
      * THE SCHEDULED PAYMENT_AMOUNT IS INSTALLMENT, ANYTHING ABOVE
      * IT ON REMAINING_AMOUNT IS LATE FEE. KEEPING THE TWO APART
      * KEEPS GLPROOF'S FEES-OPEN FIGURE WHERE IT WAS.
       01 WS-ARREARS-AMOUNT     PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-FEES-AMOUNT        PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-ROW-INSTALLMENT    PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-SHARE-AMOUNT       PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-SHARE-LEFT         PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-ADD-PAYMENT        PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-ADD-REMAINING      PIC S9(15)V9(2) USAGE COMP-3.

      * RUN CONTROL TOTALS.
       01 WS-CANDIDATES         PIC 9(9) VALUE 0.
       01 WS-STREAKS-MET        PIC 9(9) VALUE 0.
       01 WS-LOANS-REAGED       PIC 9(9) VALUE 0.
       01 WS-LOANS-REFUSED      PIC 9(9) VALUE 0.
       01 WS-REGISTER-LINES     PIC 9(9) VALUE 0.
       01 WS-RUN-ARREARS        PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-LOAN-REAGE-SEQ     PIC S9(9) USAGE COMP.

      * REPORT LINES.
       01 WS-RPT-HEADER.
          05 FILLER             PIC X(35)
                 VALUE 'RE-AGING OF DELINQUENT ACCOUNTS -  '.
          05 FILLER             PIC X(9)  VALUE 'RUN DATE '.
          05 RPT-RUN-DATE       PIC X(10).
          05 FILLER             PIC X(10) VALUE '  METHOD: '.
          05 RPT-RUN-METHOD     PIC X(11).
          05 FILLER             PIC X(16) VALUE '  MIN PAYMENTS: '.
          05 RPT-RUN-STREAK     PIC Z9.
          05 FILLER             PIC X(39) VALUE SPACES.

       01 WS-REFUSED-TITLE.
          05 FILLER             PIC X(50)
                 VALUE 'PAYMENT STREAK MET BUT RE-AGE REFUSED THIS RUN'.
          05 FILLER             PIC X(82) VALUE SPACES.

       01 WS-REFUSED-HEAD.
          05 FILLER             PIC X(19) VALUE '  LOAN-ID CUSTOMER '.
          05 FILLER             PIC X(17) VALUE ' OLDEST DUE  DAYS'.
          05 FILLER             PIC X(16) VALUE ' STREAK   REASON'.
          05 FILLER             PIC X(80) VALUE SPACES.

       01 WS-REFUSED-LINE.
          05 RFU-LOAN-ID        PIC ZZZZZZZZ9.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RFU-CUSTOMER-ID    PIC ZZZZZZZZ9.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RFU-OLDEST-DUE     PIC X(10).
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RFU-DAYS-PAST-DUE  PIC ZZZZ9.
          05 FILLER             PIC X(3)  VALUE SPACES.
          05 RFU-STREAK         PIC ZZ9.
          05 FILLER             PIC X(4)  VALUE SPACES.
          05 RFU-REASON         PIC X(30).
          05 FILLER             PIC X(56) VALUE SPACES.

       01 WS-NONE-LINE.
          05 FILLER             PIC X(10) VALUE '  NONE.'.
          05 FILLER             PIC X(122) VALUE SPACES.

       01 WS-REGISTER-TITLE.
          05 FILLER             PIC X(52) VALUE
                 'RE-AGE REGISTER - ALL RE-AGES ON FILE (* = THIS RUN)'.
          05 FILLER             PIC X(80) VALUE SPACES.

       01 WS-REGISTER-HEAD.
          05 FILLER             PIC X(13) VALUE ' RE-AGED     '.
          05 FILLER             PIC X(19) VALUE ' LOAN-ID  CUSTOMER '.
          05 FILLER             PIC X(17) VALUE ' TYPE METHOD     '.
          05 FILLER             PIC X(20) VALUE ' ROWS        ARREARS'.
          05 FILLER             PIC X(16) VALUE '           FEES '.
          05 FILLER             PIC X(17) VALUE ' OLDEST DUE  DAYS'.
          05 FILLER             PIC X(15) VALUE ' STREAK  NO. BY'.
          05 FILLER             PIC X(15) VALUE SPACES.

       01 WS-REGISTER-LINE.
          05 REG-THIS-RUN       PIC X(1).
          05 REG-REAGE-DATE     PIC X(10).
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 REG-LOAN-ID        PIC ZZZZZZZZ9.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 REG-CUSTOMER-ID    PIC ZZZZZZZZ9.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 REG-TYPE-ID        PIC ZZZZ9.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 REG-METHOD         PIC X(11).
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 REG-ROWS           PIC ZZZ9.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 REG-ARREARS        PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 REG-FEES           PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 REG-OLDEST-DUE     PIC X(10).
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 REG-DAYS-PAST-DUE  PIC ZZZZ9.
          05 FILLER             PIC X(4)  VALUE SPACES.
          05 REG-STREAK         PIC ZZ9.
          05 FILLER             PIC X(3)  VALUE SPACES.
          05 REG-SEQ            PIC Z9.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 REG-REAGED-BY      PIC X(8).
          05 FILLER             PIC X(9)  VALUE SPACES.

       01 WS-TOTAL-LINE.
          05 FILLER             PIC X(20) VALUE 'LOANS RE-AGED TODAY:'.
          05 TOT-REAGED         PIC ZZZ,ZZZ,ZZ9.
          05 FILLER             PIC X(18) VALUE '   ARREARS MOVED: '.
          05 TOT-ARREARS        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(12) VALUE '   REFUSED: '.
          05 TOT-REFUSED        PIC ZZZ,ZZZ,ZZ9.
          05 FILLER             PIC X(42) VALUE SPACES.

       01 WS-BLANK-LINE         PIC X(132) VALUE SPACES.

      *****************************************************
      * EVERY LIVE LOAN WITH AN OVERDUE INSTALLMENT THAT  *
      * NOTHING ELSE HAS CLAIMED - NO ACTIVE OPERATIONAL   *
      * HOLD (SAME TEST AS DELQAGE) AND NO SETTLEMENT     *
      * WAITING ON ITS PAYMENT.                           *
      *****************************************************
           EXEC SQL
             DECLARE C-REAGE-CANDIDATES CURSOR WITH HOLD FOR
               SELECT L.LOAN_ID, L.CUSTOMER_ID, L.TYPE_ID,
                      L.PAYMENT_FREQUENCY, L.CREATION_DATE,
                      MIN(P.DUE_DATE), COUNT(*)
                 FROM LOAN L
                 JOIN PAYPLAN P
                   ON P.LOAN_ID = L.LOAN_ID
                WHERE P.PLAN_STATUS = 'OVERDUE'
                  AND L.LOAN_STATUS NOT = 'C'
                  AND L.LOAN_STATUS NOT = 'W'
                  AND L.LOAN_STATUS NOT = 'R'
                  AND NOT EXISTS
                      (SELECT 1 FROM KALA12.ACCT_HOLD H
                        WHERE H.HOLD_STATUS = 'A'
                          AND ((H.HOLD_LEVEL = 'L'
                                AND H.HOLD_KEY = L.LOAN_ID)
                            OR (H.HOLD_LEVEL = 'C'
                                AND H.HOLD_KEY = L.CUSTOMER_ID)))
                  AND NOT EXISTS
                      (SELECT 1 FROM KALA12.SETTLE_AGREE S
                        WHERE S.LOAN_ID = L.LOAN_ID
                          AND S.SETTLE_STATUS = 'P')
                GROUP BY L.LOAN_ID, L.CUSTOMER_ID, L.TYPE_ID,
                         L.PAYMENT_FREQUENCY, L.CREATION_DATE
                ORDER BY L.LOAN_ID
           END-EXEC.

      *****************************************************
      * THE LOAN'S PAYMENTS BY DAY, NEWEST FIRST. A       *
      * RETURNED DEBIT HAS ALREADY BEEN DELETED BY        *
      * AUTOPAY, SO IT NEVER COUNTS TOWARD A STREAK.      *
      *****************************************************
           EXEC SQL
             DECLARE C-PAYMENT-DAYS CURSOR FOR
               SELECT PY.PAID_DATE, SUM(PY.PAID_AMOUNT)
                 FROM PAYMENT PY
                 JOIN PAYPLAN P
                   ON P.INVOICE_ID = PY.INVOICE_ID
                WHERE P.LOAN_ID = :LOAN_LOAN-ID
                  AND PY.PAID_DATE <= :WS-TODAY-DASHED
                GROUP BY PY.PAID_DATE
                ORDER BY PY.PAID_DATE DESC
           END-EXEC.

           EXEC SQL
             DECLARE C-OVERDUE-ROWS CURSOR FOR
               SELECT INVOICE_ID, DUE_DATE, PAYMENT_AMOUNT,
                      REMAINING_AMOUNT
                 FROM PAYPLAN
                WHERE LOAN_ID = :LOAN_LOAN-ID
                  AND PLAN_STATUS = 'OVERDUE'
                ORDER BY DUE_DATE, INVOICE_ID
           END-EXEC.

           EXEC SQL
             DECLARE C-DUE-ROWS CURSOR FOR
               SELECT INVOICE_ID, DUE_DATE, PAYMENT_AMOUNT,
                      REMAINING_AMOUNT
                 FROM PAYPLAN
                WHERE LOAN_ID = :LOAN_LOAN-ID
                  AND PLAN_STATUS = 'DUE'
                ORDER BY DUE_DATE, INVOICE_ID
           END-EXEC.

      *****************************************************
      * THE REGISTER - EVERY RE-AGE EVER GRANTED, WITH    *
      * WHICH RE-AGE OF ITS LOAN EACH ONE WAS.            *
      *****************************************************
           EXEC SQL
             DECLARE C-REGISTER CURSOR WITH HOLD FOR
               SELECT H.REAGE_DATE, H.LOAN_ID, H.CUSTOMER_ID,
                      H.TYPE_ID, H.REAGE_METHOD, H.ROWS_REAGED,
                      H.ARREARS_AMOUNT, H.FEES_AMOUNT,
                      H.OLDEST_DUE_DATE, H.DAYS_PAST_DUE,
                      H.STREAK_PAYMENTS, H.REAGED_BY,
                      (SELECT COUNT(*)
                         FROM KALA12.REAGE_HIST H2
                        WHERE H2.LOAN_ID = H.LOAN_ID
                          AND H2.REAGE_DATE <= H.REAGE_DATE)
                 FROM KALA12.REAGE_HIST H
                ORDER BY H.REAGE_DATE, H.LOAN_ID
           END-EXEC.

       PROCEDURE DIVISION.

       MAIN-PARA.
           DISPLAY 'REAGE - RE-AGING OF DELINQUENT ACCOUNTS RUN.'

           PERFORM READ-RUN-PARAMETERS
           PERFORM INITIALIZE-RUN
           PERFORM REAGE-ELIGIBLE-LOANS

           EXEC SQL
              COMMIT
           END-EXEC

           PERFORM WRITE-REGISTER
           CLOSE REAGOUT

           DISPLAY 'REAGE - DELINQUENT LOANS READ:   ' WS-CANDIDATES
           DISPLAY 'REAGE - PAYMENT STREAKS MET:     ' WS-STREAKS-MET
           DISPLAY 'REAGE - LOANS RE-AGED:           ' WS-LOANS-REAGED
           DISPLAY 'REAGE - LOANS REFUSED:           '
                   WS-LOANS-REFUSED
           DISPLAY 'REAGE - REGISTER LINES WRITTEN:  '
                   WS-REGISTER-LINES

           STOP RUN
           .

       READ-RUN-PARAMETERS.
      * KEYWORD=VALUE RECORDS; '*' IN COLUMN ONE IS A COMMENT. A
      * MISSING PARMFILE LEAVES THE COMPILED DEFAULTS IN EFFECT.
           OPEN INPUT PARMIN
           IF FS-PARMFILE NOT = '00'
              DISPLAY 'REAGE - NO PARMFILE (STATUS ' FS-PARMFILE
                      ') - DEFAULTS IN EFFECT.'
           ELSE
              PERFORM READ-PARM-RECORD
              PERFORM UNTIL PARM-EOF-YES
                 PERFORM APPLY-PARM-RECORD
                 PERFORM READ-PARM-RECORD
              END-PERFORM
              CLOSE PARMIN
           END-IF

           DISPLAY 'REAGE - REAGE-MIN-PAYMENTS IN EFFECT:    '
                   WS-MIN-STREAK
           DISPLAY 'REAGE - REAGE-METHOD IN EFFECT:          '
                   WS-REAGE-METHOD
           DISPLAY 'REAGE - REAGE-MIN-MONTHS IN EFFECT: '
                   WS-MIN-MONTHS-OPEN
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
                WHEN 'REAGE-MIN-PAYMENTS'
                  IF WS-PARM-LEN > 0 AND WS-PARM-LEN < 3
                     AND WS-PARM-TOKEN(1:WS-PARM-LEN) IS NUMERIC
                     MOVE WS-PARM-TOKEN(1:WS-PARM-LEN)
                       TO WS-MIN-STREAK
                  ELSE
                     DISPLAY 'REAGE - BAD PARM VALUE IGNORED: '
                             PARM-RECORD
                  END-IF
                WHEN 'REAGE-MIN-MONTHS'
                  IF WS-PARM-LEN > 0 AND WS-PARM-LEN < 4
                     AND WS-PARM-TOKEN(1:WS-PARM-LEN) IS NUMERIC
                     MOVE WS-PARM-TOKEN(1:WS-PARM-LEN)
                       TO WS-MIN-MONTHS-OPEN
                  ELSE
                     DISPLAY 'REAGE - BAD PARM VALUE IGNORED: '
                             PARM-RECORD
                  END-IF
                WHEN 'REAGE-METHOD'
                  IF WS-PARM-LEN = 1
                     AND (WS-PARM-TOKEN(1:1) = 'D'
                          OR WS-PARM-TOKEN(1:1) = 'C')
                     MOVE WS-PARM-TOKEN(1:1) TO WS-REAGE-METHOD
                  ELSE
                     DISPLAY 'REAGE - BAD PARM VALUE IGNORED: '
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
           OPEN OUTPUT REAGOUT
           IF FS-REAGERPT NOT = '00'
              DISPLAY 'REAGE - ERROR OPENING REPORT FILE.'
              DISPLAY 'FILE STATUS CODE: ' FS-REAGERPT
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
              DISPLAY 'REAGE - PROCESSING DATE IN EFFECT: '
                      PRD_CYCLE-DATE
           END-IF

           MOVE WS-CURRENT-DATE TO WS-TODAY-YYYYMMDD
           COMPUTE WS-TODAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-YYYYMMDD)
           STRING WS-DATE-YYYY '-' WS-DATE-MM '-' WS-DATE-DD
             DELIMITED BY SIZE
             INTO WS-TODAY-DASHED

      * THE LIMIT WINDOWS RUN BACK FROM TODAY'S MONTH AND DAY.
           COMPUTE WS-CUTOFF-YEAR = WS-DATE-YYYY - 1
           STRING WS-CUTOFF-YEAR '-' WS-DATE-MM '-' WS-DATE-DD
             DELIMITED BY SIZE
             INTO WS-CUTOFF-12M-DASHED
           COMPUTE WS-CUTOFF-YEAR = WS-DATE-YYYY - 5
           STRING WS-CUTOFF-YEAR '-' WS-DATE-MM '-' WS-DATE-DD
             DELIMITED BY SIZE
             INTO WS-CUTOFF-5Y-DASHED

           COMPUTE WS-CUTOFF-MONTHS = WS-DATE-YYYY * 12
                                    + WS-DATE-MM - 1
                                    - WS-MIN-MONTHS-OPEN
           DIVIDE WS-CUTOFF-MONTHS BY 12
               GIVING WS-CUTOFF-YEAR REMAINDER WS-CUTOFF-MONTH
           ADD 1 TO WS-CUTOFF-MONTH
           STRING WS-CUTOFF-YEAR '-' WS-CUTOFF-MONTH '-' WS-DATE-DD
             DELIMITED BY SIZE
             INTO WS-OPEN-CUTOFF-DASHED

           MOVE WS-TODAY-DASHED TO RPT-RUN-DATE
           IF REAGE-CAPITALIZE
              MOVE 'CAPITALIZED' TO RPT-RUN-METHOD
           ELSE
              MOVE 'DEFERRED   ' TO RPT-RUN-METHOD
           END-IF
           MOVE WS-MIN-STREAK TO RPT-RUN-STREAK
           WRITE REAGE-REPORT-LINE FROM WS-RPT-HEADER
           WRITE REAGE-REPORT-LINE FROM WS-BLANK-LINE
           WRITE REAGE-REPORT-LINE FROM WS-REFUSED-TITLE
           WRITE REAGE-REPORT-LINE FROM WS-REFUSED-HEAD
           .

       REAGE-ELIGIBLE-LOANS.
           EXEC SQL
              OPEN C-REAGE-CANDIDATES
           END-EXEC
           MOVE 'OPEN C-REAGE-CANDIDATES' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM FETCH-CANDIDATE
           PERFORM UNTIL SQLCODE NOT = 0
              ADD 1 TO WS-CANDIDATES
              PERFORM CONSIDER-ONE-LOAN
              PERFORM FETCH-CANDIDATE
           END-PERFORM

           EXEC SQL
              CLOSE C-REAGE-CANDIDATES
           END-EXEC
           MOVE 'CLOSE C-REAGE-CANDIDATES' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF WS-LOANS-REFUSED = 0
              WRITE REAGE-REPORT-LINE FROM WS-NONE-LINE
           END-IF
           .

       FETCH-CANDIDATE.
           EXEC SQL
              FETCH C-REAGE-CANDIDATES
                INTO :LOAN_LOAN-ID, :LOAN_CUSTOMER-ID, :LOAN_TYPE-ID,
                     :LOAN_PAYMENT-FREQUENCY, :LOAN_CREATION-DATE,
                     :WS-OLDEST-DUE-DATE, :WS-OVERDUE-COUNT
           END-EXEC
           MOVE 'FETCH C-REAGE-CANDIDATES' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       CONSIDER-ONE-LOAN.
           MOVE WS-OLDEST-DUE-DATE TO WS-WORK-DASHED
           PERFORM DASHED-TO-INTEGER
           COMPUTE WS-DAYS-PAST-DUE = WS-TODAY-INTEGER - WS-WORK-INTEGER

           PERFORM MEASURE-PAYMENT-STREAK

      * MOST DELINQUENT LOANS HAVE NO STREAK - THEY ARE NOT A
      * REFUSAL, JUST NOT A CANDIDATE YET.
           IF WS-STREAK-COUNT >= WS-MIN-STREAK
              ADD 1 TO WS-STREAKS-MET
              PERFORM CHECK-REAGE-LIMITS
              IF WS-REFUSE-REASON = SPACES
                 PERFORM SNAPSHOT-SCHEDULE
              END-IF
              IF WS-REFUSE-REASON = SPACES
                 PERFORM APPLY-REAGE
              ELSE
                 PERFORM WRITE-REFUSED-LINE
              END-IF
           END-IF
           .

       MEASURE-PAYMENT-STREAK.
      * THE BAR IS THE SCHEDULED INSTALLMENT ON THE OLDEST OVERDUE
      * ROW - THE REGULAR PAYMENT, WITHOUT THE LATE FEES ON TOP.
           EXEC SQL
              SELECT COALESCE(MIN(PAYMENT_AMOUNT), 0)
                INTO :WS-QUALIFY-AMOUNT
                FROM PAYPLAN
               WHERE LOAN_ID     = :LOAN_LOAN-ID
                 AND PLAN_STATUS = 'OVERDUE'
                 AND DUE_DATE    = :WS-OLDEST-DUE-DATE
           END-EXEC
           MOVE 'SELECT QUALIFYING INSTALLMENT' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

      * ONE PAYMENT INTERVAL PLUS GRACE BETWEEN PAYMENTS.
           EVALUATE LOAN_PAYMENT-FREQUENCY
              WHEN 'W'
                 MOVE 10 TO WS-MAX-GAP-DAYS
              WHEN 'B'
                 MOVE 18 TO WS-MAX-GAP-DAYS
              WHEN 'Q'
                 MOVE 100 TO WS-MAX-GAP-DAYS
              WHEN OTHER
                 MOVE 40 TO WS-MAX-GAP-DAYS
           END-EVALUATE

           MOVE 0 TO WS-STREAK-COUNT
           MOVE WS-TODAY-INTEGER TO WS-STREAK-FROM-INT
           SET STREAK-GOING TO TRUE

           EXEC SQL
              OPEN C-PAYMENT-DAYS
           END-EXEC
           MOVE 'OPEN C-PAYMENT-DAYS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM FETCH-PAYMENT-DAY
           PERFORM UNTIL SQLCODE NOT = 0
                      OR STREAK-BROKEN
                      OR WS-STREAK-COUNT >= WS-MIN-STREAK
              MOVE WS-DAY-PAID-DATE TO WS-WORK-DASHED
              PERFORM DASHED-TO-INTEGER
              IF WS-STREAK-FROM-INT - WS-WORK-INTEGER
                 > WS-MAX-GAP-DAYS
                 OR WS-DAY-PAID-AMOUNT < WS-QUALIFY-AMOUNT
                 OR WS-QUALIFY-AMOUNT NOT > 0
                 SET STREAK-BROKEN TO TRUE
              ELSE
                 ADD 1 TO WS-STREAK-COUNT
                 MOVE WS-WORK-INTEGER TO WS-STREAK-FROM-INT
                 PERFORM FETCH-PAYMENT-DAY
              END-IF
           END-PERFORM

           EXEC SQL
              CLOSE C-PAYMENT-DAYS
           END-EXEC
           MOVE 'CLOSE C-PAYMENT-DAYS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       FETCH-PAYMENT-DAY.
           EXEC SQL
              FETCH C-PAYMENT-DAYS
                INTO :WS-DAY-PAID-DATE, :WS-DAY-PAID-AMOUNT
           END-EXEC
           MOVE 'FETCH C-PAYMENT-DAYS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       CHECK-REAGE-LIMITS.
           MOVE SPACES TO WS-REFUSE-REASON

           EXEC SQL
              SELECT COALESCE(SUM(CASE
                        WHEN REAGE_DATE > :WS-CUTOFF-12M-DASHED
                        THEN 1 ELSE 0 END), 0),
                     COUNT(*)
                INTO :WS-REAGES-12M, :WS-REAGES-5Y
                FROM KALA12.REAGE_HIST
               WHERE LOAN_ID    = :LOAN_LOAN-ID
                 AND REAGE_DATE > :WS-CUTOFF-5Y-DASHED
           END-EXEC
           MOVE 'COUNT PRIOR RE-AGES' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           EVALUATE TRUE
              WHEN LOAN_CREATION-DATE > WS-OPEN-CUTOFF-DASHED
                 MOVE 'OPEN LESS THAN MINIMUM MONTHS'
                   TO WS-REFUSE-REASON
              WHEN WS-REAGES-12M > 0
                 MOVE 'RE-AGED WITHIN 12 MONTHS'
                   TO WS-REFUSE-REASON
              WHEN WS-REAGES-5Y > 1
                 MOVE 'RE-AGED TWICE WITHIN 5 YEARS'
                   TO WS-REFUSE-REASON
           END-EVALUATE
           .

       SNAPSHOT-SCHEDULE.
           MOVE 0 TO WS-ODUE-COUNT
           MOVE 0 TO WS-DUE-COUNT

           EXEC SQL
              OPEN C-OVERDUE-ROWS
           END-EXEC
           MOVE 'OPEN C-OVERDUE-ROWS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM FETCH-OVERDUE-ROW
           PERFORM UNTIL SQLCODE NOT = 0
                      OR WS-ODUE-COUNT = 600
              ADD 1 TO WS-ODUE-COUNT
              MOVE PLAN_INVOICE-ID
                TO ODU-INVOICE-ID (WS-ODUE-COUNT)
              MOVE PLAN_DUE-DATE
                TO ODU-DUE-DATE (WS-ODUE-COUNT)
              MOVE PLAN_PAYMENT-AMOUNT
                TO ODU-PAYMENT-AMT (WS-ODUE-COUNT)
              MOVE PLAN_REMAINING-AMOUNT
                TO ODU-REMAINING-AMT (WS-ODUE-COUNT)
              PERFORM FETCH-OVERDUE-ROW
           END-PERFORM

           EXEC SQL
              CLOSE C-OVERDUE-ROWS
           END-EXEC
           MOVE 'CLOSE C-OVERDUE-ROWS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           EXEC SQL
              OPEN C-DUE-ROWS
           END-EXEC
           MOVE 'OPEN C-DUE-ROWS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM FETCH-DUE-ROW
           PERFORM UNTIL SQLCODE NOT = 0
                      OR WS-DUE-COUNT = 600
              ADD 1 TO WS-DUE-COUNT
              MOVE PLAN_INVOICE-ID
                TO DUE-INVOICE-ID (WS-DUE-COUNT)
              MOVE PLAN_DUE-DATE
                TO DUE-DUE-DATE (WS-DUE-COUNT)
              MOVE PLAN_PAYMENT-AMOUNT
                TO DUE-PAYMENT-AMT (WS-DUE-COUNT)
              MOVE PLAN_REMAINING-AMOUNT
                TO DUE-REMAINING-AMT (WS-DUE-COUNT)
              PERFORM FETCH-DUE-ROW
           END-PERFORM

      * A PARTLY SNAPSHOTTED SCHEDULE CANNOT BE RE-AGED SAFELY -
      * LEAVE THE LOAN FOR A MANUAL WORKOUT INSTEAD.
           IF WS-DUE-COUNT = 600 AND SQLCODE = 0
              MOVE 'SCHEDULE TOO LONG - MANUAL' TO WS-REFUSE-REASON
           END-IF

           EXEC SQL
              CLOSE C-DUE-ROWS
           END-EXEC
           MOVE 'CLOSE C-DUE-ROWS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF WS-ODUE-COUNT = 600
              AND WS-ODUE-COUNT < WS-OVERDUE-COUNT
              MOVE 'SCHEDULE TOO LONG - MANUAL' TO WS-REFUSE-REASON
           END-IF

      * NOTHING LEFT TO COME DUE - A MATURED LOAN HAS NO FUTURE
      * INSTALLMENT TO CARRY THE ARREARS.
           IF WS-DUE-COUNT = 0
              MOVE 'NO INSTALLMENTS LEFT TO COME' TO WS-REFUSE-REASON
           END-IF
           .

       FETCH-OVERDUE-ROW.
           EXEC SQL
              FETCH C-OVERDUE-ROWS
                INTO :PLAN_INVOICE-ID, :PLAN_DUE-DATE,
                     :PLAN_PAYMENT-AMOUNT, :PLAN_REMAINING-AMOUNT
           END-EXEC
           MOVE 'FETCH C-OVERDUE-ROWS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       FETCH-DUE-ROW.
           EXEC SQL
              FETCH C-DUE-ROWS
                INTO :PLAN_INVOICE-ID, :PLAN_DUE-DATE,
                     :PLAN_PAYMENT-AMOUNT, :PLAN_REMAINING-AMOUNT
           END-EXEC
           MOVE 'FETCH C-DUE-ROWS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       APPLY-REAGE.
           PERFORM CURRENT-TIMESTAMP

           MOVE 0 TO WS-ARREARS-AMOUNT
           MOVE 0 TO WS-FEES-AMOUNT
           PERFORM VARYING WS-ODUE-IX FROM 1 BY 1
                   UNTIL WS-ODUE-IX > WS-ODUE-COUNT
              PERFORM CLOSE-ONE-OVERDUE-ROW
           END-PERFORM

           IF REAGE-CAPITALIZE
              PERFORM CAPITALIZE-ARREARS
           ELSE
              PERFORM DEFER-ARREARS
           END-IF

           PERFORM RECORD-REAGE-HISTORY

           EXEC SQL
              COMMIT
           END-EXEC

           ADD 1 TO WS-LOANS-REAGED
           ADD WS-ARREARS-AMOUNT TO WS-RUN-ARREARS

           DISPLAY 'REAGE - LOAN-ID: ' LOAN_LOAN-ID
                   ' RE-AGED, ' WS-ODUE-COUNT
                   ' OVERDUE INSTALLMENT(S) BROUGHT CURRENT'
           .

       CLOSE-ONE-OVERDUE-ROW.
           IF ODU-REMAINING-AMT (WS-ODUE-IX)
              > ODU-PAYMENT-AMT (WS-ODUE-IX)
              MOVE ODU-PAYMENT-AMT (WS-ODUE-IX) TO WS-ROW-INSTALLMENT
              COMPUTE WS-FEES-AMOUNT = WS-FEES-AMOUNT
                      + ODU-REMAINING-AMT (WS-ODUE-IX)
                      - ODU-PAYMENT-AMT (WS-ODUE-IX)
           ELSE
              MOVE ODU-REMAINING-AMT (WS-ODUE-IX)
                TO WS-ROW-INSTALLMENT
           END-IF
           ADD WS-ROW-INSTALLMENT TO WS-ARREARS-AMOUNT

           MOVE ODU-INVOICE-ID (WS-ODUE-IX) TO PLAN_INVOICE-ID

           EXEC SQL
              UPDATE PAYPLAN
                 SET PLAN_STATUS      = 'REAGED',
                     REMAINING_AMOUNT = 0
               WHERE INVOICE_ID = :PLAN_INVOICE-ID
           END-EXEC
           MOVE 'CLOSE OVERDUE INSTALLMENT' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           MOVE PLAN_INVOICE-ID         TO AUDIT_INVOICE-ID
           MOVE LOAN_LOAN-ID            TO AUDIT_LOAN-ID
           MOVE ODU-REMAINING-AMT (WS-ODUE-IX)
                                        TO AUDIT_OLD-REMAINING-AMOUNT
           MOVE 0                       TO AUDIT_NEW-REMAINING-AMOUNT
           MOVE 'OVERDUE'               TO AUDIT_OLD-PLAN-STATUS
           MOVE 'REAGED'                TO AUDIT_NEW-PLAN-STATUS
           MOVE ODU-DUE-DATE (WS-ODUE-IX) TO AUDIT_OLD-DUE-DATE
           MOVE ODU-DUE-DATE (WS-ODUE-IX) TO AUDIT_NEW-DUE-DATE
           PERFORM INSERT-PLAN-AUDIT-ROW
           .

       DEFER-ARREARS.
      * THE WHOLE ARREARS, FEES INCLUDED, RIDE ON THE FINAL
      * INSTALLMENT, THE WAY SKIPPAY CARRIES ITS DEFERRED INTEREST.
      * REMAINING_LOAN IS LEFT TO THE RECONCILIATION, WHICH
      * FLATTENS EVERY OPEN ROW TO THE LOAN_BALANCE WALK NIGHTLY.
           MOVE WS-DUE-COUNT TO WS-DUE-IX
           MOVE WS-ARREARS-AMOUNT TO WS-ADD-PAYMENT
           COMPUTE WS-ADD-REMAINING =
                   WS-ARREARS-AMOUNT + WS-FEES-AMOUNT
           PERFORM UPDATE-ONE-DUE-ROW
           .

       CAPITALIZE-ARREARS.
      * THE ARREARS ARE SPREAD EVENLY OVER EVERY INSTALLMENT STILL
      * TO COME, THE LAST TAKING THE ODD CENTS; THE FEES GO ON THE
      * NEXT ONE DUE, WHERE THE WATERFALL COLLECTS THEM FIRST.
           DIVIDE WS-ARREARS-AMOUNT BY WS-DUE-COUNT
               GIVING WS-SHARE-AMOUNT
           MOVE WS-ARREARS-AMOUNT TO WS-SHARE-LEFT

           PERFORM VARYING WS-DUE-IX FROM 1 BY 1
                   UNTIL WS-DUE-IX > WS-DUE-COUNT
              IF WS-DUE-IX = WS-DUE-COUNT
                 MOVE WS-SHARE-LEFT TO WS-ADD-PAYMENT
              ELSE
                 MOVE WS-SHARE-AMOUNT TO WS-ADD-PAYMENT
                 SUBTRACT WS-SHARE-AMOUNT FROM WS-SHARE-LEFT
              END-IF

              MOVE WS-ADD-PAYMENT TO WS-ADD-REMAINING
              IF WS-DUE-IX = 1
                 ADD WS-FEES-AMOUNT TO WS-ADD-REMAINING
              END-IF

              PERFORM UPDATE-ONE-DUE-ROW
           END-PERFORM
           .

       UPDATE-ONE-DUE-ROW.
           IF WS-ADD-PAYMENT NOT = 0
              OR WS-ADD-REMAINING NOT = 0
              MOVE DUE-INVOICE-ID (WS-DUE-IX) TO PLAN_INVOICE-ID

              EXEC SQL
                 UPDATE PAYPLAN
                    SET PAYMENT_AMOUNT   = PAYMENT_AMOUNT
                                         + :WS-ADD-PAYMENT,
                        REMAINING_AMOUNT = REMAINING_AMOUNT
                                         + :WS-ADD-REMAINING
                  WHERE INVOICE_ID = :PLAN_INVOICE-ID
              END-EXEC
              MOVE 'CARRY ARREARS TO INSTALLMENT' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              MOVE PLAN_INVOICE-ID         TO AUDIT_INVOICE-ID
              MOVE LOAN_LOAN-ID            TO AUDIT_LOAN-ID
              MOVE DUE-REMAINING-AMT (WS-DUE-IX)
                                        TO AUDIT_OLD-REMAINING-AMOUNT
              COMPUTE AUDIT_NEW-REMAINING-AMOUNT =
                      DUE-REMAINING-AMT (WS-DUE-IX) + WS-ADD-REMAINING
              MOVE 'DUE'                   TO AUDIT_OLD-PLAN-STATUS
              MOVE 'DUE'                   TO AUDIT_NEW-PLAN-STATUS
              MOVE DUE-DUE-DATE (WS-DUE-IX) TO AUDIT_OLD-DUE-DATE
              MOVE DUE-DUE-DATE (WS-DUE-IX) TO AUDIT_NEW-DUE-DATE
              PERFORM INSERT-PLAN-AUDIT-ROW
           END-IF
           .

       INSERT-PLAN-AUDIT-ROW.
      * SAME BEFORE/AFTER IMAGE PLANCORR LOGS ONLINE.
           MOVE 'REAGE' TO AUDIT_CHANGED-BY

           EXEC SQL
              SELECT CURRENT TIMESTAMP
                INTO :AUDIT_CHANGE-TIMESTAMP
                FROM SYSIBM.SYSDUMMY1
           END-EXEC

           EXEC SQL
              INSERT INTO KALA12.PAYPLAN_AUDIT
                    (INVOICE_ID, LOAN_ID, OLD_REMAINING_AMOUNT,
                     NEW_REMAINING_AMOUNT, OLD_PLAN_STATUS,
                     NEW_PLAN_STATUS, OLD_DUE_DATE, NEW_DUE_DATE,
                     CHANGED_BY, CHANGE_TIMESTAMP)
              VALUES (:AUDIT_INVOICE-ID, :AUDIT_LOAN-ID,
                      :AUDIT_OLD-REMAINING-AMOUNT,
                      :AUDIT_NEW-REMAINING-AMOUNT,
                      :AUDIT_OLD-PLAN-STATUS, :AUDIT_NEW-PLAN-STATUS,
                      :AUDIT_OLD-DUE-DATE, :AUDIT_NEW-DUE-DATE,
                      :AUDIT_CHANGED-BY, :AUDIT_CHANGE-TIMESTAMP)
           END-EXEC
           MOVE 'INSERT PAYPLAN_AUDIT RE-AGE ROW' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       RECORD-REAGE-HISTORY.
           MOVE LOAN_LOAN-ID       TO RAH_LOAN-ID
           MOVE WS-TODAY-DASHED    TO RAH_REAGE-DATE
           MOVE LOAN_CUSTOMER-ID   TO RAH_CUSTOMER-ID
           MOVE LOAN_TYPE-ID       TO RAH_TYPE-ID
           MOVE WS-REAGE-METHOD    TO RAH_REAGE-METHOD
           MOVE WS-ODUE-COUNT      TO RAH_ROWS-REAGED
           MOVE WS-ARREARS-AMOUNT  TO RAH_ARREARS-AMOUNT
           MOVE WS-FEES-AMOUNT     TO RAH_FEES-AMOUNT
           MOVE WS-OLDEST-DUE-DATE TO RAH_OLDEST-DUE-DATE
           MOVE WS-DAYS-PAST-DUE   TO RAH_DAYS-PAST-DUE
           MOVE WS-STREAK-COUNT    TO RAH_STREAK-PAYMENTS
           MOVE 'REAGE'            TO RAH_REAGED-BY
           MOVE WS-TIMESTAMP       TO RAH_REAGE-TS

           EXEC SQL
              INSERT INTO KALA12.REAGE_HIST
                    (LOAN_ID, REAGE_DATE, CUSTOMER_ID, TYPE_ID,
                     REAGE_METHOD, ROWS_REAGED, ARREARS_AMOUNT,
                     FEES_AMOUNT, OLDEST_DUE_DATE, DAYS_PAST_DUE,
                     STREAK_PAYMENTS, REAGED_BY, REAGE_TS)
              VALUES (:RAH_LOAN-ID, :RAH_REAGE-DATE, :RAH_CUSTOMER-ID,
                      :RAH_TYPE-ID, :RAH_REAGE-METHOD,
                      :RAH_ROWS-REAGED, :RAH_ARREARS-AMOUNT,
                      :RAH_FEES-AMOUNT, :RAH_OLDEST-DUE-DATE,
                      :RAH_DAYS-PAST-DUE, :RAH_STREAK-PAYMENTS,
                      :RAH_REAGED-BY, :RAH_REAGE-TS)
           END-EXEC
           MOVE 'INSERT REAGE_HIST ROW' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       WRITE-REFUSED-LINE.
           ADD 1 TO WS-LOANS-REFUSED

           MOVE LOAN_LOAN-ID       TO RFU-LOAN-ID
           MOVE LOAN_CUSTOMER-ID   TO RFU-CUSTOMER-ID
           MOVE WS-OLDEST-DUE-DATE TO RFU-OLDEST-DUE
           MOVE WS-DAYS-PAST-DUE   TO RFU-DAYS-PAST-DUE
           MOVE WS-STREAK-COUNT    TO RFU-STREAK
           MOVE WS-REFUSE-REASON   TO RFU-REASON
           WRITE REAGE-REPORT-LINE FROM WS-REFUSED-LINE
           .

       WRITE-REGISTER.
           WRITE REAGE-REPORT-LINE FROM WS-BLANK-LINE
           WRITE REAGE-REPORT-LINE FROM WS-REGISTER-TITLE
           WRITE REAGE-REPORT-LINE FROM WS-REGISTER-HEAD

           EXEC SQL
              OPEN C-REGISTER
           END-EXEC
           MOVE 'OPEN C-REGISTER' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM FETCH-REGISTER-ROW
           PERFORM UNTIL SQLCODE NOT = 0
              PERFORM WRITE-REGISTER-LINE
              PERFORM FETCH-REGISTER-ROW
           END-PERFORM

           EXEC SQL
              CLOSE C-REGISTER
           END-EXEC
           MOVE 'CLOSE C-REGISTER' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF WS-REGISTER-LINES = 0
              WRITE REAGE-REPORT-LINE FROM WS-NONE-LINE
           END-IF

           MOVE WS-LOANS-REAGED  TO TOT-REAGED
           MOVE WS-RUN-ARREARS   TO TOT-ARREARS
           MOVE WS-LOANS-REFUSED TO TOT-REFUSED
           WRITE REAGE-REPORT-LINE FROM WS-BLANK-LINE
           WRITE REAGE-REPORT-LINE FROM WS-TOTAL-LINE
           .

       FETCH-REGISTER-ROW.
           EXEC SQL
              FETCH C-REGISTER
                INTO :RAH_REAGE-DATE, :RAH_LOAN-ID, :RAH_CUSTOMER-ID,
                     :RAH_TYPE-ID, :RAH_REAGE-METHOD,
                     :RAH_ROWS-REAGED, :RAH_ARREARS-AMOUNT,
                     :RAH_FEES-AMOUNT, :RAH_OLDEST-DUE-DATE,
                     :RAH_DAYS-PAST-DUE, :RAH_STREAK-PAYMENTS,
                     :RAH_REAGED-BY, :WS-LOAN-REAGE-SEQ
           END-EXEC
           MOVE 'FETCH C-REGISTER' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       WRITE-REGISTER-LINE.
           IF RAH_REAGE-DATE = WS-TODAY-DASHED
              MOVE '*' TO REG-THIS-RUN
           ELSE
              MOVE ' ' TO REG-THIS-RUN
           END-IF

           MOVE RAH_REAGE-DATE      TO REG-REAGE-DATE
           MOVE RAH_LOAN-ID         TO REG-LOAN-ID
           MOVE RAH_CUSTOMER-ID     TO REG-CUSTOMER-ID
           MOVE RAH_TYPE-ID         TO REG-TYPE-ID
           IF RAH_REAGE-METHOD = 'C'
              MOVE 'CAPITALIZED' TO REG-METHOD
           ELSE
              MOVE 'DEFERRED   ' TO REG-METHOD
           END-IF
           MOVE RAH_ROWS-REAGED     TO REG-ROWS
           MOVE RAH_ARREARS-AMOUNT  TO REG-ARREARS
           MOVE RAH_FEES-AMOUNT     TO REG-FEES
           MOVE RAH_OLDEST-DUE-DATE TO REG-OLDEST-DUE
           MOVE RAH_DAYS-PAST-DUE   TO REG-DAYS-PAST-DUE
           MOVE RAH_STREAK-PAYMENTS TO REG-STREAK
           MOVE WS-LOAN-REAGE-SEQ   TO REG-SEQ
           MOVE RAH_REAGED-BY       TO REG-REAGED-BY

           WRITE REAGE-REPORT-LINE FROM WS-REGISTER-LINE
           ADD 1 TO WS-REGISTER-LINES
           .

       DASHED-TO-INTEGER.
           MOVE WS-WORK-DASHED(1:4) TO WS-WORK-YYYYMMDD(1:4)
           MOVE WS-WORK-DASHED(6:2) TO WS-WORK-YYYYMMDD(5:2)
           MOVE WS-WORK-DASHED(9:2) TO WS-WORK-YYYYMMDD(7:2)
           COMPUTE WS-WORK-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-WORK-YYYYMMDD)
           .

       CURRENT-TIMESTAMP.
           EXEC SQL
               SELECT CURRENT TIMESTAMP
               INTO :WS-TIMESTAMP
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
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
