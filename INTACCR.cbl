      * RECEIVABLE / CR INTEREST INCOME - EARNED, NOT YET    *
      * COLLECTED). A LOAN ALREADY ACCRUED TODAY IS SKIPPED  *
      * SO A RERUN NEVER DOUBLE-BOOKS THE DAY.               *
      *                                                      *
      * NON-ACCRUAL: A LOAN WITH AN INSTALLMENT OVERDUE AT   *
      * LEAST NONACCR-DAYS (DEFAULT 90, DELQAGE'S 90-DAY     *
      * BUCKET) GOES ON NON-ACCRUAL - A NONACCRUAL ROW IS    *
      * OPENED, ACCRUAL STOPS, AND THE INTEREST ACCRUED BUT  *
      * NOT YET COLLECTED IS REVERSED (A NEGATIVE ACCRUAL ROW *
      * AND DR INTEREST INCOME / CR INTEREST RECEIVABLE).    *
      * LNDWISE4 RECOGNIZES ITS INTEREST ON A CASH BASIS     *
      * UNTIL IT RETURNS TO ACCRUAL, WHICH HAPPENS ONLY ONCE *
      * NOTHING IS PAST DUE AND THE LAST NONACCR-CURE-COUNT  *
      * (DEFAULT 6) INSTALLMENTS WERE PAID WITHOUT GOING     *
      * OVERDUE. EVERY MOVE IN OR OUT IS LISTED ON THE DAILY *
      * NON-ACCRUAL REPORT (NACRPT) WITH THE REVERSED AMOUNT.*
      *                                                      *
      * SCRA: WHILE A BORROWER OR CO-BORROWER IS ON ACTIVE   *
      * DUTY (SCRA_SERVICE) ON A LOAN TAKEN OUT BEFORE THE   *
      * SERVICE, THE LOAN ACCRUES AT NO MORE THAN THE CAP    *
      * RATE, AND THE DAY'S DIFFERENCE AGAINST THE UNCAPPED  *
      * RATE IS ADDED TO THE LOAN'S SCRA_CAP ROW AS INTEREST *
      * FORGIVEN FOR THE COMPLIANCE REPORT.                  *
      ********************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS STATUS-OUTFILE-GL.

           SELECT NACOUT ASSIGN TO NACRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-NACRPT.

      * OPS-TUNABLE RUN PARAMETERS, READ AT STARTUP.
           SELECT PARMIN ASSIGN TO PARMFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-PARMFILE.

       DATA DIVISION.
       FILE SECTION.

       FD WS-OUTFILE-GL.
       01  WS-OUTFILE-GL-POST    PIC X(80).

       FD NACOUT
            RECORDING MODE F.
       01 NONACCR-REPORT-LINE    PIC X(132).

       FD PARMIN
            RECORDING MODE F.
       01 PARM-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA     END-EXEC.
           EXEC SQL INCLUDE PAYPLAN   END-EXEC.
           EXEC SQL INCLUDE RATETABLE END-EXEC.
           EXEC SQL INCLUDE ACCRUAL   END-EXEC.
           EXEC SQL INCLUDE NONACCR   END-EXEC.
           EXEC SQL INCLUDE PROCDATE  END-EXEC.
           EXEC SQL INCLUDE SCRACAP   END-EXEC.
           EXEC SQL INCLUDE LNJRNL    END-EXEC.

      * FILE STATUS.
       01 STATUS-OUTFILE-GL     PIC X(02).
       01 FS-NACRPT             PIC X(02).

       01 WS-SQL-ACTION         PIC X(40).
       01 WS-RETURN-CODE        PIC S9(4) COMP.
       01 WS-JRNL-RC            PIC S9(4) COMP.

       01 WS-CURRENT-DATE.
          05 WS-DATE-YYYY       PIC X(4).
       01 WS-PER-DIEM           PIC S9(9)V9(6) USAGE COMP-3.
       01 WS-ALREADY-COUNT      PIC S9(9) USAGE COMP.

      * SCRA CAP - THE RATE THE LOAN WOULD ACCRUE AT UNCAPPED, THE
      * LOWEST CAP OF ANY SERVICE PERIOD COVERING IT TODAY (99.99
      * WHEN NOBODY ON THE LOAN IS SERVING), AND THE DAY'S INTEREST
      * GIVEN UP TO THE CAP.
       01 WS-UNCAPPED-RATE      PIC S9(2)V9(2) USAGE COMP-3.
       01 WS-SCRA-SVC-RATE      PIC S9(2)V9(2) USAGE COMP-3.
       01 WS-SCRA-NO-CAP        PIC S9(2)V9(2) USAGE COMP-3
                                VALUE 99.99.
       01 WS-SCRA-FORGIVEN      PIC S9(15)V9(2) USAGE COMP-3.

      * NON-ACCRUAL THRESHOLDS - PARMFILE-TUNABLE, SAME MECHANISM AS
      * THE OTHER BATCH PROGRAMS. NONACCR-DAYS MATCHES DELQAGE'S
      * 90-DAY BUCKET; NONACCR-CURE-COUNT IS HOW MANY INSTALLMENTS
      * IN A ROW MUST BE PAID WITHOUT GOING OVERDUE BEFORE A CURED
      * LOAN ACCRUES AGAIN.
       01 FS-PARMFILE           PIC X(2).
       01 WS-PARM-EOF           PIC X(1) VALUE 'N'.
         88 PARM-EOF-YES        VALUE 'Y'.
       01 WS-PARM-KEY           PIC X(20).
       01 WS-PARM-VALUE         PIC X(60).
       01 WS-PARM-TOKEN         PIC X(20).
       01 WS-PARM-LEN           PIC 9(4) USAGE COMP.
       01 WS-NONACCR-DAYS       PIC 9(3) VALUE 90.
       01 WS-NONACCR-CURE-COUNT PIC 9(3) VALUE 6.

      * DAYS PAST DUE ARE MEASURED AGAINST THE OPEN BUSINESS
      * PROCESSING DATE WHEN THERE IS ONE (CYCLEDT), EXACTLY AS
      * DELQAGE BUCKETS THEM - OTHERWISE AGAINST TODAY.
       01 WS-AGING-DASHED       PIC X(10).
       01 WS-AGING-NUM          PIC 9(8).
       01 WS-AGING-INTEGER      PIC S9(9) USAGE COMP.
       01 WS-OLDEST-DUE-DATE    PIC X(10).
       01 WS-DUE-NUM            PIC 9(8).
       01 WS-DAYS-LATE          PIC S9(9) USAGE COMP.

      * NON-ACCRUAL STATE OF THE LOAN IN HAND.
       01 WS-NONACCRUAL-SW      PIC X(1).
         88 LOAN-ON-NONACCRUAL  VALUE 'Y'.
         88 LOAN-ACCRUING       VALUE 'N'.
       01 WS-REVERSAL-AMOUNT    PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-PAST-DUE-COUNT     PIC S9(9) USAGE COMP.
       01 WS-CURRENT-STREAK     PIC S9(9) USAGE COMP.

      * RUN CONTROL TOTALS.
       01 WS-LOANS-ACCRUED      PIC 9(9) VALUE 0.
       01 WS-LOANS-SKIPPED      PIC 9(9) VALUE 0.
       01 WS-TOTAL-ACCRUED      PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-LOANS-NONACCRUAL   PIC 9(9) VALUE 0.
       01 WS-LOANS-INTO-NAC     PIC 9(9) VALUE 0.
       01 WS-LOANS-OUT-OF-NAC   PIC 9(9) VALUE 0.
       01 WS-TOTAL-REVERSED     PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-LOANS-SCRA-CAPPED  PIC 9(9) VALUE 0.
       01 WS-TOTAL-FORGIVEN     PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.

       01 WS-COMMIT-INTERVAL    PIC 9(4) VALUE 100.
       01 WS-ROWS-SINCE-COMMIT  PIC 9(4) VALUE 0.
       01  WS-GL-TOTAL-CREDITS     PIC S9(15)V9(2) COMP-3 VALUE 0.
       01  WS-GL-POST-AMOUNT       PIC S9(15)V9(2) COMP-3.

      * NON-ACCRUAL REPORT LINES.
       01 WS-NAC-HEADING.
          05 FILLER             PIC X(20) VALUE 'INTACCR - DAILY NON-'.
          05 FILLER             PIC X(20) VALUE 'ACCRUAL MOVEMENTS   '.
          05 FILLER             PIC X(16) VALUE 'PROCESSING DATE '.
          05 NAC-HDG-DATE       PIC X(10).
          05 FILLER             PIC X(66) VALUE SPACES.

       01 WS-NAC-LINE.
          05 NAC-LINE-MOVE      PIC X(20).
          05 FILLER             PIC X(9)  VALUE ' LOAN-ID '.
          05 NAC-LINE-LOAN-ID   PIC 9(9).
          05 FILLER             PIC X(10) VALUE ' CUSTOMER '.
          05 NAC-LINE-CUSTOMER  PIC 9(9).
          05 FILLER             PIC X(10) VALUE ' DAYS PD: '.
          05 NAC-LINE-DAYS      PIC ZZZZ9.
          05 FILLER             PIC X(11) VALUE ' REVERSED: '.
          05 NAC-LINE-REVERSED  PIC +ZZZZZZZZZZZZZZ9.99.
          05 FILLER             PIC X(11) VALUE ' CASH INT: '.
          05 NAC-LINE-CASH-INT  PIC +ZZZZZZZZZZZZZZ9.99.

       01 WS-NAC-TOTAL-LINE.
          05 FILLER             PIC X(20) VALUE 'TOTALS - INTO:      '.
          05 NAC-TOT-INTO       PIC ZZZZZZZZ9.
          05 FILLER             PIC X(8)  VALUE '  OUT:  '.
          05 NAC-TOT-OUT        PIC ZZZZZZZZ9.
          05 FILLER             PIC X(18) VALUE '  TOTAL REVERSED: '.
          05 NAC-TOT-REVERSED   PIC +ZZZZZZZZZZZZZZ9.99.
          05 FILLER             PIC X(49) VALUE SPACES.

      *****************************************************
      *  EVERY LOAN THAT STILL HAS OPEN SCHEDULE ROWS -   *
      *  SAME POPULATION THE RECONCILIATION DRIVES OFF.   *
             DECLARE C-ACCRUAL-LOANS CURSOR WITH HOLD FOR
               SELECT DISTINCT
                      LOAN.LOAN_ID,
                      LOAN.CUSTOMER_ID,
                      LOAN.TYPE_ID,
                      LOAN.INTEREST_RATE,
                      LOAN.INTEREST_TYPE
       MAIN-PARA.
           DISPLAY 'INTACCR - NIGHTLY INTEREST ACCRUAL RUN.'

           PERFORM READ-RUN-PARAMETERS

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-DATE-YYYY '-' WS-DATE-MM '-' WS-DATE-DD
             DELIMITED BY SIZE
             INTO WS-TODAY-DASHED

           PERFORM DETERMINE-AGING-DATE

           OPEN OUTPUT WS-OUTFILE-GL
           IF STATUS-OUTFILE-GL NOT = '00'
              DISPLAY 'INTACCR - ERROR OPENING GL EXTRACT.'
              STOP RUN
           END-IF

           OPEN OUTPUT NACOUT
           IF FS-NACRPT NOT = '00'
              DISPLAY 'INTACCR - ERROR OPENING NON-ACCRUAL REPORT.'
              DISPLAY 'FILE STATUS CODE: ' FS-NACRPT
              STOP RUN
           END-IF

           MOVE WS-AGING-DASHED TO NAC-HDG-DATE
           WRITE NONACCR-REPORT-LINE FROM WS-NAC-HEADING

           EXEC SQL
              OPEN C-ACCRUAL-LOANS
           END-EXEC
           PERFORM WRITE-GL-TRAILER
           CLOSE WS-OUTFILE-GL

           MOVE WS-LOANS-INTO-NAC   TO NAC-TOT-INTO
           MOVE WS-LOANS-OUT-OF-NAC TO NAC-TOT-OUT
           MOVE WS-TOTAL-REVERSED   TO NAC-TOT-REVERSED
           WRITE NONACCR-REPORT-LINE FROM WS-NAC-TOTAL-LINE
           CLOSE NACOUT

           DISPLAY 'INTACCR - LOANS ACCRUED:        ' WS-LOANS-ACCRUED
           DISPLAY 'INTACCR - ALREADY DONE TODAY:   ' WS-LOANS-SKIPPED
           DISPLAY 'INTACCR - TOTAL ACCRUED TODAY:  ' WS-TOTAL-ACCRUED
           DISPLAY 'INTACCR - ON NON-ACCRUAL:       '
                   WS-LOANS-NONACCRUAL
           DISPLAY 'INTACCR - INTO NON-ACCRUAL:     ' WS-LOANS-INTO-NAC
           DISPLAY 'INTACCR - RETURNED TO ACCRUAL:  '
                   WS-LOANS-OUT-OF-NAC
           DISPLAY 'INTACCR - INTEREST REVERSED:    ' WS-TOTAL-REVERSED
           DISPLAY 'INTACCR - SCRA CAPPED LOANS:    '
                   WS-LOANS-SCRA-CAPPED
           DISPLAY 'INTACCR - SCRA INT FORGIVEN:    ' WS-TOTAL-FORGIVEN

           STOP RUN
           .
           EXEC SQL
              FETCH C-ACCRUAL-LOANS
                INTO :LOAN_LOAN-ID,
                     :LOAN_CUSTOMER-ID,
                     :LOAN_TYPE-ID,
                     :LOAN_INTEREST-RATE,
                     :LOAN_INTEREST-TYPE
           IF WS-ALREADY-COUNT > 0
              ADD 1 TO WS-LOANS-SKIPPED
           ELSE
              PERFORM CHECK-NONACCRUAL-STATUS

              IF LOAN-ON-NONACCRUAL
                 ADD 1 TO WS-LOANS-NONACCRUAL
              ELSE
                 PERFORM DETERMINE-CURRENT-BALANCE
                 PERFORM DETERMINE-ACCRUAL-RATE

                 IF WS-CURRENT-BALANCE > 0
                    COMPUTE WS-PER-DIEM ROUNDED =
                            (WS-CURRENT-BALANCE * WS-ACCRUAL-RATE)
                            / 100 / 365
                    PERFORM INSERT-ACCRUAL-ROW
                    IF WS-UNCAPPED-RATE > WS-ACCRUAL-RATE
                       PERFORM ADD-SCRA-FORGIVEN
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

       CHECK-NONACCRUAL-STATUS.
      * A LOAN ALREADY ON NON-ACCRUAL IS TESTED FOR CURE; ANY OTHER
      * LOAN IS TESTED FOR ENTRY. EITHER TEST MAY FLIP THE SWITCH.
           EXEC SQL
              SELECT ENTRY_DATE, DAYS_PAST_DUE,
                     REVERSED_AMOUNT, CASH_INTEREST
                INTO :NAC_ENTRY-DATE, :NAC_DAYS-PAST-DUE,
                     :NAC_REVERSED-AMOUNT, :NAC_CASH-INTEREST
                FROM KALA12.NONACCRUAL
               WHERE LOAN_ID        = :LOAN_LOAN-ID
                 AND ACCRUAL_STATUS = 'N'
           END-EXEC
           MOVE 'FETCH OPEN NON-ACCRUAL ROW' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF SQLCODE = 0
              SET LOAN-ON-NONACCRUAL TO TRUE
              PERFORM TEST-NONACCRUAL-CURE
           ELSE
              SET LOAN-ACCRUING TO TRUE
              PERFORM TEST-NONACCRUAL-ENTRY
           END-IF
           .

       TEST-NONACCRUAL-ENTRY.
      * THE OLDEST OVERDUE INSTALLMENT DECIDES - SAME DAYS-LATE
      * ARITHMETIC DELQAGE USES FOR ITS BUCKETS.
           EXEC SQL
              SELECT COALESCE(MIN(DUE_DATE), '9999-12-31')
                INTO :WS-OLDEST-DUE-DATE
                FROM PAYPLAN
               WHERE LOAN_ID     = :LOAN_LOAN-ID
                 AND PLAN_STATUS = 'OVERDUE'
           END-EXEC
           MOVE 'FETCH OLDEST OVERDUE INSTALLMENT' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF WS-OLDEST-DUE-DATE NOT = '9999-12-31'
              MOVE WS-OLDEST-DUE-DATE(1:4) TO WS-DUE-NUM(1:4)
              MOVE WS-OLDEST-DUE-DATE(6:2) TO WS-DUE-NUM(5:2)
              MOVE WS-OLDEST-DUE-DATE(9:2) TO WS-DUE-NUM(7:2)
              COMPUTE WS-DAYS-LATE = WS-AGING-INTEGER
                      - FUNCTION INTEGER-OF-DATE (WS-DUE-NUM)

              IF WS-DAYS-LATE >= WS-NONACCR-DAYS
                 PERFORM PLACE-ON-NONACCRUAL
              END-IF
           END-IF
           .

       PLACE-ON-NONACCRUAL.
      * THE INTEREST ACCRUED BUT NOT YET COLLECTED IS THE SAME FIGURE
      * LNDWISE4 CARRIES AS LOAN_BALANCE ACCRUED_INTEREST: EVERY
      * ACCRUAL BOOKED SINCE THE LAST PAYMENT ON THE LOAN.
           EXEC SQL
              SELECT COALESCE(SUM(A.ACCRUED_AMOUNT), 0)
                INTO :WS-REVERSAL-AMOUNT
                FROM KALA12.INTEREST_ACCRUAL A
               WHERE A.LOAN_ID = :LOAN_LOAN-ID
                 AND A.ACCRUAL_DATE >
                     (SELECT COALESCE(MAX(P.PAID_DATE), '0001-01-01')
                        FROM KALA12.PAYMENT P
                        JOIN KALA12.PAYPLAN PP
                          ON PP.INVOICE_ID = P.INVOICE_ID
                       WHERE PP.LOAN_ID = :LOAN_LOAN-ID)
           END-EXEC
           MOVE 'SUM ACCRUED INTEREST TO REVERSE' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF WS-REVERSAL-AMOUNT < 0
              MOVE 0 TO WS-REVERSAL-AMOUNT
           END-IF

           MOVE LOAN_LOAN-ID       TO NAC_LOAN-ID
           MOVE WS-TODAY-DASHED    TO NAC_ENTRY-DATE
           MOVE SPACES             TO NAC_EXIT-DATE
           MOVE 'N'                TO NAC_ACCRUAL-STATUS
           MOVE WS-DAYS-LATE       TO NAC_DAYS-PAST-DUE
           MOVE WS-REVERSAL-AMOUNT TO NAC_REVERSED-AMOUNT
           MOVE 0                  TO NAC_CASH-INTEREST

           EXEC SQL
              INSERT INTO KALA12.NONACCRUAL
                    (LOAN_ID, ENTRY_DATE, EXIT_DATE, ACCRUAL_STATUS,
                     DAYS_PAST_DUE, REVERSED_AMOUNT, CASH_INTEREST)
              VALUES (:NAC_LOAN-ID, :NAC_ENTRY-DATE, :NAC_EXIT-DATE,
                      :NAC_ACCRUAL-STATUS, :NAC_DAYS-PAST-DUE,
                      :NAC_REVERSED-AMOUNT, :NAC_CASH-INTEREST)
           END-EXEC
           MOVE 'INSERT NON-ACCRUAL ROW' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

      * THE REVERSAL IS BOOKED AS A NEGATIVE ACCRUAL ROW FOR TODAY, SO
      * THE ACCRUAL HISTORY (AND LNDWISE4'S ACCRUED-INTEREST FIGURE)
      * NETS TO ZERO, AND AS THE MIRROR IMAGE OF THE DAILY ACCRUAL
      * PAIR ON THE GL. THE ZERO RATE MARKS THE ROW AS A REVERSAL.
           IF WS-REVERSAL-AMOUNT > 0
              MOVE LOAN_LOAN-ID    TO ACR_LOAN-ID
              MOVE WS-TODAY-DASHED TO ACR_ACCRUAL-DATE
              COMPUTE ACR_ACCRUED-AMOUNT = 0 - WS-REVERSAL-AMOUNT
              MOVE 0               TO ACR_INTEREST-RATE

              EXEC SQL
                 INSERT INTO KALA12.INTEREST_ACCRUAL
                       (LOAN_ID, ACCRUAL_DATE, ACCRUED_AMOUNT,
                        INTEREST_RATE)
                 VALUES (:ACR_LOAN-ID, :ACR_ACCRUAL-DATE,
                         :ACR_ACCRUED-AMOUNT, :ACR_INTEREST-RATE)
              END-EXEC
              MOVE 'INSERT ACCRUAL REVERSAL ROW' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              MOVE LOAN_LOAN-ID       TO LJR_LOAN-ID
              MOVE 'IACR'             TO LJR_TRAN-CODE
              MOVE WS-TODAY-DASHED    TO LJR_EFFECTIVE-DATE
              MOVE ACR_ACCRUED-AMOUNT TO LJR_AMOUNT
              MOVE 0                  TO LJR_PRIN-AMOUNT
              MOVE ACR_ACCRUED-AMOUNT TO LJR_INT-AMOUNT
              MOVE 0                  TO LJR_FEE-AMOUNT
              MOVE 0                  TO LJR_ESC-AMOUNT
              MOVE 0                  TO LJR_REFERENCE-ID
              PERFORM POST-LOAN-JOURNAL

              MOVE 'INTEREST-INCOME '  TO GL-ACCOUNT
              MOVE 'DR'                TO GL-DRCR
              MOVE WS-REVERSAL-AMOUNT  TO WS-GL-POST-AMOUNT
              MOVE 'NONACCRUAL REVERSAL' TO GL-DESCRIPTION
              PERFORM WRITE-GL-POSTING

              MOVE 'INT-RECEIVABLE  '  TO GL-ACCOUNT
              MOVE 'CR'                TO GL-DRCR
              MOVE WS-REVERSAL-AMOUNT  TO WS-GL-POST-AMOUNT
              MOVE 'NONACCRUAL REVERSAL' TO GL-DESCRIPTION
              PERFORM WRITE-GL-POSTING
           END-IF

           MOVE 'INTO NON-ACCRUAL'  TO NAC-LINE-MOVE
           MOVE LOAN_LOAN-ID        TO NAC-LINE-LOAN-ID
           MOVE LOAN_CUSTOMER-ID    TO NAC-LINE-CUSTOMER
           MOVE WS-DAYS-LATE        TO NAC-LINE-DAYS
           MOVE WS-REVERSAL-AMOUNT  TO NAC-LINE-REVERSED
           MOVE 0                   TO NAC-LINE-CASH-INT
           WRITE NONACCR-REPORT-LINE FROM WS-NAC-LINE

           ADD 1 TO WS-LOANS-INTO-NAC
           ADD WS-REVERSAL-AMOUNT TO WS-TOTAL-REVERSED
           SET LOAN-ON-NONACCRUAL TO TRUE

           DISPLAY 'INTACCR - NON-ACCRUAL LOAN-ID: ' LOAN_LOAN-ID
                   ' REVERSED: ' WS-REVERSAL-AMOUNT
           .

       TEST-NONACCRUAL-CURE.
      * CURED MEANS NOTHING PAST DUE TODAY. STAYING CURRENT MEANS THE
      * LAST NONACCR-CURE-COUNT INSTALLMENTS - ALL DUE SINCE THE
      * ENTRY DATE AND AFTER THE LAST INSTALLMENT THAT EVER WENT
      * OVERDUE - WERE PAID WITHOUT THEMSELVES GOING OVERDUE.
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-PAST-DUE-COUNT
                FROM PAYPLAN
               WHERE LOAN_ID = :LOAN_LOAN-ID
                 AND (PLAN_STATUS = 'OVERDUE'
                      OR (PLAN_STATUS = 'PARTIAL'
                          AND DUE_DATE < :WS-AGING-DASHED))
           END-EXEC
           MOVE 'COUNT PAST-DUE INSTALLMENTS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF WS-PAST-DUE-COUNT = 0
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-CURRENT-STREAK
                   FROM PAYPLAN P
                  WHERE P.LOAN_ID     = :LOAN_LOAN-ID
                    AND P.PLAN_STATUS = 'PAID'
                    AND P.DUE_DATE    > :NAC_ENTRY-DATE
                    AND P.DUE_DATE    >
                        (SELECT COALESCE(MAX(PP.DUE_DATE),
                                         '0001-01-01')
                           FROM PAYPLAN PP
                           JOIN KALA12.PAYPLAN_AUDIT A
                             ON A.INVOICE_ID = PP.INVOICE_ID
                          WHERE PP.LOAN_ID = :LOAN_LOAN-ID
                            AND A.NEW_PLAN_STATUS = 'OVERDUE')
              END-EXEC
              MOVE 'COUNT CURRENT INSTALLMENT STREAK' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              IF WS-CURRENT-STREAK >= WS-NONACCR-CURE-COUNT
                 PERFORM RETURN-TO-ACCRUAL
              END-IF
           END-IF
           .

       RETURN-TO-ACCRUAL.
      * ACCRUAL RESUMES TONIGHT - THE REVERSED INTEREST STAYS
      * REVERSED; ANYTHING COLLECTED ON IT WHILE ON NON-ACCRUAL WAS
      * ALREADY RECOGNIZED AS CASH-BASIS INCOME BY LNDWISE4.
           MOVE WS-TODAY-DASHED TO NAC_EXIT-DATE

           EXEC SQL
              UPDATE KALA12.NONACCRUAL
                 SET ACCRUAL_STATUS = 'R',
                     EXIT_DATE      = :NAC_EXIT-DATE
               WHERE LOAN_ID        = :LOAN_LOAN-ID
                 AND ACCRUAL_STATUS = 'N'
           END-EXEC
           MOVE 'RETURN LOAN TO ACCRUAL' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           MOVE 'RETURNED TO ACCRUAL' TO NAC-LINE-MOVE
           MOVE LOAN_LOAN-ID          TO NAC-LINE-LOAN-ID
           MOVE LOAN_CUSTOMER-ID      TO NAC-LINE-CUSTOMER
           MOVE 0                     TO NAC-LINE-DAYS
           MOVE NAC_REVERSED-AMOUNT   TO NAC-LINE-REVERSED
           MOVE NAC_CASH-INTEREST     TO NAC-LINE-CASH-INT
           WRITE NONACCR-REPORT-LINE FROM WS-NAC-LINE

           ADD 1 TO WS-LOANS-OUT-OF-NAC
           SET LOAN-ACCRUING TO TRUE

           DISPLAY 'INTACCR - RETURNED TO ACCRUAL LOAN-ID: '
                   LOAN_LOAN-ID
           .

       READ-RUN-PARAMETERS.
      * KEYWORD=VALUE RECORDS; '*' IN COLUMN ONE IS A COMMENT. A
      * MISSING PARMFILE LEAVES THE COMPILED DEFAULTS IN EFFECT.
           OPEN INPUT PARMIN
           IF FS-PARMFILE NOT = '00'
              DISPLAY 'INTACCR - NO PARMFILE (STATUS ' FS-PARMFILE
                      ') - DEFAULTS IN EFFECT.'
           ELSE
              PERFORM READ-PARM-RECORD
              PERFORM UNTIL PARM-EOF-YES
                 PERFORM APPLY-PARM-RECORD
                 PERFORM READ-PARM-RECORD
              END-PERFORM
              CLOSE PARMIN
           END-IF

           DISPLAY 'INTACCR - NONACCR-DAYS IN EFFECT:       '
                   WS-NONACCR-DAYS
           DISPLAY 'INTACCR - NONACCR-CURE-COUNT IN EFFECT: '
                   WS-NONACCR-CURE-COUNT
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
                WHEN 'NONACCR-DAYS'
                  IF WS-PARM-LEN > 0 AND WS-PARM-LEN < 4
                     AND WS-PARM-TOKEN(1:WS-PARM-LEN) IS NUMERIC
                     MOVE WS-PARM-TOKEN(1:WS-PARM-LEN)
                       TO WS-NONACCR-DAYS
                  ELSE
                     DISPLAY 'INTACCR - BAD PARM VALUE IGNORED: '
                             PARM-RECORD
                  END-IF
                WHEN 'NONACCR-CURE-COUNT'
                  IF WS-PARM-LEN > 0 AND WS-PARM-LEN < 4
                     AND WS-PARM-TOKEN(1:WS-PARM-LEN) IS NUMERIC
                     MOVE WS-PARM-TOKEN(1:WS-PARM-LEN)
                       TO WS-NONACCR-CURE-COUNT
                  ELSE
                     DISPLAY 'INTACCR - BAD PARM VALUE IGNORED: '
                             PARM-RECORD
                  END-IF
                WHEN OTHER
      * THE DAILY PARMLIB MEMBER IS SHARED WITH THE OTHER BATCH
      * PROGRAMS - KEYS THAT AREN'T OURS ARE SIMPLY NOT FOR US.
                  CONTINUE
              END-EVALUATE
           END-IF
           .

       DETERMINE-AGING-DATE.
           MOVE WS-TODAY-DASHED TO WS-AGING-DASHED

           EXEC SQL
              SELECT CYCLE_DATE
                INTO :PRD_CYCLE-DATE
                FROM KALA12.PROCESS_DATE
               WHERE CYCLE_STATUS = 'O'
           END-EXEC

           IF SQLCODE = 0
              MOVE PRD_CYCLE-DATE TO WS-AGING-DASHED
              DISPLAY 'INTACCR - PROCESSING DATE IN EFFECT: '
                      PRD_CYCLE-DATE
           END-IF

           MOVE WS-AGING-DASHED(1:4) TO WS-AGING-NUM(1:4)
           MOVE WS-AGING-DASHED(6:2) TO WS-AGING-NUM(5:2)
           MOVE WS-AGING-DASHED(9:2) TO WS-AGING-NUM(7:2)
           COMPUTE WS-AGING-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-AGING-NUM)
           .

       DETERMINE-CURRENT-BALANCE.
      * THE LOAN'S CURRENT BALANCE IS THE SMALLEST REMAINING_LOAN ON
      * ITS OPEN SCHEDULE - THE SAME FIGURE THE PORTFOLIO SUMMARY
                    PERFORM CHECK-SQLCODE
              END-EVALUATE
           END-IF

      * SCRA CAP - SAME TEST LNDWISE4'S REPRICING APPLIES: A
      * BORROWER OR CO-BORROWER SERVING TODAY, ON A LOAN TAKEN OUT
      * BEFORE THE SERVICE STARTED.
           MOVE WS-ACCRUAL-RATE TO WS-UNCAPPED-RATE

           EXEC SQL
              SELECT COALESCE(MIN(S.CAP_RATE), :WS-SCRA-NO-CAP)
                INTO :WS-SCRA-SVC-RATE
                FROM KALA12.SCRA_SERVICE S,
                     LOAN L
               WHERE L.LOAN_ID         = :LOAN_LOAN-ID
                 AND S.SERVICE_STATUS  = 'A'
                 AND S.SERVICE_START  <= :WS-TODAY-DASHED
                 AND S.SERVICE_END    >= :WS-TODAY-DASHED
                 AND S.SERVICE_START   > L.CREATION_DATE
                 AND (S.CUSTOMER_ID = L.CUSTOMER_ID
                      OR S.CUSTOMER_ID IN
                         (SELECT LP.CUSTOMER_ID
                            FROM KALA12.LOAN_PARTY LP
                           WHERE LP.LOAN_ID = L.LOAN_ID
                             AND LP.PARTY_ROLE IN ('P', 'C')))
           END-EXEC
           MOVE 'LOOKUP SCRA SERVICE FOR LOAN' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF WS-SCRA-SVC-RATE < WS-ACCRUAL-RATE
              MOVE WS-SCRA-SVC-RATE TO WS-ACCRUAL-RATE
           END-IF
           .

       ADD-SCRA-FORGIVEN.
      * THE DAY'S INTEREST GIVEN UP TO THE CAP GOES ON THE LOAN'S
      * ACTIVE SCRA_CAP ROW. LNDWISE4 OPENS THAT ROW EARLIER IN THE
      * CYCLE; IF IT HAS NOT (THE LOAN WAS SKIPPED THERE) THE ACCRUAL
      * IS STILL CAPPED AND THE ROW PICKS UP FROM THE NEXT NIGHT.
           COMPUTE WS-SCRA-FORGIVEN ROUNDED =
                   (WS-CURRENT-BALANCE
                    * (WS-UNCAPPED-RATE - WS-ACCRUAL-RATE))
                   / 100 / 365

           MOVE LOAN_LOAN-ID     TO SCP_LOAN-ID
           MOVE WS-SCRA-FORGIVEN TO SCP_INTEREST-FORGIVEN

           EXEC SQL
              UPDATE KALA12.SCRA_CAP
                 SET INTEREST_FORGIVEN =
                     INTEREST_FORGIVEN + :SCP_INTEREST-FORGIVEN
               WHERE LOAN_ID    = :SCP_LOAN-ID
                 AND CAP_STATUS = 'A'
           END-EXEC
           MOVE 'ADD SCRA INTEREST FORGIVEN' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           ADD 1                TO WS-LOANS-SCRA-CAPPED
           ADD WS-SCRA-FORGIVEN TO WS-TOTAL-FORGIVEN
           .

       INSERT-ACCRUAL-ROW.
           MOVE 'INSERT DAILY ACCRUAL ROW' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           MOVE LOAN_LOAN-ID       TO LJR_LOAN-ID
           MOVE 'IACR'             TO LJR_TRAN-CODE
           MOVE WS-TODAY-DASHED    TO LJR_EFFECTIVE-DATE
           MOVE ACR_ACCRUED-AMOUNT TO LJR_AMOUNT
           MOVE 0                  TO LJR_PRIN-AMOUNT
           MOVE ACR_ACCRUED-AMOUNT TO LJR_INT-AMOUNT
           MOVE 0                  TO LJR_FEE-AMOUNT
           MOVE 0                  TO LJR_ESC-AMOUNT
           MOVE 0                  TO LJR_REFERENCE-ID
           PERFORM POST-LOAN-JOURNAL

           ADD 1 TO WS-LOANS-ACCRUED
           ADD ACR_ACCRUED-AMOUNT TO WS-TOTAL-ACCRUED

           END-IF
           .

       POST-LOAN-JOURNAL.
      * ONE MONEY MOVEMENT TO THE LOAN'S TRANSACTION JOURNAL - THE
      * CALLER HAS FILLED THE LJR_ FIELDS. A FAILED POST ABENDS LIKE
      * ANY OTHER SQL ERROR SO THE MOVEMENT ROLLS BACK WITH IT.
           MOVE 'INTACCR' TO LJR_SOURCE-PGM

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
