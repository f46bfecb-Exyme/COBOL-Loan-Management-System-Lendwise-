               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS STATUS-OUTFILE-NOTIFY.

      * REMINDERS THE CUSTOMER CHOSE TO GET BY POST - FOR THE MAIL
      * HOUSE, WITH THE POSTAL ADDRESS ON THE RECORD.
           SELECT WS-OUTFILE-NOTIFY-MAIL ASSIGN TO NOTIFYML
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS STATUS-OUTFILE-NOTIFY-MAIL.

           SELECT WS-OUTFILE-CSV ASSIGN TO CSVOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       FD WS-OUTFILE-NOTIFY.
       01  WS-OUTFILE-NOTIFY-POST   PIC X(150).

       FD WS-OUTFILE-NOTIFY-MAIL.
       01  WS-OUTFILE-NOTIFY-MAIL-POST  PIC X(250).

       FD WS-OUTFILE-CSV.
       01  WS-OUTFILE-CSV-POST   PIC X(200).


       01 STATUS-OUTFILE1          PIC X(2).
       01 STATUS-OUTFILE-NOTIFY    PIC X(2).
       01 STATUS-OUTFILE-NOTIFY-MAIL PIC X(2).
       01 STATUS-OUTFILE-CSV       PIC X(2).
       01 STATUS-OUTFILE-GL        PIC X(2).
       01 WS-RETURN-CODE           PIC S9(4) COMP.
       01  WS-RUN-SLICE            PIC 9(1) VALUE 0.
       01  WS-SLICE-DIGIT          PIC X(1).

      *----------------------------------------------------------------
      * Intraday mini-cycle - RUN-MODE=INTRADAY (the intraday parmlib
      * member) runs a daytime pass limited to the invoices the
      * intraday payment load has just paid (INTRADAY_PAYMENT rows
      * still 'L'). It applies their cash, refreshes the loan balance
      * and posts the GL, but leaves the night's work alone - no
      * repricing, no late fees, no reminders. It keeps its own
      * run-control step name, 'LNDWISEI'. The apply-once audit sum
      * in 720 is what keeps the night pass from applying the same
      * cash again.
      *----------------------------------------------------------------
       01  WS-RUN-MODE             PIC X(8) VALUE 'NIGHTLY'.
           88 INTRADAY-RUN                  VALUE 'INTRADAY'.

      *----------------------------------------------------------------
      * General ledger posting extract - every money movement the
      * reconciliation makes is posted as balanced debit/credit pairs
      * 940-CHECK-ACCOUNT-HOLD. A HELD ACCOUNT (BANKRUPTCY,
      * DECEASED, DISPUTED, CEASE-AND-DESIST, AT LOAN OR CUSTOMER
      * LEVEL) ACCRUES NO LATE FEES AND GETS NO NOTICES WHILE THE
      * HOLD STANDS; PAYMENTS THAT ARRIVE STILL APPLY. A LOAN ON AN
      * OPEN BANKRUPTCY CASE COUNTS AS HELD EVEN IF SOMEONE HAS TAKEN
      * THE 'BK' HOLD OFF BY HAND - THE STAY LASTS AS LONG AS THE
      * CASE, AND THE TRUSTEE'S PLAN PAYMENTS ARRIVE ON THE PLAN'S
      * SCHEDULE, NOT OURS.
       01  WS-HOLD-COUNT            PIC S9(9) COMP.
       01  WS-BK-CASE-COUNT         PIC S9(9) COMP.

      * NON-ACCRUAL CHECK - SET BY 1076-CHECK-NONACCRUAL WHEN A
      * PAYMENT CARRIES AN INTEREST PORTION. INTACCR REVERSED THE
      * RECEIVABLE WHEN THE LOAN WENT ON NON-ACCRUAL, SO ITS INTEREST
      * IS RECOGNIZED ON A CASH BASIS UNTIL IT RETURNS TO ACCRUAL.
       01  WS-NONACCRUAL-COUNT      PIC S9(9) COMP.

       01  NOTIFY-RECORD.
           05 NOTIFY-CUSTOMER-ID          PIC 9(9).
           05 NOTIFY-EMAIL                PIC X(50).
           05 FILLER                      PIC X(1).
           05 NOTIFY-PHONE                PIC X(15).
           05 FILLER                      PIC X(1).
      * 'E' EMAIL OR 'S' SMS - THE CHANNEL DELIVRTE PICKED FROM THE
      * ADDRESSEE'S COMM_PREF ROW.
           05 NOTIFY-CHANNEL              PIC X(1).

      *----------------------------------------------------------------
      * Reminder routing - DELIVRTE decides per addressee whether the
      * reminder goes by email, SMS, post or not at all (do-not-
      * contact or no contact detail on the chosen channel).
      *----------------------------------------------------------------
       01  WS-NOTIFY-CUST-ID              PIC S9(9) COMP.
       01  WS-NOTIFY-DOC-TYPE             PIC X(1) VALUE 'M'.
       01  WS-NOTIFY-DELIVERY             PIC X(1).
       01  WS-NOTIFY-FALLBACK             PIC X(1).
       01  WS-NOTIFY-RC                   PIC S9(4) COMP.
       01  WS-NOTIFY-SENT-ELEC            PIC S9(9) COMP VALUE 0.
       01  WS-NOTIFY-SENT-MAIL            PIC S9(9) COMP VALUE 0.
       01  WS-NOTIFY-SUPPRESSED           PIC S9(9) COMP VALUE 0.

       01  NOTIFY-MAIL-RECORD.
           05 NML-NOTIFY-DATA             PIC X(138).
           05 FILLER                      PIC X(1).
           05 NML-ADDR-LINE-1             PIC X(30).
           05 NML-ADDR-LINE-2             PIC X(30).
           05 NML-CITY                    PIC X(20).
           05 NML-STATE-CODE              PIC X(2).
           05 NML-POSTAL-CODE             PIC X(10).
           05 FILLER                      PIC X(19).

      *----------------------------------------------------------------
      * Variables for payment and leftover calculations
       01  WS-RPRICE-RATE-DECIMAL    PIC S9(3)V9(4) COMP-3.
       01  WS-RPRICE-PAYMENT-AMOUNT  PIC S9(15)V9(2) COMP-3.
       01  WS-RPRICE-INVOICE-ID      PIC S9(9) COMP.
       01  WS-RPRICE-OLD-REMAINING   PIC S9(15)V9(2) COMP-3.
       01  WS-RPRICE-DUE-DATE        PIC X(10).
      * THE RATE THE STILL-DUE INSTALLMENTS ARE RE-PRICED AT - THE
      * NEW CONTRACT RATE, OR THE SCRA CAP WHILE ONE APPLIES.
       01  WS-RPRICE-NEW-RATE        PIC S9(2)V9(2) COMP-3.
      * FIXED-RATE LOANS RE-PRICE WITH WONA'S LEVEL-PAYMENT
      * MULTIPLIER, VARIABLE ONES OFF THE OPENING BALANCE.
       01  WS-RPRICE-MULTIPLIER      PIC 9V9(2).
      * THE ROW AS IT STOOD - ITS PAYMENT_AMOUNT MAY CARRY RE-AGED
      * ARREARS AND FEES ON TOP OF THE INSTALLMENT, AND ITS
      * INTEREST_RATE IS THE RATE THAT INSTALLMENT WAS PRICED AT.
       01  WS-RPRICE-OLD-PAYMENT     PIC S9(15)V9(2) COMP-3.
       01  WS-RPRICE-OLD-RATE        PIC S9(2)V9(2) COMP-3.
      * 663 PRICES ONE INSTALLMENT AT WS-RPRICE-PRICE-RATE INTO
      * WS-RPRICE-PAYMENT-AMOUNT - ONCE AT THE OLD RATE, ONCE AT THE
      * NEW - AND ONLY THE DIFFERENCE GOES ONTO THE ROW.
       01  WS-RPRICE-PRICE-RATE      PIC S9(2)V9(2) COMP-3.
       01  WS-RPRICE-OLD-LEVEL       PIC S9(15)V9(2) COMP-3.
       01  WS-RPRICE-LEVEL-CHANGE    PIC S9(15)V9(2) COMP-3.
       01  WS-RPRICE-NEW-PAYMENT     PIC S9(15)V9(2) COMP-3.
       01  WS-RPRICE-NEW-REMAINING   PIC S9(15)V9(2) COMP-3.
      * WHERE THE ROW SITS IN THE SCHEDULE - ITS PERIOD NUMBER, THE
      * LOAN'S ROW COUNT (A BALLOON SETTLES ON THE LAST ROW) AND THE
      * BALANCE COMING INTO THE PERIOD.
       01  WS-RPRICE-FINANCED        PIC S9(15)V9(2) COMP-3.
       01  WS-RPRICE-ROW-NUMBER      PIC S9(9) COMP.
       01  WS-RPRICE-ROW-COUNT       PIC S9(9) COMP.
       01  WS-RPRICE-OPENING         PIC S9(15)V9(2) COMP-3.
       01  WS-RPRICE-PERIOD-PRINCIPAL PIC S9(15)V9(2) COMP-3.

      *----------------------------------------------------------------
      * Servicemember (SCRA) rate cap - while a borrower or
      * co-borrower is on active duty (SCRA_SERVICE, fed by SCRAMNT)
      * and the loan pre-dates the service, the loan is priced at no
      * more than the service period's cap rate. 655-APPLY-SCRA-CAP
      * opens the loan's SCRA_CAP row the night the cap starts and
      * ends it the night it stops applying; either way the still-due
      * installments are re-priced. LOAN.INTEREST_RATE keeps the
      * contract rate - only the in-memory copy the walk uses is
      * capped.
      *----------------------------------------------------------------
      * RATE THE STILL-DUE INSTALLMENTS CARRIED COMING INTO TONIGHT,
      * AND THE RATE THEY SHOULD CARRY FROM TONIGHT.
       01  WS-SCRA-OLD-RATE          PIC S9(2)V9(2) COMP-3.
       01  WS-SCRA-NEW-RATE          PIC S9(2)V9(2) COMP-3.
       01  WS-SCRA-ACTIVE-COUNT      PIC S9(9) COMP.
      * LOWEST CAP OF ANY SERVICE PERIOD COVERING THE LOAN TONIGHT;
      * WS-SCRA-NO-CAP WHEN NOBODY ON THE LOAN IS SERVING.
       01  WS-SCRA-SVC-RATE          PIC S9(2)V9(2) COMP-3.
       01  WS-SCRA-NO-CAP            PIC S9(2)V9(2) COMP-3 VALUE 99.99.

      *----------------------------------------------------------------
      * Per-row SQL error isolation - set by CHECK-SQLCODE-ROW so the
           88 ROW-ERROR                       VALUE 'Y'.
           88 NO-ROW-ERROR                     VALUE 'N'.

      * RETURN CODE FROM JRNLPOST - NONZERO IS THE SQLCODE THAT FAILED
      * AND THE ROW IS SKIPPED LIKE ANY OTHER PER-ROW SQL ERROR.
       01  WS-JRNL-RC               PIC S9(4) USAGE COMP VALUE 0.

      *-----------------------------------------------------------------
      * NEW FIELDS FOR CSV
      *-----------------------------------------------------------------
             INCLUDE LOANPRTY
           END-EXEC.

           EXEC SQL
             INCLUDE SCRACAP
           END-EXEC.

           EXEC SQL
             INCLUDE ALLOC
           END-EXEC.
             INCLUDE PROCDATE
           END-EXEC.

           EXEC SQL
             INCLUDE NONACCR
           END-EXEC.

           EXEC SQL
             INCLUDE CUSTADDR
           END-EXEC.

           EXEC SQL
             INCLUDE LNJRNL
           END-EXEC.

      *----------------------------------------------------------------
      * Driving cursor - one row per loan that still has open plan
      * rows. The interest/principal walk runs once per loan off this
      * THE INSTANCE'S KEY-RANGE SLICE - THE WHOLE BOOK BY DEFAULT.
                AND LOAN.LOAN_ID BETWEEN :WS-LOAN-ID-LOW
                                     AND :WS-LOAN-ID-HIGH
      * AN INTRADAY PASS ONLY VISITS LOANS WITH AN INVOICE THE
      * INTRADAY LOAD HAS JUST PAID.
                AND (:WS-RUN-MODE = 'NIGHTLY'
                     OR EXISTS
                        (SELECT 1
                           FROM KALA12.INTRADAY_PAYMENT IDP
                          WHERE IDP.INVOICE_ID   = PAYPLAN.INVOICE_ID
                            AND IDP.APPLY_STATUS = 'L'))
           END-EXEC.

      *----------------------------------------------------------------
                     ON PAYPLAN.INVOICE_ID = PAYMENT.INVOICE_ID
              WHERE PAYPLAN.LOAN_ID = :LOAN_LOAN-ID
                AND PAYPLAN.PLAN_STATUS IN ('DUE','PARTIAL','OVERDUE')
      * ...AND ONLY THOSE INVOICES ON IT.
                AND (:WS-RUN-MODE = 'NIGHTLY'
                     OR EXISTS
                        (SELECT 1
                           FROM KALA12.INTRADAY_PAYMENT IDP
                          WHERE IDP.INVOICE_ID   = PAYPLAN.INVOICE_ID
                            AND IDP.APPLY_STATUS = 'L'))
              GROUP BY
                PAYPLAN.INVOICE_ID,
                PAYPLAN.DUE_DATE,
               MOVE LOAN_INTEREST-RATE TO PLAN_INTEREST-RATE
               PERFORM 940-CHECK-ACCOUNT-HOLD
               PERFORM 945-FETCH-ALLOC-ORDER
      * REPRICING IS THE NIGHT'S JOB - AN INTRADAY PASS ONLY APPLIES
      * THE CASH THAT HAS JUST COME IN.
               IF NOT INTRADAY-RUN
                  PERFORM 650-REPRICE-VARIABLE-RATE-LOAN
               END-IF
               IF NO-ROW-ERROR
      * ONE WALK PER LOAN - THE RESULT FEEDS EVERY ROW'S REPORT LINE
      * AND THE LOAN DISPOSITION BELOW.
                   WS-COMMIT-INTERVAL
           DISPLAY 'LNDWISE4 - LOAN-ID RANGE IN EFFECT:     '
                   WS-LOAN-ID-LOW ' - ' WS-LOAN-ID-HIGH
           DISPLAY 'LNDWISE4 - RUN-MODE IN EFFECT:          '
                   WS-RUN-MODE

      * EACH CONCURRENT SLICE OWNS ITS OWN RUN-CONTROL ROW - THE
      * STEP NAME CARRIES THE SLICE DIGIT SO THE STALE-ROW SWEEP,
      * THE CHECKPOINTS AND THE END MARKER NEVER TOUCH ANOTHER
      * SLICE'S ROW. SLICE 0 KEEPS THE CLASSIC NAME. AN INTRADAY
      * PASS IS NEVER SLICED AND HAS A NAME OF ITS OWN.
           EVALUATE TRUE
             WHEN INTRADAY-RUN
               MOVE 'LNDWISEI' TO RUNCTL_STEP-NAME
             WHEN WS-RUN-SLICE = 0
               MOVE 'LNDWISE4' TO RUNCTL_STEP-NAME
             WHEN OTHER
               MOVE WS-RUN-SLICE TO WS-SLICE-DIGIT
               STRING 'LNDWISE' WS-SLICE-DIGIT DELIMITED BY SIZE
                 INTO RUNCTL_STEP-NAME
           END-EVALUATE
           DISPLAY 'LNDWISE4 - RUN-CONTROL STEP NAME:       '
                   RUNCTL_STEP-NAME
           .
                     DISPLAY 'LNDWISE4 - BAD PARM VALUE IGNORED: '
                             PARM-RECORD
                  END-IF
                WHEN 'RUN-MODE'
                  IF WS-PARM-TOKEN = 'INTRADAY' OR 'NIGHTLY'
                     MOVE WS-PARM-TOKEN TO WS-RUN-MODE
                  ELSE
                     DISPLAY 'LNDWISE4 - BAD PARM VALUE IGNORED: '
                             PARM-RECORD
                  END-IF
                WHEN OTHER
      * THE DAILY PARMLIB MEMBER IS SHARED WITH THE OTHER BATCH
      * PROGRAMS - KEYS THAT AREN'T OURS ARE SIMPLY NOT FOR US.

           OPEN OUTPUT WS-OUTFILE-1
           OPEN OUTPUT WS-OUTFILE-NOTIFY
           OPEN OUTPUT WS-OUTFILE-NOTIFY-MAIL
           OPEN OUTPUT WS-OUTFILE-CSV
           OPEN OUTPUT WS-OUTFILE-GL

                 PERFORM 700-PAYMENT-CHECK
                 IF NO-ROW-ERROR
                    PERFORM 1000-PROCESS-FOR-WRITING
                    IF NOT INTRADAY-RUN
                       PERFORM 1050-NOTIFICATION-CHECK
                    END-IF
                    PERFORM 1075-GL-DAILY-POSTINGS
                 ELSE
                    DISPLAY 'SKIPPING INVOICE-ID: ' PLAN_INVOICE-ID
      *----------------------------------------------------------------
      * 650-REPRICE-VARIABLE-RATE-LOAN
      * Refresh LOAN.INTEREST_RATE from RATE_TABLE for variable-rate
      * loans, apply any SCRA cap (655), and recompute the loan's
      * not-yet-due installments whenever the rate they should carry
      * has moved. The driving cursor visits each loan exactly once,
      * so this runs at most once per loan per run.
      *----------------------------------------------------------------
       650-REPRICE-VARIABLE-RATE-LOAN.
      * UNLESS A CAP WAS ALREADY IN FORCE (655 SAYS SO), THE DUE
      * INSTALLMENTS CARRY THE CONTRACT RATE THE LOAN ROW HOLDS NOW.
           MOVE LOAN_INTEREST-RATE TO WS-SCRA-OLD-RATE

           IF LOAN_INTEREST-TYPE = 'V'

      * RATE_TABLE CARRIES EFFECTIVE-DATED HISTORY (RATELOAD APPENDS,
              IF NO-ROW-ERROR
                 AND RATE_CURRENT-RATE NOT = LOAN_INTEREST-RATE

                 MOVE RATE_CURRENT-RATE TO LOAN_INTEREST-RATE

                 EXEC SQL
                 PERFORM CHECK-SQLCODE-ROW
              END-IF
           END-IF

           IF NO-ROW-ERROR
              PERFORM 655-APPLY-SCRA-CAP
           END-IF

           IF NO-ROW-ERROR
              AND WS-SCRA-NEW-RATE NOT = WS-SCRA-OLD-RATE
              MOVE WS-SCRA-NEW-RATE TO WS-RPRICE-NEW-RATE
              PERFORM 660-RECOMPUTE-FUTURE-INSTALLMENTS
           END-IF

      * THE PAYOFF WALK IN 900 PRICES AT THE EFFECTIVE RATE. NOTHING
      * AFTER THIS POINT WRITES LOAN_INTEREST-RATE BACK TO THE LOAN
      * ROW, SO THE STORED CONTRACT RATE IS UNTOUCHED.
           IF NO-ROW-ERROR
              MOVE WS-SCRA-NEW-RATE TO LOAN_INTEREST-RATE
           END-IF
           .

      *----------------------------------------------------------------
      * 655-APPLY-SCRA-CAP
      * Works out the effective rate from tonight: the contract rate,
      * or the SCRA cap when a borrower or co-borrower is serving on
      * the run date, the loan was taken out before the service
      * started, and the cap is below the contract rate. Opens,
      * maintains or ends the loan's SCRA_CAP row to match.
      *----------------------------------------------------------------
       655-APPLY-SCRA-CAP.
           MOVE PLAN_LOAN-ID TO SCP_LOAN-ID

           EXEC SQL
             SELECT COUNT(*),
                    COALESCE(MIN(CAP_RATE), 0),
                    COALESCE(MIN(CONTRACT_RATE), 0)
               INTO :WS-SCRA-ACTIVE-COUNT,
                    :SCP_CAP-RATE,
                    :SCP_CONTRACT-RATE
               FROM KALA12.SCRA_CAP
              WHERE LOAN_ID    = :SCP_LOAN-ID
                AND CAP_STATUS = 'A'
           END-EXEC
           MOVE "CHECK ACTIVE SCRA CAP" TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE-ROW

           IF NO-ROW-ERROR AND WS-SCRA-ACTIVE-COUNT > 0
              MOVE SCP_CAP-RATE TO WS-SCRA-OLD-RATE
           END-IF

           IF NO-ROW-ERROR
              EXEC SQL
                SELECT COALESCE(MIN(S.CAP_RATE), :WS-SCRA-NO-CAP),
                       COALESCE(MIN(S.CUSTOMER_ID), 0)
                  INTO :WS-SCRA-SVC-RATE,
                       :SCP_CUSTOMER-ID
                  FROM KALA12.SCRA_SERVICE S,
                       LOAN L
                 WHERE L.LOAN_ID         = :SCP_LOAN-ID
                   AND S.SERVICE_STATUS  = 'A'
                   AND S.SERVICE_START  <= :WS-DATE-FOR-CALC
                   AND S.SERVICE_END    >= :WS-DATE-FOR-CALC
                   AND S.SERVICE_START   > L.CREATION_DATE
                   AND (S.CUSTOMER_ID = L.CUSTOMER_ID
                        OR S.CUSTOMER_ID IN
                           (SELECT LP.CUSTOMER_ID
                              FROM KALA12.LOAN_PARTY LP
                             WHERE LP.LOAN_ID = L.LOAN_ID
                               AND LP.PARTY_ROLE IN ('P', 'C')))
              END-EXEC
              MOVE "LOOKUP SCRA SERVICE FOR LOAN" TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE-ROW
           END-IF

           MOVE LOAN_INTEREST-RATE TO WS-SCRA-NEW-RATE
           IF NO-ROW-ERROR
              AND WS-SCRA-SVC-RATE < LOAN_INTEREST-RATE
              MOVE WS-SCRA-SVC-RATE TO WS-SCRA-NEW-RATE
           END-IF

           EVALUATE TRUE
             WHEN ROW-ERROR
               CONTINUE
      * CAP STARTS TONIGHT.
             WHEN WS-SCRA-ACTIVE-COUNT = 0
              AND WS-SCRA-NEW-RATE < LOAN_INTEREST-RATE
               MOVE WS-DATE-FOR-CALC   TO SCP_CAP-START
               MOVE '9999-12-31'       TO SCP_CAP-END
               MOVE LOAN_INTEREST-RATE TO SCP_CONTRACT-RATE
               MOVE WS-SCRA-NEW-RATE   TO SCP_CAP-RATE
               MOVE 'A'                TO SCP_CAP-STATUS
               MOVE 0                  TO SCP_INTEREST-FORGIVEN
               EXEC SQL
                 INSERT INTO KALA12.SCRA_CAP
                       (LOAN_ID, CUSTOMER_ID, CAP_START, CAP_END,
                        CONTRACT_RATE, CAP_RATE, CAP_STATUS,
                        INTEREST_FORGIVEN)
                 VALUES (:SCP_LOAN-ID, :SCP_CUSTOMER-ID,
                         :SCP_CAP-START, :SCP_CAP-END,
                         :SCP_CONTRACT-RATE, :SCP_CAP-RATE,
                         :SCP_CAP-STATUS, :SCP_INTEREST-FORGIVEN)
               END-EXEC
               MOVE "OPEN SCRA CAP" TO WS-SQL-ACTION
               PERFORM CHECK-SQLCODE-ROW
               IF NO-ROW-ERROR
                  DISPLAY 'SCRA CAP STARTS ON LOAN-ID: ' PLAN_LOAN-ID
               END-IF
      * CAP NO LONGER APPLIES - SERVICE ENDED, OR THE CONTRACT RATE
      * HAS FALLEN TO OR BELOW THE CAP.
             WHEN WS-SCRA-ACTIVE-COUNT > 0
              AND WS-SCRA-NEW-RATE = LOAN_INTEREST-RATE
               EXEC SQL
                 UPDATE KALA12.SCRA_CAP
                    SET CAP_STATUS = 'E',
                        CAP_END    = :WS-DATE-FOR-CALC
                  WHERE LOAN_ID    = :SCP_LOAN-ID
                    AND CAP_STATUS = 'A'
               END-EXEC
               MOVE "END SCRA CAP" TO WS-SQL-ACTION
               PERFORM CHECK-SQLCODE-ROW
               IF NO-ROW-ERROR
                  DISPLAY 'SCRA CAP ENDS ON LOAN-ID: ' PLAN_LOAN-ID
               END-IF
      * STILL CAPPED, BUT THE CONTRACT RATE OR THE CAP HAS MOVED.
             WHEN WS-SCRA-ACTIVE-COUNT > 0
              AND (SCP_CAP-RATE NOT = WS-SCRA-NEW-RATE
                OR SCP_CONTRACT-RATE NOT = LOAN_INTEREST-RATE)
               EXEC SQL
                 UPDATE KALA12.SCRA_CAP
                    SET CAP_RATE      = :WS-SCRA-NEW-RATE,
                        CONTRACT_RATE = :LOAN_INTEREST-RATE
                  WHERE LOAN_ID    = :SCP_LOAN-ID
                    AND CAP_STATUS = 'A'
               END-EXEC
               MOVE "UPDATE SCRA CAP RATES" TO WS-SQL-ACTION
               PERFORM CHECK-SQLCODE-ROW
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * 660-RECOMPUTE-FUTURE-INSTALLMENTS
      * Same per-period formulas WONA uses at origination, re-run
      * for every PAYPLAN row on this loan that's still DUE (not yet
      * due, so safe to re-price). 663 prices a row by the product's
      * repayment structure the way create.cbl does: interest only
      * inside an interest-only introduction, everything left on a
      * balloon's final row, WS-PRINCIPAL + OPENING-BALANCE *
      * rate-decimal for variable loans, the level-payment multiplier
      * for fixed ones. Each row is priced at the rate it carries and
      * again at WS-RPRICE-NEW-RATE, and only the difference is
      * applied - re-aged arrears and fees, the escrow share and
      * anything already paid on the row all ride through untouched.
      *----------------------------------------------------------------
       660-RECOMPUTE-FUTURE-INSTALLMENTS.
      * NET OF DOWN PAYMENT, SAME AS WONA'S WS-TOTAL-LOAN AT
      * ORIGINATION (create.cbl) - NOT THE GROSS LOAN AMOUNT.
           COMPUTE WS-RPRICE-FINANCED =
                   LOAN_LOAN-AMOUNT - LOAN_DOWN-PAYMENT

           EXEC SQL
             SELECT REPAY_STRUCTURE, IO_PERIOD_COUNT
               INTO :TYPE_REPAY-STRUCTURE, :TYPE_IO-PERIOD-COUNT
               FROM LOANTYPE
              WHERE ID = :LOAN_TYPE-ID
           END-EXEC
           MOVE "LOOKUP REPAYMENT STRUCTURE" TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE-ROW
           IF SQLCODE = 100
              MOVE 'S' TO TYPE_REPAY-STRUCTURE
              MOVE 0   TO TYPE_IO-PERIOD-COUNT
           END-IF

      * THE PER-PERIOD PRINCIPAL SLICE, CUT THE WAY WONA CUTS IT.
           EVALUATE TRUE
             WHEN TYPE_REPAY-STRUCTURE = 'I'
              AND TYPE_IO-PERIOD-COUNT < LOAN_PAYMENT-PERIOD
               COMPUTE WS-RPRICE-PRINCIPAL =
                       WS-RPRICE-FINANCED
                       / (LOAN_PAYMENT-PERIOD - TYPE_IO-PERIOD-COUNT)
             WHEN TYPE_REPAY-STRUCTURE = 'B'
               COMPUTE WS-RPRICE-PRINCIPAL =
                       WS-RPRICE-FINANCED / (LOAN_PAYMENT-PERIOD * 2)
             WHEN OTHER
               COMPUTE WS-RPRICE-PRINCIPAL =
                       WS-RPRICE-FINANCED / LOAN_PAYMENT-PERIOD
           END-EVALUATE

           IF NO-ROW-ERROR
              EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-RPRICE-ROW-COUNT
                  FROM PAYPLAN
                 WHERE LOAN_ID = :PLAN_LOAN-ID
              END-EXEC
              MOVE "COUNT SCHEDULE ROWS" TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE-ROW
           END-IF

           IF NO-ROW-ERROR
              PERFORM OPEN-REPRICE-CURSOR

              PERFORM UNTIL SQLCODE NOT = 0
                  PERFORM 661-REPRICE-FETCH
              END-PERFORM

              PERFORM CLOSE-REPRICE-CURSOR
           END-IF
           .

      *----------------------------------------------------------------
      * IS SAFE TO RECOMPUTE.
           EXEC SQL
             DECLARE C-REPRICE-FUTURE CURSOR WITH HOLD FOR
               SELECT INVOICE_ID, REMAINING_AMOUNT, DUE_DATE,
                      PAYMENT_AMOUNT, INTEREST_RATE
                 FROM PAYPLAN
                WHERE LOAN_ID    = :PLAN_LOAN-ID
                  AND PLAN_STATUS = 'DUE'
           EXEC SQL
             FETCH C-REPRICE-FUTURE
               INTO :WS-RPRICE-INVOICE-ID,
                    :WS-RPRICE-OLD-REMAINING,
                    :WS-RPRICE-DUE-DATE,
                    :WS-RPRICE-OLD-PAYMENT,
                    :WS-RPRICE-OLD-RATE
           END-EXEC
           MOVE "FETCH C-REPRICE-FUTURE" TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE-ROW
      * 662-REPRICE-UPDATE
      *----------------------------------------------------------------
       662-REPRICE-UPDATE.
      * THE ROW'S PERIOD NUMBER, AND THE BALANCE COMING INTO IT - THE
      * LOWEST REMAINING_LOAN ON THE ROWS AHEAD OF IT, SINCE THE
      * BALANCE ONLY EVER WALKS DOWN (THE FINANCED AMOUNT ON ROW 1).
           EXEC SQL
             SELECT COUNT(*) + 1,
                    COALESCE(MIN(REMAINING_LOAN), :WS-RPRICE-FINANCED)
               INTO :WS-RPRICE-ROW-NUMBER,
                    :WS-RPRICE-OPENING
               FROM PAYPLAN
              WHERE LOAN_ID = :PLAN_LOAN-ID
                AND (DUE_DATE < :WS-RPRICE-DUE-DATE
                     OR (DUE_DATE = :WS-RPRICE-DUE-DATE
                         AND INVOICE_ID < :WS-RPRICE-INVOICE-ID))
           END-EXEC
           MOVE "LOCATE INSTALLMENT IN SCHEDULE" TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE-ROW

           IF NO-ROW-ERROR
              MOVE WS-RPRICE-OLD-RATE TO WS-RPRICE-PRICE-RATE
              PERFORM 663-PRICE-INSTALLMENT
              MOVE WS-RPRICE-PAYMENT-AMOUNT TO WS-RPRICE-OLD-LEVEL

              MOVE WS-RPRICE-NEW-RATE TO WS-RPRICE-PRICE-RATE
              PERFORM 663-PRICE-INSTALLMENT

              COMPUTE WS-RPRICE-LEVEL-CHANGE =
                      WS-RPRICE-PAYMENT-AMOUNT - WS-RPRICE-OLD-LEVEL
              COMPUTE WS-RPRICE-NEW-PAYMENT =
                      WS-RPRICE-OLD-PAYMENT + WS-RPRICE-LEVEL-CHANGE
              COMPUTE WS-RPRICE-NEW-REMAINING =
                      WS-RPRICE-OLD-REMAINING + WS-RPRICE-LEVEL-CHANGE
      * A CUT BIGGER THAN WHAT IS LEFT ON THE ROW LEAVES NOTHING TO
      * PAY ON IT, NOT A CREDIT.
              IF WS-RPRICE-NEW-REMAINING < 0
                 MOVE 0 TO WS-RPRICE-NEW-REMAINING
              END-IF

              EXEC SQL
                UPDATE PAYPLAN
                   SET PAYMENT_AMOUNT   = :WS-RPRICE-NEW-PAYMENT,
                       REMAINING_AMOUNT = :WS-RPRICE-NEW-REMAINING,
                       INTEREST_RATE    = :WS-RPRICE-NEW-RATE
                 WHERE INVOICE_ID = :WS-RPRICE-INVOICE-ID
              END-EXEC
              MOVE "UPDATE REPRICED INSTALLMENT" TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE-ROW
           END-IF

      * REPRICING RUNS BEFORE THE ROW LOOP OPENS, SO PLAN_INVOICE-ID
      * IS ONLY A PLACEHOLDER HERE - POINT IT AT THE REPRICED ROW FOR
      * THE AUDIT IMAGE.
           IF NO-ROW-ERROR
              MOVE WS-RPRICE-INVOICE-ID    TO PLAN_INVOICE-ID
              MOVE WS-RPRICE-OLD-REMAINING TO WS-AUD-OLD-REMAINING
              MOVE 'DUE'                   TO WS-AUD-OLD-STATUS
              MOVE WS-RPRICE-DUE-DATE      TO WS-AUD-OLD-DUE-DATE
              MOVE WS-RPRICE-NEW-REMAINING TO WS-AUD-NEW-REMAINING
              MOVE 'DUE'                   TO WS-AUD-NEW-STATUS
              MOVE WS-RPRICE-DUE-DATE      TO WS-AUD-NEW-DUE-DATE
              PERFORM 635-WRITE-PLAN-AUDIT
              MOVE 0 TO PLAN_INVOICE-ID
           END-IF
           .

      *----------------------------------------------------------------
      * 663-PRICE-INSTALLMENT
      * One DUE row's installment at WS-RPRICE-PRICE-RATE, by the
      * rules create.cbl prices it with, into WS-RPRICE-PAYMENT-AMOUNT.
      * The escrow share WONA adds on top is the same at either rate,
      * so it stays on the row rather than being priced here.
      *----------------------------------------------------------------
       663-PRICE-INSTALLMENT.
           COMPUTE WS-RPRICE-RATE-DECIMAL = WS-RPRICE-PRICE-RATE / 100

      * WHAT THIS PERIOD PAYS OFF: NOTHING DURING AN INTEREST-ONLY
      * INTRODUCTION, EVERYTHING LEFT ON A BALLOON'S FINAL
      * INSTALLMENT, THE LEVEL SLICE OTHERWISE.
           EVALUATE TRUE
             WHEN TYPE_REPAY-STRUCTURE = 'I'
              AND WS-RPRICE-ROW-NUMBER NOT > TYPE_IO-PERIOD-COUNT
               MOVE 0 TO WS-RPRICE-PERIOD-PRINCIPAL
             WHEN TYPE_REPAY-STRUCTURE = 'B'
              AND WS-RPRICE-ROW-NUMBER = WS-RPRICE-ROW-COUNT
               MOVE WS-RPRICE-OPENING TO WS-RPRICE-PERIOD-PRINCIPAL
             WHEN OTHER
               MOVE WS-RPRICE-PRINCIPAL TO WS-RPRICE-PERIOD-PRINCIPAL
           END-EVALUATE

      * FIXED-RATE STRAIGHT-LINE LOANS KEEP THE LEVEL-PAYMENT
      * MULTIPLIER. VARIABLE LOANS AND THE OTHER STRUCTURES PRICE
      * EVERY PERIOD OFF THE OPENING BALANCE.
           EVALUATE TRUE
             WHEN TYPE_REPAY-STRUCTURE = 'I'
             WHEN TYPE_REPAY-STRUCTURE = 'B'
             WHEN LOAN_INTEREST-TYPE = 'V'
               COMPUTE WS-RPRICE-PAYMENT-AMOUNT ROUNDED =
                       WS-RPRICE-PERIOD-PRINCIPAL +
                       (WS-RPRICE-OPENING * WS-RPRICE-RATE-DECIMAL)
             WHEN OTHER
               COMPUTE WS-RPRICE-MULTIPLIER ROUNDED =
                       1 + (LOAN_PAYMENT-PERIOD * WS-RPRICE-RATE-DECIMAL
                       / 2)
                       + ((LOAN_PAYMENT-PERIOD * WS-RPRICE-RATE-DECIMAL)
                       ** 2 / 12)
               COMPUTE WS-RPRICE-PAYMENT-AMOUNT ROUNDED =
                       WS-RPRICE-PRINCIPAL * WS-RPRICE-MULTIPLIER
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * CLOSE-REPRICE-CURSOR
      *----------------------------------------------------------------
           EVALUATE TRUE
             WHEN PAY_PAID-AMOUNT > 0
               PERFORM 720-PAYMENT-FOUND-CALC
      * AN INTRADAY PAYMENT REVERSED BEFORE THE PASS GOT TO IT LEAVES
      * NOTHING TO APPLY - AND LATENESS IS FOR THE NIGHT TO JUDGE.
             WHEN PAY_PAID-AMOUNT = 0 AND INTRADAY-RUN
               CONTINUE
             WHEN PAY_PAID-AMOUNT = 0
               PERFORM 740-PAYMENT-NOT-FOUND
             WHEN OTHER
                  PERFORM 760-OVERPAYMENT-SUBROUTINE
              END-EVALUATE
           END-IF

           IF NO-ROW-ERROR
              PERFORM 725-MARK-INTRADAY-APPLIED
           END-IF
           .

      *----------------------------------------------------------------
      * 725-MARK-INTRADAY-APPLIED
      * The invoice's cash is applied - any intraday load rows still
      * waiting on it are done, whichever pass (intraday or night)
      * got there first. Same unit of work as the plan update.
      *----------------------------------------------------------------
       725-MARK-INTRADAY-APPLIED.
           EXEC SQL
              UPDATE KALA12.INTRADAY_PAYMENT
                 SET APPLY_STATUS = 'A',
                     APPLIED_TS   = CURRENT TIMESTAMP
               WHERE INVOICE_ID   = :PLAN_INVOICE-ID
                 AND APPLY_STATUS = 'L'
           END-EXEC
           MOVE "MARK INTRADAY PAYMENTS APPLIED" TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE-ROW
           .

      *----------------------------------------------------------------
                       MOVE WS-PENALTY-AMOUNT  TO WS-GL-POST-AMOUNT
                       MOVE 'EARLY PAYOFF PEN' TO GL-DESCRIPTION
                       PERFORM 1080-WRITE-GL-POSTING

      * CHARGED AND SETTLED OUT OF THE EXCESS IN ONE MOVE - ON THE
      * JOURNAL ONLY THE PRINCIPAL OVER-CREDIT COMES BACK.
                       IF NO-ROW-ERROR
                          MOVE 'PPEN'            TO LJR_TRAN-CODE
                          MOVE WS-PENALTY-AMOUNT TO LJR_AMOUNT
                          MOVE WS-PENALTY-AMOUNT TO LJR_PRIN-AMOUNT
                          MOVE 0                 TO LJR_INT-AMOUNT
                          MOVE 0                 TO LJR_FEE-AMOUNT
                          MOVE 0                 TO LJR_ESC-AMOUNT
                          MOVE 0                 TO LJR_REFERENCE-ID
                          PERFORM 1079-POST-LOAN-JOURNAL
                       END-IF
                    END-IF
                 END-IF
              END-IF
              MOVE TOT-EXCESS-PAYMENT TO WS-GL-POST-AMOUNT
              MOVE 'REFUND RAISED'    TO GL-DESCRIPTION
              PERFORM 1080-WRITE-GL-POSTING

              MOVE 'RFND'             TO LJR_TRAN-CODE
              MOVE TOT-EXCESS-PAYMENT TO LJR_AMOUNT
              MOVE TOT-EXCESS-PAYMENT TO LJR_PRIN-AMOUNT
              MOVE 0                  TO LJR_INT-AMOUNT
              MOVE 0                  TO LJR_FEE-AMOUNT
              MOVE 0                  TO LJR_ESC-AMOUNT
              MOVE 0                  TO LJR_REFERENCE-ID
              PERFORM 1079-POST-LOAN-JOURNAL
           END-IF
           .

      * RECEIVABLE THE FEE ACCRUAL RAISED, AND THE INTEREST PORTION
      * SETTLES THE RECEIVABLE INTACCR'S DAILY ACCRUAL RAISED -
      * INCOME IS RECOGNIZED BY THE ACCRUAL, NEVER AGAIN AT
      * COLLECTION - EXCEPT ON A LOAN INTACCR HAS PUT ON NON-ACCRUAL,
      * WHOSE RECEIVABLE WAS REVERSED: THERE THE INTEREST PORTION IS
      * CASH-BASIS INCOME. THE ESCROW PORTION IS CUSTODIAL AND GOES
      * TO THE ESCROW LIABILITY. THE PAIR STILL ALWAYS BALANCES.
              PERFORM 1077-ALLOCATE-CASH-COMPONENTS
              PERFORM 1078-WRITE-PAYMENT-ALLOC

              END-IF

              IF WS-ALLOC-INT-PART > 0
                 PERFORM 1076-CHECK-NONACCRUAL
                 IF WS-NONACCRUAL-COUNT > 0
                    MOVE 'INTEREST-INCOME ' TO GL-ACCOUNT
                    MOVE 'CR'               TO GL-DRCR
                    MOVE WS-ALLOC-INT-PART  TO WS-GL-POST-AMOUNT
                    MOVE 'CASH BASIS INTEREST' TO GL-DESCRIPTION
                    PERFORM 1080-WRITE-GL-POSTING
                 ELSE
                    MOVE 'INT-RECEIVABLE  ' TO GL-ACCOUNT
                    MOVE 'CR'               TO GL-DRCR
                    MOVE WS-ALLOC-INT-PART  TO WS-GL-POST-AMOUNT
                    MOVE 'INTEREST PORTION'  TO GL-DESCRIPTION
                    PERFORM 1080-WRITE-GL-POSTING
                 END-IF
              END-IF

              IF WS-ALLOC-PRIN-PART > 0
              MOVE WS-LATE-FEE-AMOUNT TO WS-GL-POST-AMOUNT
              MOVE 'LATE FEE ASSESSED'  TO GL-DESCRIPTION
              PERFORM 1080-WRITE-GL-POSTING

              MOVE 'FEE '             TO LJR_TRAN-CODE
              MOVE WS-LATE-FEE-AMOUNT TO LJR_AMOUNT
              MOVE 0                  TO LJR_PRIN-AMOUNT
              MOVE 0                  TO LJR_INT-AMOUNT
              MOVE WS-LATE-FEE-AMOUNT TO LJR_FEE-AMOUNT
              MOVE 0                  TO LJR_ESC-AMOUNT
              MOVE PLAN_INVOICE-ID    TO LJR_REFERENCE-ID
              PERFORM 1079-POST-LOAN-JOURNAL
           END-IF
           .

      *----------------------------------------------------------------
      * 1076-CHECK-NONACCRUAL
      * Is the loan on non-accrual tonight? If so, the interest just
      * collected is added to the episode's cash-basis total so the
      * non-accrual report can show what was recognized on cash.
      *----------------------------------------------------------------
       1076-CHECK-NONACCRUAL.
           MOVE 0 TO WS-NONACCRUAL-COUNT

           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-NONACCRUAL-COUNT
               FROM KALA12.NONACCRUAL
              WHERE LOAN_ID        = :PLAN_LOAN-ID
                AND ACCRUAL_STATUS = 'N'
           END-EXEC
           MOVE "CHECK LOAN NON-ACCRUAL STATUS" TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE-ROW

           IF WS-NONACCRUAL-COUNT > 0
              MOVE WS-ALLOC-INT-PART TO NAC_CASH-INTEREST
              EXEC SQL
                UPDATE KALA12.NONACCRUAL
                   SET CASH_INTEREST = CASH_INTEREST
                                     + :NAC_CASH-INTEREST
                 WHERE LOAN_ID        = :PLAN_LOAN-ID
                   AND ACCRUAL_STATUS = 'N'
              END-EXEC
              MOVE "ADD CASH-BASIS INTEREST" TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE-ROW
           END-IF
           .

           END-EXEC
           MOVE "INSERT PAYMENT_ALLOC ROW" TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE-ROW

      * THE SAME SPLIT ON THE LOAN'S JOURNAL - EACH COMPONENT LOWERS
      * WHAT THE CUSTOMER OWES, THE ESCROW SHARE RAISES WHAT IS HELD.
           IF NO-ROW-ERROR
              MOVE 'PAPL'              TO LJR_TRAN-CODE
              MOVE WS-GL-CASH-TONIGHT  TO LJR_AMOUNT
              COMPUTE LJR_PRIN-AMOUNT = 0 - WS-ALLOC-PRIN-PART
              COMPUTE LJR_INT-AMOUNT  = 0 - WS-ALLOC-INT-PART
              COMPUTE LJR_FEE-AMOUNT  = 0 - WS-ALLOC-FEE-PART
              MOVE WS-ALLOC-ESC-PART   TO LJR_ESC-AMOUNT
              MOVE PLAN_INVOICE-ID     TO LJR_REFERENCE-ID
              PERFORM 1079-POST-LOAN-JOURNAL
           END-IF
           .

      *----------------------------------------------------------------
      * 1079-POST-LOAN-JOURNAL
      * One row on the loan's transaction journal through JRNLPOST.
      * The caller sets the code, amount, components and reference;
      * a failure is handled like any other per-row SQL error.
      *----------------------------------------------------------------
       1079-POST-LOAN-JOURNAL.
           MOVE PLAN_LOAN-ID      TO LJR_LOAN-ID
           MOVE WS-DATE-FOR-CALC  TO LJR_EFFECTIVE-DATE
           MOVE 'LNDWISE4'        TO LJR_SOURCE-PGM

           CALL 'JRNLPOST' USING LJR_LOAN-ID, LJR_TRAN-CODE,
                                 LJR_EFFECTIVE-DATE, LJR_AMOUNT,
                                 LJR_PRIN-AMOUNT, LJR_INT-AMOUNT,
                                 LJR_FEE-AMOUNT, LJR_ESC-AMOUNT,
                                 LJR_SOURCE-PGM, LJR_REFERENCE-ID,
                                 WS-JRNL-RC

           IF WS-JRNL-RC NOT = 0
              MOVE WS-JRNL-RC TO SQLCODE
              MOVE "POST LOAN_JOURNAL ROW" TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE-ROW
           END-IF
           .

      *----------------------------------------------------------------
           IF SQLCODE NOT = 0
              MOVE 0 TO WS-HOLD-COUNT
           END-IF

           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-BK-CASE-COUNT
               FROM KALA12.BK_CASE_LOAN BL
               JOIN KALA12.BK_CASE BC
                 ON BC.CASE_NUMBER = BL.CASE_NUMBER
              WHERE BL.LOAN_ID     = :PLAN_LOAN-ID
                AND BC.CASE_STATUS = 'O'
           END-EXEC
           MOVE "CHECK OPEN BANKRUPTCY CASE" TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE-ROW

           IF SQLCODE = 0
              ADD WS-BK-CASE-COUNT TO WS-HOLD-COUNT
           END-IF
           .

      *----------------------------------------------------------------
              MOVE CUSTOMER_EMAIL          TO NOTIFY-EMAIL
              MOVE CUSTOMER_PHONE          TO NOTIFY-PHONE

              PERFORM 1064-ROUTE-NOTIFICATION

              PERFORM 1062-NOTIFY-EXTRA-PARTIES
           END-IF
                 MOVE PTY_CUSTOMER-ID TO NOTIFY-CUSTOMER-ID
                 MOVE CUSTOMER_EMAIL  TO NOTIFY-EMAIL
                 MOVE CUSTOMER_PHONE  TO NOTIFY-PHONE
                 PERFORM 1064-ROUTE-NOTIFICATION
                 PERFORM 1063-FETCH-NOTIFY-PARTY
              END-PERFORM

           PERFORM CHECK-SQLCODE-ROW
           .

      *----------------------------------------------------------------
      * 1064-ROUTE-NOTIFICATION
      * Send the staged NOTIFY-RECORD to its addressee the way their
      * COMM_PREF row asks: email/SMS rows go on the NOTIFYOUT
      * extract tagged with the channel, post goes to the mail house,
      * and a do-not-contact or unreachable channel sends nothing.
      *----------------------------------------------------------------
       1064-ROUTE-NOTIFICATION.
           MOVE NOTIFY-CUSTOMER-ID TO WS-NOTIFY-CUST-ID
           CALL 'DELIVRTE' USING WS-NOTIFY-CUST-ID,
                                 WS-NOTIFY-DOC-TYPE,
                                 WS-NOTIFY-DELIVERY,
                                 WS-NOTIFY-FALLBACK,
                                 WS-NOTIFY-RC

           EVALUATE WS-NOTIFY-DELIVERY
             WHEN 'E'
             WHEN 'S'
               MOVE WS-NOTIFY-DELIVERY TO NOTIFY-CHANNEL
               WRITE WS-OUTFILE-NOTIFY-POST FROM NOTIFY-RECORD
               ADD 1 TO WS-NOTIFY-SENT-ELEC
             WHEN 'P'
               PERFORM 1065-WRITE-MAIL-REMINDER
             WHEN OTHER
               ADD 1 TO WS-NOTIFY-SUPPRESSED
               DISPLAY "REMINDER SUPPRESSED BY PREFERENCE FOR "
                       "CUSTOMER-ID: " NOTIFY-CUSTOMER-ID
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * 1065-WRITE-MAIL-REMINDER
      * A posted reminder needs a live address - none on file, or
      * returned mail, and the reminder is dropped rather than sent
      * to a dead address. An address lookup failure only costs the
      * reminder, never the installment row being processed.
      *----------------------------------------------------------------
       1065-WRITE-MAIL-REMINDER.
           MOVE WS-NOTIFY-CUST-ID TO ADR_CUSTOMER-ID

           EXEC SQL
             SELECT ADDR_LINE_1, ADDR_LINE_2, CITY, STATE_CODE,
                    POSTAL_CODE, RETURNED_MAIL
               INTO :ADR_ADDR-LINE-1, :ADR_ADDR-LINE-2,
                    :ADR_CITY, :ADR_STATE-CODE,
                    :ADR_POSTAL-CODE, :ADR_RETURNED-MAIL
               FROM KALA12.CUST_ADDRESS
              WHERE CUSTOMER_ID = :ADR_CUSTOMER-ID
                AND EFFECTIVE_DATE =
                    (SELECT MAX(EFFECTIVE_DATE)
                       FROM KALA12.CUST_ADDRESS
                      WHERE CUSTOMER_ID = :ADR_CUSTOMER-ID
                        AND EFFECTIVE_DATE <= :WS-DATE-FOR-CALC)
           END-EXEC

           IF SQLCODE = 0 AND ADR_RETURNED-MAIL NOT = 'Y'
              MOVE 'P'                TO NOTIFY-CHANNEL
              MOVE SPACES             TO NOTIFY-MAIL-RECORD
              MOVE NOTIFY-RECORD      TO NML-NOTIFY-DATA
              MOVE ADR_ADDR-LINE-1    TO NML-ADDR-LINE-1
              MOVE ADR_ADDR-LINE-2    TO NML-ADDR-LINE-2
              MOVE ADR_CITY           TO NML-CITY
              MOVE ADR_STATE-CODE     TO NML-STATE-CODE
              MOVE ADR_POSTAL-CODE    TO NML-POSTAL-CODE
              WRITE WS-OUTFILE-NOTIFY-MAIL-POST FROM NOTIFY-MAIL-RECORD
              ADD 1 TO WS-NOTIFY-SENT-MAIL
           ELSE
              ADD 1 TO WS-NOTIFY-SUPPRESSED
              DISPLAY "NO MAILABLE ADDRESS - REMINDER DROPPED FOR "
                      "CUSTOMER-ID: " NOTIFY-CUSTOMER-ID
                      " SQLCODE: " SQLCODE
           END-IF
           .

      *----------------------------------------------------------------
      * 1200-CLOSE-PART2
      *----------------------------------------------------------------

           CLOSE WS-OUTFILE-1
           CLOSE WS-OUTFILE-NOTIFY
           CLOSE WS-OUTFILE-NOTIFY-MAIL

           DISPLAY "REMINDERS SENT BY EMAIL/SMS: " WS-NOTIFY-SENT-ELEC
           DISPLAY "REMINDERS SENT BY POST:      " WS-NOTIFY-SENT-MAIL
           DISPLAY "REMINDERS SUPPRESSED:        " WS-NOTIFY-SUPPRESSED
           CLOSE WS-OUTFILE-CSV
           CLOSE WS-OUTFILE-GL
           .
