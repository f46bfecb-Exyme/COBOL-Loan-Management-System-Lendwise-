      * CARRIES HDR/TRL CONTROL RECORDS LIKE PAYIN, AND EVERY       *
      * FIELD IS VALIDATED BEFORE THE ROW IS EVER INSERTED -        *
      * LOANTYPE RATE/TERM BOUNDS AND CUSTOMER EXISTENCE, STATUS,   *
      * DELINQUENCY, BEHAVIOR SCORE CUT-OFF AND TOTAL CREDIT        *
      * EXPOSURE INCLUDED - SO THE OFFICE'S BAD PAYMENT PERIODS     *
      * AND OUT-OF-BOUND RATES NEVER REACH THE LOAN TABLE. A PART   *
      * OF THE LENDWISE SYSTEM.                                     *
      ***************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-REJFILE.

           SELECT PARMIN ASSIGN TO PARMFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-PARMFILE.

       DATA DIVISION.
       FILE SECTION.

          05 REJ-DATA       PIC X(80).
          05 REJ-REASON     PIC X(20).

       FD PARMIN
            RECORDING MODE F.
       01 PARM-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
      * INCLUDING COPYBOOK.
       COPY LOANRCIN.
       01 WS-PARTIES-TOTAL  PIC 9(03) VALUE 0.
       01 WS-PARTY-COUNT    PIC S9(9) USAGE COMP.

      * AGGREGATE EXPOSURE - SAME RULE WONA APPLIES: THE NEW LOAN
      * PLUS THE REMAINING PRINCIPAL ON EVERY LIVE LOAN THE CUSTOMER
      * OWES, CO-BORROWER AND GUARANTOR OBLIGATIONS AT THE PARMFILE
      * WEIGHTS, AGAINST THE CUSTOMER'S CREDIT LIMIT.
       01 WS-EXP-CUSTOMER-ID    PIC S9(9) USAGE COMP.
       01 WS-EXP-BORROWED       PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-EXP-COBORROWED     PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-EXP-GUARANTEED     PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-EXP-NEW-SHARE      PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-EXP-TOTAL          PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-EXP-SQLCODE        PIC S9(9) USAGE COMP.
       01 WS-EXP-COBORROWER-PCT PIC 9(3) VALUE 100.
       01 WS-EXP-GUARANTOR-PCT  PIC 9(3) VALUE 50.

      * RUN PARAMETERS - THE SHARED DAILY PARMLIB MEMBER. NO
      * PARMFILE LEAVES THE VALUE CLAUSES ABOVE IN EFFECT.
       01 FS-PARMFILE       PIC X(02).
       01 WS-PARM-EOF       PIC X VALUE "N".
         88 PARM-EOF-YES    VALUE "Y".
       01 WS-PARM-KEY       PIC X(20).
       01 WS-PARM-VALUE     PIC X(60).
       01 WS-PARM-TOKEN     PIC X(20).
       01 WS-PARM-LEN       PIC 9(4) USAGE COMP.

       PROCEDURE DIVISION.

       000-MAIN SECTION.

           DISPLAY "ORIGLOAD PROGRAM."

           PERFORM 110-READ-RUN-PARAMETERS
           PERFORM 100-OPEN-FILE
           PERFORM 105-READ-HEADER
           PERFORM UNTIL EOF = "Y"
           END-IF.


       110-READ-RUN-PARAMETERS SECTION.
      * KEYWORD=VALUE RECORDS; "*" IN COLUMN ONE IS A COMMENT. THE
      * VALUES IN EFFECT ARE DISPLAYED FOR THE JOB LOG.

           OPEN INPUT PARMIN
           IF FS-PARMFILE NOT = "00"
              DISPLAY "ORIGLOAD - NO PARMFILE (STATUS " FS-PARMFILE
                      ") - DEFAULTS IN EFFECT."
           ELSE
              PERFORM 115-READ-PARM-RECORD
              PERFORM UNTIL PARM-EOF-YES
                 PERFORM 120-APPLY-PARM-RECORD
                 PERFORM 115-READ-PARM-RECORD
              END-PERFORM
              CLOSE PARMIN
           END-IF

           DISPLAY "ORIGLOAD - COBORROWER-EXP-PCT IN EFFECT: "
                   WS-EXP-COBORROWER-PCT
           DISPLAY "ORIGLOAD - GUARANTOR-EXP-PCT IN EFFECT:  "
                   WS-EXP-GUARANTOR-PCT.


       115-READ-PARM-RECORD SECTION.

           READ PARMIN
              AT END
                 SET PARM-EOF-YES TO TRUE
           END-READ.


       120-APPLY-PARM-RECORD SECTION.

           IF PARM-RECORD(1:1) = "*" OR PARM-RECORD = SPACES
              CONTINUE
           ELSE
              MOVE SPACES TO WS-PARM-KEY WS-PARM-VALUE WS-PARM-TOKEN
              UNSTRING PARM-RECORD DELIMITED BY "="
                  INTO WS-PARM-KEY, WS-PARM-VALUE
              UNSTRING WS-PARM-VALUE DELIMITED BY SPACE
                  INTO WS-PARM-TOKEN COUNT IN WS-PARM-LEN

              EVALUATE WS-PARM-KEY
                 WHEN "COBORROWER-EXP-PCT"
                    IF WS-PARM-LEN > 0 AND WS-PARM-LEN < 4
                       AND WS-PARM-TOKEN(1:WS-PARM-LEN) IS NUMERIC
                       MOVE WS-PARM-TOKEN(1:WS-PARM-LEN)
                         TO WS-EXP-COBORROWER-PCT
                    ELSE
                       DISPLAY "ORIGLOAD - BAD PARM VALUE IGNORED: "
                               PARM-RECORD
                    END-IF
                 WHEN "GUARANTOR-EXP-PCT"
                    IF WS-PARM-LEN > 0 AND WS-PARM-LEN < 4
                       AND WS-PARM-TOKEN(1:WS-PARM-LEN) IS NUMERIC
                       MOVE WS-PARM-TOKEN(1:WS-PARM-LEN)
                         TO WS-EXP-GUARANTOR-PCT
                    ELSE
                       DISPLAY "ORIGLOAD - BAD PARM VALUE IGNORED: "
                               PARM-RECORD
                    END-IF
                 WHEN OTHER
      * THE DAILY PARMLIB MEMBER IS SHARED WITH THE OTHER BATCH
      * PROGRAMS - KEYS THAT AREN'T OURS ARE SIMPLY NOT FOR US.
                    CONTINUE
              END-EVALUATE
           END-IF.


       105-READ-HEADER SECTION.
      * READING AND VALIDATING THE ORIGIN HEADER RECORD.


           EXEC SQL
              SELECT MIN_INTEREST_RATE, MAX_INTEREST_RATE,
                     MIN_PAYMENT_PERIOD, MAX_PAYMENT_PERIOD,
                     MIN_BEHAVIOR_SCORE
                INTO :TYPE_MIN-INTEREST-RATE,
                     :TYPE_MAX-INTEREST-RATE,
                     :TYPE_MIN-PAYMENT-PERIOD,
                     :TYPE_MAX-PAYMENT-PERIOD,
                     :TYPE_MIN-BEHAVIOR-SCORE
                FROM LOANTYPE
               WHERE ID = :LOAN_TYPE-ID
           END-EXEC

       250-VALIDATE-CUSTOMER SECTION.
      * SAME ELIGIBILITY WONA ENFORCES - EXISTENCE, ACTIVE STATUS,
      * NO DELINQUENCY, A BEHAVIOR SCORE AT OR ABOVE THE PRODUCT'S
      * CUT-OFF (240 FETCHED IT), AND THE CUSTOMER'S TOTAL EXPOSURE
      * WITH THIS LOAN INSIDE THE CREDIT LIMIT. A CUSTOMER BEHVSCR
      * HAS NOT SCORED YET (0) HAS NO HISTORY TO HOLD AGAINST THEM.

           MOVE APP-CUSTOMER-ID TO CUSTOMER_ID

           EXEC SQL
              SELECT CREDIT_LIMIT, DELINQUENCY_FLAG, STATUS,
                     COALESCE(BEHAVIOR_SCORE, 0)
                INTO :CUSTOMER_CREDIT-LIMIT,
                     :CUSTOMER_DELINQUENCY-FLAG,
                     :CUSTOMER_STATUS,
                     :CUSTOMER_BEHAVIOR-SCORE
                FROM CUSTOMER
               WHERE ID = :CUSTOMER_ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE CUSTOMER_ID     TO WS-EXP-CUSTOMER-ID
                 MOVE APP-LOAN-ID     TO LOAN_LOAN-ID
                 MOVE APP-LOAN-AMOUNT TO WS-EXP-NEW-SHARE
                 PERFORM 255-COMPUTE-EXPOSURE
                 EVALUATE TRUE
                    WHEN CUSTOMER_STATUS NOT = 'A'
                       SET PROCESS-APP-NO TO TRUE
                    WHEN CUSTOMER_DELINQUENCY-FLAG = 'Y'
                       SET PROCESS-APP-NO TO TRUE
                       MOVE "CUSTOMER DELINQUENT" TO WS-REJECT-REASON
                    WHEN TYPE_MIN-BEHAVIOR-SCORE > 0
                     AND CUSTOMER_BEHAVIOR-SCORE > 0
                     AND CUSTOMER_BEHAVIOR-SCORE <
                         TYPE_MIN-BEHAVIOR-SCORE
                       SET PROCESS-APP-NO TO TRUE
                       MOVE "BELOW SCORE CUT-OFF" TO WS-REJECT-REASON
                    WHEN WS-EXP-SQLCODE NOT = 0
                       DISPLAY "SQL ERROR ON EXPOSURE CHECK: "
                               WS-EXP-SQLCODE
                       SET PROCESS-APP-NO TO TRUE
                       MOVE "EXPOSURE CHECK FAIL" TO WS-REJECT-REASON
                    WHEN WS-EXP-TOTAL > CUSTOMER_CREDIT-LIMIT
                       SET PROCESS-APP-NO TO TRUE
                       MOVE "OVER CREDIT LIMIT" TO WS-REJECT-REASON
                    WHEN OTHER
           END-EVALUATE.


       255-COMPUTE-EXPOSURE SECTION.
      * WHAT WS-EXP-CUSTOMER-ID WOULD OWE WITH THIS LOAN BOOKED: ITS
      * SHARE OF THE NEW LOAN (WS-EXP-NEW-SHARE), THE REMAINING
      * PRINCIPAL OF EVERY OTHER LIVE LOAN IT BORROWED, AND ITS CO-
      * BORROWER AND GUARANTOR OBLIGATIONS AT THE PARMFILE WEIGHTS.
      * A LOAN NOT YET IN LOAN_BALANCE (EARLIER IN THIS SAME FEED)
      * COUNTS AT ITS FINANCED AMOUNT SO APPLICATIONS CAN'T STACK.

           EXEC SQL
              SELECT COALESCE(SUM(CASE
                       WHEN L.CUSTOMER_ID = :WS-EXP-CUSTOMER-ID
                       THEN COALESCE(B.REMAINING_PRINCIPAL,
                                     L.LOAN_AMOUNT - L.DOWN_PAYMENT)
                       ELSE 0 END), 0),
                     COALESCE(SUM(CASE
                       WHEN L.CUSTOMER_ID <> :WS-EXP-CUSTOMER-ID
                        AND P.PARTY_ROLE = 'C'
                       THEN COALESCE(B.REMAINING_PRINCIPAL,
                                     L.LOAN_AMOUNT - L.DOWN_PAYMENT)
                       ELSE 0 END), 0),
                     COALESCE(SUM(CASE
                       WHEN L.CUSTOMER_ID <> :WS-EXP-CUSTOMER-ID
                        AND P.PARTY_ROLE = 'G'
                       THEN COALESCE(B.REMAINING_PRINCIPAL,
                                     L.LOAN_AMOUNT - L.DOWN_PAYMENT)
                       ELSE 0 END), 0)
                INTO :WS-EXP-BORROWED,
                     :WS-EXP-COBORROWED,
                     :WS-EXP-GUARANTEED
                FROM KALA12.LOAN L
                LEFT JOIN KALA12.LOAN_BALANCE B
                  ON B.LOAN_ID = L.LOAN_ID
                LEFT JOIN KALA12.LOAN_PARTY P
                  ON P.LOAN_ID = L.LOAN_ID
                 AND P.CUSTOMER_ID = :WS-EXP-CUSTOMER-ID
                 AND P.PARTY_ROLE IN ('C', 'G')
               WHERE (L.CUSTOMER_ID = :WS-EXP-CUSTOMER-ID
                      OR P.CUSTOMER_ID IS NOT NULL)
                 AND L.LOAN_STATUS NOT IN ('C', 'W', 'R')
                 AND L.LOAN_ID <> :LOAN_LOAN-ID
           END-EXEC

           MOVE SQLCODE TO WS-EXP-SQLCODE
           IF SQLCODE = 0
              COMPUTE WS-EXP-TOTAL ROUNDED
              = WS-EXP-NEW-SHARE + WS-EXP-BORROWED
              + (WS-EXP-COBORROWED * WS-EXP-COBORROWER-PCT / 100)
              + (WS-EXP-GUARANTEED * WS-EXP-GUARANTOR-PCT / 100)
           END-IF.


       260-PARTY-CONTROL SECTION.
      * AN EXTRA OBLIGATED PARTY ON A LOAN ALREADY ON FILE (USUALLY
      * THE APPLICATION RECORD JUST AHEAD OF IT IN THIS FEED). THE
           IF PROCESS-APP-YES
              MOVE PTY-CUSTOMER-ID TO CUSTOMER_ID
              EXEC SQL
                 SELECT STATUS, CREDIT_LIMIT
                   INTO :CUSTOMER_STATUS, :CUSTOMER_CREDIT-LIMIT
                   FROM CUSTOMER
                  WHERE ID = :CUSTOMER_ID
              END-EXEC
              END-EVALUATE
           END-IF

      * THE PARTY TAKES ON THE LOAN AT ITS ROLE'S WEIGHT, ON TOP OF
      * WHATEVER IT ALREADY OWES OR STANDS BEHIND.
           IF PROCESS-APP-YES
              EXEC SQL
                 SELECT LOAN_AMOUNT
                   INTO :LOAN_LOAN-AMOUNT
                   FROM LOAN
                  WHERE LOAN_ID = :LOAN_LOAN-ID
              END-EXEC
              MOVE SQLCODE TO WS-EXP-SQLCODE
              IF WS-EXP-SQLCODE = 0
                 MOVE CUSTOMER_ID TO WS-EXP-CUSTOMER-ID
                 IF PTY-ROLE = "G"
                    COMPUTE WS-EXP-NEW-SHARE ROUNDED
                    = LOAN_LOAN-AMOUNT * WS-EXP-GUARANTOR-PCT / 100
                 ELSE
                    COMPUTE WS-EXP-NEW-SHARE ROUNDED
                    = LOAN_LOAN-AMOUNT * WS-EXP-COBORROWER-PCT / 100
                 END-IF
                 PERFORM 255-COMPUTE-EXPOSURE
              END-IF
              EVALUATE TRUE
                 WHEN WS-EXP-SQLCODE NOT = 0
                    DISPLAY "SQL ERROR ON PARTY EXPOSURE CHECK: "
                            WS-EXP-SQLCODE
                    SET PROCESS-APP-NO TO TRUE
                    MOVE "EXPOSURE CHECK FAIL" TO WS-REJECT-REASON
                 WHEN WS-EXP-TOTAL > CUSTOMER_CREDIT-LIMIT
                    SET PROCESS-APP-NO TO TRUE
                    MOVE "PARTY OVER LIMIT" TO WS-REJECT-REASON
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF

      * A PARTY ALREADY ON THE LOAN IS A RE-SENT FEED.
           IF PROCESS-APP-YES
              EXEC SQL
