      * EACH REFUND_STATUS = 'P' ROW THE REFUND IS FIRST     *
      * NETTED AGAINST ANY OVERDUE REMAINING_AMOUNT THE SAME *
      * CUSTOMER STILL OWES ON OTHER LOANS; WHATEVER IS LEFT *
      * IS WRITTEN TO AN ACH-FORMAT DISBURSEMENT FILE THAT   *
      * ACHBUILD TURNS INTO THE BANK'S NACHA FILE. RUN AS    *
      * STEP50 AFTER DLTDRV IN THE DAILY PAYMENT CYCLE.      *
      *                                                      *
      * REFUND_STATUS LIFECYCLE:                             *
      *   'P' = PENDING (RAISED BY LNDWISE4)                 *
      *   'O' = FULLY OFFSET AGAINST OVERDUE DEBT            *
      *   'S' = SENT TO THE BANK ON THE ACH FILE             *
      *   'N' = NOT SENT - THE BANK REJECTED THE ENTRY OFF   *
      *         ACHBUILD'S NACHA FILE, OR IT COULD NOT GO ON *
      *         IT (NO PAYOUT ACCOUNT). SENT AGAIN HERE FOR  *
      *         THE AMOUNT THAT WAS ON THE REJECTED ENTRY -  *
      *         THE OFFSET IS NEVER TAKEN TWICE - ONCE THE   *
      *         CUSTOMER HAS AN ACTIVE PAYOUT ACCOUNT.       *
      *   'D' = SETTLED (CONFIRMED BACK BY THE BANK VIA THE  *
      *         SETTLIN FEED)                                *
      *   'F' = FAILED - THE BANK RETURNED THE ACH CREDIT    *
      *         (SETTLIN RESULT 'R')                         *
      *   'U' = UNDELIVERABLE - THE CUSTOMER IS INACTIVE OR  *
      *         NO LONGER ON FILE, SO NOTHING IS SENT        *
      *   'E' = ESCHEATED TO THE STATE (SET BY ESCHEAT)      *
      *   'C' = CHECK ISSUED - CHKDISB MAILED A CHECK FOR AN *
      *         'N' ROW STILL WITH NO PAYOUT ACCOUNT, OR AN  *
      *         'F' ROW; 'D' WHEN THE BANK PAYS THE CHECK,   *
      *         'U' IF IT GOES STALE AND CANNOT BE REISSUED  *
      * 'F' AND 'U' ROWS ARE AGED BY ESCHEAT; A CLAIM PUTS   *
      * THEM BACK TO 'P' FOR THE NEXT RUN.                   *
      * A 'P' REFUND IS ONLY PICKED UP ONCE SANCSCRN HAS     *
      * SCREENED THE CUSTOMER CLEAR FOR IT TODAY; UNDER AN   *
      * 'SN' (POSSIBLE SANCTIONS MATCH) HOLD IT STAYS 'P'    *
      * UNTIL COMPLIANCE CLEARS THE CUSTOMER.                *
      ********************************************************

       ENVIRONMENT DIVISION.
       01 SETTLE-RECORD.
          05 SET-LOAN-ID        PIC 9(9).
          05 SET-CUSTOMER-ID    PIC 9(9).
      * 'R' = THE CREDIT WAS RETURNED; ANYTHING ELSE CONFIRMS IT.
          05 SET-RESULT         PIC X(1).
          05 FILLER             PIC X(61).

       WORKING-STORAGE SECTION.

          05 WS-DATE-YYYY       PIC X(4).
          05 WS-DATE-MM         PIC X(2).
          05 WS-DATE-DD         PIC X(2).
       01 WS-TODAY-DASHED       PIC X(10).

      * HOW MUCH OF THE CURRENT REFUND IS STILL UNAPPLIED AFTER
      * EACH OVERDUE INSTALLMENT IT IS NETTED AGAINST.
       01 WS-REFUNDS-READ       PIC 9(9) VALUE 0.
       01 WS-REFUNDS-OFFSET     PIC 9(9) VALUE 0.
       01 WS-REFUNDS-SENT       PIC 9(9) VALUE 0.
       01 WS-REFUNDS-RESENT     PIC 9(9) VALUE 0.
       01 WS-REFUNDS-SETTLED    PIC 9(9) VALUE 0.
       01 WS-REFUNDS-RETURNED   PIC 9(9) VALUE 0.
       01 WS-REFUNDS-UNDELIV    PIC 9(9) VALUE 0.
       01 WS-REFUNDS-WAITING    PIC S9(9) USAGE COMP VALUE 0.
       01 WS-ACTIVE-CUSTOMER    PIC S9(9) USAGE COMP.
       01 WS-ACH-ENTRY-COUNT    PIC 9(6)  VALUE 0.
       01 WS-ACH-TOTAL-AMOUNT   PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-AMOUNT-IN-CENTS    PIC 9(10).
       01 WS-TOTAL-IN-CENTS     PIC 9(12).

      * ACH-FORMAT RECORDS - FILE HEADER, ONE ENTRY DETAIL PER
      * DISBURSEMENT, AND A CONTROL TRAILER THAT CARRIES THE ENTRY
      * COUNT AND TOTAL CREDIT AMOUNT. ACHBUILD PROVES THE TRAILER
      * AND BUILDS THE BANK'S NACHA FILE FROM THESE.
       01 ACH-FILE-HEADER.
          05 FILLER             PIC X(3) VALUE '101'.
          05 FILLER             PIC X(16) VALUE ' LENDWISE REFUND'.

      *****************************************************
      *       DECLARE CURSOR FOR PENDING REFUNDS          *
      *  SCREENED CLEAR BY SANCSCRN TODAY AND NOT UNDER   *
      *  A SANCTIONS HOLD.                                *
      *****************************************************
           EXEC SQL
             DECLARE C-PENDING-REFUNDS CURSOR WITH HOLD FOR
               SELECT R.LOAN_ID,
                      R.CUSTOMER_ID,
                      R.REFUND_AMOUNT,
                      R.REFUND_DATE
                 FROM KALA12.REFUND R
                WHERE R.REFUND_STATUS = 'P'
                  AND EXISTS
                      (SELECT 1 FROM KALA12.SCREEN_LOG S
                        WHERE S.SCREEN_TYPE = 'R'
                          AND S.LOAN_ID     = R.LOAN_ID
                          AND S.CUSTOMER_ID = R.CUSTOMER_ID
                          AND S.SCREEN_DATE = :WS-TODAY-DASHED
                          AND S.DECISION IN ('C', 'W'))
                  AND NOT EXISTS
                      (SELECT 1 FROM KALA12.ACCT_HOLD H
                        WHERE H.HOLD_CODE   = 'SN'
                          AND H.HOLD_STATUS = 'A'
                          AND ((H.HOLD_LEVEL = 'C'
                                AND H.HOLD_KEY = R.CUSTOMER_ID)
                            OR (H.HOLD_LEVEL = 'L'
                                AND H.HOLD_KEY = R.LOAN_ID)))
           END-EXEC.

      *****************************************************
      *  REFUNDS LEFT NOT SENT OFF THE BANK FILE, WITH    *
      *  THE AMOUNT ON THEIR LATEST REJECTED ENTRY, ONCE  *
      *  THE CUSTOMER HAS AN ACTIVE PAYOUT ACCOUNT -      *
      *  SCREENED AND HOLD-CHECKED LIKE A PENDING ONE.    *
      *****************************************************
           EXEC SQL
             DECLARE C-UNSENT-REFUNDS CURSOR WITH HOLD FOR
               SELECT R.LOAN_ID,
                      R.CUSTOMER_ID,
                      E.AMOUNT
                 FROM KALA12.REFUND R
                 JOIN KALA12.ACH_ENTRY E
                   ON E.SOURCE_TYPE  = 'R'
                  AND E.LOAN_ID      = R.LOAN_ID
                  AND E.CUSTOMER_ID  = R.CUSTOMER_ID
                  AND E.ENTRY_STATUS = 'J'
                WHERE R.REFUND_STATUS = 'N'
                  AND E.FILE_DATE CONCAT E.FILE_ID_MOD =
                      (SELECT MAX(E2.FILE_DATE CONCAT E2.FILE_ID_MOD)
                         FROM KALA12.ACH_ENTRY E2
                        WHERE E2.SOURCE_TYPE  = 'R'
                          AND E2.LOAN_ID      = R.LOAN_ID
                          AND E2.CUSTOMER_ID  = R.CUSTOMER_ID
                          AND E2.ENTRY_STATUS = 'J')
                  AND EXISTS
                      (SELECT 1 FROM KALA12.CUST_PAYOUT_ACCT P
                        WHERE P.CUSTOMER_ID = R.CUSTOMER_ID
                          AND P.ACCT_STATUS = 'A')
                  AND EXISTS
                      (SELECT 1 FROM KALA12.SCREEN_LOG S
                        WHERE S.SCREEN_TYPE = 'R'
                          AND S.LOAN_ID     = R.LOAN_ID
                          AND S.CUSTOMER_ID = R.CUSTOMER_ID
                          AND S.SCREEN_DATE = :WS-TODAY-DASHED
                          AND S.DECISION IN ('C', 'W'))
                  AND NOT EXISTS
                      (SELECT 1 FROM KALA12.ACCT_HOLD H
                        WHERE H.HOLD_CODE   = 'SN'
                          AND H.HOLD_STATUS = 'A'
                          AND ((H.HOLD_LEVEL = 'C'
                                AND H.HOLD_KEY = R.CUSTOMER_ID)
                            OR (H.HOLD_LEVEL = 'L'
                                AND H.HOLD_KEY = R.LOAN_ID)))
           END-EXEC.

      *****************************************************
           DISPLAY 'REFDISB - REFUND DISBURSEMENT RUN.'

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-DATE-YYYY '-' WS-DATE-MM '-' WS-DATE-DD
             DELIMITED BY SIZE
             INTO WS-TODAY-DASHED

           PERFORM OPEN-ACH-FILE
           PERFORM PROCESS-SETTLEMENT-FEED
           PERFORM PROCESS-PENDING-REFUNDS
           PERFORM RESEND-UNSENT-REFUNDS
           PERFORM COUNT-WAITING-REFUNDS
           PERFORM WRITE-ACH-TRAILER

           EXEC SQL
                   WS-REFUNDS-OFFSET
           DISPLAY 'REFDISB - SENT ON ACH FILE:       '
                   WS-REFUNDS-SENT
           DISPLAY 'REFDISB - NOT-SENT REFUNDS RESENT:'
                   WS-REFUNDS-RESENT
           DISPLAY 'REFDISB - CONFIRMED SETTLED:      '
                   WS-REFUNDS-SETTLED
           DISPLAY 'REFDISB - RETURNED BY THE BANK:   '
                   WS-REFUNDS-RETURNED
           DISPLAY 'REFDISB - HELD AS UNDELIVERABLE:  '
                   WS-REFUNDS-UNDELIV
           DISPLAY 'REFDISB - AWAITING SANCTIONS:     '
                   WS-REFUNDS-WAITING

           STOP RUN
           .

       COUNT-WAITING-REFUNDS.
      * WHATEVER IS STILL 'P' NOW WAS HELD BACK BY THE SANCTIONS
      * SCREEN - NOT SCREENED TODAY, OR UNDER AN 'SN' HOLD UNTIL
      * COMPLIANCE CLEARS IT.
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-REFUNDS-WAITING
                FROM KALA12.REFUND
               WHERE REFUND_STATUS = 'P'
           END-EXEC
           MOVE 'COUNT REFUNDS AWAITING SCREEN' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       OPEN-ACH-FILE.
           OPEN OUTPUT ACHOUT
           IF FS-ACHFILE NOT = '00'
           .

       PROCESS-SETTLEMENT-FEED.
      * MARK REFUNDS THE BANK HAS CONFIRMED PAID ('S' -> 'D') OR
      * RETURNED ('S' -> 'F'). THE FEED IS OPTIONAL - A MISSING
      * DATASET JUST MEANS NO CONFIRMATIONS ARRIVED TODAY.
           OPEN INPUT SETTLIN
           IF FS-SETTFILE NOT = '00'
              DISPLAY 'REFDISB - NO SETTLEMENT FEED TODAY. '
              MOVE SET-LOAN-ID     TO REFUND_LOAN-ID
              MOVE SET-CUSTOMER-ID TO REFUND_CUSTOMER-ID

              IF SET-RESULT = 'R'
                 MOVE 'F' TO REFUND_STATUS
              ELSE
                 MOVE 'D' TO REFUND_STATUS
              END-IF

              EXEC SQL
                 UPDATE KALA12.REFUND
                    SET REFUND_STATUS = :REFUND_STATUS
                  WHERE LOAN_ID       = :REFUND_LOAN-ID
                    AND CUSTOMER_ID   = :REFUND_CUSTOMER-ID
                    AND REFUND_STATUS = 'S'
              MOVE 'SETTLE SENT REFUND' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              EVALUATE TRUE
                WHEN SQLCODE NOT = 0
                  DISPLAY 'REFDISB - NO SENT REFUND FOR LOAN-ID: '
                          SET-LOAN-ID ' - CONFIRMATION IGNORED'
                WHEN REFUND_STATUS = 'F'
                  ADD 1 TO WS-REFUNDS-RETURNED
                  DISPLAY 'REFDISB - ACH CREDIT RETURNED FOR LOAN-ID: '
                          SET-LOAN-ID
                WHEN OTHER
                  ADD 1 TO WS-REFUNDS-SETTLED
              END-EVALUATE
           END-IF
           .

           MOVE REFUND_AMOUNT TO WS-REFUND-LEFT
           SET REFUND-NOT-CONSUMED TO TRUE

      * A CUSTOMER WHO IS INACTIVE OR NO LONGER ON FILE HAS NO
      * ACCOUNT TO CREDIT - THE REFUND IS HELD AS UNDELIVERABLE
      * FOR ESCHEAT TO AGE INSTEAD OF GOING OUT ON THE ACH FILE.
           MOVE REFUND_CUSTOMER-ID TO CUSTOMER_ID
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-ACTIVE-CUSTOMER
                FROM CUSTOMER
               WHERE ID     = :CUSTOMER_ID
                 AND STATUS = 'A'
           END-EXEC
           MOVE 'CHECK REFUND CUSTOMER ACTIVE' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF WS-ACTIVE-CUSTOMER = 0
              MOVE 0 TO WS-REFUND-LEFT
              SET REFUND-CONSUMED TO TRUE
           ELSE
              PERFORM OFFSET-AGAINST-OVERDUE-DEBT
           END-IF

           EVALUATE TRUE
             WHEN WS-ACTIVE-CUSTOMER = 0
               MOVE 'U' TO REFUND_STATUS
               ADD 1 TO WS-REFUNDS-UNDELIV
               DISPLAY 'REFDISB - CUSTOMER-ID ' REFUND_CUSTOMER-ID
                       ' NOT ACTIVE - REFUND HELD AS UNDELIVERABLE'
             WHEN WS-REFUND-LEFT > 0
               PERFORM WRITE-ACH-ENTRY
               MOVE 'S' TO REFUND_STATUS
           PERFORM CHECK-SQLCODE
           .

       RESEND-UNSENT-REFUNDS.
           EXEC SQL
              OPEN C-UNSENT-REFUNDS
           END-EXEC
           MOVE 'OPEN C-UNSENT-REFUNDS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM FETCH-UNSENT-REFUND
           PERFORM UNTIL SQLCODE NOT = 0
              PERFORM RESEND-ONE-REFUND
              EXEC SQL
                 COMMIT
              END-EXEC
              PERFORM FETCH-UNSENT-REFUND
           END-PERFORM

           EXEC SQL
              CLOSE C-UNSENT-REFUNDS
           END-EXEC
           MOVE 'CLOSE C-UNSENT-REFUNDS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       FETCH-UNSENT-REFUND.
           EXEC SQL
              FETCH C-UNSENT-REFUNDS
                INTO :REFUND_LOAN-ID,
                     :REFUND_CUSTOMER-ID,
                     :WS-REFUND-LEFT
           END-EXEC
           MOVE 'FETCH C-UNSENT-REFUNDS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       RESEND-ONE-REFUND.
      * ANY OFFSET WAS TAKEN THE FIRST TIME - WHAT GOES OUT NOW IS
      * WHAT WAS ON THE REJECTED ENTRY, NOTHING MORE.
           PERFORM WRITE-ACH-ENTRY

           EXEC SQL
              UPDATE KALA12.REFUND
                 SET REFUND_STATUS = 'S'
               WHERE LOAN_ID       = :REFUND_LOAN-ID
                 AND CUSTOMER_ID   = :REFUND_CUSTOMER-ID
                 AND REFUND_STATUS = 'N'
           END-EXEC
           MOVE 'RESEND NOT-SENT REFUND' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           ADD 1 TO WS-REFUNDS-RESENT
           DISPLAY 'REFDISB - REFUND SENT AGAIN FOR LOAN-ID: '
                   REFUND_LOAN-ID ' AMOUNT: ' WS-REFUND-LEFT
           .

       OFFSET-AGAINST-OVERDUE-DEBT.
           EXEC SQL
              OPEN C-OVERDUE-DEBT
