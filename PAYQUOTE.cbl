      * CURRENT RATE (THE IN-EFFECT RATE_TABLE ROW FOR       *
      * VARIABLE LOANS), ADDS UNPAID LATE FEES SITTING ON    *
      * OVERDUE INSTALLMENTS, AND STAMPS A GOOD-THROUGH      *
      * DATE ON THE QUOTE. A LOAN UNDER AN SCRA CAP ON THE   *
      * QUOTE DATE (A BORROWER OR CO-BORROWER ON ACTIVE      *
      * DUTY) ACCRUES ITS PER-DIEM AT NO MORE THAN THE CAP.  *
      ********************************************************

       ENVIRONMENT DIVISION.

      * PER-DIEM ACCRUAL PIECES.
       01 WS-QUOTE-RATE         PIC S9(2)V9(2) USAGE COMP-3.
      * LOWEST SCRA CAP COVERING THE LOAN ON THE QUOTE DATE - 99.99
      * WHEN NOBODY ON THE LOAN IS SERVING.
       01 WS-SCRA-SVC-RATE      PIC S9(2)V9(2) USAGE COMP-3.
       01 WS-SCRA-NO-CAP        PIC S9(2)V9(2) USAGE COMP-3
                                VALUE 99.99.
       01 WS-PER-DIEM           PIC S9(9)V9(6) USAGE COMP-3.
       01 WS-ACCRUED-INTEREST   PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-LATE-FEES-UNPAID   PIC S9(15)V9(2) USAGE COMP-3.
                    PERFORM CHECK-SQLCODE
              END-EVALUATE
           END-IF

      * SCRA CAP IN FORCE ON THE QUOTE DATE - SAME TEST LNDWISE4'S
      * REPRICING AND INTACCR APPLY: A BORROWER OR CO-BORROWER
      * SERVING ON THE DATE, ON A LOAN TAKEN OUT BEFORE THE SERVICE.
           EXEC SQL
              SELECT COALESCE(MIN(S.CAP_RATE), :WS-SCRA-NO-CAP)
                INTO :WS-SCRA-SVC-RATE
                FROM KALA12.SCRA_SERVICE S
               WHERE S.SERVICE_STATUS  = 'A'
                 AND S.SERVICE_START  <= :QTE-QUOTE-DATE
                 AND S.SERVICE_END    >= :QTE-QUOTE-DATE
                 AND S.SERVICE_START   > :LOAN_CREATION-DATE
                 AND (S.CUSTOMER_ID = :LOAN_CUSTOMER-ID
                      OR S.CUSTOMER_ID IN
                         (SELECT LP.CUSTOMER_ID
                            FROM KALA12.LOAN_PARTY LP
                           WHERE LP.LOAN_ID = :LOAN_LOAN-ID
                             AND LP.PARTY_ROLE IN ('P', 'C')))
           END-EXEC
           MOVE 'LOOKUP SCRA SERVICE FOR QUOTE' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF WS-SCRA-SVC-RATE < WS-QUOTE-RATE
              MOVE WS-SCRA-SVC-RATE TO WS-QUOTE-RATE
           END-IF
           .

       ACCRUE-PER-DIEM-INTEREST.
