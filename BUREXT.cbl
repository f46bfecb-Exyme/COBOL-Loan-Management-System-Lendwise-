      * THE PAYPLAN_HIST REASON CODES. EVERY RECORD IS ALSO  *
      * LOGGED TO BUREAU_LOG WITH THE CYCLE DATE SO A        *
      * DISPUTE CAN BE TRACED BACK TO THE EXACT SUBMISSION.  *
      * A LOAN WITH A BUREAU DISPUTE STILL OPEN IN           *
      * BUREAU_DISPUTE CARRIES COMPLIANCE CONDITION 'XB';    *
      * THE FIRST CYCLE AFTER THE LAST ONE CLOSES CARRIES    *
      * 'XH', AND THE DISPUTE IS MARKED AS REPORTED CLOSED.  *
      * A LOAN CLOSED BY AN INTERNAL REFINANCE REPORTS AS    *
      * CLOSED ('13') WITH SPECIAL COMMENT 'AT'.             *
      * THE CYCLE PERIOD COMES FROM THE MONIN CONTROL        *
      * RECORD, SAME AS PORTSUM. CONTROL TOTALS TRAIL THE    *
      * FILE AND PRINT TO SYSOUT.                            *
           EXEC SQL INCLUDE PAYPLAN  END-EXEC.
           EXEC SQL INCLUDE PAYPLANH END-EXEC.
           EXEC SQL INCLUDE BUREAULG END-EXEC.
           EXEC SQL INCLUDE BURDISP  END-EXEC.

      * FILE STATUS.
       01 FS-INFILE             PIC X(02).
       01 WS-STATUS-CODE        PIC X(2).
       01 WS-DPD                PIC S9(4) USAGE COMP.
       01 WS-HIST-REASON        PIC X(1).
       01 WS-COMPLIANCE-CODE    PIC X(2).
       01 WS-SPECIAL-COMMENT    PIC X(2).
       01 WS-DISPUTE-COUNT      PIC S9(9) USAGE COMP.

      * RUN CONTROL TOTALS.
       01 WS-RECORDS-WRITTEN    PIC 9(9) VALUE 0.
       01 WS-TOTAL-BALANCE      PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-OPEN-REPORTED      PIC 9(9) VALUE 0.
       01 WS-CLOSED-REPORTED    PIC 9(9) VALUE 0.
       01 WS-IN-DISPUTE         PIC 9(9) VALUE 0.
       01 WS-DISPUTE-CLOSED     PIC 9(9) VALUE 0.

      * BUREAU FILE LAYOUT - HEADER, ONE DETAIL PER LOAN, TRAILER
      * WITH RECORD COUNT AND TOTAL REPORTED BALANCE.
          05 BURD-BALANCE       PIC 9(13)V99.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 BURD-DPD           PIC 9(3).
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 BURD-COMPLIANCE    PIC X(2).
          05 FILLER             PIC X(1)  VALUE SPACE.
      * SPECIAL COMMENT - 'AT' WHEN THE ACCOUNT CLOSED BECAUSE WE
      * REFINANCED IT, SO THE BUREAUS DO NOT READ IT AS PAID OFF.
          05 BURD-SPECIAL-CMT   PIC X(2).
          05 FILLER             PIC X(20) VALUE SPACES.

       01 BUR-FILE-TRAILER.
          05 FILLER             PIC X(3)  VALUE 'TRL'.
                 JOIN KALA12.PAYPLAN_HIST H
                   ON H.LOAN_ID = L.LOAN_ID
      * 'P' = PAID OFF, 'T' = TRANSFERRED OUT, 'F' = SETTLED IN
      * FULL FOR LESS THAN THE BALANCE (SETTLMNT), 'N' = PAID OFF
      * BY AN INTERNAL REFINANCE (REFINANC).
                WHERE L.LOAN_STATUS = 'C'
                  AND H.REASON_CODE IN ('P','T','F','N')
                  AND DATE(H.DELETED_AT) >= DATE(:WS-PERIOD-START)
                  AND DATE(H.DELETED_AT) <= DATE(:WS-PERIOD-END)
                ORDER BY L.LOAN_ID
           DISPLAY 'BUREXT - OPEN LOANS REPORTED:   ' WS-OPEN-REPORTED
           DISPLAY 'BUREXT - CLOSED LOANS REPORTED: '
                   WS-CLOSED-REPORTED
           DISPLAY 'BUREXT - REPORTED IN DISPUTE:   ' WS-IN-DISPUTE
           DISPLAY 'BUREXT - DISPUTE CLOSED (XH):   '
                   WS-DISPUTE-CLOSED
           DISPLAY 'BUREXT - RECORDS WRITTEN:       '
                   WS-RECORDS-WRITTEN
           DISPLAY 'BUREXT - TOTAL BALANCE:         ' WS-TOTAL-BALANCE
           .

       REPORT-ONE-OPEN-LOAN.
           MOVE SPACES TO WS-SPECIAL-COMMENT

      * BALANCE IS THE SMALLEST REMAINING_LOAN ON THE OPEN SCHEDULE.
           EXEC SQL
              SELECT COALESCE(MIN(REMAINING_LOAN), 0)
       REPORT-ONE-CLOSED-LOAN.
           MOVE 0 TO WS-BALANCE
           MOVE 0 TO WS-DPD
           MOVE SPACES TO WS-SPECIAL-COMMENT

           EVALUATE WS-HIST-REASON
             WHEN 'T'
      * SEES 'PAID FOR LESS THAN THE FULL BALANCE'.
             WHEN 'F'
               MOVE '64' TO WS-STATUS-CODE
      * A REFINANCE CLOSES THE ACCOUNT PAID, BUT WITH NO CASH FROM
      * THE BORROWER - THE SPECIAL COMMENT SAYS SO.
             WHEN 'N'
               MOVE '13' TO WS-STATUS-CODE
               MOVE 'AT' TO WS-SPECIAL-COMMENT
             WHEN OTHER
               MOVE '13' TO WS-STATUS-CODE
           END-EVALUATE
           .

       WRITE-BUREAU-DETAIL.
           PERFORM DERIVE-COMPLIANCE-CODE

           MOVE LOAN_CUSTOMER-ID TO BURD-CUSTOMER-ID
           MOVE CUSTOMER_NAME    TO BURD-NAME
           MOVE LOAN_LOAN-ID     TO BURD-LOAN-ID
           MOVE WS-STATUS-CODE   TO BURD-STATUS
           MOVE WS-BALANCE       TO BURD-BALANCE
           MOVE WS-DPD           TO BURD-DPD
           MOVE WS-COMPLIANCE-CODE TO BURD-COMPLIANCE
           MOVE WS-SPECIAL-COMMENT TO BURD-SPECIAL-CMT

           WRITE BUREAU-RECORD FROM BUR-DETAIL-RECORD

           PERFORM LOG-SUBMISSION-ROW
           .

       DERIVE-COMPLIANCE-CODE.
      * AN OPEN BUREAU DISPUTE ON THE LOAN - ANY BUREAU - MEANS THE
      * ACCOUNT IS REPORTED 'IN DISPUTE' ('XB'). ONCE THE LAST ONE
      * IS ANSWERED, THE NEXT CYCLE REPORTS 'XH' (DISPUTE RESOLVED)
      * ONCE SO THE BUREAUS DROP THE CONDITION, THEN NOTHING.
           MOVE SPACES       TO WS-COMPLIANCE-CODE
           MOVE LOAN_LOAN-ID TO DSP_LOAN-ID

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-DISPUTE-COUNT
                FROM KALA12.BUREAU_DISPUTE
               WHERE LOAN_ID = :DSP_LOAN-ID
                 AND DISPUTE_STATUS = 'O'
           END-EXEC
           MOVE 'COUNT OPEN BUREAU DISPUTES' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF WS-DISPUTE-COUNT > 0
              MOVE 'XB' TO WS-COMPLIANCE-CODE
              ADD 1 TO WS-IN-DISPUTE
           ELSE
              EXEC SQL
                 UPDATE KALA12.BUREAU_DISPUTE
                    SET CLOSURE_REPORTED = 'Y'
                  WHERE LOAN_ID = :DSP_LOAN-ID
                    AND DISPUTE_STATUS = 'C'
                    AND CLOSURE_REPORTED = 'N'
              END-EXEC
              MOVE 'MARK DISPUTE CLOSURE REPORTED' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              IF SQLCODE = 0
                 MOVE 'XH' TO WS-COMPLIANCE-CODE
                 ADD 1 TO WS-DISPUTE-CLOSED
              END-IF
           END-IF
           .

       LOG-SUBMISSION-ROW.
           MOVE WS-TODAY-DASHED  TO BUR_CYCLE-DATE
           MOVE LOAN_LOAN-ID     TO BUR_LOAN-ID
           MOVE WS-STATUS-CODE   TO BUR_REPORTED-STATUS
           MOVE WS-BALANCE       TO BUR_REPORTED-BALANCE
           MOVE WS-DPD           TO BUR_DAYS-PAST-DUE
           MOVE WS-COMPLIANCE-CODE TO BUR_COMPLIANCE-CODE

           EXEC SQL
              INSERT INTO KALA12.BUREAU_LOG
                    (CYCLE_DATE, LOAN_ID, CUSTOMER_ID,
                     REPORTED_STATUS, REPORTED_BALANCE,
                     DAYS_PAST_DUE, COMPLIANCE_CODE)
              VALUES (:BUR_CYCLE-DATE, :BUR_LOAN-ID,
                      :BUR_CUSTOMER-ID, :BUR_REPORTED-STATUS,
                      :BUR_REPORTED-BALANCE, :BUR_DAYS-PAST-DUE,
                      :BUR_COMPLIANCE-CODE)
           END-EXEC
           MOVE 'INSERT BUREAU_LOG ROW' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
