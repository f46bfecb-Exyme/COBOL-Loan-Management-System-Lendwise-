      * THEIR MONEY - THIS PROGRAM PICKS UP NEWLY INSERTED   *
      * LOANS (STATUS 'N', NO LOAN_FUNDING ROW YET), PAYS    *
      * OUT LOAN_AMOUNT MINUS DOWN_PAYMENT ON AN ACH-FORMAT  *
      * CREDIT FILE (SAME SHAPE AS REFDISB'S ACHOUT) THAT    *
      * ACHBUILD TURNS INTO THE BANK'S NACHA FILE, AND       *
      * TRACKS THE FUNDING THROUGH SENT ('S') AND SETTLED    *
      * ('D') OFF THE BANK'S FSETTLIN CONFIRMATION FEED,     *
      * LIKE REFDISB'S SETTLIN. WONA REFUSES TO BUILD A      *
      * SCHEDULE FOR A LOAN WHOSE FUNDING ROW IS NOT YET     *
      * SETTLED. RUNS BEFORE WONA IN THE DAILY CYCLE.        *
      * NOTHING IS SENT UNTIL SANCSCRN HAS SCREENED THE      *
      * BORROWER CLEAR FOR THIS FUNDING TODAY; A POSSIBLE    *
      * SANCTIONS MATCH ('SN' HOLD) WAITS FOR COMPLIANCE.    *
      * A LOAN BOOKED TO REFINANCE OLD LOANS IS LEFT TO      *
      * REFINANC, WHICH FUNDS IT INTERNALLY ('I').           *
      * A FUNDING THE BANK REJECTED OFF THE NACHA FILE, OR   *
      * THAT ACHBUILD COULD NOT PUT ON IT (NO PAYOUT         *
      * ACCOUNT), IS LEFT NOT SENT ('N') AND GOES OUT AGAIN  *
      * HERE FOR THE AMOUNT ON ITS ROW ONCE IT IS SCREENED.  *
      * A NETTED ORIGINATION FEE IS SET UP AS A DEFERRED FEE *
      * BALANCE (DEFERRED_FEE) FOR FEEAMORT TO RECOGNIZE     *
      * OVER THE LIFE OF THE LOAN.                           *
      * EVERY FUNDING BOOKED IS CARRIED TO THE GL EXTRACT    *
      * (DD FUNDGL) FOR GLPROOF: DR LOAN-PRINCIPAL FOR THE   *
      * FINANCED AMOUNT, CR CASH FOR WHAT WAS SENT AND CR    *
      * DEFERRED-FEE-INC FOR A NETTED ORIGINATION FEE. A     *
      * FUNDING THE BANK RETURNS REVERSES ALL THREE AND      *
      * WRITES ITS DEFERRED FEE BALANCE OFF.                 *
      ********************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-SETTFILE.

      * GL POSTINGS FOR THE FUNDINGS BOOKED AND RETURNED TONIGHT.
           SELECT GLOUT ASSIGN TO FUNDGL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FUNDGL.

       DATA DIVISION.
       FILE SECTION.

          05 SET-DISPOSITION    PIC X(3).
          05 FILLER             PIC X(59).

       FD GLOUT
            RECORDING MODE F.
       01 GL-OUT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE CUSTOMER END-EXEC.
           EXEC SQL INCLUDE FUNDING  END-EXEC.
           EXEC SQL INCLUDE FEESCHED END-EXEC.
           EXEC SQL INCLUDE DEFFEE   END-EXEC.
           EXEC SQL INCLUDE LNJRNL   END-EXEC.

      * FILE STATUS.
       01 FS-ACHFILE            PIC X(02).
       01 FS-SETTFILE           PIC X(02).
       01 FS-FUNDGL             PIC X(02).
       01 EOF-SETTLE            PIC X VALUE 'N'.
         88 END-OF-SETTLE       VALUE 'Y'.

       01 WS-SQL-ACTION         PIC X(40).
       01 WS-RETURN-CODE        PIC S9(4) COMP.
       01 WS-JRNL-RC            PIC S9(4) COMP.

       01 WS-CURRENT-DATE.
          05 WS-DATE-YYYY       PIC X(4).

      * RUN CONTROL TOTALS.
       01 WS-FUNDINGS-SENT      PIC 9(9) VALUE 0.
       01 WS-FUNDINGS-RESENT    PIC 9(9) VALUE 0.
       01 WS-FUNDINGS-SETTLED   PIC 9(9) VALUE 0.
       01 WS-FUNDINGS-RETURNED  PIC 9(9) VALUE 0.
       01 WS-FUNDINGS-WAITING   PIC S9(9) USAGE COMP VALUE 0.
       01 WS-ACH-ENTRY-COUNT    PIC 9(6)  VALUE 0.
       01 WS-ACH-TOTAL-AMOUNT   PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-AMOUNT-IN-CENTS    PIC 9(10).
       01 WS-TOTAL-IN-CENTS     PIC 9(12).

      * A FUNDING LEFT NOT SENT ('N') - ITS ROW ALREADY CARRIES THE
      * NET AMOUNT, SO IT IS SENT AGAIN AS IT STANDS.
       01 WS-PRIOR-FUND-STATUS  PIC X(1).
         88 FUNDING-RESEND      VALUE 'N'.
       01 WS-PRIOR-FUND-AMOUNT  PIC S9(15)V9(2) USAGE COMP-3.

      * THE THREE LEGS OF A FUNDING - FINANCED PRINCIPAL, MONEY
      * SENT AND THE ORIGINATION FEE KEPT BACK OUT OF IT.
       01 WS-GROSS-FUNDED       PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-NET-FUNDED         PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-FEE-NETTED         PIC S9(15)V9(2) USAGE COMP-3.
      * A RETURNED FUNDING'S FEE STILL DEFERRED, AND ANY PART OF
      * IT A MONTH-END HAS ALREADY RECOGNIZED.
       01 WS-FEE-UNAMORTIZED    PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-FEE-RECOGNIZED     PIC S9(15)V9(2) USAGE COMP-3.

      * GL POSTING EXTRACT - SAME INTERFACE LAYOUT AS LNDWISE4'S
      * GLOUT, WITH A TRAILER PROVING DEBITS EQUAL CREDITS.
       01  GL-POSTING-RECORD.
           05 GL-RECORD-TYPE          PIC X(1).
           05 GL-POSTING-DATE         PIC X(10).
           05 GL-ACCOUNT              PIC X(16).
           05 GL-DRCR                 PIC X(2).
           05 GL-AMOUNT               PIC 9(13)V99.
           05 GL-LOAN-ID              PIC 9(9).
           05 GL-DESCRIPTION          PIC X(20).
           05 FILLER                  PIC X(7).

       01  GL-TRAILER-RECORD.
           05 GL-TRL-RECORD-TYPE      PIC X(1) VALUE 'T'.
           05 GL-TRL-TOTAL-DEBITS     PIC 9(13)V99.
           05 GL-TRL-TOTAL-CREDITS    PIC 9(13)V99.
           05 GL-TRL-BALANCE-FLAG     PIC X(14).
           05 FILLER                  PIC X(35).

       01  WS-GL-TOTAL-DEBITS      PIC S9(15)V9(2) COMP-3 VALUE 0.
       01  WS-GL-TOTAL-CREDITS     PIC S9(15)V9(2) COMP-3 VALUE 0.
       01  WS-GL-POST-AMOUNT       PIC S9(15)V9(2) COMP-3.
       01  WS-GL-LOAN-ID           PIC S9(9) USAGE COMP.

      * ACH-FORMAT RECORDS, SAME LAYOUT FAMILY AS REFDISB - FILE
      * HEADER, ONE ENTRY DETAIL PER FUNDING, AND A CONTROL TRAILER
      * WITH ENTRY COUNT AND TOTAL CREDIT AMOUNT. ACHBUILD PROVES
      * THE TRAILER AND BUILDS THE BANK'S NACHA FILE FROM THESE.
       01 ACH-FILE-HEADER.
          05 FILLER             PIC X(3) VALUE '101'.
          05 FILLER             PIC X(16) VALUE ' LENDWISE FUNDNG'.

      *****************************************************
      *  NEWLY INSERTED LOANS THAT HAVE NEVER BEEN        *
      *  FUNDED - NO LOAN_FUNDING ROW YET, OR ONLY ONE    *
      *  LEFT NOT SENT ('N') - WHOSE                      *
      *  BORROWER SANCSCRN CLEARED FOR THIS FUNDING TODAY *
      *  AND WHO IS NOT UNDER A SANCTIONS HOLD. A LOAN    *
      *  BOOKED AS A REFINANCE (ANY REFI_LINK ROW) IS     *
      *  FUNDED INTERNALLY BY REFINANC, NEVER BY ACH.     *
      *****************************************************
           EXEC SQL
             DECLARE C-UNFUNDED-LOANS CURSOR WITH HOLD FOR
                      L.CUSTOMER_ID,
                      L.TYPE_ID,
                      L.LOAN_AMOUNT,
                      L.DOWN_PAYMENT,
                      COALESCE(NF.FUND_STATUS, ' '),
                      COALESCE(NF.FUND_AMOUNT, 0)
                 FROM KALA12.LOAN L
                 LEFT JOIN KALA12.LOAN_FUNDING NF
                   ON NF.LOAN_ID     = L.LOAN_ID
                  AND NF.FUND_STATUS = 'N'
                WHERE L.LOAN_STATUS = 'N'
                  AND NOT EXISTS
                      (SELECT 1 FROM KALA12.LOAN_FUNDING F
                        WHERE F.LOAN_ID = L.LOAN_ID
                          AND F.FUND_STATUS NOT = 'N')
      * ONE LEFT NOT SENT WAITS UNTIL THE BORROWER HAS AN ACTIVE
      * PAYOUT ACCOUNT AGAIN - THE BANK FILE CANNOT CARRY IT BEFORE.
                  AND (NF.LOAN_ID IS NULL
                       OR EXISTS
                          (SELECT 1 FROM KALA12.CUST_PAYOUT_ACCT P
                            WHERE P.CUSTOMER_ID = L.CUSTOMER_ID
                              AND P.ACCT_STATUS = 'A'))
                  AND NOT EXISTS
                      (SELECT 1 FROM KALA12.REFI_LINK R
                        WHERE R.NEW_LOAN_ID = L.LOAN_ID)
                  AND EXISTS
                      (SELECT 1 FROM KALA12.SCREEN_LOG S
                        WHERE S.SCREEN_TYPE = 'F'
                          AND S.LOAN_ID     = L.LOAN_ID
                          AND S.CUSTOMER_ID = L.CUSTOMER_ID
                          AND S.SCREEN_DATE = :WS-TODAY-DASHED
                          AND S.DECISION IN ('C', 'W'))
                  AND NOT EXISTS
                      (SELECT 1 FROM KALA12.ACCT_HOLD H
                        WHERE H.HOLD_CODE   = 'SN'
                          AND H.HOLD_STATUS = 'A'
                          AND ((H.HOLD_LEVEL = 'C'
                                AND H.HOLD_KEY = L.CUSTOMER_ID)
                            OR (H.HOLD_LEVEL = 'L'
                                AND H.HOLD_KEY = L.LOAN_ID)))
           END-EXEC.

       PROCEDURE DIVISION.
             INTO WS-TODAY-DASHED

           PERFORM OPEN-ACH-FILE
           PERFORM OPEN-GL-EXTRACT
           PERFORM PROCESS-SETTLEMENT-FEED
           PERFORM PROCESS-UNFUNDED-LOANS
           PERFORM COUNT-WAITING-FUNDINGS
           PERFORM WRITE-ACH-TRAILER
           PERFORM WRITE-GL-TRAILER

           EXEC SQL
              COMMIT
           END-EXEC

           CLOSE ACHOUT
           CLOSE GLOUT

           DISPLAY 'FUNDDISB - FUNDINGS SENT:      ' WS-FUNDINGS-SENT
           DISPLAY 'FUNDDISB - OF WHICH SENT AGAIN:'
                   WS-FUNDINGS-RESENT
           DISPLAY 'FUNDDISB - CONFIRMED SETTLED:  '
                   WS-FUNDINGS-SETTLED
           DISPLAY 'FUNDDISB - RETURNED BY BANK:   '
                   WS-FUNDINGS-RETURNED
           DISPLAY 'FUNDDISB - AWAITING SANCTIONS: '
                   WS-FUNDINGS-WAITING

           STOP RUN
           .

       COUNT-WAITING-FUNDINGS.
      * WHATEVER IS STILL UNFUNDED NOW WAS HELD BACK BY THE
      * SANCTIONS SCREEN - NOT SCREENED TODAY, OR UNDER AN 'SN'
      * HOLD UNTIL COMPLIANCE CLEARS IT - OR, LEFT NOT SENT, IS
      * WAITING FOR A PAYOUT ACCOUNT. REFINANCE LOANS ARE NOT
      * WAITING ON US AT ALL.
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-FUNDINGS-WAITING
                FROM KALA12.LOAN L
               WHERE L.LOAN_STATUS = 'N'
                 AND NOT EXISTS
                     (SELECT 1 FROM KALA12.LOAN_FUNDING F
                       WHERE F.LOAN_ID = L.LOAN_ID
                         AND F.FUND_STATUS NOT = 'N')
                 AND NOT EXISTS
                     (SELECT 1 FROM KALA12.REFI_LINK R
                       WHERE R.NEW_LOAN_ID = L.LOAN_ID)
           END-EXEC
           MOVE 'COUNT FUNDINGS AWAITING SCREEN' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       OPEN-ACH-FILE.
           OPEN OUTPUT ACHOUT
           IF FS-ACHFILE NOT = '00'
           WRITE ACH-RECORD FROM ACH-FILE-HEADER
           .

       OPEN-GL-EXTRACT.
           OPEN OUTPUT GLOUT
           IF FS-FUNDGL NOT = '00'
              DISPLAY 'FUNDDISB - ERROR OPENING GL EXTRACT.'
              DISPLAY 'FILE STATUS CODE: ' FS-FUNDGL
              STOP RUN
           END-IF
           .

       PROCESS-SETTLEMENT-FEED.
      * MARK FUNDINGS THE BANK HAS CONFIRMED PAID ('S' -> 'D'), OR
      * FAILED ('S' -> 'F') WHEN THE CREDIT CAME BACK. THE FEED IS
                    ADD 1 TO WS-FUNDINGS-SETTLED
                 ELSE
                    ADD 1 TO WS-FUNDINGS-RETURNED
                    PERFORM JOURNAL-RETURNED-FUNDING
                    DISPLAY 'FUNDDISB - FUNDING RETURNED FOR '
                            'LOAN-ID: ' SET-LOAN-ID
                            ' - LOAN STAYS UNSCHEDULED.'
                     :LOAN_CUSTOMER-ID,
                     :LOAN_TYPE-ID,
                     :LOAN_LOAN-AMOUNT,
                     :LOAN_DOWN-PAYMENT,
                     :WS-PRIOR-FUND-STATUS,
                     :WS-PRIOR-FUND-AMOUNT
           END-EXEC
           MOVE 'FETCH C-UNFUNDED-LOANS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
      * NEVER OURS TO SEND, SAME NETTING THE AMORTIZATION USES. THE
      * PRODUCT'S ORIGINATION FEE, WHERE ONE IS ON THE FEE BOOK, IS
      * KEPT OUT OF THE MONEY SENT AND RECORDED AS A FEE_ASSESSED
      * ROW, CARRIED TO THE GL HERE WITH THE FUNDING ITSELF.
           MOVE LOAN_LOAN-ID     TO FND_LOAN-ID
           MOVE LOAN_CUSTOMER-ID TO FND_CUSTOMER-ID

           IF FUNDING-RESEND
              PERFORM RESEND-UNSENT-FUNDING
           ELSE
              PERFORM DISBURSE-NEW-FUNDING
           END-IF
           .

       RESEND-UNSENT-FUNDING.
      * THE FEE WAS NETTED AND BOOKED THE FIRST TIME - THE ROW'S
      * AMOUNT GOES OUT AGAIN UNCHANGED.
           MOVE WS-PRIOR-FUND-AMOUNT TO FND_FUND-AMOUNT
           PERFORM WRITE-ACH-ENTRY

           EXEC SQL
              UPDATE KALA12.LOAN_FUNDING
                 SET FUND_STATUS = 'S',
                     SENT_DATE   = :WS-TODAY-DASHED
               WHERE LOAN_ID     = :FND_LOAN-ID
                 AND FUND_STATUS = 'N'
           END-EXEC
           MOVE 'RESEND UNSENT LOAN_FUNDING ROW' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           ADD 1 TO WS-FUNDINGS-SENT
           ADD 1 TO WS-FUNDINGS-RESENT
           DISPLAY 'FUNDDISB - SENT AGAIN ' FND_FUND-AMOUNT
                   ' FOR LOAN-ID: ' LOAN_LOAN-ID
           .

       DISBURSE-NEW-FUNDING.
           COMPUTE FND_FUND-AMOUNT =
                   LOAN_LOAN-AMOUNT - LOAN_DOWN-PAYMENT

              MOVE 'INSERT LOAN_FUNDING SENT ROW' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

      * THE JOURNAL OPENS WITH THE FULL FINANCED PRINCIPAL; A NETTED
      * ORIGINATION FEE FOLLOWS IT, CHARGED AND COLLECTED OUT OF THE
      * PROCEEDS IN ONE MOVE, SO IT LEAVES NOTHING OWING.
              MOVE LOAN_LOAN-ID     TO LJR_LOAN-ID
              MOVE 'FUND'           TO LJR_TRAN-CODE
              MOVE WS-TODAY-DASHED  TO LJR_EFFECTIVE-DATE
              COMPUTE LJR_AMOUNT = LOAN_LOAN-AMOUNT - LOAN_DOWN-PAYMENT
              MOVE LJR_AMOUNT       TO LJR_PRIN-AMOUNT
              MOVE 0                TO LJR_INT-AMOUNT
              MOVE 0                TO LJR_FEE-AMOUNT
              MOVE 0                TO LJR_ESC-AMOUNT
              MOVE 0                TO LJR_REFERENCE-ID
              PERFORM POST-LOAN-JOURNAL

              IF LJR_AMOUNT > FND_FUND-AMOUNT
                 MOVE 'FEE '           TO LJR_TRAN-CODE
                 COMPUTE LJR_AMOUNT = LJR_AMOUNT - FND_FUND-AMOUNT
                 MOVE 0                TO LJR_PRIN-AMOUNT
                 PERFORM POST-LOAN-JOURNAL
              END-IF

              COMPUTE WS-GROSS-FUNDED =
                      LOAN_LOAN-AMOUNT - LOAN_DOWN-PAYMENT
              MOVE FND_FUND-AMOUNT TO WS-NET-FUNDED
              PERFORM POST-FUNDING-GL

              ADD 1 TO WS-FUNDINGS-SENT
              DISPLAY 'FUNDDISB - SENT ' FND_FUND-AMOUNT
                      ' FOR LOAN-ID: ' LOAN_LOAN-ID
                            ASSESSED_DATE, GL_POSTED)
                     VALUES (:FND_LOAN-ID, 'ORIG',
                             :FSC_FEE-AMOUNT, :WS-TODAY-DASHED,
                             'Y')
                  END-EXEC
                  MOVE 'INSERT ORIGINATION FEE ROW'
                    TO WS-SQL-ACTION
                  PERFORM CHECK-SQLCODE

                  PERFORM SET-UP-DEFERRED-FEE

                  DISPLAY 'FUNDDISB - ORIGINATION FEE '
                          FSC_FEE-AMOUNT ' NETTED FROM LOAN-ID: '
                          FND_LOAN-ID
           END-EVALUATE
           .

       SET-UP-DEFERRED-FEE.
      * THE FEE IS EARNED OVER THE LIFE OF THE LOAN, NOT TODAY -
      * THE FUNDING'S GL ENTRY BOOKS IT TO DEFERRED FEE INCOME AND
      * FEEAMORT RUNS THIS BALANCE DOWN AT EACH MONTH-END.
           MOVE FND_LOAN-ID      TO DFF_LOAN-ID DFA_LOAN-ID
           MOVE 'ORIG'           TO DFF_FEE-CODE DFA_FEE-CODE
           MOVE LOAN_TYPE-ID     TO DFF_TYPE-ID DFA_TYPE-ID
           MOVE FSC_FEE-AMOUNT   TO DFF_FEE-AMOUNT DFF_UNAMORTIZED
                                    DFA_AMOUNT
           MOVE WS-TODAY-DASHED  TO DFF_SETUP-DATE DFF_LAST-AMORT-DATE
                                    DFA_ACT-DATE
           MOVE 'A'              TO DFF_DEFER-STATUS
           MOVE 'S'              TO DFA_ACT-TYPE

           EXEC SQL
              INSERT INTO KALA12.DEFERRED_FEE
                    (LOAN_ID, FEE_CODE, TYPE_ID, FEE_AMOUNT,
                     UNAMORTIZED, SETUP_DATE, LAST_AMORT_DATE,
                     DEFER_STATUS)
              VALUES (:DFF_LOAN-ID, :DFF_FEE-CODE, :DFF_TYPE-ID,
                      :DFF_FEE-AMOUNT, :DFF_UNAMORTIZED,
                      :DFF_SETUP-DATE, :DFF_LAST-AMORT-DATE,
                      :DFF_DEFER-STATUS)
           END-EXEC
           MOVE 'INSERT DEFERRED_FEE ROW' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           EXEC SQL
              INSERT INTO KALA12.DEFERRED_FEE_ACT
                    (LOAN_ID, FEE_CODE, TYPE_ID, ACT_DATE, ACT_TYPE,
                     AMOUNT)
              VALUES (:DFA_LOAN-ID, :DFA_FEE-CODE, :DFA_TYPE-ID,
                      :DFA_ACT-DATE, :DFA_ACT-TYPE, :DFA_AMOUNT)
           END-EXEC
           MOVE 'INSERT DEFERRED_FEE_ACT SETUP' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       WRITE-ACH-ENTRY.
           PERFORM FETCH-CUSTOMER-NAME

           WRITE ACH-RECORD FROM ACH-FILE-TRAILER
           .

       JOURNAL-RETURNED-FUNDING.
      * THE MONEY NEVER REACHED THE BORROWER - THE PRINCIPAL THE
      * FUNDING PUT ON THE JOURNAL COMES BACK OFF IT.
           EXEC SQL
              SELECT COALESCE(SUM(PRIN_AMOUNT), 0)
                INTO :LJR_AMOUNT
                FROM KALA12.LOAN_JOURNAL
               WHERE LOAN_ID   = :FND_LOAN-ID
                 AND TRAN_CODE = 'FUND'
           END-EXEC
           MOVE 'SUM FUNDED PRINCIPAL ON JOURNAL' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF LJR_AMOUNT > 0
              MOVE LJR_AMOUNT       TO WS-GROSS-FUNDED
              MOVE FND_LOAN-ID      TO LJR_LOAN-ID
              MOVE 'FUND'           TO LJR_TRAN-CODE
              MOVE WS-TODAY-DASHED  TO LJR_EFFECTIVE-DATE
              COMPUTE LJR_PRIN-AMOUNT = 0 - LJR_AMOUNT
              MOVE LJR_PRIN-AMOUNT  TO LJR_AMOUNT
              MOVE 0                TO LJR_INT-AMOUNT
              MOVE 0                TO LJR_FEE-AMOUNT
              MOVE 0                TO LJR_ESC-AMOUNT
              MOVE 0                TO LJR_REFERENCE-ID
              PERFORM POST-LOAN-JOURNAL

              PERFORM REVERSE-FUNDING-GL
           END-IF
           .

       POST-FUNDING-GL.
      * DR THE FINANCED PRINCIPAL, CR THE MONEY SENT, AND CR
      * DEFERRED FEE INCOME FOR THE FEE KEPT BACK OUT OF IT.
           COMPUTE WS-FEE-NETTED = WS-GROSS-FUNDED - WS-NET-FUNDED
           MOVE FND_LOAN-ID TO WS-GL-LOAN-ID

           MOVE 'LOAN-PRINCIPAL  ' TO GL-ACCOUNT
           MOVE 'DR'               TO GL-DRCR
           MOVE WS-GROSS-FUNDED    TO WS-GL-POST-AMOUNT
           MOVE 'LOAN FUNDED'      TO GL-DESCRIPTION
           PERFORM WRITE-GL-POSTING

           MOVE 'CASH            ' TO GL-ACCOUNT
           MOVE 'CR'               TO GL-DRCR
           MOVE WS-NET-FUNDED      TO WS-GL-POST-AMOUNT
           MOVE 'LOAN FUNDED'      TO GL-DESCRIPTION
           PERFORM WRITE-GL-POSTING

           IF WS-FEE-NETTED > 0
              MOVE 'DEFERRED-FEE-INC' TO GL-ACCOUNT
              MOVE 'CR'               TO GL-DRCR
              MOVE WS-FEE-NETTED      TO WS-GL-POST-AMOUNT
              MOVE 'ORIG FEE NETTED'  TO GL-DESCRIPTION
              PERFORM WRITE-GL-POSTING
           END-IF
           .

       REVERSE-FUNDING-GL.
      * THE MONEY CAME BACK - THE FUNDING ENTRY IS REVERSED. THE
      * ROW'S AMOUNT IS WHAT WAS SENT; THE REST OF THE PRINCIPAL
      * WAS THE NETTED FEE, WHICH NOW WILL NEVER BE EARNED.
           EXEC SQL
              SELECT FUND_AMOUNT
                INTO :FND_FUND-AMOUNT
                FROM KALA12.LOAN_FUNDING
               WHERE LOAN_ID     = :FND_LOAN-ID
                 AND FUND_STATUS = 'F'
           END-EXEC
           MOVE 'FETCH RETURNED FUNDING AMOUNT' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           MOVE FND_FUND-AMOUNT TO WS-NET-FUNDED
           COMPUTE WS-FEE-NETTED = WS-GROSS-FUNDED - WS-NET-FUNDED
           MOVE FND_LOAN-ID TO WS-GL-LOAN-ID

           MOVE 'CASH            ' TO GL-ACCOUNT
           MOVE 'DR'               TO GL-DRCR
           MOVE WS-NET-FUNDED      TO WS-GL-POST-AMOUNT
           MOVE 'FUNDING RETURNED'  TO GL-DESCRIPTION
           PERFORM WRITE-GL-POSTING

           IF WS-FEE-NETTED > 0
              PERFORM WRITE-OFF-DEFERRED-FEE

              IF WS-FEE-UNAMORTIZED > 0
                 MOVE 'DEFERRED-FEE-INC' TO GL-ACCOUNT
                 MOVE 'DR'               TO GL-DRCR
                 MOVE WS-FEE-UNAMORTIZED TO WS-GL-POST-AMOUNT
                 MOVE 'ORIG FEE RETURNED' TO GL-DESCRIPTION
                 PERFORM WRITE-GL-POSTING
              END-IF

              IF WS-FEE-RECOGNIZED > 0
                 MOVE 'FEE-INCOME      ' TO GL-ACCOUNT
                 MOVE 'DR'               TO GL-DRCR
                 MOVE WS-FEE-RECOGNIZED  TO WS-GL-POST-AMOUNT
                 MOVE 'ORIG FEE RETURNED' TO GL-DESCRIPTION
                 PERFORM WRITE-GL-POSTING
              END-IF
           END-IF

           MOVE 'LOAN-PRINCIPAL  ' TO GL-ACCOUNT
           MOVE 'CR'               TO GL-DRCR
           MOVE WS-GROSS-FUNDED    TO WS-GL-POST-AMOUNT
           MOVE 'FUNDING RETURNED'  TO GL-DESCRIPTION
           PERFORM WRITE-GL-POSTING
           .

       WRITE-OFF-DEFERRED-FEE.
      * WHATEVER IS STILL DEFERRED COMES OFF THE BALANCE AS A
      * NEGATIVE SET-UP, SO FEEAMORT'S ROLLFORWARD NETS IT OUT OF
      * ADDITIONS. A MONTH-END THAT ALREADY RECOGNIZED PART OF THE
      * FEE LEAVES THAT PART TO COME BACK OUT OF FEE INCOME.
           MOVE 0 TO WS-FEE-UNAMORTIZED

           EXEC SQL
              SELECT UNAMORTIZED, TYPE_ID
                INTO :DFF_UNAMORTIZED, :DFF_TYPE-ID
                FROM KALA12.DEFERRED_FEE
               WHERE LOAN_ID      = :FND_LOAN-ID
                 AND FEE_CODE     = 'ORIG'
                 AND DEFER_STATUS = 'A'
           END-EXEC
           MOVE 'FETCH DEFERRED FEE OF RETURN' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF SQLCODE = 0
              MOVE DFF_UNAMORTIZED TO WS-FEE-UNAMORTIZED

              EXEC SQL
                 UPDATE KALA12.DEFERRED_FEE
                    SET UNAMORTIZED  = 0,
                        DEFER_STATUS = 'R'
                  WHERE LOAN_ID      = :FND_LOAN-ID
                    AND FEE_CODE     = 'ORIG'
                    AND DEFER_STATUS = 'A'
              END-EXEC
              MOVE 'WRITE OFF RETURNED DEFERRED FEE' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              MOVE FND_LOAN-ID     TO DFA_LOAN-ID
              MOVE 'ORIG'          TO DFA_FEE-CODE
              MOVE DFF_TYPE-ID     TO DFA_TYPE-ID
              MOVE WS-TODAY-DASHED TO DFA_ACT-DATE
              MOVE 'S'             TO DFA_ACT-TYPE
              COMPUTE DFA_AMOUNT = 0 - WS-FEE-UNAMORTIZED

              EXEC SQL
                 INSERT INTO KALA12.DEFERRED_FEE_ACT
                       (LOAN_ID, FEE_CODE, TYPE_ID, ACT_DATE,
                        ACT_TYPE, AMOUNT)
                 VALUES (:DFA_LOAN-ID, :DFA_FEE-CODE, :DFA_TYPE-ID,
                         :DFA_ACT-DATE, :DFA_ACT-TYPE, :DFA_AMOUNT)
              END-EXEC
              MOVE 'INSERT DEFERRED_FEE_ACT REVERSAL'
                TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE
           END-IF

           COMPUTE WS-FEE-RECOGNIZED =
                   WS-FEE-NETTED - WS-FEE-UNAMORTIZED
           .

       WRITE-GL-POSTING.
           MOVE 'D'                TO GL-RECORD-TYPE
           MOVE WS-TODAY-DASHED    TO GL-POSTING-DATE
           MOVE WS-GL-POST-AMOUNT  TO GL-AMOUNT
           MOVE WS-GL-LOAN-ID      TO GL-LOAN-ID

           IF GL-DRCR = 'DR'
              ADD WS-GL-POST-AMOUNT TO WS-GL-TOTAL-DEBITS
           ELSE
              ADD WS-GL-POST-AMOUNT TO WS-GL-TOTAL-CREDITS
           END-IF

           WRITE GL-OUT-RECORD FROM GL-POSTING-RECORD
           .

       WRITE-GL-TRAILER.
           MOVE WS-GL-TOTAL-DEBITS  TO GL-TRL-TOTAL-DEBITS
           MOVE WS-GL-TOTAL-CREDITS TO GL-TRL-TOTAL-CREDITS

           IF WS-GL-TOTAL-DEBITS = WS-GL-TOTAL-CREDITS
              MOVE 'BALANCED      ' TO GL-TRL-BALANCE-FLAG
           ELSE
              MOVE 'OUT OF BALANCE' TO GL-TRL-BALANCE-FLAG
              DISPLAY 'FUNDDISB - GL EXTRACT OUT OF BALANCE - '
                      'DEBITS: ' WS-GL-TOTAL-DEBITS
                      ' CREDITS: ' WS-GL-TOTAL-CREDITS
           END-IF

           WRITE GL-OUT-RECORD FROM GL-TRAILER-RECORD
           .

       POST-LOAN-JOURNAL.
      * ONE MONEY MOVEMENT TO THE LOAN'S TRANSACTION JOURNAL - THE
      * CALLER HAS FILLED THE LJR_ FIELDS. A FAILED POST ABENDS LIKE
      * ANY OTHER SQL ERROR SO THE MOVEMENT ROLLS BACK WITH IT.
           MOVE 'FUNDDISB' TO LJR_SOURCE-PGM

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
