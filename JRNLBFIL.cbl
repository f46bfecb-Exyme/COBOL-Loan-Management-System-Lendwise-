       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNLBFIL.
       AUTHOR. ISURU, WONA & MALENE.
      ********************************************************
      *      BATCH PROGRAM CONNECTED TO "LENDWISE" MAIN PGM. *
      *                                                      *
      * FUNCTION: ONE-TIME LOAD OF THE LOAN TRANSACTION      *
      * JOURNAL (LOAN_JOURNAL) FROM THE TABLES THAT HELD THE *
      * MONEY MOVEMENTS BEFORE IT EXISTED, SO EVERY LOAN'S   *
      * JOURNAL STARTS AT ITS FUNDING AND NOT ON THE DAY THE *
      * POSTING PROGRAMS BEGAN CALLING JRNLPOST:             *
      *   LOAN_FUNDING / LOAN  - 'FUND' (AND A NETTED        *
      *                          ORIGINATION FEE 'FEE ');    *
      *                          A LOAN WITH NO FUNDING ROW  *
      *                          OPENS ON ITS CREATION DATE  *
      *   LOAN_BOARDING        - 'BORD'                      *
      *   PAYMENT              - 'PYMT'                      *
      *   PAYMENT_ALLOC        - 'PAPL'                      *
      *   FEE_ASSESSED         - 'FEE '                      *
      *   PAYOFF_PENALTY       - 'PPEN'                      *
      *   REFUND               - 'RFND'                      *
      *   ESCROW_DISB          - 'ESCD'                      *
      *   INTEREST_ACCRUAL     - 'IACR'                      *
      *   CHARGEOFF            - 'CHGO'                      *
      *   AGENCY_REMIT         - 'RCVY' (POSTED LINES)       *
      *   SETTLE_AGREE         - 'STLF' (COMPLETED)          *
      *   PAYPLAN_AUDIT        - 'CORR' (OPERATOR CHANGES TO *
      *                          A REMAINING AMOUNT)         *
      * ROWS ARE NUMBERED AND THE RUNNING PRINCIPAL CARRIED  *
      * PER LOAN IN EFFECTIVE-DATE ORDER, SIGNED AS JRNLPOST *
      * SIGNS THEM (SEE LNJRNL). THE POSTING DATE OF A       *
      * LOADED ROW IS ITS EFFECTIVE DATE AND SOURCE_PGM IS   *
      * 'BACKFILL'.                                          *
      *                                                      *
      * RUN IT ONCE, BEFORE THE FIRST CYCLE THAT POSTS TO    *
      * THE JOURNAL. IT COMMITS EVERY WS-COMMIT-INTERVAL     *
      * LOANS; A RERUN AFTER A FAILURE CARRIES ON AFTER THE  *
      * LAST LOAN COMMITTED. ONCE ANY PROGRAM OTHER THAN     *
      * THE BACKFILL HAS POSTED A ROW THE RUN IS REFUSED     *
      * WITH RC 8 - LOADING HISTORY UNDER LIVE ROWS WOULD    *
      * BREAK THE NUMBERING AND THE RUNNING BALANCE.         *
      ********************************************************

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE LNJRNL   END-EXEC.

       01 WS-SQL-ACTION         PIC X(40).
       01 WS-RETURN-CODE        PIC S9(4) COMP.

       01 EOF-HISTORY           PIC X VALUE 'N'.
         88 END-OF-HISTORY      VALUE 'Y'.

      * WHAT IS ALREADY ON THE JOURNAL.
       01 WS-LIVE-ROWS          PIC S9(9) USAGE COMP.
       01 WS-RESTART-LOAN-ID    PIC S9(9) USAGE COMP VALUE 0.

      * ONE HISTORY ROW AS THE CURSOR RETURNS IT.
       01 WS-HST-LOAN-ID        PIC S9(9) USAGE COMP.
       01 WS-HST-EFFECTIVE-DATE PIC X(10).
       01 WS-HST-SORT-KEY       PIC S9(4) USAGE COMP.
       01 WS-HST-TRAN-CODE      PIC X(4).
       01 WS-HST-AMOUNT         PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-HST-PRIN-AMOUNT    PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-HST-INT-AMOUNT     PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-HST-FEE-AMOUNT     PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-HST-ESC-AMOUNT     PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-HST-REFERENCE-ID   PIC S9(9) USAGE COMP.

      * THE LOAN BEING LOADED.
       01 WS-CURRENT-LOAN-ID    PIC S9(9) USAGE COMP VALUE 0.
       01 WS-LAST-LOAN-ID       PIC S9(9) USAGE COMP VALUE 0.

      * CHECKPOINT.
       01 WS-COMMIT-INTERVAL    PIC 9(4) VALUE 100.
       01 WS-ROWS-SINCE-COMMIT  PIC 9(4) VALUE 0.

      * RUN CONTROL TOTALS - ROWS LOADED PER TRANSACTION CODE.
       01 WS-LOANS-LOADED       PIC 9(9) VALUE 0.
       01 WS-ROWS-LOADED        PIC 9(9) VALUE 0.
       01 WS-CODE-TOTALS.
          05 FILLER             PIC X(4) VALUE 'FUND'.
          05 FILLER             PIC 9(9) VALUE 0.
          05 FILLER             PIC X(4) VALUE 'BORD'.
          05 FILLER             PIC 9(9) VALUE 0.
          05 FILLER             PIC X(4) VALUE 'PYMT'.
          05 FILLER             PIC 9(9) VALUE 0.
          05 FILLER             PIC X(4) VALUE 'PAPL'.
          05 FILLER             PIC 9(9) VALUE 0.
          05 FILLER             PIC X(4) VALUE 'FEE '.
          05 FILLER             PIC 9(9) VALUE 0.
          05 FILLER             PIC X(4) VALUE 'PPEN'.
          05 FILLER             PIC 9(9) VALUE 0.
          05 FILLER             PIC X(4) VALUE 'RFND'.
          05 FILLER             PIC 9(9) VALUE 0.
          05 FILLER             PIC X(4) VALUE 'ESCD'.
          05 FILLER             PIC 9(9) VALUE 0.
          05 FILLER             PIC X(4) VALUE 'IACR'.
          05 FILLER             PIC 9(9) VALUE 0.
          05 FILLER             PIC X(4) VALUE 'CHGO'.
          05 FILLER             PIC 9(9) VALUE 0.
          05 FILLER             PIC X(4) VALUE 'RCVY'.
          05 FILLER             PIC 9(9) VALUE 0.
          05 FILLER             PIC X(4) VALUE 'STLF'.
          05 FILLER             PIC 9(9) VALUE 0.
          05 FILLER             PIC X(4) VALUE 'CORR'.
          05 FILLER             PIC 9(9) VALUE 0.
       01 WS-CODE-TABLE REDEFINES WS-CODE-TOTALS.
          05 WS-CODE-ENTRY OCCURS 13 TIMES.
             10 WS-CODE-TRAN    PIC X(4).
             10 WS-CODE-COUNT   PIC 9(9).
       01 WS-CODE-IX            PIC 9(4) USAGE COMP VALUE 0.

      *****************************************************
      *  EVERY HISTORICAL MONEY MOVEMENT, ONE ROW EACH,   *
      *  IN THE JOURNAL'S SHAPE. SORT_KEY ORDERS A DAY'S  *
      *  ROWS THE WAY THE CYCLE POSTS THEM: THE LOAN      *
      *  OPENS, INTEREST AND FEES ACCRUE, CASH ARRIVES    *
      *  AND IS APPLIED, THEN REFUNDS, ESCROW, CHANGES    *
      *  AND WRITE-OFFS. AN INVOICE RESOLVES TO ITS LOAN  *
      *  THROUGH PAYPLAN OR, ONCE ARCHIVED, PAYPLAN_HIST. *
      *  CORRECTIONS ARE THE PAYPLAN_AUDIT ROWS SIGNED BY *
      *  AN OPERATOR RATHER THAN BY A BATCH PROGRAM.      *
      *****************************************************
           EXEC SQL
             DECLARE C-HISTORY CURSOR WITH HOLD FOR
               SELECT H.LOAN_ID, H.EFF_DATE, H.SORT_KEY,
                      H.TRAN_CODE, H.AMOUNT, H.PRIN_AMOUNT,
                      H.INT_AMOUNT, H.FEE_AMOUNT, H.ESC_AMOUNT,
                      H.REFERENCE_ID
                 FROM (
                 SELECT L.LOAN_ID,
                        COALESCE(F.SENT_DATE, L.CREATION_DATE)
                          AS EFF_DATE,
                        1 AS SORT_KEY, 'FUND' AS TRAN_CODE,
                        L.LOAN_AMOUNT - L.DOWN_PAYMENT AS AMOUNT,
                        L.LOAN_AMOUNT - L.DOWN_PAYMENT
                          AS PRIN_AMOUNT,
                        0 AS INT_AMOUNT, 0 AS FEE_AMOUNT,
                        0 AS ESC_AMOUNT, 0 AS REFERENCE_ID
                   FROM LOAN L
                   LEFT JOIN KALA12.LOAN_FUNDING F
                     ON F.LOAN_ID = L.LOAN_ID
                  WHERE (F.LOAN_ID IS NULL
                         OR F.FUND_STATUS IN ('S','D','C','I'))
                    AND NOT EXISTS
                        (SELECT 1 FROM KALA12.LOAN_BOARDING B
                          WHERE B.LOAN_ID = L.LOAN_ID)
                 UNION ALL
                 SELECT L.LOAN_ID,
                        COALESCE(F.SENT_DATE, L.CREATION_DATE),
                        1, 'FEE ',
                        L.LOAN_AMOUNT - L.DOWN_PAYMENT
                          - F.FUND_AMOUNT,
                        0, 0, 0, 0, 0
                   FROM LOAN L
                   JOIN KALA12.LOAN_FUNDING F
                     ON F.LOAN_ID = L.LOAN_ID
                  WHERE F.FUND_STATUS IN ('S','D','C')
                    AND L.LOAN_AMOUNT - L.DOWN_PAYMENT
                        > F.FUND_AMOUNT
                 UNION ALL
                 SELECT B.LOAN_ID, B.BOARD_DATE, 1, 'BORD',
                        B.BOARDED_PRINCIPAL, B.BOARDED_PRINCIPAL,
                        0, 0, 0, 0
                   FROM KALA12.LOAN_BOARDING B
                 UNION ALL
                 SELECT A.LOAN_ID, A.ACCRUAL_DATE, 2, 'IACR',
                        A.ACCRUED_AMOUNT, 0, A.ACCRUED_AMOUNT,
                        0, 0, 0
                   FROM KALA12.INTEREST_ACCRUAL A
                 UNION ALL
                 SELECT S.LOAN_ID, S.ASSESSED_DATE, 3, 'FEE ',
                        S.FEE_AMOUNT, 0, 0, S.FEE_AMOUNT, 0, 0
                   FROM KALA12.FEE_ASSESSED S
                 UNION ALL
                 SELECT N.LOAN_ID, N.ASSESSED_DATE, 3, 'PPEN',
                        N.PENALTY_AMOUNT, N.PENALTY_AMOUNT,
                        0, 0, 0, 0
                   FROM KALA12.PAYOFF_PENALTY N
                 UNION ALL
                 SELECT I.LOAN_ID, P.PAID_DATE, 4, 'PYMT',
                        P.PAID_AMOUNT, 0, 0, 0, 0, P.PAYMENT_ID
                   FROM KALA12.PAYMENT P
                   JOIN (SELECT INVOICE_ID, LOAN_ID
                           FROM KALA12.PAYPLAN
                         UNION
                         SELECT INVOICE_ID, LOAN_ID
                           FROM KALA12.PAYPLAN_HIST) I
                     ON I.INVOICE_ID = P.INVOICE_ID
                 UNION ALL
                 SELECT C.LOAN_ID, C.ALLOC_DATE, 5, 'PAPL',
                        C.FEE_AMOUNT + C.INT_AMOUNT + C.PRIN_AMOUNT,
                        0 - C.PRIN_AMOUNT, 0 - C.INT_AMOUNT,
                        0 - C.FEE_AMOUNT, 0, C.INVOICE_ID
                   FROM KALA12.PAYMENT_ALLOC C
                 UNION ALL
                 SELECT R.LOAN_ID, R.REFUND_DATE, 6, 'RFND',
                        R.REFUND_AMOUNT, R.REFUND_AMOUNT,
                        0, 0, 0, 0
                   FROM KALA12.REFUND R
                 UNION ALL
                 SELECT E.LOAN_ID, E.DISB_DATE, 6, 'ESCD',
                        E.DISB_AMOUNT, 0, 0, 0, 0 - E.DISB_AMOUNT, 0
                   FROM KALA12.ESCROW_DISB E
                 UNION ALL
                 SELECT U.LOAN_ID, DATE(U.CHANGE_TIMESTAMP), 7,
                        'CORR',
                        U.OLD_REMAINING_AMOUNT
                          - U.NEW_REMAINING_AMOUNT,
                        0, 0, 0, 0, U.INVOICE_ID
                   FROM KALA12.PAYPLAN_AUDIT U
                  WHERE U.OLD_REMAINING_AMOUNT
                        <> U.NEW_REMAINING_AMOUNT
                    AND U.CHANGED_BY NOT IN
                        ('LNDWISE4', 'ERRRETRY', 'PAYMENT',
                         'TELLPAY', 'AUTOPAY', 'FEEASSES',
                         'REFDISB', 'RESTRUC', 'SKIPPAY')
                 UNION ALL
                 SELECT G.LOAN_ID, G.CHARGEOFF_DATE, 8, 'CHGO',
                        G.CHARGED_AMOUNT, 0 - G.CHARGED_AMOUNT,
                        0, 0, 0, 0
                   FROM KALA12.CHARGEOFF G
                 UNION ALL
                 SELECT Y.LOAN_ID, Y.POSTED_DATE, 9, 'RCVY',
                        Y.GROSS_AMOUNT, 0, 0, 0, 0, 0
                   FROM KALA12.AGENCY_REMIT Y
                  WHERE Y.POSTED_FLAG = 'Y'
                 UNION ALL
                 SELECT T.LOAN_ID, T.SETTLED_DATE, 9, 'STLF',
                        T.FORGIVEN_AMOUNT, 0 - T.FORGIVEN_AMOUNT,
                        0, 0, 0, 0
                   FROM KALA12.SETTLE_AGREE T
                  WHERE T.SETTLE_STATUS = 'C'
                    AND T.FORGIVEN_AMOUNT > 0
                      ) H
                WHERE H.LOAN_ID > :WS-RESTART-LOAN-ID
                ORDER BY H.LOAN_ID, H.EFF_DATE, H.SORT_KEY,
                         H.REFERENCE_ID
           END-EXEC.


       PROCEDURE DIVISION.

       MAIN-PARA.
           DISPLAY 'JRNLBFIL - LOAN JOURNAL HISTORY LOAD'

           PERFORM CHECK-EXISTING-JOURNAL

           IF WS-LIVE-ROWS > 0
              DISPLAY 'JRNLBFIL - LOAN_JOURNAL ALREADY HOLDS '
                      WS-LIVE-ROWS ' ROWS POSTED BY THE LIVE '
                      'PROGRAMS - HISTORY NOT LOADED.'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-RESTART-LOAN-ID > 0
              DISPLAY 'JRNLBFIL - RESTARTING AFTER LOAN-ID: '
                      WS-RESTART-LOAN-ID
           END-IF

           EXEC SQL
              OPEN C-HISTORY
           END-EXEC
           MOVE 'OPEN C-HISTORY' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM FETCH-HISTORY-ROW
           PERFORM UNTIL END-OF-HISTORY
              IF WS-HST-LOAN-ID NOT = WS-CURRENT-LOAN-ID
                 PERFORM START-NEXT-LOAN
              END-IF
              PERFORM INSERT-HISTORY-ROW
              PERFORM FETCH-HISTORY-ROW
           END-PERFORM

           EXEC SQL
              CLOSE C-HISTORY
           END-EXEC

           EXEC SQL
              COMMIT
           END-EXEC
           MOVE 'FINAL COMMIT' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           DISPLAY 'JRNLBFIL - LOANS LOADED:   ' WS-LOANS-LOADED
           DISPLAY 'JRNLBFIL - ROWS LOADED:    ' WS-ROWS-LOADED
           PERFORM VARYING WS-CODE-IX FROM 1 BY 1
                   UNTIL WS-CODE-IX > 13
              DISPLAY 'JRNLBFIL -   '
                      WS-CODE-TRAN (WS-CODE-IX) ':        '
                      WS-CODE-COUNT (WS-CODE-IX)
           END-PERFORM

           STOP RUN
           .

       CHECK-EXISTING-JOURNAL.
      * ROWS FROM ANY OTHER SOURCE MEAN THE POSTING PROGRAMS HAVE
      * STARTED - TOO LATE FOR HISTORY. ROWS FROM AN EARLIER RUN
      * OF THIS ONE ARE COMPLETE UP TO ITS LAST COMMITTED LOAN.
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-LIVE-ROWS
                FROM KALA12.LOAN_JOURNAL
               WHERE SOURCE_PGM <> 'BACKFILL'
           END-EXEC
           MOVE 'COUNT LIVE LOAN_JOURNAL ROWS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           EXEC SQL
              SELECT COALESCE(MAX(LOAN_ID), 0)
                INTO :WS-RESTART-LOAN-ID
                FROM KALA12.LOAN_JOURNAL
               WHERE SOURCE_PGM = 'BACKFILL'
           END-EXEC
           MOVE 'FIND LAST LOAN LOADED' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       FETCH-HISTORY-ROW.
           EXEC SQL
              FETCH C-HISTORY
               INTO :WS-HST-LOAN-ID, :WS-HST-EFFECTIVE-DATE,
                    :WS-HST-SORT-KEY, :WS-HST-TRAN-CODE,
                    :WS-HST-AMOUNT, :WS-HST-PRIN-AMOUNT,
                    :WS-HST-INT-AMOUNT, :WS-HST-FEE-AMOUNT,
                    :WS-HST-ESC-AMOUNT, :WS-HST-REFERENCE-ID
           END-EXEC

           IF SQLCODE = 100
              MOVE 'Y' TO EOF-HISTORY
           ELSE
              MOVE 'FETCH C-HISTORY' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE
           END-IF
           .

       START-NEXT-LOAN.
      * A LOAN'S ROWS ARE COMMITTED TOGETHER, SO A RESTART NEVER
      * FINDS HALF A LOAN ON THE JOURNAL.
           IF WS-CURRENT-LOAN-ID NOT = 0
              PERFORM CHECKPOINT-COMMIT
           END-IF

           MOVE WS-HST-LOAN-ID TO WS-CURRENT-LOAN-ID
           MOVE 0 TO LJR_JOURNAL-SEQ
           MOVE 0 TO LJR_PRIN-BALANCE
           ADD 1 TO WS-LOANS-LOADED
           .

       INSERT-HISTORY-ROW.
           ADD 1 TO LJR_JOURNAL-SEQ
           ADD WS-HST-PRIN-AMOUNT TO LJR_PRIN-BALANCE

           MOVE WS-HST-LOAN-ID        TO LJR_LOAN-ID
           MOVE WS-HST-TRAN-CODE      TO LJR_TRAN-CODE
           MOVE WS-HST-EFFECTIVE-DATE TO LJR_EFFECTIVE-DATE
           MOVE WS-HST-EFFECTIVE-DATE TO LJR_POSTING-DATE
           MOVE WS-HST-AMOUNT         TO LJR_AMOUNT
           MOVE WS-HST-PRIN-AMOUNT    TO LJR_PRIN-AMOUNT
           MOVE WS-HST-INT-AMOUNT     TO LJR_INT-AMOUNT
           MOVE WS-HST-FEE-AMOUNT     TO LJR_FEE-AMOUNT
           MOVE WS-HST-ESC-AMOUNT     TO LJR_ESC-AMOUNT
           MOVE 'BACKFILL'            TO LJR_SOURCE-PGM
           MOVE WS-HST-REFERENCE-ID   TO LJR_REFERENCE-ID

           EXEC SQL
                INSERT INTO KALA12.LOAN_JOURNAL
                      (LOAN_ID, JOURNAL_SEQ, TRAN_CODE,
                       EFFECTIVE_DATE, POSTING_DATE, AMOUNT,
                       PRIN_AMOUNT, INT_AMOUNT, FEE_AMOUNT,
                       ESC_AMOUNT, PRIN_BALANCE, SOURCE_PGM,
                       REFERENCE_ID, POSTED_TS)
                VALUES (:LJR_LOAN-ID, :LJR_JOURNAL-SEQ,
                        :LJR_TRAN-CODE, :LJR_EFFECTIVE-DATE,
                        :LJR_POSTING-DATE, :LJR_AMOUNT,
                        :LJR_PRIN-AMOUNT, :LJR_INT-AMOUNT,
                        :LJR_FEE-AMOUNT, :LJR_ESC-AMOUNT,
                        :LJR_PRIN-BALANCE, :LJR_SOURCE-PGM,
                        :LJR_REFERENCE-ID, CURRENT TIMESTAMP)
           END-EXEC
           MOVE 'INSERT LOAN_JOURNAL HISTORY ROW' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           ADD 1 TO WS-ROWS-LOADED
           PERFORM VARYING WS-CODE-IX FROM 1 BY 1
                   UNTIL WS-CODE-IX > 13
              IF WS-CODE-TRAN (WS-CODE-IX) = LJR_TRAN-CODE
                 ADD 1 TO WS-CODE-COUNT (WS-CODE-IX)
              END-IF
           END-PERFORM
           .

       CHECKPOINT-COMMIT.
      * COMMIT EVERY WS-COMMIT-INTERVAL LOANS AND LOG THE LAST
      * LOAN-ID LOADED SO A RESTART CAN SEE HOW FAR THE PRIOR
      * RUN GOT.
           ADD 1 TO WS-ROWS-SINCE-COMMIT
           MOVE WS-CURRENT-LOAN-ID TO WS-LAST-LOAN-ID

           IF WS-ROWS-SINCE-COMMIT >= WS-COMMIT-INTERVAL
              EXEC SQL
                 COMMIT
              END-EXEC
              MOVE 'CHECKPOINT COMMIT' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE
              DISPLAY 'CHECKPOINT - LAST LOADED LOAN-ID: '
                      WS-LAST-LOAN-ID
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
