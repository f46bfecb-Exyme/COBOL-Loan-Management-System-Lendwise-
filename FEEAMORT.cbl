       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEAMORT.
       AUTHOR. ISURU, WONA & MALENE.
      ********************************************************
      *      BATCH PROGRAM CONNECTED TO "LENDWISE" MAIN PGM. *
      *                                                      *
      * FUNCTION: MONTH-END DEFERRED FEE AMORTIZATION. THE   *
      * ORIGINATION FEE FUNDDISB NETS OUT OF THE FUNDING IS  *
      * SET UP AS A DEFERRED_FEE BALANCE (FEEASSES BOOKS IT  *
      * TO DEFERRED FEE INCOME). FOR EVERY BALANCE STILL     *
      * AMORTIZING, ONCE PER PERIOD:                         *
      *  - LIVE LOAN: RECOGNIZE THE PERIOD'S SHARE AS A      *
      *    LEVEL YIELD ON THE LOAN BALANCE - THE UNAMORTIZED *
      *    FEE TIMES THIS PERIOD'S LOAN_BALANCE PRINCIPAL    *
      *    OVER THE SUM OF THE PRINCIPAL STILL TO BE         *
      *    OUTSTANDING IN EVERY PERIOD LEFT ON THE SCHEDULE  *
      *    (THIS ONE PLUS EACH OPEN INSTALLMENT'S            *
      *    REMAINING_LOAN). THE LAST PERIOD TAKES THE REST.  *
      *  - LOAN PAID OFF, TRANSFERRED OUT, SETTLED OR        *
      *    REFINANCED ('C'), CHARGED OFF ('W') OR GONE TO    *
      *    THE ARCHIVE: ACCELERATE - RECOGNIZE ALL THAT IS   *
      *    LEFT AT ONCE.                                     *
      * EACH MOVEMENT IS LOGGED TO DEFERRED_FEE_ACT AND      *
      * POSTED DR DEFERRED FEE INCOME / CR FEE INCOME ON THE *
      * GL EXTRACT (DD DEFGL). THE REPORT (DD DEFRPT) IS THE *
      * ROLLFORWARD PER LOANTYPE - BEGINNING BALANCE,        *
      * ADDITIONS, AMORTIZATION, ACCELERATIONS AND ENDING    *
      * BALANCE - PROVED AGAINST THE DEFERRED_FEE ROWS; A    *
      * TYPE THAT DOES NOT PROVE ENDS THE STEP WITH RC 4.    *
      * THE PERIOD COMES FROM THE MONIN CONTROL RECORD. A    *
      * BALANCE ALREADY AMORTIZED FOR THE PERIOD IS SKIPPED, *
      * SO A RERUN POSTS NOTHING TWICE.                      *
      ********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MONIN ASSIGN TO INFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-INFILE.

           SELECT DEFOUT ASSIGN TO DEFRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-DEFRPT.

           SELECT WS-OUTFILE-GL ASSIGN TO DEFGL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS STATUS-OUTFILE-GL.

       DATA DIVISION.
       FILE SECTION.

       FD MONIN
            RECORDING MODE F.
       01 MONIN-RECORD.
          05 MON-PERIOD-START    PIC X(10).
          05 MON-PERIOD-END      PIC X(10).
          05 FILLER              PIC X(60).

       FD DEFOUT
            RECORDING MODE F.
       01 DEFFEE-REPORT-LINE     PIC X(132).

       FD WS-OUTFILE-GL.
       01 WS-OUTFILE-GL-POST     PIC X(80).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE LOANTYPE END-EXEC.
           EXEC SQL INCLUDE DEFFEE   END-EXEC.

      * FILE STATUS.
       01 FS-INFILE             PIC X(02).
       01 FS-DEFRPT             PIC X(02).
       01 STATUS-OUTFILE-GL     PIC X(02).

       01 WS-SQL-ACTION         PIC X(40).
       01 WS-RETURN-CODE        PIC S9(4) COMP.

       01 WS-PERIOD-START       PIC X(10).
       01 WS-PERIOD-END         PIC X(10).

      * ONE DEFERRED BALANCE AS FETCHED - THE LOAN'S STATUS ('X' =
      * NO LONGER IN LOAN), ITS LOAN_BALANCE PRINCIPAL, AND THE
      * SCHEDULE STILL OPEN AHEAD OF IT.
       01 WS-LOAN-STATUS        PIC X(1).
       01 WS-BALANCE-NOW        PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-BALANCE-AHEAD      PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-OPEN-INSTALLMENTS  PIC S9(9) USAGE COMP.
       01 WS-BALANCE-PATH       PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-RECOGNIZE-AMOUNT   PIC S9(15)V9(2) USAGE COMP-3.

      * RUN CONTROL TOTALS.
       01 WS-BALANCES-READ      PIC 9(9) VALUE 0.
       01 WS-BALANCES-AMORTIZED PIC 9(9) VALUE 0.
       01 WS-BALANCES-ACCEL     PIC 9(9) VALUE 0.
       01 WS-BALANCES-SKIPPED   PIC 9(9) VALUE 0.
       01 WS-TYPES-OUT          PIC 9(9) VALUE 0.

      * ROLLFORWARD FIGURES FOR ONE TYPE, AND THE BOOK.
       01 WS-RF-FIGURES.
          05 WS-RF-BEGIN        PIC S9(15)V9(2) USAGE COMP-3.
          05 WS-RF-ADDITIONS    PIC S9(15)V9(2) USAGE COMP-3.
          05 WS-RF-AMORTIZED    PIC S9(15)V9(2) USAGE COMP-3.
          05 WS-RF-ACCELERATED  PIC S9(15)V9(2) USAGE COMP-3.
          05 WS-RF-ENDING       PIC S9(15)V9(2) USAGE COMP-3.
          05 WS-RF-SUBLEDGER    PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-RF-TOTALS.
          05 WS-TOT-BEGIN       PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
          05 WS-TOT-ADDITIONS   PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
          05 WS-TOT-AMORTIZED   PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
          05 WS-TOT-ACCELERATED PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
          05 WS-TOT-ENDING      PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
          05 WS-TOT-SUBLEDGER   PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.

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

      * REPORT LINES.
       01 WS-RPT-HEADER.
          05 FILLER             PIC X(46)
                 VALUE 'DEFERRED FEE ROLLFORWARD BY LOAN TYPE - PERIOD'.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-PERIOD-START   PIC X(10).
          05 FILLER             PIC X(9)  VALUE ' THROUGH '.
          05 RPT-PERIOD-END     PIC X(10).
          05 FILLER             PIC X(56) VALUE SPACES.

       01 WS-COL-HEAD-LINE.
          05 FILLER             PIC X(26) VALUE ' TYPE TYPE NAME'.
          05 FILLER             PIC X(16) VALUE '       BEGINNING'.
          05 FILLER             PIC X(16) VALUE '       ADDITIONS'.
          05 FILLER             PIC X(16) VALUE '    AMORTIZATION'.
          05 FILLER             PIC X(16) VALUE '    ACCELERATION'.
          05 FILLER             PIC X(16) VALUE '          ENDING'.
          05 FILLER             PIC X(16) VALUE '   DEFERRED_FEE'.
          05 FILLER             PIC X(10) VALUE SPACES.

       01 WS-RF-LINE.
          05 RPT-TYPE-ID        PIC ZZZZ9.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-TYPE-NAME      PIC X(20).
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-BEGIN          PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-ADDITIONS      PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-AMORTIZED      PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-ACCELERATED    PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-ENDING         PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-SUBLEDGER      PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-PROOF          PIC X(9).

       01 WS-BLANK-LINE         PIC X(132) VALUE SPACES.

      *****************************************************
      *  EVERY DEFERRED BALANCE STILL AMORTIZING, WITH    *
      *  WHERE ITS LOAN STANDS TODAY.                     *
      *****************************************************
           EXEC SQL
             DECLARE C-DEFERRED-FEES CURSOR WITH HOLD FOR
               SELECT D.LOAN_ID, D.FEE_CODE, D.TYPE_ID,
                      D.UNAMORTIZED, D.LAST_AMORT_DATE,
                      COALESCE(L.LOAN_STATUS, 'X'),
                      COALESCE(B.REMAINING_PRINCIPAL, 0),
                      COALESCE((SELECT SUM(P.REMAINING_LOAN)
                                  FROM KALA12.PAYPLAN P
                                 WHERE P.LOAN_ID = D.LOAN_ID
                                   AND P.PLAN_STATUS IN
                                       ('DUE', 'OVERDUE')), 0),
                      (SELECT COUNT(*)
                         FROM KALA12.PAYPLAN P
                        WHERE P.LOAN_ID = D.LOAN_ID
                          AND P.PLAN_STATUS IN ('DUE', 'OVERDUE'))
                 FROM KALA12.DEFERRED_FEE D
                 LEFT JOIN KALA12.LOAN L
                   ON L.LOAN_ID = D.LOAN_ID
                 LEFT JOIN KALA12.LOAN_BALANCE B
                   ON B.LOAN_ID = D.LOAN_ID
                WHERE D.DEFER_STATUS = 'A'
                ORDER BY D.LOAN_ID, D.FEE_CODE
           END-EXEC.

      *****************************************************
      *  ONE ROLLFORWARD PER PRODUCT TYPE, LIKE PORTSUM.  *
      *****************************************************
           EXEC SQL
             DECLARE C-RF-TYPES CURSOR WITH HOLD FOR
               SELECT ID, TYPE_NAME
                 FROM LOANTYPE
                ORDER BY ID
           END-EXEC.

       PROCEDURE DIVISION.

       MAIN-PARA.
           DISPLAY 'FEEAMORT - DEFERRED FEE AMORTIZATION RUN.'

           PERFORM READ-PERIOD-CONTROL

           OPEN OUTPUT DEFOUT
           IF FS-DEFRPT NOT = '00'
              DISPLAY 'FEEAMORT - ERROR OPENING REPORT FILE.'
              DISPLAY 'FILE STATUS CODE: ' FS-DEFRPT
              STOP RUN
           END-IF

           OPEN OUTPUT WS-OUTFILE-GL
           IF STATUS-OUTFILE-GL NOT = '00'
              DISPLAY 'FEEAMORT - ERROR OPENING GL EXTRACT.'
              DISPLAY 'FILE STATUS CODE: ' STATUS-OUTFILE-GL
              STOP RUN
           END-IF

           EXEC SQL
              OPEN C-DEFERRED-FEES
           END-EXEC
           MOVE 'OPEN C-DEFERRED-FEES' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM FETCH-DEFERRED-FEE
           PERFORM UNTIL SQLCODE NOT = 0
              ADD 1 TO WS-BALANCES-READ
              PERFORM RECOGNIZE-ONE-BALANCE
              PERFORM FETCH-DEFERRED-FEE
           END-PERFORM

           EXEC SQL
              CLOSE C-DEFERRED-FEES
           END-EXEC
           MOVE 'CLOSE C-DEFERRED-FEES' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           EXEC SQL
              COMMIT
           END-EXEC

           PERFORM WRITE-GL-TRAILER
           CLOSE WS-OUTFILE-GL

           PERFORM WRITE-ROLLFORWARD
           CLOSE DEFOUT

           DISPLAY 'FEEAMORT - BALANCES READ:        ' WS-BALANCES-READ
           DISPLAY 'FEEAMORT - BALANCES AMORTIZED:   '
                   WS-BALANCES-AMORTIZED
           DISPLAY 'FEEAMORT - BALANCES ACCELERATED: '
                   WS-BALANCES-ACCEL
           DISPLAY 'FEEAMORT - ALREADY DONE/NEW:     '
                   WS-BALANCES-SKIPPED

           IF WS-TYPES-OUT > 0
              DISPLAY 'FEEAMORT - ROLLFORWARD DOES NOT PROVE FOR '
                      WS-TYPES-OUT ' LOAN TYPE(S) - RC 4.'
              MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN
           .

       READ-PERIOD-CONTROL.
           OPEN INPUT MONIN
           IF FS-INFILE NOT = '00'
              DISPLAY 'FEEAMORT - ERROR OPENING MONIN.'
              DISPLAY 'FILE STATUS CODE: ' FS-INFILE
              STOP RUN
           END-IF

           READ MONIN
              AT END
                 DISPLAY 'FEEAMORT - MONIN IS EMPTY - NO PERIOD.'
                 STOP RUN
           END-READ

           IF MON-PERIOD-START = SPACES
              OR MON-PERIOD-END = SPACES
              OR MON-PERIOD-START > MON-PERIOD-END
              DISPLAY 'FEEAMORT - BAD PERIOD CONTROL RECORD: '
                      MONIN-RECORD
              STOP RUN
           END-IF

           MOVE MON-PERIOD-START TO WS-PERIOD-START
           MOVE MON-PERIOD-END   TO WS-PERIOD-END
           CLOSE MONIN

           DISPLAY 'FEEAMORT - PERIOD ' WS-PERIOD-START
                   ' THROUGH ' WS-PERIOD-END
           .

       FETCH-DEFERRED-FEE.
           EXEC SQL
              FETCH C-DEFERRED-FEES
                INTO :DFF_LOAN-ID, :DFF_FEE-CODE, :DFF_TYPE-ID,
                     :DFF_UNAMORTIZED, :DFF_LAST-AMORT-DATE,
                     :WS-LOAN-STATUS, :WS-BALANCE-NOW,
                     :WS-BALANCE-AHEAD, :WS-OPEN-INSTALLMENTS
           END-EXEC
           MOVE 'FETCH C-DEFERRED-FEES' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       RECOGNIZE-ONE-BALANCE.
           EVALUATE TRUE
      * THE LOAN HAS LEFT THE BOOK - NOTHING LEFT TO EARN IT OVER.
             WHEN WS-LOAN-STATUS = 'C'
               OR WS-LOAN-STATUS = 'W'
               OR WS-LOAN-STATUS = 'R'
               OR WS-LOAN-STATUS = 'X'
               MOVE DFF_UNAMORTIZED TO WS-RECOGNIZE-AMOUNT
               MOVE 'X' TO DFA_ACT-TYPE
               MOVE 'DEFERRED FEE ACCEL ' TO GL-DESCRIPTION
               ADD 1 TO WS-BALANCES-ACCEL
      * AMORTIZED FOR THIS PERIOD ALREADY, OR SET UP INSIDE IT -
      * THE FIRST PERIOD EARNED IS THE ONE AFTER FUNDING.
             WHEN DFF_LAST-AMORT-DATE NOT < WS-PERIOD-START
               ADD 1 TO WS-BALANCES-SKIPPED
               MOVE 0 TO WS-RECOGNIZE-AMOUNT
             WHEN OTHER
               PERFORM COMPUTE-LEVEL-YIELD-SHARE
               MOVE 'A' TO DFA_ACT-TYPE
               MOVE 'DEFERRED FEE AMORT ' TO GL-DESCRIPTION
               ADD 1 TO WS-BALANCES-AMORTIZED
           END-EVALUATE

           IF WS-RECOGNIZE-AMOUNT > 0
              PERFORM BOOK-RECOGNITION
           END-IF
           .

       COMPUTE-LEVEL-YIELD-SHARE.
      * THE FEE EARNS IN STEP WITH THE PRINCIPAL OUTSTANDING - THIS
      * PERIOD'S BALANCE OVER THE BALANCE SUMMED ACROSS EVERY
      * PERIOD LEFT. NO SCHEDULE OR NO BALANCE LEFT (THE LAST
      * PERIOD, OR A PAYOFF NOT YET CLOSED) TAKES THE REST.
           COMPUTE WS-BALANCE-PATH = WS-BALANCE-NOW + WS-BALANCE-AHEAD

           IF WS-OPEN-INSTALLMENTS < 2
              OR WS-BALANCE-NOW NOT > 0
              OR WS-BALANCE-PATH NOT > 0
              MOVE DFF_UNAMORTIZED TO WS-RECOGNIZE-AMOUNT
           ELSE
              COMPUTE WS-RECOGNIZE-AMOUNT ROUNDED =
                      DFF_UNAMORTIZED * WS-BALANCE-NOW
                                      / WS-BALANCE-PATH
              IF WS-RECOGNIZE-AMOUNT > DFF_UNAMORTIZED
                 MOVE DFF_UNAMORTIZED TO WS-RECOGNIZE-AMOUNT
              END-IF
           END-IF
           .

       BOOK-RECOGNITION.
           SUBTRACT WS-RECOGNIZE-AMOUNT FROM DFF_UNAMORTIZED
           IF DFF_UNAMORTIZED > 0
              MOVE 'A' TO DFF_DEFER-STATUS
           ELSE
              MOVE 'R' TO DFF_DEFER-STATUS
           END-IF

           EXEC SQL
              UPDATE KALA12.DEFERRED_FEE
                 SET UNAMORTIZED     = :DFF_UNAMORTIZED,
                     LAST_AMORT_DATE = :WS-PERIOD-END,
                     DEFER_STATUS    = :DFF_DEFER-STATUS
               WHERE LOAN_ID  = :DFF_LOAN-ID
                 AND FEE_CODE = :DFF_FEE-CODE
           END-EXEC
           MOVE 'UPDATE DEFERRED_FEE BALANCE' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           MOVE DFF_LOAN-ID         TO DFA_LOAN-ID
           MOVE DFF_FEE-CODE        TO DFA_FEE-CODE
           MOVE DFF_TYPE-ID         TO DFA_TYPE-ID
           MOVE WS-PERIOD-END       TO DFA_ACT-DATE
           MOVE WS-RECOGNIZE-AMOUNT TO DFA_AMOUNT

           EXEC SQL
              INSERT INTO KALA12.DEFERRED_FEE_ACT
                    (LOAN_ID, FEE_CODE, TYPE_ID, ACT_DATE, ACT_TYPE,
                     AMOUNT)
              VALUES (:DFA_LOAN-ID, :DFA_FEE-CODE, :DFA_TYPE-ID,
                      :DFA_ACT-DATE, :DFA_ACT-TYPE, :DFA_AMOUNT)
           END-EXEC
           MOVE 'INSERT DEFERRED_FEE_ACT ROW' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           MOVE DFF_LOAN-ID TO WS-GL-LOAN-ID
           MOVE 'DEFERRED-FEE-INC'  TO GL-ACCOUNT
           MOVE 'DR'                TO GL-DRCR
           MOVE WS-RECOGNIZE-AMOUNT TO WS-GL-POST-AMOUNT
           PERFORM WRITE-GL-POSTING

           MOVE 'FEE-INCOME      '  TO GL-ACCOUNT
           MOVE 'CR'                TO GL-DRCR
           MOVE WS-RECOGNIZE-AMOUNT TO WS-GL-POST-AMOUNT
           PERFORM WRITE-GL-POSTING
           .

       WRITE-GL-POSTING.
           MOVE 'D'                TO GL-RECORD-TYPE
           MOVE WS-PERIOD-END      TO GL-POSTING-DATE
           MOVE WS-GL-POST-AMOUNT  TO GL-AMOUNT
           MOVE WS-GL-LOAN-ID      TO GL-LOAN-ID

           IF GL-DRCR = 'DR'
              ADD WS-GL-POST-AMOUNT TO WS-GL-TOTAL-DEBITS
           ELSE
              ADD WS-GL-POST-AMOUNT TO WS-GL-TOTAL-CREDITS
           END-IF

           WRITE WS-OUTFILE-GL-POST FROM GL-POSTING-RECORD
           .

       WRITE-GL-TRAILER.
           MOVE WS-GL-TOTAL-DEBITS  TO GL-TRL-TOTAL-DEBITS
           MOVE WS-GL-TOTAL-CREDITS TO GL-TRL-TOTAL-CREDITS

           IF WS-GL-TOTAL-DEBITS = WS-GL-TOTAL-CREDITS
              MOVE 'BALANCED      ' TO GL-TRL-BALANCE-FLAG
           ELSE
              MOVE 'OUT OF BALANCE' TO GL-TRL-BALANCE-FLAG
              DISPLAY 'FEEAMORT - GL EXTRACT OUT OF BALANCE - '
                      'DEBITS: ' WS-GL-TOTAL-DEBITS
                      ' CREDITS: ' WS-GL-TOTAL-CREDITS
           END-IF

           WRITE WS-OUTFILE-GL-POST FROM GL-TRAILER-RECORD
           .

       WRITE-ROLLFORWARD.
           MOVE WS-PERIOD-START TO RPT-PERIOD-START
           MOVE WS-PERIOD-END   TO RPT-PERIOD-END
           WRITE DEFFEE-REPORT-LINE FROM WS-RPT-HEADER
           WRITE DEFFEE-REPORT-LINE FROM WS-BLANK-LINE
           WRITE DEFFEE-REPORT-LINE FROM WS-COL-HEAD-LINE

           EXEC SQL
              OPEN C-RF-TYPES
           END-EXEC
           MOVE 'OPEN C-RF-TYPES' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM FETCH-RF-TYPE
           PERFORM UNTIL SQLCODE NOT = 0
              PERFORM ROLL-FORWARD-ONE-TYPE
              PERFORM FETCH-RF-TYPE
           END-PERFORM

           EXEC SQL
              CLOSE C-RF-TYPES
           END-EXEC
           MOVE 'CLOSE C-RF-TYPES' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           MOVE WS-RF-TOTALS     TO WS-RF-FIGURES
           MOVE 0                TO RPT-TYPE-ID
           MOVE 'ALL LOAN TYPES' TO RPT-TYPE-NAME
           WRITE DEFFEE-REPORT-LINE FROM WS-BLANK-LINE
           PERFORM WRITE-RF-LINE
           .

       FETCH-RF-TYPE.
           EXEC SQL
              FETCH C-RF-TYPES
                INTO :TYPE_ID, :TYPE_NAME
           END-EXEC
           MOVE 'FETCH C-RF-TYPES' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       ROLL-FORWARD-ONE-TYPE.
      * THE MOVEMENTS COME FROM THE ACTIVITY LOG. BEGINNING IS
      * EVERYTHING SET UP BEFORE THE PERIOD LESS EVERYTHING
      * RECOGNIZED BEFORE IT.
           EXEC SQL
              SELECT COALESCE(SUM(CASE
                        WHEN ACT_DATE < :WS-PERIOD-START
                         AND ACT_TYPE = 'S' THEN AMOUNT
                        WHEN ACT_DATE < :WS-PERIOD-START
                        THEN 0 - AMOUNT
                        ELSE 0 END), 0),
                     COALESCE(SUM(CASE
                        WHEN ACT_DATE >= :WS-PERIOD-START
                         AND ACT_TYPE = 'S' THEN AMOUNT
                        ELSE 0 END), 0),
                     COALESCE(SUM(CASE
                        WHEN ACT_DATE >= :WS-PERIOD-START
                         AND ACT_TYPE = 'A' THEN AMOUNT
                        ELSE 0 END), 0),
                     COALESCE(SUM(CASE
                        WHEN ACT_DATE >= :WS-PERIOD-START
                         AND ACT_TYPE = 'X' THEN AMOUNT
                        ELSE 0 END), 0)
                INTO :WS-RF-BEGIN, :WS-RF-ADDITIONS,
                     :WS-RF-AMORTIZED, :WS-RF-ACCELERATED
                FROM KALA12.DEFERRED_FEE_ACT
               WHERE TYPE_ID  = :TYPE_ID
                 AND ACT_DATE <= :WS-PERIOD-END
           END-EXEC
           MOVE 'SUM DEFERRED_FEE_ACT FOR TYPE' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

      * THE BALANCES ON FILE, LESS ANY FEE FUNDED SINCE THE PERIOD
      * ENDED (THE CYCLE CAN RUN A DAY OR TWO LATER).
           EXEC SQL
              SELECT COALESCE(SUM(D.UNAMORTIZED), 0)
                   - COALESCE((SELECT SUM(A.AMOUNT)
                                 FROM KALA12.DEFERRED_FEE_ACT A
                                WHERE A.TYPE_ID  = :TYPE_ID
                                  AND A.ACT_TYPE = 'S'
                                  AND A.ACT_DATE > :WS-PERIOD-END), 0)
                INTO :WS-RF-SUBLEDGER
                FROM KALA12.DEFERRED_FEE D
               WHERE D.TYPE_ID = :TYPE_ID
           END-EXEC
           MOVE 'SUM DEFERRED_FEE FOR TYPE' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           COMPUTE WS-RF-ENDING = WS-RF-BEGIN + WS-RF-ADDITIONS
                                - WS-RF-AMORTIZED - WS-RF-ACCELERATED

           ADD WS-RF-BEGIN       TO WS-TOT-BEGIN
           ADD WS-RF-ADDITIONS   TO WS-TOT-ADDITIONS
           ADD WS-RF-AMORTIZED   TO WS-TOT-AMORTIZED
           ADD WS-RF-ACCELERATED TO WS-TOT-ACCELERATED
           ADD WS-RF-ENDING      TO WS-TOT-ENDING
           ADD WS-RF-SUBLEDGER   TO WS-TOT-SUBLEDGER

           MOVE TYPE_ID   TO RPT-TYPE-ID
           MOVE TYPE_NAME TO RPT-TYPE-NAME
           PERFORM WRITE-RF-LINE

           IF WS-RF-ENDING NOT = WS-RF-SUBLEDGER
              ADD 1 TO WS-TYPES-OUT
           END-IF
           .

       WRITE-RF-LINE.
           MOVE WS-RF-BEGIN       TO RPT-BEGIN
           MOVE WS-RF-ADDITIONS   TO RPT-ADDITIONS
           MOVE WS-RF-AMORTIZED   TO RPT-AMORTIZED
           MOVE WS-RF-ACCELERATED TO RPT-ACCELERATED
           MOVE WS-RF-ENDING      TO RPT-ENDING
           MOVE WS-RF-SUBLEDGER   TO RPT-SUBLEDGER

           IF WS-RF-ENDING = WS-RF-SUBLEDGER
              MOVE 'PROVED   ' TO RPT-PROOF
           ELSE
              MOVE 'DIFFERENT' TO RPT-PROOF
           END-IF

           WRITE DEFFEE-REPORT-LINE FROM WS-RF-LINE
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
