       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNLPOST.
       AUTHOR. ISURU, WONA & MALENE.
      ********************************************************
      *      SUBPROGRAM CONNECTED TO "LENDWISE" MAIN PGM.    *
      *                                                      *
      * FUNCTION: POSTS ONE MONEY MOVEMENT TO THE LOAN'S     *
      * TRANSACTION JOURNAL (LOAN_JOURNAL). EVERY PROGRAM    *
      * THAT MOVES MONEY ON A LOAN CALLS THIS AS IT POSTS,   *
      * SO THE NUMBERING AND THE RUNNING BALANCE LIVE IN ONE *
      * PLACE:                                               *
      *  - JOURNAL_SEQ IS THE LOAN'S LAST SEQUENCE PLUS ONE. *
      *  - PRIN_BALANCE IS THE LAST ROW'S RUNNING PRINCIPAL  *
      *    PLUS THIS ROW'S PRINCIPAL COMPONENT (A LOAN WITH  *
      *    NO ROWS YET STARTS FROM ZERO - JRNLBFIL LOADS THE *
      *    HISTORY THAT PREDATES THE JOURNAL).               *
      *  - POSTING_DATE IS THE OPEN PROCESS_DATE BUSINESS    *
      *    DATE, OR TODAY WHEN NO CYCLE IS OPEN (THE ONLINE  *
      *    SCREENS AND THE INTRADAY RUN) - MOVED TO THE      *
      *    FIRST DAY OF THE OPEN ACCOUNTING PERIOD WHEN THAT *
      *    DATE FALLS IN ONE FINANCE HAS CLOSED (ACCTPER).   *
      * THE ROW GOES IN UNDER THE CALLER'S UNIT OF WORK - IT *
      * COMMITS OR ROLLS BACK WITH THE POSTING IT RECORDS.   *
      ********************************************************

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA    END-EXEC.

           EXEC SQL INCLUDE LNJRNL   END-EXEC.

           EXEC SQL INCLUDE PROCDATE END-EXEC.

      * THE POSTING DATE IS LOOKED UP ON THE FIRST CALL AND KEPT -
      * A BATCH STEP POSTS THOUSANDS OF ROWS UNDER ONE BUSINESS DATE.
       01 JRN-POSTING-DATE         PIC X(10) VALUE SPACES.
       01 JRN-CLOSED-THROUGH       PIC X(10).

       01 JRN-CURRENT-DATE.
          05 JRN-DATE-YYYY         PIC X(4).
          05 JRN-DATE-MM           PIC X(2).
          05 JRN-DATE-DD           PIC X(2).

       LINKAGE SECTION.
      * VARIABLES RECIEVED FROM MAIN PROGRAM - SEE LNJRNL FOR THE
      * TRANSACTION CODES AND THE SIGN OF EACH COMPONENT.

       01 LS_LOAN-ID               PIC S9(9) USAGE COMP.
       01 LS_TRAN-CODE             PIC X(4).
       01 LS_EFFECTIVE-DATE        PIC X(10).
       01 LS_AMOUNT                PIC S9(15)V9(2) USAGE COMP-3.
       01 LS_PRIN-AMOUNT           PIC S9(15)V9(2) USAGE COMP-3.
       01 LS_INT-AMOUNT            PIC S9(15)V9(2) USAGE COMP-3.
       01 LS_FEE-AMOUNT            PIC S9(15)V9(2) USAGE COMP-3.
       01 LS_ESC-AMOUNT            PIC S9(15)V9(2) USAGE COMP-3.
       01 LS_SOURCE-PGM            PIC X(8).
       01 LS_REFERENCE-ID          PIC S9(9) USAGE COMP.
      * 0 = POSTED. NONZERO = THE SQLCODE THAT FAILED; NOTHING WAS
      * POSTED AND THE CALLER TREATS IT AS IT WOULD ITS OWN SQL ERROR.
       01 LS-RETURN-CODE           PIC S9(4) USAGE COMP.


       PROCEDURE DIVISION USING LS_LOAN-ID, LS_TRAN-CODE,
                                LS_EFFECTIVE-DATE, LS_AMOUNT,
                                LS_PRIN-AMOUNT, LS_INT-AMOUNT,
                                LS_FEE-AMOUNT, LS_ESC-AMOUNT,
                                LS_SOURCE-PGM, LS_REFERENCE-ID,
                                LS-RETURN-CODE.

       MAIN-PARA.

           MOVE 0 TO LS-RETURN-CODE

           IF JRN-POSTING-DATE = SPACES
              PERFORM FETCH-POSTING-DATE
           END-IF

           IF LS-RETURN-CODE = 0
              PERFORM FETCH-LAST-JOURNAL-ROW
           END-IF

           IF LS-RETURN-CODE = 0
              PERFORM INSERT-JOURNAL-ROW
           END-IF

           GOBACK.

       FETCH-POSTING-DATE.
           EXEC SQL
                SELECT CYCLE_DATE
                  INTO :PRD_CYCLE-DATE
                  FROM KALA12.PROCESS_DATE
                 WHERE CYCLE_STATUS = 'O'
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE PRD_CYCLE-DATE TO JRN-POSTING-DATE
              WHEN 100
                 ACCEPT JRN-CURRENT-DATE FROM DATE YYYYMMDD
                 STRING JRN-DATE-YYYY '-' JRN-DATE-MM '-' JRN-DATE-DD
                   DELIMITED BY SIZE
                   INTO JRN-POSTING-DATE
              WHEN OTHER
                 DISPLAY "JRNLPOST - ERROR READING PROCESS_DATE, "
                         "SQLCODE: " SQLCODE
                 MOVE SQLCODE TO LS-RETURN-CODE
           END-EVALUATE

           IF LS-RETURN-CODE = 0
              PERFORM CHECK-CLOSED-PERIOD
           END-IF
           .

       CHECK-CLOSED-PERIOD.
      * A CATCH-UP RUN FOR A BUSINESS DAY FINANCE HAS SINCE CLOSED
      * POSTS TO THE DAY AFTER THE LAST CLOSED PERIOD ENDED.
           EXEC SQL
                SELECT COALESCE(MAX(PERIOD_END), '0001-01-01')
                  INTO :JRN-CLOSED-THROUGH
                  FROM KALA12.ACCT_PERIOD
                 WHERE PERIOD_STATUS = 'C'
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY "JRNLPOST - ERROR READING ACCT_PERIOD, "
                      "SQLCODE: " SQLCODE
              MOVE SQLCODE TO LS-RETURN-CODE
              MOVE SPACES  TO JRN-POSTING-DATE
           ELSE
              IF JRN-POSTING-DATE NOT > JRN-CLOSED-THROUGH
                 EXEC SQL
                      SELECT CHAR(DATE(:JRN-CLOSED-THROUGH) + 1 DAY,
                                  ISO)
                        INTO :JRN-POSTING-DATE
                        FROM SYSIBM.SYSDUMMY1
                 END-EXEC

                 IF SQLCODE NOT = 0
                    DISPLAY "JRNLPOST - ERROR DATING THE OPEN PERIOD, "
                            "SQLCODE: " SQLCODE
                    MOVE SQLCODE TO LS-RETURN-CODE
                    MOVE SPACES  TO JRN-POSTING-DATE
                 END-IF
              END-IF
           END-IF
           .

       FETCH-LAST-JOURNAL-ROW.
           MOVE LS_LOAN-ID TO LJR_LOAN-ID

           EXEC SQL
                SELECT JOURNAL_SEQ, PRIN_BALANCE
                  INTO :LJR_JOURNAL-SEQ, :LJR_PRIN-BALANCE
                  FROM KALA12.LOAN_JOURNAL
                 WHERE LOAN_ID = :LJR_LOAN-ID
                   AND JOURNAL_SEQ =
                       (SELECT MAX(JOURNAL_SEQ)
                          FROM KALA12.LOAN_JOURNAL
                         WHERE LOAN_ID = :LJR_LOAN-ID)
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 0 TO LJR_JOURNAL-SEQ
                 MOVE 0 TO LJR_PRIN-BALANCE
              WHEN OTHER
                 DISPLAY "JRNLPOST - ERROR READING LOAN_JOURNAL: "
                         LS_LOAN-ID " SQLCODE: " SQLCODE
                 MOVE SQLCODE TO LS-RETURN-CODE
           END-EVALUATE
           .

       INSERT-JOURNAL-ROW.
           ADD 1 TO LJR_JOURNAL-SEQ
           ADD LS_PRIN-AMOUNT TO LJR_PRIN-BALANCE

           MOVE LS_TRAN-CODE      TO LJR_TRAN-CODE
           MOVE LS_EFFECTIVE-DATE TO LJR_EFFECTIVE-DATE
           MOVE JRN-POSTING-DATE  TO LJR_POSTING-DATE
           MOVE LS_AMOUNT         TO LJR_AMOUNT
           MOVE LS_PRIN-AMOUNT    TO LJR_PRIN-AMOUNT
           MOVE LS_INT-AMOUNT     TO LJR_INT-AMOUNT
           MOVE LS_FEE-AMOUNT     TO LJR_FEE-AMOUNT
           MOVE LS_ESC-AMOUNT     TO LJR_ESC-AMOUNT
           MOVE LS_SOURCE-PGM     TO LJR_SOURCE-PGM
           MOVE LS_REFERENCE-ID   TO LJR_REFERENCE-ID

      * A MOVEMENT WITH NO DATE OF ITS OWN TAKES EFFECT THE DAY IT
      * POSTS.
           IF LJR_EFFECTIVE-DATE = SPACES
              MOVE JRN-POSTING-DATE TO LJR_EFFECTIVE-DATE
           END-IF

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

           IF SQLCODE NOT = 0
              DISPLAY "JRNLPOST - ERROR INSERTING LOAN_JOURNAL: "
                      LS_LOAN-ID " " LS_TRAN-CODE
                      " SQLCODE: " SQLCODE
              MOVE SQLCODE TO LS-RETURN-CODE
           END-IF
           .
