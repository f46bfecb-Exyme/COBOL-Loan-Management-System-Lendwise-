       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERDCHK.
       AUTHOR. ISURU, WONA & MALENE.
      ********************************************************
      *      SUBPROGRAM CONNECTED TO "LENDWISE" MAIN PGM.    *
      *                                                      *
      * FUNCTION: CHECKS ONE POSTING'S VALUE DATE AGAINST    *
      * THE ACCOUNTING PERIODS FINANCE HAS CLOSED            *
      * (ACCT_PERIOD). EVERY PROGRAM THAT CAN POST WITH AN   *
      * OLDER VALUE DATE - THE PAYMENT LOAD'S BACK-VALUE     *
      * WINDOW, SUSPENSE RELEASES, THE TELLER SCREEN AND     *
      * SCHEDULE CORRECTIONS - CALLS THIS AS IT POSTS:       *
      *  - A VALUE DATE ON OR BEFORE THE LAST CLOSED         *
      *    PERIOD'S END IS A PRIOR-PERIOD ADJUSTMENT. THE    *
      *    POSTING KEEPS ITS VALUE DATE (INTEREST STILL RUNS *
      *    FROM IT) AND A PRIOR_PERIOD_ADJ ROW IS LOGGED     *
      *    WITH THE DATE IT BOOKED ON, FOR PERDMNT TO WRITE  *
      *    THE ADJUSTMENT GL PAIR AND THE CONTROLLER REPORT. *
      *  - THE BOOKING DATE IS THE OPEN PROCESS_DATE         *
      *    BUSINESS DATE (TODAY WHEN NO CYCLE IS OPEN),      *
      *    MOVED TO THE FIRST DAY OF THE OPEN PERIOD IF IT   *
      *    FALLS IN A CLOSED ONE (A CATCH-UP RUN).           *
      * THE ROW GOES IN UNDER THE CALLER'S UNIT OF WORK - IT *
      * COMMITS OR ROLLS BACK WITH THE POSTING IT RECORDS.   *
      ********************************************************

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA    END-EXEC.

           EXEC SQL INCLUDE PPADJ    END-EXEC.

           EXEC SQL INCLUDE ACCTPER  END-EXEC.

           EXEC SQL INCLUDE PROCDATE END-EXEC.

      * THE PERIOD POSITION IS LOOKED UP ON THE FIRST CALL AND KEPT -
      * FINANCE DOES NOT CLOSE A PERIOD UNDER A RUNNING POSTING STEP.
       01 PER-LOADED-FLAG          PIC X(1) VALUE 'N'.
           88 PER-LOADED                     VALUE 'Y'.
       01 PER-CLOSED-THROUGH       PIC X(10).
       01 PER-BOOKED-DATE          PIC X(10).

       01 PER-CURRENT-DATE.
          05 PER-DATE-YYYY         PIC X(4).
          05 PER-DATE-MM           PIC X(2).
          05 PER-DATE-DD           PIC X(2).

       LINKAGE SECTION.
      * VARIABLES RECIEVED FROM MAIN PROGRAM - THE POSTING AS ITS
      * JOURNAL ROW DESCRIBES IT, AND THE DATE IT TOOK EFFECT.

       01 LS_LOAN-ID               PIC S9(9) USAGE COMP.
       01 LS_TRAN-CODE             PIC X(4).
       01 LS_VALUE-DATE            PIC X(10).
       01 LS_AMOUNT                PIC S9(15)V9(2) USAGE COMP-3.
       01 LS_SOURCE-PGM            PIC X(8).
       01 LS_REFERENCE-ID          PIC S9(9) USAGE COMP.
      * 'Y' = PRIOR-PERIOD ADJUSTMENT, LOGGED. 'N' = THE VALUE DATE
      * IS IN AN OPEN PERIOD, NOTHING TO DO.
       01 LS-PRIOR-FLAG            PIC X(1).
      * 0 = CHECKED. NONZERO = THE SQLCODE THAT FAILED; THE CALLER
      * TREATS IT AS IT WOULD ITS OWN SQL ERROR.
       01 LS-RETURN-CODE           PIC S9(4) USAGE COMP.


       PROCEDURE DIVISION USING LS_LOAN-ID, LS_TRAN-CODE,
                                LS_VALUE-DATE, LS_AMOUNT,
                                LS_SOURCE-PGM, LS_REFERENCE-ID,
                                LS-PRIOR-FLAG, LS-RETURN-CODE.

       MAIN-PARA.

           MOVE 0   TO LS-RETURN-CODE
           MOVE 'N' TO LS-PRIOR-FLAG

           IF NOT PER-LOADED
              PERFORM FETCH-PERIOD-POSITION
           END-IF

           IF LS-RETURN-CODE = 0
              AND LS_VALUE-DATE NOT = SPACES
              AND LS_VALUE-DATE NOT > PER-CLOSED-THROUGH
              MOVE 'Y' TO LS-PRIOR-FLAG
              PERFORM INSERT-ADJUSTMENT-ROW
           END-IF

           GOBACK.

       FETCH-PERIOD-POSITION.
      * THE LAST DAY OF THE LATEST CLOSED PERIOD - NOTHING CLOSED YET
      * LEAVES EVERY DATE OPEN.
           EXEC SQL
                SELECT COALESCE(MAX(PERIOD_END), '0001-01-01')
                  INTO :PER-CLOSED-THROUGH
                  FROM KALA12.ACCT_PERIOD
                 WHERE PERIOD_STATUS = 'C'
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY "PERDCHK - ERROR READING ACCT_PERIOD, "
                      "SQLCODE: " SQLCODE
              MOVE SQLCODE TO LS-RETURN-CODE
           END-IF

           IF LS-RETURN-CODE = 0
              PERFORM FETCH-BOOKING-DATE
           END-IF

           IF LS-RETURN-CODE = 0
              SET PER-LOADED TO TRUE
           END-IF
           .

       FETCH-BOOKING-DATE.
           EXEC SQL
                SELECT CYCLE_DATE
                  INTO :PRD_CYCLE-DATE
                  FROM KALA12.PROCESS_DATE
                 WHERE CYCLE_STATUS = 'O'
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE PRD_CYCLE-DATE TO PER-BOOKED-DATE
              WHEN 100
                 ACCEPT PER-CURRENT-DATE FROM DATE YYYYMMDD
                 STRING PER-DATE-YYYY '-' PER-DATE-MM '-' PER-DATE-DD
                   DELIMITED BY SIZE
                   INTO PER-BOOKED-DATE
              WHEN OTHER
                 DISPLAY "PERDCHK - ERROR READING PROCESS_DATE, "
                         "SQLCODE: " SQLCODE
                 MOVE SQLCODE TO LS-RETURN-CODE
           END-EVALUATE

      * A CATCH-UP RUN FOR A BUSINESS DAY FINANCE HAS SINCE CLOSED
      * BOOKS TO THE FIRST DAY OF THE OPEN PERIOD.
           IF LS-RETURN-CODE = 0
              AND PER-BOOKED-DATE NOT > PER-CLOSED-THROUGH
              EXEC SQL
                   SELECT CHAR(DATE(:PER-CLOSED-THROUGH) + 1 DAY, ISO)
                     INTO :PER-BOOKED-DATE
                     FROM SYSIBM.SYSDUMMY1
              END-EXEC

              IF SQLCODE NOT = 0
                 DISPLAY "PERDCHK - ERROR DATING THE OPEN PERIOD, "
                         "SQLCODE: " SQLCODE
                 MOVE SQLCODE TO LS-RETURN-CODE
              END-IF
           END-IF
           .

       INSERT-ADJUSTMENT-ROW.
           MOVE LS_LOAN-ID          TO PPA_LOAN-ID
           MOVE LS_TRAN-CODE        TO PPA_TRAN-CODE
           MOVE LS_SOURCE-PGM       TO PPA_SOURCE-PGM
           MOVE LS_REFERENCE-ID     TO PPA_REFERENCE-ID
           MOVE LS_VALUE-DATE       TO PPA_VALUE-DATE
           MOVE LS_VALUE-DATE(1:7)  TO PPA_VALUE-PERIOD
           MOVE PER-BOOKED-DATE     TO PPA_BOOKED-DATE
           MOVE LS_AMOUNT           TO PPA_AMOUNT
           MOVE 'N'                 TO PPA_GL-STATUS

           EXEC SQL
                INSERT INTO KALA12.PRIOR_PERIOD_ADJ
                      (LOAN_ID, TRAN_CODE, SOURCE_PGM, REFERENCE_ID,
                       VALUE_DATE, VALUE_PERIOD, BOOKED_DATE, AMOUNT,
                       GL_STATUS, GL_DATE, LOGGED_TS)
                VALUES (:PPA_LOAN-ID, :PPA_TRAN-CODE,
                        :PPA_SOURCE-PGM, :PPA_REFERENCE-ID,
                        :PPA_VALUE-DATE, :PPA_VALUE-PERIOD,
                        :PPA_BOOKED-DATE, :PPA_AMOUNT,
                        :PPA_GL-STATUS, NULL, CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY "PERDCHK - ERROR INSERTING PRIOR_PERIOD_ADJ: "
                      LS_LOAN-ID " " LS_TRAN-CODE
                      " SQLCODE: " SQLCODE
              MOVE SQLCODE TO LS-RETURN-CODE
           ELSE
              DISPLAY "PERDCHK - PRIOR-PERIOD ADJUSTMENT, LOAN: "
                      LS_LOAN-ID " VALUE DATE: " LS_VALUE-DATE
                      " BOOKED: " PER-BOOKED-DATE
           END-IF
           .
