       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKMNT.
       AUTHOR. ISURU, WONA & MALENE.
      ********************************************************
      *      BATCH PROGRAM CONNECTED TO "LENDWISE" MAIN PGM. *
      *                                                      *
      * FUNCTION: BANKRUPTCY CASE MAINTENANCE, IN THE        *
      * HOLDMNT MOLD. LEGAL'S CASE FEED OPENS A CASE FOR A   *
      * CUSTOMER (CHAPTER, PETITION DATE, PROOF-OF-CLAIM     *
      * BAR DATE, TRUSTEE), ADDS THE LOANS IT AFFECTS,       *
      * RECORDS EACH PROOF OF CLAIM AS FILED, AND CLOSES THE *
      * CASE BY DISCHARGE OR DISMISSAL:                      *
      *  - OPENING A CASE PLACES THE 'BK' ACCT_HOLD ON THE   *
      *    CUSTOMER AND ATTACHES EVERY LOAN STILL ON THE     *
      *    BOOKS IN THE CUSTOMER'S NAME. A LOAN ADDED BY     *
      *    HAND THAT BELONGS TO SOMEONE ELSE (CO-BORROWED)   *
      *    GETS A LOAN-LEVEL 'BK' HOLD OF ITS OWN.           *
      *  - EVERY LOAN ATTACHED GETS ITS PROOF-OF-CLAIM       *
      *    FIGURES FROM THE SAME PAYOFF WALK PAYQUOTE USES,  *
      *    RUN AS OF THE PETITION DATE.                      *
      *  - A DISCHARGE LEAVES THE HOLD STANDING - THE DEBT   *
      *    CAN NO LONGER BE COLLECTED - AND CHGOFF WRITES    *
      *    THE CASE'S OPEN LOANS OFF ON ITS NEXT RUN.        *
      *  - A DISMISSAL RELEASES THE CASE'S 'BK' HOLDS AND    *
      *    THE ACCOUNT GOES BACK TO NORMAL COLLECTION.       *
      * TRUSTEE PLAN PAYMENTS ARRIVE ON THE PAYMENT LOAD     *
      * ('TRS' RECORDS) AND POST WITH CHANNEL 'TRUSTEE'.     *
      * EVERY RUN ENDS WITH THE PROOF-OF-CLAIM DEADLINE      *
      * REPORT FOR LEGAL: EVERY UNFILED CLAIM ON AN OPEN     *
      * CASE, EARLIEST BAR DATE FIRST, FLAGGED WHEN THE BAR  *
      * DATE IS INSIDE THE WARNING WINDOW OR ALREADY PAST.   *
      ********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASEIN ASSIGN TO INFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-INFILE.

           SELECT REJOUT ASSIGN TO REJFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-REJFILE.

           SELECT POCOUT ASSIGN TO POCRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-POCRPT.

      * OPS-TUNABLE RUN PARAMETERS, READ AT STARTUP.
           SELECT PARMIN ASSIGN TO PARMFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-PARMFILE.

       DATA DIVISION.
       FILE SECTION.

       FD CASEIN
            RECORDING MODE F.
       01 CASEIN-RECORD.
      * 'OPN' OPEN A CASE, 'LON' ADD A LOAN TO A CASE, 'POC' PROOF
      * OF CLAIM FILED, 'DSC' DISCHARGED, 'DSM' DISMISSED.
          05 BKF-ACTION          PIC X(3).
          05 BKF-CASE-NUMBER     PIC X(15).
      * CUSTOMER-ID ON 'OPN', LOAN-ID ON 'LON' AND 'POC'.
          05 BKF-KEY             PIC 9(9).
      * '07', '11' OR '13' - 'OPN' ONLY.
          05 BKF-CHAPTER         PIC X(2).
      * PETITION DATE ON 'OPN', FILING DATE ON 'POC', DISCHARGE OR
      * DISMISSAL DATE ON 'DSC'/'DSM'.
          05 BKF-EVENT-DATE      PIC X(10).
          05 BKF-BAR-DATE        PIC X(10).
          05 BKF-TRUSTEE-NAME    PIC X(23).
          05 BKF-OPERATOR-ID     PIC X(8).

       FD REJOUT
            RECORDING MODE F.
       01 REJECT-RECORD.
          05 REJ-DATA            PIC X(80).
          05 REJ-REASON          PIC X(20).

       FD POCOUT
            RECORDING MODE F.
       01 POC-REPORT-LINE        PIC X(132).

       FD PARMIN
            RECORDING MODE F.
       01 PARM-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA     END-EXEC.
           EXEC SQL INCLUDE LOAN      END-EXEC.
           EXEC SQL INCLUDE CUSTOMER  END-EXEC.
           EXEC SQL INCLUDE ACCTHOLD  END-EXEC.
           EXEC SQL INCLUDE BKCASE    END-EXEC.
           EXEC SQL INCLUDE BKCLOAN   END-EXEC.
           EXEC SQL INCLUDE RATETABLE END-EXEC.

      * FILE STATUS.
       01 FS-INFILE             PIC X(02).
       01 FS-REJFILE            PIC X(02).
       01 FS-POCRPT             PIC X(02).
       01 EOF                   PIC X VALUE 'N'.
         88 END-OF-FILE         VALUE 'Y'.

       01 WS-SQL-ACTION         PIC X(40).
       01 WS-RETURN-CODE        PIC S9(4) COMP.

       01 WS-PROCESS-REQUEST    PIC X VALUE 'Y'.
         88 PROCESS-REQUEST-YES VALUE 'Y'.
         88 PROCESS-REQUEST-NO  VALUE 'N'.
       01 WS-REJECT-REASON      PIC X(20).
       01 WS-EXIST-COUNT        PIC S9(9) USAGE COMP.
       01 WS-CHECK-DATE         PIC X(10).
       01 WS-DATE-VALID         PIC X(1).
         88 DATE-IS-VALID       VALUE 'Y'.

      * DEADLINE WARNING WINDOW - PARMFILE-TUNABLE. AN UNFILED
      * CLAIM WHOSE BAR DATE IS THIS MANY DAYS AWAY OR LESS IS
      * FLAGGED ON THE REPORT.
       01 FS-PARMFILE           PIC X(2).
       01 WS-PARM-EOF           PIC X(1) VALUE 'N'.
         88 PARM-EOF-YES        VALUE 'Y'.
       01 WS-PARM-KEY           PIC X(20).
       01 WS-PARM-VALUE         PIC X(60).
       01 WS-PARM-TOKEN         PIC X(20).
       01 WS-PARM-LEN           PIC 9(4) USAGE COMP.
       01 WS-POC-WARN-DAYS      PIC 9(3) VALUE 30.

      * THE CASE'S LOANS ARE KEYED OFF THE DEBTOR - A LOAN ADDED
      * FOR SOMEONE ELSE NEEDS ITS OWN LOAN-LEVEL HOLD.
       01 WS-LOAN-OWNER         PIC S9(9) USAGE COMP.

      * SAME SHAPE AS PAYQUOTE'S PAYOFF WALK, CUT OFF AT THE
      * PETITION DATE.
       01 NUMBER-OF-INVOICES-PAID PIC S9(9) USAGE COMP.
       01 WS-NO-INVOICES-PAID   PIC S9(9).
       01 ACCUMULATED-TOT-PAYMENTS PIC S9(15)V9(2) USAGE COMP-3.
       01 ADJUSTED-MONTHLY-PAYMENT PIC S9(15)V9(2) USAGE COMP-3.
       01 MONTHLY-INTEREST-RATE PIC S9(2)V9(2) USAGE COMP-3.
       01 REMAINING-PRINCIPAL   PIC S9(15)V9(2) USAGE COMP-3.
       01 INTEREST-PAYMENT      PIC S9(15)V9(2) USAGE COMP-3.
       01 PRINCIPAL-PAYMENT     PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-COUNTER            PIC 9(4).

       01 WS-CLAIM-RATE         PIC S9(2)V9(2) USAGE COMP-3.
       01 WS-SCRA-SVC-RATE      PIC S9(2)V9(2) USAGE COMP-3.
       01 WS-SCRA-NO-CAP        PIC S9(2)V9(2) USAGE COMP-3
                                VALUE 99.99.
       01 WS-PER-DIEM           PIC S9(9)V9(6) USAGE COMP-3.
       01 WS-LAST-PAID-DATE     PIC X(10).
       01 WS-ACCRUAL-DAYS       PIC S9(9) USAGE COMP.
       01 WS-DATE-NUM           PIC 9(8).
       01 WS-PETITION-INTEGER   PIC S9(9) USAGE COMP.
       01 WS-LASTPAY-INTEGER    PIC S9(9) USAGE COMP.

      * DEADLINE REPORT WORK FIELDS.
       01 WS-DAYS-TO-BAR        PIC S9(9) USAGE COMP.

      * RUN CONTROL TOTALS.
       01 WS-CASES-OPENED       PIC 9(9) VALUE 0.
       01 WS-LOANS-ATTACHED     PIC 9(9) VALUE 0.
       01 WS-CLAIMS-FILED       PIC 9(9) VALUE 0.
       01 WS-CASES-DISCHARGED   PIC 9(9) VALUE 0.
       01 WS-CASES-DISMISSED    PIC 9(9) VALUE 0.
       01 WS-FEED-REJECTED      PIC 9(9) VALUE 0.
       01 WS-CLAIMS-OUTSTANDING PIC 9(9) VALUE 0.
       01 WS-CLAIMS-AT-RISK     PIC 9(9) VALUE 0.

      * DEADLINE REPORT LINES.
       01 WS-RPT-HEADER         PIC X(132) VALUE
           'PROOF-OF-CLAIM DEADLINES - UNFILED CLAIMS, OPEN CASES'.

       01 WS-POC-LINE.
          05 FILLER             PIC X(6)  VALUE 'CASE: '.
          05 RPT-CASE-NUMBER    PIC X(15).
          05 FILLER             PIC X(5)  VALUE ' CH: '.
          05 RPT-CHAPTER        PIC X(2).
          05 FILLER             PIC X(7)  VALUE ' LOAN: '.
          05 RPT-LOAN-ID        PIC 9(9).
          05 FILLER             PIC X(11) VALUE ' PETITION: '.
          05 RPT-PETITION-DATE  PIC X(10).
          05 FILLER             PIC X(6)  VALUE ' BAR: '.
          05 RPT-BAR-DATE       PIC X(10).
          05 FILLER             PIC X(7)  VALUE ' DAYS: '.
          05 RPT-DAYS-TO-BAR    PIC -ZZZ9.
          05 FILLER             PIC X(8)  VALUE ' CLAIM: '.
          05 RPT-POC-TOTAL      PIC ZZZZZZZZZZZZ9.99.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-FLAG           PIC X(14).

      *****************************************************
      *  THE DEBTOR'S LOANS STILL ON THE BOOKS, FOR A     *
      *  NEWLY OPENED CASE.                               *
      *****************************************************
           EXEC SQL
             DECLARE C-DEBTOR-LOANS CURSOR WITH HOLD FOR
               SELECT LOAN_ID
                 FROM LOAN
                WHERE CUSTOMER_ID = :BKC_CUSTOMER-ID
                  AND LOAN_STATUS NOT = 'C'
                ORDER BY LOAN_ID
           END-EXEC.

      *****************************************************
      *  EVERY UNFILED CLAIM ON AN OPEN CASE, FOR THE     *
      *  DEADLINE REPORT.                                 *
      *****************************************************
           EXEC SQL
             DECLARE C-UNFILED-CLAIMS CURSOR WITH HOLD FOR
               SELECT C.CASE_NUMBER, C.CHAPTER, C.PETITION_DATE,
                      C.POC_BAR_DATE, L.LOAN_ID, L.POC_TOTAL,
                      DAYS(DATE(C.POC_BAR_DATE)) - DAYS(CURRENT DATE)
                 FROM KALA12.BK_CASE C
                 JOIN KALA12.BK_CASE_LOAN L
                   ON L.CASE_NUMBER = C.CASE_NUMBER
                WHERE C.CASE_STATUS    = 'O'
                  AND L.POC_FILED_DATE = ' '
                ORDER BY C.POC_BAR_DATE, C.CASE_NUMBER, L.LOAN_ID
           END-EXEC.

       PROCEDURE DIVISION.

       MAIN-PARA.
           DISPLAY 'BKMNT - BANKRUPTCY CASE MAINTENANCE RUN.'

           PERFORM READ-RUN-PARAMETERS

           OPEN INPUT CASEIN
           IF FS-INFILE NOT = '00'
              DISPLAY 'BKMNT - ERROR OPENING CASE FEED.'
              DISPLAY 'FILE STATUS CODE: ' FS-INFILE
              STOP RUN
           END-IF

           OPEN OUTPUT REJOUT
           IF FS-REJFILE NOT = '00'
              DISPLAY 'BKMNT - ERROR OPENING REJECT FILE.'
              DISPLAY 'FILE STATUS CODE: ' FS-REJFILE
              STOP RUN
           END-IF

           OPEN OUTPUT POCOUT
           IF FS-POCRPT NOT = '00'
              DISPLAY 'BKMNT - ERROR OPENING DEADLINE REPORT.'
              DISPLAY 'FILE STATUS CODE: ' FS-POCRPT
              STOP RUN
           END-IF

           PERFORM READ-CASE-RECORD
           PERFORM UNTIL END-OF-FILE
              PERFORM PROCESS-CASE-REQUEST
              PERFORM READ-CASE-RECORD
           END-PERFORM

           EXEC SQL
              COMMIT
           END-EXEC

           PERFORM WRITE-DEADLINE-REPORT

           CLOSE CASEIN
           CLOSE REJOUT
           CLOSE POCOUT

           DISPLAY 'BKMNT - CASES OPENED:       ' WS-CASES-OPENED
           DISPLAY 'BKMNT - LOANS ATTACHED:     ' WS-LOANS-ATTACHED
           DISPLAY 'BKMNT - CLAIMS FILED:       ' WS-CLAIMS-FILED
           DISPLAY 'BKMNT - CASES DISCHARGED:   ' WS-CASES-DISCHARGED
           DISPLAY 'BKMNT - CASES DISMISSED:    ' WS-CASES-DISMISSED
           DISPLAY 'BKMNT - FEED REJECTED:      ' WS-FEED-REJECTED
           DISPLAY 'BKMNT - CLAIMS OUTSTANDING: '
                   WS-CLAIMS-OUTSTANDING
           DISPLAY 'BKMNT - CLAIMS AT RISK:     ' WS-CLAIMS-AT-RISK

           STOP RUN
           .

       READ-RUN-PARAMETERS.
      * KEYWORD=VALUE RECORDS; '*' IN COLUMN ONE IS A COMMENT. A
      * MISSING PARMFILE LEAVES THE COMPILED DEFAULT IN EFFECT.
           OPEN INPUT PARMIN
           IF FS-PARMFILE NOT = '00'
              DISPLAY 'BKMNT - NO PARMFILE (STATUS ' FS-PARMFILE
                      ') - DEFAULTS IN EFFECT.'
           ELSE
              PERFORM READ-PARM-RECORD
              PERFORM UNTIL PARM-EOF-YES
                 PERFORM APPLY-PARM-RECORD
                 PERFORM READ-PARM-RECORD
              END-PERFORM
              CLOSE PARMIN
           END-IF

           DISPLAY 'BKMNT - POC-WARN-DAYS IN EFFECT: '
                   WS-POC-WARN-DAYS
           .

       READ-PARM-RECORD.
           READ PARMIN
              AT END
                 SET PARM-EOF-YES TO TRUE
           END-READ
           .

       APPLY-PARM-RECORD.
           IF PARM-RECORD(1:1) = '*' OR PARM-RECORD = SPACES
              CONTINUE
           ELSE
              MOVE SPACES TO WS-PARM-KEY WS-PARM-VALUE WS-PARM-TOKEN
              UNSTRING PARM-RECORD DELIMITED BY '='
                  INTO WS-PARM-KEY, WS-PARM-VALUE
              UNSTRING WS-PARM-VALUE DELIMITED BY SPACE
                  INTO WS-PARM-TOKEN COUNT IN WS-PARM-LEN

              EVALUATE WS-PARM-KEY
                WHEN 'POC-WARN-DAYS'
                  IF WS-PARM-LEN > 0 AND WS-PARM-LEN < 4
                     AND WS-PARM-TOKEN(1:WS-PARM-LEN) IS NUMERIC
                     MOVE WS-PARM-TOKEN(1:WS-PARM-LEN)
                       TO WS-POC-WARN-DAYS
                  ELSE
                     DISPLAY 'BKMNT - BAD PARM VALUE IGNORED: '
                             PARM-RECORD
                  END-IF
                WHEN OTHER
      * THE DAILY PARMLIB MEMBER IS SHARED WITH THE OTHER BATCH
      * PROGRAMS - KEYS THAT AREN'T OURS ARE SIMPLY NOT FOR US.
                  CONTINUE
              END-EVALUATE
           END-IF
           .

       READ-CASE-RECORD.
           READ CASEIN
              AT END
                 MOVE 'Y' TO EOF
           END-READ
           .

       PROCESS-CASE-REQUEST.
           SET PROCESS-REQUEST-YES TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

           EVALUATE TRUE
              WHEN BKF-ACTION NOT = 'OPN' AND BKF-ACTION NOT = 'LON'
               AND BKF-ACTION NOT = 'POC' AND BKF-ACTION NOT = 'DSC'
               AND BKF-ACTION NOT = 'DSM'
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'UNKNOWN ACTION' TO WS-REJECT-REASON
              WHEN BKF-CASE-NUMBER = SPACES
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'MISSING CASE NUMBER' TO WS-REJECT-REASON
              WHEN BKF-OPERATOR-ID = SPACES
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'MISSING OPERATOR-ID' TO WS-REJECT-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF PROCESS-REQUEST-YES
              MOVE BKF-CASE-NUMBER TO BKC_CASE-NUMBER
              EVALUATE BKF-ACTION
                 WHEN 'OPN'
                    PERFORM OPEN-CASE
                 WHEN 'LON'
                    PERFORM ADD-CASE-LOAN
                 WHEN 'POC'
                    PERFORM RECORD-CLAIM-FILED
                 WHEN 'DSC'
                    PERFORM DISCHARGE-CASE
                 WHEN 'DSM'
                    PERFORM DISMISS-CASE
              END-EVALUATE
           END-IF

           IF PROCESS-REQUEST-NO
              MOVE CASEIN-RECORD TO REJ-DATA
              MOVE WS-REJECT-REASON TO REJ-REASON
              WRITE REJECT-RECORD
              ADD 1 TO WS-FEED-REJECTED
              DISPLAY 'BKMNT - REJECTED FEED RECORD: '
                      WS-REJECT-REASON
           END-IF
           .

       VALIDATE-DATE.
      * SAME DIGITS-AND-DASHES SHAPE CHECK THE OTHER FEEDS USE.
           MOVE 'Y' TO WS-DATE-VALID
           IF WS-CHECK-DATE(5:1) NOT = '-'
              OR WS-CHECK-DATE(8:1) NOT = '-'
              OR WS-CHECK-DATE(1:4) IS NOT NUMERIC
              OR WS-CHECK-DATE(6:2) IS NOT NUMERIC
              OR WS-CHECK-DATE(9:2) IS NOT NUMERIC
              MOVE 'N' TO WS-DATE-VALID
           END-IF
           .

       FETCH-CASE.
      * LOADS THE CASE ROW; A CASE THAT IS NOT ON FILE OR NO LONGER
      * OPEN TAKES NO FURTHER EVENTS.
           EXEC SQL
              SELECT CUSTOMER_ID, CHAPTER, PETITION_DATE,
                     POC_BAR_DATE, CASE_STATUS
                INTO :BKC_CUSTOMER-ID, :BKC_CHAPTER,
                     :BKC_PETITION-DATE, :BKC_POC-BAR-DATE,
                     :BKC_CASE-STATUS
                FROM KALA12.BK_CASE
               WHERE CASE_NUMBER = :BKC_CASE-NUMBER
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 IF BKC_CASE-STATUS NOT = 'O'
                    SET PROCESS-REQUEST-NO TO TRUE
                    MOVE 'CASE IS CLOSED' TO WS-REJECT-REASON
                 END-IF
              WHEN 100
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'UNKNOWN CASE' TO WS-REJECT-REASON
              WHEN OTHER
                 MOVE 'FETCH BANKRUPTCY CASE' TO WS-SQL-ACTION
                 PERFORM CHECK-SQLCODE
           END-EVALUATE
           .

       OPEN-CASE.
           MOVE BKF-EVENT-DATE TO WS-CHECK-DATE
           PERFORM VALIDATE-DATE
           IF NOT DATE-IS-VALID
              SET PROCESS-REQUEST-NO TO TRUE
              MOVE 'INVALID PETITION DT' TO WS-REJECT-REASON
           END-IF

           IF PROCESS-REQUEST-YES
              MOVE BKF-BAR-DATE TO WS-CHECK-DATE
              PERFORM VALIDATE-DATE
              EVALUATE TRUE
                 WHEN NOT DATE-IS-VALID
                    SET PROCESS-REQUEST-NO TO TRUE
                    MOVE 'INVALID BAR DATE' TO WS-REJECT-REASON
                 WHEN BKF-BAR-DATE NOT > BKF-EVENT-DATE
                    SET PROCESS-REQUEST-NO TO TRUE
                    MOVE 'BAR DATE NOT AFTER' TO WS-REJECT-REASON
                 WHEN BKF-CHAPTER NOT = '07' AND BKF-CHAPTER NOT = '11'
                  AND BKF-CHAPTER NOT = '13'
                    SET PROCESS-REQUEST-NO TO TRUE
                    MOVE 'CHAPTER 07/11/13' TO WS-REJECT-REASON
                 WHEN NOT BKF-KEY NUMERIC
                   OR BKF-KEY = 0
                    SET PROCESS-REQUEST-NO TO TRUE
                    MOVE 'INVALID CUSTOMER-ID' TO WS-REJECT-REASON
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF

           IF PROCESS-REQUEST-YES
              MOVE BKF-KEY TO CUSTOMER_ID
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-EXIST-COUNT
                   FROM CUSTOMER
                  WHERE ID = :CUSTOMER_ID
              END-EXEC
              MOVE 'CHECK CASE CUSTOMER EXISTS' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE
              IF WS-EXIST-COUNT = 0
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'UNKNOWN CUSTOMER' TO WS-REJECT-REASON
              END-IF
           END-IF

      * THE SAME CASE NUMBER ALREADY ON FILE IS A RE-SENT FEED.
           IF PROCESS-REQUEST-YES
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-EXIST-COUNT
                   FROM KALA12.BK_CASE
                  WHERE CASE_NUMBER = :BKC_CASE-NUMBER
              END-EXEC
              MOVE 'CHECK EXISTING CASE' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE
              IF WS-EXIST-COUNT > 0
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'CASE ALREADY ON FILE' TO WS-REJECT-REASON
              END-IF
           END-IF

           IF PROCESS-REQUEST-YES
              MOVE BKF-KEY          TO BKC_CUSTOMER-ID
              MOVE BKF-CHAPTER      TO BKC_CHAPTER
              MOVE BKF-EVENT-DATE   TO BKC_PETITION-DATE
              MOVE BKF-BAR-DATE     TO BKC_POC-BAR-DATE
              MOVE BKF-TRUSTEE-NAME TO BKC_TRUSTEE-NAME
              MOVE 'O'              TO BKC_CASE-STATUS
              MOVE SPACES           TO BKC_CLOSED-DATE
              MOVE BKF-OPERATOR-ID  TO BKC_UPDATED-BY

              EXEC SQL
                 INSERT INTO KALA12.BK_CASE
                       (CASE_NUMBER, CUSTOMER_ID, CHAPTER,
                        PETITION_DATE, POC_BAR_DATE, TRUSTEE_NAME,
                        CASE_STATUS, CLOSED_DATE, UPDATED_BY,
                        UPDATED_TS)
                 VALUES (:BKC_CASE-NUMBER, :BKC_CUSTOMER-ID,
                         :BKC_CHAPTER, :BKC_PETITION-DATE,
                         :BKC_POC-BAR-DATE, :BKC_TRUSTEE-NAME,
                         :BKC_CASE-STATUS, :BKC_CLOSED-DATE,
                         :BKC_UPDATED-BY, CURRENT TIMESTAMP)
              END-EXEC
              MOVE 'INSERT BANKRUPTCY CASE' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              ADD 1 TO WS-CASES-OPENED
              DISPLAY 'BKMNT - CASE ' BKC_CASE-NUMBER ' CHAPTER '
                      BKC_CHAPTER ' OPENED FOR CUSTOMER '
                      BKF-KEY ' BY ' BKF-OPERATOR-ID

              MOVE 'C'     TO HLD_HOLD-LEVEL
              MOVE BKF-KEY TO HLD_HOLD-KEY
              PERFORM PLACE-BK-HOLD

              PERFORM ATTACH-DEBTOR-LOANS
           END-IF
           .

       ATTACH-DEBTOR-LOANS.
      * EVERY LOAN STILL ON THE BOOKS IN THE DEBTOR'S NAME IS
      * AFFECTED BY THE CASE - A CHARGED-OFF LOAN STILL HAS A
      * CLAIM TO FILE.
           EXEC SQL
              OPEN C-DEBTOR-LOANS
           END-EXEC
           MOVE 'OPEN C-DEBTOR-LOANS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM FETCH-DEBTOR-LOAN
           PERFORM UNTIL SQLCODE NOT = 0
              MOVE LOAN_LOAN-ID TO BKL_LOAN-ID
              PERFORM ATTACH-LOAN-TO-CASE
              PERFORM FETCH-DEBTOR-LOAN
           END-PERFORM

           EXEC SQL
              CLOSE C-DEBTOR-LOANS
           END-EXEC
           MOVE 'CLOSE C-DEBTOR-LOANS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       FETCH-DEBTOR-LOAN.
           EXEC SQL
              FETCH C-DEBTOR-LOANS
                INTO :LOAN_LOAN-ID
           END-EXEC
           MOVE 'FETCH C-DEBTOR-LOANS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       ADD-CASE-LOAN.
           PERFORM FETCH-CASE

           IF PROCESS-REQUEST-YES
              IF NOT BKF-KEY NUMERIC
                 OR BKF-KEY = 0
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'INVALID LOAN-ID' TO WS-REJECT-REASON
              END-IF
           END-IF

           IF PROCESS-REQUEST-YES
              MOVE BKF-KEY TO LOAN_LOAN-ID
              EXEC SQL
                 SELECT CUSTOMER_ID, LOAN_STATUS
                   INTO :LOAN_CUSTOMER-ID, :LOAN_LOAN-STATUS
                   FROM LOAN
                  WHERE LOAN_ID = :LOAN_LOAN-ID
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    IF LOAN_LOAN-STATUS = 'C'
                       SET PROCESS-REQUEST-NO TO TRUE
                       MOVE 'LOAN IS CLOSED' TO WS-REJECT-REASON
                    END-IF
                 WHEN 100
                    SET PROCESS-REQUEST-NO TO TRUE
                    MOVE 'UNKNOWN LOAN-ID' TO WS-REJECT-REASON
                 WHEN OTHER
                    MOVE 'LOOKUP CASE LOAN' TO WS-SQL-ACTION
                    PERFORM CHECK-SQLCODE
              END-EVALUATE
           END-IF

           IF PROCESS-REQUEST-YES
              MOVE BKF-KEY TO BKL_LOAN-ID
              MOVE LOAN_CUSTOMER-ID TO WS-LOAN-OWNER
              PERFORM ATTACH-LOAN-TO-CASE

      * A CO-BORROWED LOAN IN SOMEONE ELSE'S NAME IS NOT COVERED
      * BY THE DEBTOR'S CUSTOMER-LEVEL HOLD.
              IF PROCESS-REQUEST-YES
                 AND WS-LOAN-OWNER NOT = BKC_CUSTOMER-ID
                 MOVE 'L'     TO HLD_HOLD-LEVEL
                 MOVE BKF-KEY TO HLD_HOLD-KEY
                 PERFORM PLACE-BK-HOLD
              END-IF
           END-IF
           .

       ATTACH-LOAN-TO-CASE.
      * THE SAME LOAN ALREADY ON THE CASE IS A RE-SENT FEED.
           MOVE BKC_CASE-NUMBER TO BKL_CASE-NUMBER

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-EXIST-COUNT
                FROM KALA12.BK_CASE_LOAN
               WHERE CASE_NUMBER = :BKL_CASE-NUMBER
                 AND LOAN_ID     = :BKL_LOAN-ID
           END-EXEC
           MOVE 'CHECK LOAN ALREADY ON CASE' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF WS-EXIST-COUNT > 0
              SET PROCESS-REQUEST-NO TO TRUE
              MOVE 'LOAN ALREADY ON CASE' TO WS-REJECT-REASON
           ELSE
              PERFORM COMPUTE-CLAIM-FIGURES

              MOVE SPACES TO BKL_POC-FILED-DATE
              EXEC SQL
                 INSERT INTO KALA12.BK_CASE_LOAN
                       (CASE_NUMBER, LOAN_ID, POC_PRINCIPAL,
                        POC_INTEREST, POC_FEES, POC_TOTAL,
                        POC_FILED_DATE)
                 VALUES (:BKL_CASE-NUMBER, :BKL_LOAN-ID,
                         :BKL_POC-PRINCIPAL, :BKL_POC-INTEREST,
                         :BKL_POC-FEES, :BKL_POC-TOTAL,
                         :BKL_POC-FILED-DATE)
              END-EXEC
              MOVE 'INSERT BANKRUPTCY CASE LOAN' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              ADD 1 TO WS-LOANS-ATTACHED
              DISPLAY 'BKMNT - LOAN ' BKL_LOAN-ID ' ADDED TO CASE '
                      BKL_CASE-NUMBER ' CLAIM: ' BKL_POC-TOTAL
           END-IF
           .

       COMPUTE-CLAIM-FIGURES.
      * THE CLAIM IS WHAT WAS OWED THE DAY THE PETITION WAS FILED -
      * PAYQUOTE'S WALK OVER THE PAYMENTS POSTED UP TO THAT DATE,
      * PER-DIEM FROM THE LAST OF THEM TO THE PETITION DATE AT THE
      * RATE THEN IN FORCE, PLUS THE LATE FEES LEFT UNPAID ON
      * INSTALLMENTS ALREADY OVERDUE BY THEN. THE PERSISTED NIGHTLY
      * BALANCE IS AS OF LAST NIGHT, NOT THE PETITION, SO IT IS NOT
      * USED HERE.
           MOVE BKL_LOAN-ID TO LOAN_LOAN-ID

           EXEC SQL
              SELECT CUSTOMER_ID, TYPE_ID, LOAN_AMOUNT,
                     INTEREST_RATE, INTEREST_TYPE, DOWN_PAYMENT,
                     CREATION_DATE
                INTO :LOAN_CUSTOMER-ID, :LOAN_TYPE-ID,
                     :LOAN_LOAN-AMOUNT, :LOAN_INTEREST-RATE,
                     :LOAN_INTEREST-TYPE, :LOAN_DOWN-PAYMENT,
                     :LOAN_CREATION-DATE
                FROM LOAN
               WHERE LOAN_ID = :LOAN_LOAN-ID
           END-EXEC
           MOVE 'LOOKUP LOAN FOR CLAIM' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           EXEC SQL
             SELECT COUNT(DISTINCT P.INVOICE_ID),
                    COALESCE(SUM(P.PAID_AMOUNT), 0),
                    COALESCE(MAX(P.PAID_DATE), ' ')
               INTO :NUMBER-OF-INVOICES-PAID,
                    :ACCUMULATED-TOT-PAYMENTS,
                    :WS-LAST-PAID-DATE
               FROM PAYMENT P
               JOIN PAYPLAN PPS
                  ON P.INVOICE_ID = PPS.INVOICE_ID
              WHERE PPS.LOAN_ID = :LOAN_LOAN-ID
                AND P.PAID_DATE <= :BKC_PETITION-DATE
           END-EXEC
           MOVE 'SUM PRE-PETITION PAYMENTS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           MOVE NUMBER-OF-INVOICES-PAID TO WS-NO-INVOICES-PAID

           IF WS-NO-INVOICES-PAID > 0
              COMPUTE ADJUSTED-MONTHLY-PAYMENT =
                      ACCUMULATED-TOT-PAYMENTS / WS-NO-INVOICES-PAID
           ELSE
              MOVE 0 TO ADJUSTED-MONTHLY-PAYMENT
           END-IF

           COMPUTE MONTHLY-INTEREST-RATE =
                   (LOAN_INTEREST-RATE / 12)

           COMPUTE REMAINING-PRINCIPAL =
                   LOAN_LOAN-AMOUNT - LOAN_DOWN-PAYMENT

           PERFORM VARYING WS-COUNTER FROM 1 BY 1
                   UNTIL WS-COUNTER > WS-NO-INVOICES-PAID

               COMPUTE INTEREST-PAYMENT =
                        (REMAINING-PRINCIPAL * MONTHLY-INTEREST-RATE)
                        / 100

               COMPUTE PRINCIPAL-PAYMENT =
                        ADJUSTED-MONTHLY-PAYMENT - INTEREST-PAYMENT

               COMPUTE REMAINING-PRINCIPAL =
                       REMAINING-PRINCIPAL - PRINCIPAL-PAYMENT

           END-PERFORM

           IF REMAINING-PRINCIPAL < 0
              MOVE 0 TO REMAINING-PRINCIPAL
           END-IF

           IF WS-LAST-PAID-DATE = SPACES
              MOVE LOAN_CREATION-DATE TO WS-LAST-PAID-DATE
           END-IF

           PERFORM DETERMINE-CLAIM-RATE

           MOVE BKC_PETITION-DATE(1:4) TO WS-DATE-NUM(1:4)
           MOVE BKC_PETITION-DATE(6:2) TO WS-DATE-NUM(5:2)
           MOVE BKC_PETITION-DATE(9:2) TO WS-DATE-NUM(7:2)
           COMPUTE WS-PETITION-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)

           MOVE WS-LAST-PAID-DATE(1:4) TO WS-DATE-NUM(1:4)
           MOVE WS-LAST-PAID-DATE(6:2) TO WS-DATE-NUM(5:2)
           MOVE WS-LAST-PAID-DATE(9:2) TO WS-DATE-NUM(7:2)
           COMPUTE WS-LASTPAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)

           COMPUTE WS-ACCRUAL-DAYS =
                   WS-PETITION-INTEGER - WS-LASTPAY-INTEGER
           IF WS-ACCRUAL-DAYS < 0
              MOVE 0 TO WS-ACCRUAL-DAYS
           END-IF

           COMPUTE WS-PER-DIEM ROUNDED =
                   (REMAINING-PRINCIPAL * WS-CLAIM-RATE)
                   / 100 / 365

           MOVE REMAINING-PRINCIPAL TO BKL_POC-PRINCIPAL
           COMPUTE BKL_POC-INTEREST ROUNDED =
                   WS-PER-DIEM * WS-ACCRUAL-DAYS

      * AN OVERDUE ROW CARRIES ITS LATE FEE ON TOP OF THE SCHEDULED
      * AMOUNT - ONLY ROWS ALREADY DUE BY THE PETITION DATE COUNT.
           EXEC SQL
              SELECT COALESCE(SUM(CASE
                        WHEN REMAINING_AMOUNT > PAYMENT_AMOUNT
                        THEN REMAINING_AMOUNT - PAYMENT_AMOUNT
                        ELSE 0 END), 0)
                INTO :BKL_POC-FEES
                FROM PAYPLAN
               WHERE LOAN_ID = :LOAN_LOAN-ID
                 AND PLAN_STATUS = 'OVERDUE'
                 AND DUE_DATE < :BKC_PETITION-DATE
           END-EXEC
           MOVE 'SUM PRE-PETITION LATE FEES' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           COMPUTE BKL_POC-TOTAL =
                   BKL_POC-PRINCIPAL
                   + BKL_POC-INTEREST
                   + BKL_POC-FEES
           .

       DETERMINE-CLAIM-RATE.
      * SAME RATE PAYQUOTE WOULD HAVE QUOTED ON THE PETITION DATE:
      * CONTRACT RATE, OR THE RATE_TABLE ROW THEN IN EFFECT FOR A
      * VARIABLE LOAN, NEVER ABOVE AN SCRA CAP IN FORCE THAT DAY.
           MOVE LOAN_INTEREST-RATE TO WS-CLAIM-RATE

           IF LOAN_INTEREST-TYPE = 'V'
              EXEC SQL
                 SELECT CURRENT_RATE
                   INTO :RATE_CURRENT-RATE
                   FROM RATE_TABLE
                  WHERE TYPE_ID = :LOAN_TYPE-ID
                    AND EFFECTIVE_DATE =
                        (SELECT MAX(EFFECTIVE_DATE)
                           FROM RATE_TABLE
                          WHERE TYPE_ID = :LOAN_TYPE-ID
                            AND EFFECTIVE_DATE <= :BKC_PETITION-DATE)
              END-EXEC

              EVALUATE SQLCODE
                 WHEN 0
                    MOVE RATE_CURRENT-RATE TO WS-CLAIM-RATE
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    MOVE 'LOOKUP CLAIM RATE' TO WS-SQL-ACTION
                    PERFORM CHECK-SQLCODE
              END-EVALUATE
           END-IF

           EXEC SQL
              SELECT COALESCE(MIN(S.CAP_RATE), :WS-SCRA-NO-CAP)
                INTO :WS-SCRA-SVC-RATE
                FROM KALA12.SCRA_SERVICE S
               WHERE S.SERVICE_STATUS  = 'A'
                 AND S.SERVICE_START  <= :BKC_PETITION-DATE
                 AND S.SERVICE_END    >= :BKC_PETITION-DATE
                 AND S.SERVICE_START   > :LOAN_CREATION-DATE
                 AND (S.CUSTOMER_ID = :LOAN_CUSTOMER-ID
                      OR S.CUSTOMER_ID IN
                         (SELECT LP.CUSTOMER_ID
                            FROM KALA12.LOAN_PARTY LP
                           WHERE LP.LOAN_ID = :LOAN_LOAN-ID
                             AND LP.PARTY_ROLE IN ('P', 'C')))
           END-EXEC
           MOVE 'LOOKUP SCRA SERVICE FOR CLAIM' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF WS-SCRA-SVC-RATE < WS-CLAIM-RATE
              MOVE WS-SCRA-SVC-RATE TO WS-CLAIM-RATE
           END-IF
           .

       RECORD-CLAIM-FILED.
           PERFORM FETCH-CASE

           IF PROCESS-REQUEST-YES
              MOVE BKF-EVENT-DATE TO WS-CHECK-DATE
              PERFORM VALIDATE-DATE
              EVALUATE TRUE
                 WHEN NOT BKF-KEY NUMERIC
                   OR BKF-KEY = 0
                    SET PROCESS-REQUEST-NO TO TRUE
                    MOVE 'INVALID LOAN-ID' TO WS-REJECT-REASON
                 WHEN NOT DATE-IS-VALID
                    SET PROCESS-REQUEST-NO TO TRUE
                    MOVE 'INVALID FILED DATE' TO WS-REJECT-REASON
                 WHEN BKF-EVENT-DATE < BKC_PETITION-DATE
                    SET PROCESS-REQUEST-NO TO TRUE
                    MOVE 'FILED BEFORE PETITN' TO WS-REJECT-REASON
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF

           IF PROCESS-REQUEST-YES
              MOVE BKC_CASE-NUMBER TO BKL_CASE-NUMBER
              MOVE BKF-KEY         TO BKL_LOAN-ID
              MOVE BKF-EVENT-DATE  TO BKL_POC-FILED-DATE

              EXEC SQL
                 UPDATE KALA12.BK_CASE_LOAN
                    SET POC_FILED_DATE = :BKL_POC-FILED-DATE
                  WHERE CASE_NUMBER    = :BKL_CASE-NUMBER
                    AND LOAN_ID        = :BKL_LOAN-ID
                    AND POC_FILED_DATE = ' '
              END-EXEC
              MOVE 'RECORD CLAIM FILED' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              IF SQLCODE = 0
                 ADD 1 TO WS-CLAIMS-FILED
                 DISPLAY 'BKMNT - CLAIM FILED ' BKL_POC-FILED-DATE
                         ' CASE ' BKL_CASE-NUMBER
                         ' LOAN ' BKL_LOAN-ID
                 IF BKL_POC-FILED-DATE > BKC_POC-BAR-DATE
                    DISPLAY 'BKMNT - *** CLAIM FILED AFTER BAR DATE '
                            BKC_POC-BAR-DATE ' *** CASE '
                            BKL_CASE-NUMBER ' LOAN ' BKL_LOAN-ID
                 END-IF
              ELSE
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'NO UNFILED CLAIM' TO WS-REJECT-REASON
              END-IF
           END-IF
           .

       DISCHARGE-CASE.
      * THE DEBT IS DISCHARGED - THE HOLD STAYS ON SO NOTHING TRIES
      * TO COLLECT IT, AND CHGOFF PICKS THE CASE'S OPEN LOANS UP
      * FOR WRITE-OFF OFF THE 'D' STATUS.
           PERFORM FETCH-CASE
           IF PROCESS-REQUEST-YES
              PERFORM VALIDATE-CLOSE-DATE
           END-IF

           IF PROCESS-REQUEST-YES
              MOVE 'D' TO BKC_CASE-STATUS
              PERFORM CLOSE-CASE-ROW
              ADD 1 TO WS-CASES-DISCHARGED
              DISPLAY 'BKMNT - CASE ' BKC_CASE-NUMBER
                      ' DISCHARGED ' BKC_CLOSED-DATE
                      ' BY ' BKF-OPERATOR-ID
           END-IF
           .

       DISMISS-CASE.
      * THE CASE IS GONE AND THE STAY WITH IT - TAKE THE CASE'S
      * 'BK' HOLDS OFF SO THE CYCLE RESUMES NORMAL COLLECTION.
           PERFORM FETCH-CASE
           IF PROCESS-REQUEST-YES
              PERFORM VALIDATE-CLOSE-DATE
           END-IF

           IF PROCESS-REQUEST-YES
              MOVE 'X' TO BKC_CASE-STATUS
              PERFORM CLOSE-CASE-ROW
              PERFORM RELEASE-CASE-HOLDS
              ADD 1 TO WS-CASES-DISMISSED
              DISPLAY 'BKMNT - CASE ' BKC_CASE-NUMBER
                      ' DISMISSED ' BKC_CLOSED-DATE
                      ' BY ' BKF-OPERATOR-ID
           END-IF
           .

       VALIDATE-CLOSE-DATE.
           MOVE BKF-EVENT-DATE TO WS-CHECK-DATE
           PERFORM VALIDATE-DATE
           EVALUATE TRUE
              WHEN NOT DATE-IS-VALID
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'INVALID CLOSE DATE' TO WS-REJECT-REASON
              WHEN BKF-EVENT-DATE < BKC_PETITION-DATE
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'CLOSED BEFORE PETITN' TO WS-REJECT-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       CLOSE-CASE-ROW.
           MOVE BKF-EVENT-DATE  TO BKC_CLOSED-DATE
           MOVE BKF-OPERATOR-ID TO BKC_UPDATED-BY

           EXEC SQL
              UPDATE KALA12.BK_CASE
                 SET CASE_STATUS = :BKC_CASE-STATUS,
                     CLOSED_DATE = :BKC_CLOSED-DATE,
                     UPDATED_BY  = :BKC_UPDATED-BY,
                     UPDATED_TS  = CURRENT TIMESTAMP
               WHERE CASE_NUMBER = :BKC_CASE-NUMBER
           END-EXEC
           MOVE 'CLOSE BANKRUPTCY CASE' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       RELEASE-CASE-HOLDS.
      * THE DEBTOR'S CUSTOMER-LEVEL HOLD COMES OFF UNLESS ANOTHER
      * CASE OF THEIRS IS STILL OPEN; THE LOAN-LEVEL HOLDS ON THE
      * CASE'S CO-BORROWED LOANS ALWAYS COME OFF WITH THE CASE.
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-EXIST-COUNT
                FROM KALA12.BK_CASE
               WHERE CUSTOMER_ID  = :BKC_CUSTOMER-ID
                 AND CASE_STATUS  = 'O'
                 AND CASE_NUMBER NOT = :BKC_CASE-NUMBER
           END-EXEC
           MOVE 'CHECK OTHER OPEN CASES' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF WS-EXIST-COUNT = 0
              MOVE BKC_CUSTOMER-ID TO HLD_HOLD-KEY
              EXEC SQL
                 UPDATE KALA12.ACCT_HOLD
                    SET HOLD_STATUS = 'R',
                        RELEASED_TS = CURRENT TIMESTAMP
                  WHERE HOLD_LEVEL  = 'C'
                    AND HOLD_KEY    = :HLD_HOLD-KEY
                    AND HOLD_CODE   = 'BK'
                    AND HOLD_STATUS = 'A'
              END-EXEC
              MOVE 'RELEASE CUSTOMER BK HOLD' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE
           ELSE
              DISPLAY 'BKMNT - CUSTOMER ' BKC_CUSTOMER-ID
                      ' STILL IN ANOTHER OPEN CASE - HOLD KEPT'
           END-IF

           MOVE BKC_CASE-NUMBER TO BKL_CASE-NUMBER
           EXEC SQL
              UPDATE KALA12.ACCT_HOLD
                 SET HOLD_STATUS = 'R',
                     RELEASED_TS = CURRENT TIMESTAMP
               WHERE HOLD_LEVEL  = 'L'
                 AND HOLD_CODE   = 'BK'
                 AND HOLD_STATUS = 'A'
                 AND HOLD_KEY IN
                     (SELECT LOAN_ID FROM KALA12.BK_CASE_LOAN
                       WHERE CASE_NUMBER = :BKL_CASE-NUMBER)
           END-EXEC
           MOVE 'RELEASE CASE LOAN BK HOLDS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       PLACE-BK-HOLD.
      * AN ACTIVE 'BK' HOLD ALREADY ON THE KEY (PLACED BY HAND
      * THROUGH HOLDMNT BEFORE THE CASE CAME IN) IS LEFT AS IT IS.
           MOVE 'BK' TO HLD_HOLD-CODE

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-EXIST-COUNT
                FROM KALA12.ACCT_HOLD
               WHERE HOLD_LEVEL  = :HLD_HOLD-LEVEL
                 AND HOLD_KEY    = :HLD_HOLD-KEY
                 AND HOLD_CODE   = :HLD_HOLD-CODE
                 AND HOLD_STATUS = 'A'
           END-EXEC
           MOVE 'CHECK EXISTING BK HOLD' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF WS-EXIST-COUNT = 0
              MOVE 'A'             TO HLD_HOLD-STATUS
              MOVE BKF-OPERATOR-ID TO HLD_PLACED-BY

              EXEC SQL
                 SELECT CURRENT TIMESTAMP
                   INTO :HLD_PLACED-TS
                   FROM SYSIBM.SYSDUMMY1
              END-EXEC

              EXEC SQL
                 INSERT INTO KALA12.ACCT_HOLD
                       (HOLD_LEVEL, HOLD_KEY, HOLD_CODE,
                        HOLD_STATUS, PLACED_BY, PLACED_TS)
                 VALUES (:HLD_HOLD-LEVEL, :HLD_HOLD-KEY,
                         :HLD_HOLD-CODE, :HLD_HOLD-STATUS,
                         :HLD_PLACED-BY, :HLD_PLACED-TS)
              END-EXEC
              MOVE 'INSERT BK HOLD ROW' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              DISPLAY 'BKMNT - HOLD BK PLACED ON '
                      HLD_HOLD-LEVEL '/' HLD_HOLD-KEY
           END-IF
           .

       WRITE-DEADLINE-REPORT.
           WRITE POC-REPORT-LINE FROM WS-RPT-HEADER

           EXEC SQL
              OPEN C-UNFILED-CLAIMS
           END-EXEC
           MOVE 'OPEN C-UNFILED-CLAIMS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM FETCH-UNFILED-CLAIM
           PERFORM UNTIL SQLCODE NOT = 0
              MOVE BKC_CASE-NUMBER   TO RPT-CASE-NUMBER
              MOVE BKC_CHAPTER       TO RPT-CHAPTER
              MOVE BKL_LOAN-ID       TO RPT-LOAN-ID
              MOVE BKC_PETITION-DATE TO RPT-PETITION-DATE
              MOVE BKC_POC-BAR-DATE  TO RPT-BAR-DATE
              MOVE WS-DAYS-TO-BAR    TO RPT-DAYS-TO-BAR
              MOVE BKL_POC-TOTAL     TO RPT-POC-TOTAL

              EVALUATE TRUE
                 WHEN WS-DAYS-TO-BAR < 0
                    MOVE '*** PAST BAR *' TO RPT-FLAG
                    ADD 1 TO WS-CLAIMS-AT-RISK
                 WHEN WS-DAYS-TO-BAR NOT > WS-POC-WARN-DAYS
                    MOVE '** FILE NOW **' TO RPT-FLAG
                    ADD 1 TO WS-CLAIMS-AT-RISK
                 WHEN OTHER
                    MOVE SPACES TO RPT-FLAG
              END-EVALUATE

              WRITE POC-REPORT-LINE FROM WS-POC-LINE
              ADD 1 TO WS-CLAIMS-OUTSTANDING
              PERFORM FETCH-UNFILED-CLAIM
           END-PERFORM

           EXEC SQL
              CLOSE C-UNFILED-CLAIMS
           END-EXEC
           MOVE 'CLOSE C-UNFILED-CLAIMS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       FETCH-UNFILED-CLAIM.
           EXEC SQL
              FETCH C-UNFILED-CLAIMS
                INTO :BKC_CASE-NUMBER, :BKC_CHAPTER,
                     :BKC_PETITION-DATE, :BKC_POC-BAR-DATE,
                     :BKL_LOAN-ID, :BKL_POC-TOTAL,
                     :WS-DAYS-TO-BAR
           END-EXEC
           MOVE 'FETCH C-UNFILED-CLAIMS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
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
