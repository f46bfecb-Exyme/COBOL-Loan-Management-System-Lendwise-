       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHMON.
       AUTHOR. ISURU, WONA & MALENE.
      ********************************************************
      *      BATCH PROGRAM CONNECTED TO "LENDWISE" MAIN PGM. *
      *                                                      *
      * FUNCTION: LARGE CASH TRANSACTION AND STRUCTURING     *
      * MONITOR OVER THE COUNTER PAYMENTS TPAY (TELLPAY)     *
      * POSTS WITH CHANNEL 'TELLER'. CASH IS ADDED UP PER    *
      * CUSTOMER ACROSS EVERY LOAN THE CUSTOMER IS OBLIGATED *
      * ON - AS PRIMARY BORROWER OR AS A LOAN_PARTY - SO A   *
      * PAYMENT ON A JOINT LOAN COUNTS TOWARD EACH PARTY.    *
      *                                                      *
      * 1. CTR: EVERY CUSTOMER WHOSE TELLER CASH FOR THE     *
      *    PROCESSING DATE IS MORE THAN CTR-THRESHOLD        *
      *    (DEFAULT 10000.00) GOES ON THE CURRENCY           *
      *    TRANSACTION REPORT EXTRACT (CTREXT) FOR FILING,   *
      *    WITH NAME AND LAST ADDRESS ON FILE, AND A         *
      *    TRAILER WITH THE RECORD COUNT AND CASH TOTAL.     *
      * 2. STRUCTURING: OVER THE STRUCT-WINDOW-DAYS ENDING   *
      *    ON THE PROCESSING DATE (DEFAULT 10), A CUSTOMER   *
      *    WITH CASH TODAY IS ALERTED (STRRPT) WHEN EITHER   *
      *    - AT LEAST STRUCT-MIN-DAYS DAYS (DEFAULT 2) HAD   *
      *      A DAILY TOTAL FROM STRUCT-FLOOR (DEFAULT        *
      *      8000.00) UP TO THE THRESHOLD ITSELF, OR         *
      *    - THE WINDOW TOTAL IS OVER THE THRESHOLD WHILE NO *
      *      SINGLE DAY WAS, SPREAD OVER TWO OR MORE DAYS.   *
      *    THE LIST GOES TO THE COMPLIANCE OFFICER; THE      *
      *    PROGRAM DECIDES NOTHING BEYOND IT.                *
      *                                                      *
      * THE PROCESSING DATE IS THE OPEN CYCLE DATE           *
      * (CYCLEDT) WHEN THERE IS ONE, ELSE TODAY.             *
      ********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTROUT ASSIGN TO CTREXT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-CTREXT.

           SELECT STROUT ASSIGN TO STRRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-STRRPT.

      * OPS-TUNABLE RUN PARAMETERS, READ AT STARTUP.
           SELECT PARMIN ASSIGN TO PARMFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-PARMFILE.

       DATA DIVISION.
       FILE SECTION.

       FD CTROUT
            RECORDING MODE F.
       01 CTR-RECORD            PIC X(200).

       FD STROUT
            RECORDING MODE F.
       01 STRUCT-REPORT-LINE    PIC X(132).

       FD PARMIN
            RECORDING MODE F.
       01 PARM-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE CUSTOMER END-EXEC.
           EXEC SQL INCLUDE CUSTADDR END-EXEC.
           EXEC SQL INCLUDE PROCDATE END-EXEC.

      * FILE STATUS.
       01 FS-CTREXT             PIC X(02).
       01 FS-STRRPT             PIC X(02).

       01 WS-SQL-ACTION         PIC X(40).
       01 WS-RETURN-CODE        PIC S9(4) COMP.

       01 WS-CURRENT-DATE.
          05 WS-DATE-YYYY       PIC X(4).
          05 WS-DATE-MM         PIC X(2).
          05 WS-DATE-DD         PIC X(2).
       01 WS-TODAY-DASHED       PIC X(10).
       01 WS-TODAY-NUM          PIC 9(8).

      * THRESHOLDS - PARMFILE-TUNABLE, SAME MECHANISM AS THE OTHER
      * BATCH PROGRAMS. AMOUNTS ARE WHOLE DOLLARS ON THE PARM CARD.
       01 FS-PARMFILE           PIC X(2).
       01 WS-PARM-EOF           PIC X(1) VALUE 'N'.
         88 PARM-EOF-YES        VALUE 'Y'.
       01 WS-PARM-KEY           PIC X(20).
       01 WS-PARM-VALUE         PIC X(60).
       01 WS-PARM-TOKEN         PIC X(20).
       01 WS-PARM-LEN           PIC 9(4) USAGE COMP.
       01 WS-CTR-THRESHOLD      PIC S9(15)V9(2) USAGE COMP-3
                                VALUE 10000.
       01 WS-STRUCT-FLOOR       PIC S9(15)V9(2) USAGE COMP-3
                                VALUE 8000.
       01 WS-WINDOW-DAYS        PIC 9(3) VALUE 10.
       01 WS-MIN-DAYS           PIC 9(3) VALUE 2.

       01 WS-CUT-INTEGER        PIC S9(9) USAGE COMP.
       01 WS-CUT-NUM            PIC 9(8).
       01 WS-WINDOW-START       PIC X(10).

      * PER-CUSTOMER FIGURES FETCHED FROM THE CURSORS.
       01 WS-CASH-TOTAL         PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-CASH-COUNT         PIC S9(9) USAGE COMP.
       01 WS-LOAN-COUNT         PIC S9(9) USAGE COMP.
       01 WS-WINDOW-TOTAL       PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-LARGEST-DAY        PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-CASH-DAYS          PIC S9(9) USAGE COMP.
       01 WS-NEAR-DAYS          PIC S9(9) USAGE COMP.

      * RUN CONTROL TOTALS.
       01 WS-CTR-COUNT          PIC 9(7) VALUE 0.
       01 WS-CTR-AMOUNT         PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-ALERT-COUNT        PIC 9(7) VALUE 0.

      * CTR EXTRACT - ONE DETAIL PER CUSTOMER OVER THE THRESHOLD,
      * THEN A TRAILER.
       01 CTR-DETAIL.
          05 CTR-RECORD-TYPE    PIC X(1) VALUE 'D'.
          05 CTR-BUSINESS-DATE  PIC X(10).
          05 CTR-CUSTOMER-ID    PIC 9(9).
          05 CTR-CUSTOMER-NAME  PIC X(30).
          05 CTR-ADDR-LINE-1    PIC X(30).
          05 CTR-ADDR-LINE-2    PIC X(30).
          05 CTR-CITY           PIC X(20).
          05 CTR-STATE-CODE     PIC X(2).
          05 CTR-POSTAL-CODE    PIC X(10).
          05 CTR-PHONE          PIC X(15).
          05 CTR-CASH-IN        PIC 9(13)V99.
          05 CTR-TXN-COUNT      PIC 9(5).
          05 CTR-LOAN-COUNT     PIC 9(3).
          05 FILLER             PIC X(20).

       01 CTR-TRAILER.
          05 CTR-TRL-TYPE       PIC X(1) VALUE 'T'.
          05 CTR-TRL-DATE       PIC X(10).
          05 CTR-TRL-COUNT      PIC 9(7).
          05 CTR-TRL-AMOUNT     PIC 9(13)V99.
          05 FILLER             PIC X(167).

      * STRUCTURING ALERT REPORT LINES.
       01 WS-RPT-HEADER.
          05 FILLER             PIC X(30)
                     VALUE 'CASH STRUCTURING ALERTS  FROM '.
          05 RPT-START          PIC X(10).
          05 FILLER             PIC X(4) VALUE ' TO '.
          05 RPT-END            PIC X(10).
          05 FILLER             PIC X(78) VALUE SPACES.

       01 WS-RPT-COLUMNS.
          05 FILLER             PIC X(11) VALUE 'CUSTOMER'.
          05 FILLER             PIC X(31) VALUE 'NAME'.
          05 FILLER             PIC X(10) VALUE 'CASH DAYS'.
          05 FILLER             PIC X(10) VALUE 'NEAR CTR'.
          05 FILLER             PIC X(20) VALUE '     WINDOW TOTAL'.
          05 FILLER             PIC X(20) VALUE '      LARGEST DAY'.
          05 FILLER             PIC X(30) VALUE 'REASON'.

       01 WS-RPT-DETAIL.
          05 RPTD-CUSTOMER-ID   PIC 9(9).
          05 FILLER             PIC X(2) VALUE SPACES.
          05 RPTD-NAME          PIC X(30).
          05 FILLER             PIC X(1) VALUE SPACES.
          05 RPTD-CASH-DAYS     PIC ZZZZ9.
          05 FILLER             PIC X(5) VALUE SPACES.
          05 RPTD-NEAR-DAYS     PIC ZZZZ9.
          05 FILLER             PIC X(5) VALUE SPACES.
          05 RPTD-WINDOW-TOTAL  PIC +ZZZZZZZZZZZZZZ9.99.
          05 FILLER             PIC X(1) VALUE SPACES.
          05 RPTD-LARGEST-DAY   PIC +ZZZZZZZZZZZZZZ9.99.
          05 FILLER             PIC X(1) VALUE SPACES.
          05 RPTD-REASON        PIC X(30).

       01 WS-RPT-FOOTER.
          05 FILLER             PIC X(18) VALUE 'ALERTS RAISED:    '.
          05 RPTF-COUNT         PIC ZZZZZZ9.
          05 FILLER             PIC X(107) VALUE SPACES.

       01 WS-RPT-BLANK          PIC X(132) VALUE SPACES.

      *****************************************************
      *  TELLER CASH PER CUSTOMER FOR ONE BUSINESS DATE,  *
      *  OVER THE CTR THRESHOLD. THE INVOICE RESOLVES TO  *
      *  ITS LOAN THROUGH PAYPLAN OR, ONCE ARCHIVED,      *
      *  PAYPLAN_HIST; THE LOAN TO EVERY CUSTOMER ON IT.  *
      *****************************************************
           EXEC SQL
             DECLARE C-CTR-CUSTOMERS CURSOR FOR
               SELECT X.CUSTOMER_ID, COUNT(*),
                      COUNT(DISTINCT X.LOAN_ID),
                      SUM(P.PAID_AMOUNT)
                 FROM KALA12.PAYMENT P
                 JOIN (SELECT INVOICE_ID, LOAN_ID
                         FROM KALA12.PAYPLAN
                       UNION
                       SELECT INVOICE_ID, LOAN_ID
                         FROM KALA12.PAYPLAN_HIST) I
                   ON I.INVOICE_ID = P.INVOICE_ID
                 JOIN (SELECT LOAN_ID, CUSTOMER_ID
                         FROM LOAN
                       UNION
                       SELECT LOAN_ID, CUSTOMER_ID
                         FROM KALA12.LOAN_PARTY) X
                   ON X.LOAN_ID = I.LOAN_ID
                WHERE P.PAYMENT_CHANNEL = 'TELLER'
                  AND P.PAID_DATE = :WS-TODAY-DASHED
                GROUP BY X.CUSTOMER_ID
               HAVING SUM(P.PAID_AMOUNT) > :WS-CTR-THRESHOLD
                ORDER BY X.CUSTOMER_ID
           END-EXEC.

      *****************************************************
      *  DAILY TELLER CASH PER CUSTOMER ACROSS THE WINDOW,*
      *  ROLLED UP PER CUSTOMER. ONLY CUSTOMERS WHO PAID  *
      *  CASH ON THE PROCESSING DATE ARE LOOKED AT, SO    *
      *  EACH NEW DEPOSIT RE-TESTS THE PATTERN ONCE.      *
      *****************************************************
           EXEC SQL
             DECLARE C-STRUCT-CUSTOMERS CURSOR FOR
               SELECT D.CUSTOMER_ID,
                      COUNT(*),
                      SUM(CASE WHEN D.DAY_TOTAL >= :WS-STRUCT-FLOOR
                                AND D.DAY_TOTAL <= :WS-CTR-THRESHOLD
                               THEN 1 ELSE 0 END),
                      SUM(D.DAY_TOTAL),
                      MAX(D.DAY_TOTAL)
                 FROM (SELECT X.CUSTOMER_ID, P.PAID_DATE,
                              SUM(P.PAID_AMOUNT) AS DAY_TOTAL
                         FROM KALA12.PAYMENT P
                         JOIN (SELECT INVOICE_ID, LOAN_ID
                                 FROM KALA12.PAYPLAN
                               UNION
                               SELECT INVOICE_ID, LOAN_ID
                                 FROM KALA12.PAYPLAN_HIST) I
                           ON I.INVOICE_ID = P.INVOICE_ID
                         JOIN (SELECT LOAN_ID, CUSTOMER_ID
                                 FROM LOAN
                               UNION
                               SELECT LOAN_ID, CUSTOMER_ID
                                 FROM KALA12.LOAN_PARTY) X
                           ON X.LOAN_ID = I.LOAN_ID
                        WHERE P.PAYMENT_CHANNEL = 'TELLER'
                          AND P.PAID_DATE >= :WS-WINDOW-START
                          AND P.PAID_DATE <= :WS-TODAY-DASHED
                        GROUP BY X.CUSTOMER_ID, P.PAID_DATE) D
                GROUP BY D.CUSTOMER_ID
               HAVING MAX(CASE WHEN D.PAID_DATE = :WS-TODAY-DASHED
                               THEN 1 ELSE 0 END) = 1
                ORDER BY D.CUSTOMER_ID
           END-EXEC.

       PROCEDURE DIVISION.

       MAIN-PARA.
           DISPLAY 'CASHMON - LARGE CASH AND STRUCTURING MONITOR.'

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

      * WHEN THE DAILY CYCLE HAS A BUSINESS PROCESSING DATE OPEN
      * (CYCLEDT), THE MONITOR KEYS OFF IT - THE SAME BUSINESS DAY
      * THE REST OF THE CYCLE IS PROCESSING.
           EXEC SQL
              SELECT CYCLE_DATE
                INTO :PRD_CYCLE-DATE
                FROM KALA12.PROCESS_DATE
               WHERE CYCLE_STATUS = 'O'
           END-EXEC

           IF SQLCODE = 0
              MOVE PRD_CYCLE-DATE(1:4) TO WS-DATE-YYYY
              MOVE PRD_CYCLE-DATE(6:2) TO WS-DATE-MM
              MOVE PRD_CYCLE-DATE(9:2) TO WS-DATE-DD
              DISPLAY 'CASHMON - PROCESSING DATE IN EFFECT: '
                      PRD_CYCLE-DATE
           END-IF

           STRING WS-DATE-YYYY '-' WS-DATE-MM '-' WS-DATE-DD
             DELIMITED BY SIZE
             INTO WS-TODAY-DASHED
           MOVE WS-CURRENT-DATE TO WS-TODAY-NUM

           PERFORM READ-RUN-PARAMETERS

      * THE WINDOW COUNTS THE PROCESSING DATE AS ITS LAST DAY.
           COMPUTE WS-CUT-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
                   - WS-WINDOW-DAYS + 1
           COMPUTE WS-CUT-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-CUT-INTEGER)
           MOVE WS-CUT-NUM(1:4) TO WS-WINDOW-START(1:4)
           MOVE '-' TO WS-WINDOW-START(5:1)
           MOVE WS-CUT-NUM(5:2) TO WS-WINDOW-START(6:2)
           MOVE '-' TO WS-WINDOW-START(8:1)
           MOVE WS-CUT-NUM(7:2) TO WS-WINDOW-START(9:2)

           OPEN OUTPUT CTROUT
           IF FS-CTREXT NOT = '00'
              DISPLAY 'CASHMON - ERROR OPENING CTR EXTRACT.'
              DISPLAY 'FILE STATUS CODE: ' FS-CTREXT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT STROUT
           IF FS-STRRPT NOT = '00'
              DISPLAY 'CASHMON - ERROR OPENING ALERT REPORT.'
              DISPLAY 'FILE STATUS CODE: ' FS-STRRPT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM WRITE-CTR-EXTRACT
           PERFORM WRITE-STRUCTURING-ALERTS

           CLOSE CTROUT
           CLOSE STROUT

           DISPLAY 'CASHMON - CTR RECORDS WRITTEN:    ' WS-CTR-COUNT
           DISPLAY 'CASHMON - CTR CASH TOTAL:         ' WS-CTR-AMOUNT
           DISPLAY 'CASHMON - STRUCTURING ALERTS:     '
                   WS-ALERT-COUNT

           STOP RUN
           .

       READ-RUN-PARAMETERS.
      * KEYWORD=VALUE RECORDS; '*' IN COLUMN ONE IS A COMMENT. A
      * MISSING PARMFILE LEAVES THE COMPILED DEFAULTS IN EFFECT.
           OPEN INPUT PARMIN
           IF FS-PARMFILE NOT = '00'
              DISPLAY 'CASHMON - NO PARMFILE (STATUS ' FS-PARMFILE
                      ') - DEFAULTS IN EFFECT.'
           ELSE
              PERFORM READ-PARM-RECORD
              PERFORM UNTIL PARM-EOF-YES
                 PERFORM APPLY-PARM-RECORD
                 PERFORM READ-PARM-RECORD
              END-PERFORM
              CLOSE PARMIN
           END-IF

           DISPLAY 'CASHMON - CTR-THRESHOLD IN EFFECT:      '
                   WS-CTR-THRESHOLD
           DISPLAY 'CASHMON - STRUCT-FLOOR IN EFFECT:       '
                   WS-STRUCT-FLOOR
           DISPLAY 'CASHMON - STRUCT-WINDOW-DAYS IN EFFECT: '
                   WS-WINDOW-DAYS
           DISPLAY 'CASHMON - STRUCT-MIN-DAYS IN EFFECT:    '
                   WS-MIN-DAYS
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
                WHEN 'CTR-THRESHOLD'
                  IF WS-PARM-LEN > 0 AND WS-PARM-LEN < 10
                     AND WS-PARM-TOKEN(1:WS-PARM-LEN) IS NUMERIC
                     MOVE WS-PARM-TOKEN(1:WS-PARM-LEN)
                       TO WS-CTR-THRESHOLD
                  ELSE
                     DISPLAY 'CASHMON - BAD PARM VALUE IGNORED: '
                             PARM-RECORD
                  END-IF
                WHEN 'STRUCT-FLOOR'
                  IF WS-PARM-LEN > 0 AND WS-PARM-LEN < 10
                     AND WS-PARM-TOKEN(1:WS-PARM-LEN) IS NUMERIC
                     MOVE WS-PARM-TOKEN(1:WS-PARM-LEN)
                       TO WS-STRUCT-FLOOR
                  ELSE
                     DISPLAY 'CASHMON - BAD PARM VALUE IGNORED: '
                             PARM-RECORD
                  END-IF
                WHEN 'STRUCT-WINDOW-DAYS'
                  IF WS-PARM-LEN > 0 AND WS-PARM-LEN < 4
                     AND WS-PARM-TOKEN(1:WS-PARM-LEN) IS NUMERIC
                     MOVE WS-PARM-TOKEN(1:WS-PARM-LEN)
                       TO WS-WINDOW-DAYS
                  ELSE
                     DISPLAY 'CASHMON - BAD PARM VALUE IGNORED: '
                             PARM-RECORD
                  END-IF
                WHEN 'STRUCT-MIN-DAYS'
                  IF WS-PARM-LEN > 0 AND WS-PARM-LEN < 4
                     AND WS-PARM-TOKEN(1:WS-PARM-LEN) IS NUMERIC
                     MOVE WS-PARM-TOKEN(1:WS-PARM-LEN)
                       TO WS-MIN-DAYS
                  ELSE
                     DISPLAY 'CASHMON - BAD PARM VALUE IGNORED: '
                             PARM-RECORD
                  END-IF
                WHEN OTHER
      * THE DAILY PARMLIB MEMBER IS SHARED WITH THE OTHER BATCH
      * PROGRAMS - KEYS THAT AREN'T OURS ARE SIMPLY NOT FOR US.
                  CONTINUE
              END-EVALUATE
           END-IF
           .

       WRITE-CTR-EXTRACT.
           EXEC SQL
              OPEN C-CTR-CUSTOMERS
           END-EXEC
           MOVE 'OPEN C-CTR-CUSTOMERS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM FETCH-CTR-CUSTOMER
           PERFORM UNTIL SQLCODE NOT = 0
              PERFORM WRITE-ONE-CTR
              PERFORM FETCH-CTR-CUSTOMER
           END-PERFORM

           EXEC SQL
              CLOSE C-CTR-CUSTOMERS
           END-EXEC
           MOVE 'CLOSE C-CTR-CUSTOMERS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           MOVE WS-TODAY-DASHED TO CTR-TRL-DATE
           MOVE WS-CTR-COUNT    TO CTR-TRL-COUNT
           MOVE WS-CTR-AMOUNT   TO CTR-TRL-AMOUNT
           WRITE CTR-RECORD FROM CTR-TRAILER
           .

       FETCH-CTR-CUSTOMER.
           EXEC SQL
              FETCH C-CTR-CUSTOMERS
                INTO :CUSTOMER_ID, :WS-CASH-COUNT, :WS-LOAN-COUNT,
                     :WS-CASH-TOTAL
           END-EXEC
           MOVE 'FETCH C-CTR-CUSTOMERS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       WRITE-ONE-CTR.
           PERFORM FETCH-CUSTOMER-DETAIL
           PERFORM FETCH-LAST-ADDRESS

           MOVE WS-TODAY-DASHED TO CTR-BUSINESS-DATE
           MOVE CUSTOMER_ID     TO CTR-CUSTOMER-ID
           MOVE CUSTOMER_NAME   TO CTR-CUSTOMER-NAME
           MOVE ADR_ADDR-LINE-1 TO CTR-ADDR-LINE-1
           MOVE ADR_ADDR-LINE-2 TO CTR-ADDR-LINE-2
           MOVE ADR_CITY        TO CTR-CITY
           MOVE ADR_STATE-CODE  TO CTR-STATE-CODE
           MOVE ADR_POSTAL-CODE TO CTR-POSTAL-CODE
           MOVE CUSTOMER_PHONE  TO CTR-PHONE
           MOVE WS-CASH-TOTAL   TO CTR-CASH-IN
           MOVE WS-CASH-COUNT   TO CTR-TXN-COUNT
           MOVE WS-LOAN-COUNT   TO CTR-LOAN-COUNT
           WRITE CTR-RECORD FROM CTR-DETAIL

           ADD 1 TO WS-CTR-COUNT
           ADD WS-CASH-TOTAL TO WS-CTR-AMOUNT

           DISPLAY 'CASHMON - CTR FOR CUSTOMER-ID: ' CUSTOMER_ID
                   ' CASH: ' WS-CASH-TOTAL
           .

       FETCH-CUSTOMER-DETAIL.
           EXEC SQL
              SELECT NAME, PHONE
                INTO :CUSTOMER_NAME, :CUSTOMER_PHONE
                FROM CUSTOMER
               WHERE ID = :CUSTOMER_ID
           END-EXEC
           MOVE 'FETCH CUSTOMER DETAIL' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF SQLCODE NOT = 0
              MOVE SPACES TO CUSTOMER_NAME CUSTOMER_PHONE
           END-IF
           .

       FETCH-LAST-ADDRESS.
      * THE LAST ADDRESS ON FILE - THE NEWEST ROW DATED ON OR
      * BEFORE THE PROCESSING DATE.
           MOVE CUSTOMER_ID TO ADR_CUSTOMER-ID

           EXEC SQL
              SELECT ADDR_LINE_1, ADDR_LINE_2, CITY, STATE_CODE,
                     POSTAL_CODE
                INTO :ADR_ADDR-LINE-1, :ADR_ADDR-LINE-2, :ADR_CITY,
                     :ADR_STATE-CODE, :ADR_POSTAL-CODE
                FROM KALA12.CUST_ADDRESS
               WHERE CUSTOMER_ID = :ADR_CUSTOMER-ID
                 AND EFFECTIVE_DATE =
                     (SELECT MAX(EFFECTIVE_DATE)
                        FROM KALA12.CUST_ADDRESS
                       WHERE CUSTOMER_ID = :ADR_CUSTOMER-ID
                         AND EFFECTIVE_DATE <= :WS-TODAY-DASHED)
           END-EXEC
           MOVE 'FETCH LAST ADDRESS ON FILE' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF SQLCODE NOT = 0
              MOVE SPACES TO ADR_ADDR-LINE-1 ADR_ADDR-LINE-2 ADR_CITY
                             ADR_STATE-CODE ADR_POSTAL-CODE
           END-IF
           .

       WRITE-STRUCTURING-ALERTS.
           MOVE WS-WINDOW-START TO RPT-START
           MOVE WS-TODAY-DASHED TO RPT-END
           WRITE STRUCT-REPORT-LINE FROM WS-RPT-HEADER
           WRITE STRUCT-REPORT-LINE FROM WS-RPT-BLANK
           WRITE STRUCT-REPORT-LINE FROM WS-RPT-COLUMNS

           EXEC SQL
              OPEN C-STRUCT-CUSTOMERS
           END-EXEC
           MOVE 'OPEN C-STRUCT-CUSTOMERS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM FETCH-STRUCT-CUSTOMER
           PERFORM UNTIL SQLCODE NOT = 0
              PERFORM TEST-ONE-PATTERN
              PERFORM FETCH-STRUCT-CUSTOMER
           END-PERFORM

           EXEC SQL
              CLOSE C-STRUCT-CUSTOMERS
           END-EXEC
           MOVE 'CLOSE C-STRUCT-CUSTOMERS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           MOVE WS-ALERT-COUNT TO RPTF-COUNT
           WRITE STRUCT-REPORT-LINE FROM WS-RPT-BLANK
           WRITE STRUCT-REPORT-LINE FROM WS-RPT-FOOTER
           .

       FETCH-STRUCT-CUSTOMER.
           EXEC SQL
              FETCH C-STRUCT-CUSTOMERS
                INTO :CUSTOMER_ID, :WS-CASH-DAYS, :WS-NEAR-DAYS,
                     :WS-WINDOW-TOTAL, :WS-LARGEST-DAY
           END-EXEC
           MOVE 'FETCH C-STRUCT-CUSTOMERS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       TEST-ONE-PATTERN.
           MOVE SPACES TO RPTD-REASON

           EVALUATE TRUE
             WHEN WS-NEAR-DAYS >= WS-MIN-DAYS
               MOVE 'REPEATED DAYS JUST UNDER CTR' TO RPTD-REASON
             WHEN WS-WINDOW-TOTAL > WS-CTR-THRESHOLD
              AND WS-LARGEST-DAY NOT > WS-CTR-THRESHOLD
              AND WS-CASH-DAYS > 1
               MOVE 'SPLIT ACROSS DAYS OVER CTR' TO RPTD-REASON
             WHEN OTHER
               CONTINUE
           END-EVALUATE

           IF RPTD-REASON NOT = SPACES
              PERFORM FETCH-CUSTOMER-DETAIL

              MOVE CUSTOMER_ID     TO RPTD-CUSTOMER-ID
              MOVE CUSTOMER_NAME   TO RPTD-NAME
              MOVE WS-CASH-DAYS    TO RPTD-CASH-DAYS
              MOVE WS-NEAR-DAYS    TO RPTD-NEAR-DAYS
              MOVE WS-WINDOW-TOTAL TO RPTD-WINDOW-TOTAL
              MOVE WS-LARGEST-DAY  TO RPTD-LARGEST-DAY
              WRITE STRUCT-REPORT-LINE FROM WS-RPT-DETAIL

              ADD 1 TO WS-ALERT-COUNT

              DISPLAY 'CASHMON - STRUCTURING ALERT CUSTOMER-ID: '
                      CUSTOMER_ID ' - ' RPTD-REASON
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
