       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPOSRPT.
       AUTHOR. ISURU, WONA & MALENE.
      ********************************************************
      *      BATCH PROGRAM CONNECTED TO "LENDWISE" MAIN PGM. *
      *                                                      *
      * FUNCTION: MONTH-END CUSTOMER EXPOSURE REPORT. FOR    *
      * EVERY CUSTOMER WITH A LIVE OBLIGATION, THE SAME      *
      * AGGREGATE EXPOSURE WONA AND ORIGLOAD CHECK AT        *
      * ORIGINATION - REMAINING PRINCIPAL (LOAN_BALANCE) ON  *
      * THE LOANS THEY BORROWED, PLUS CO-BORROWER AND        *
      * GUARANTOR OBLIGATIONS AT THE PARMFILE WEIGHTS - IS   *
      * SET AGAINST CREDIT_LIMIT. CUSTOMERS OVER THE LIMIT,  *
      * OR WITHIN EXPOSURE-WARN-PCT OF IT, ARE LISTED.       *
      ********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMIN ASSIGN TO PARMFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-PARMFILE.

           SELECT EXPRPT ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-RPTFILE.

       DATA DIVISION.
       FILE SECTION.

       FD PARMIN
            RECORDING MODE F.
       01 PARM-RECORD            PIC X(80).

       FD EXPRPT
            RECORDING MODE F.
       01 REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE CUSTOMER END-EXEC.

      * FILE STATUS.
       01 FS-RPTFILE            PIC X(02).

       01 WS-SQL-ACTION         PIC X(40).
       01 WS-RETURN-CODE        PIC S9(4) COMP.

       01 WS-CURRENT-DATE.
          05 WS-CUR-YEAR        PIC 9(4).
          05 WS-CUR-MONTH       PIC 9(2).
          05 WS-CUR-DAY         PIC 9(2).

      * PER-CUSTOMER EXPOSURE.
       01 WS-EXP-BORROWED       PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-EXP-COBORROWED     PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-EXP-GUARANTEED     PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-EXP-TOTAL          PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-EXP-WARN-LEVEL     PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-EXP-USED-PCT       PIC S9(5)V9(2) USAGE COMP-3.

       01 WS-CUSTOMERS-READ     PIC 9(7) VALUE 0.
       01 WS-OVER-COUNT         PIC 9(7) VALUE 0.
       01 WS-NEAR-COUNT         PIC 9(7) VALUE 0.

      * WEIGHTS AND WARNING LEVEL - PARMFILE-TUNABLE, SAME KEYS AND
      * DEFAULTS AS THE ORIGINATION CHECKS IN WONA AND ORIGLOAD.
      * EXPOSURE-WARN-PCT IS THE SHARE OF THE LIMIT AT WHICH A
      * CUSTOMER IS REPORTED AS NEAR IT.
       01 WS-EXP-COBORROWER-PCT PIC 9(3) VALUE 100.
       01 WS-EXP-GUARANTOR-PCT  PIC 9(3) VALUE 50.
       01 WS-EXP-WARN-PCT       PIC 9(3) VALUE 90.

       01 FS-PARMFILE           PIC X(2).
       01 WS-PARM-EOF           PIC X(1) VALUE 'N'.
         88 PARM-EOF-YES        VALUE 'Y'.
       01 WS-PARM-KEY           PIC X(20).
       01 WS-PARM-VALUE         PIC X(60).
       01 WS-PARM-TOKEN         PIC X(20).
       01 WS-PARM-LEN           PIC 9(4) USAGE COMP.

      * PRINT LAYOUT.
       01 WS-RPT-HEADER.
          05 FILLER              PIC X(38)
                 VALUE 'CUSTOMER EXPOSURE AGAINST CREDIT LIMIT'.
          05 FILLER              PIC X(9)  VALUE ' - AS OF '.
          05 RPT-AS-OF           PIC X(10).
          05 FILLER              PIC X(75) VALUE SPACES.

       01 WS-RPT-PARM-LINE.
          05 FILLER              PIC X(18) VALUE 'CO-BORROWER PCT: '.
          05 RPT-COB-PCT         PIC ZZ9.
          05 FILLER              PIC X(18) VALUE '  GUARANTOR PCT: '.
          05 RPT-GTR-PCT         PIC ZZ9.
          05 FILLER              PIC X(13) VALUE '  WARN PCT: '.
          05 RPT-WARN-PCT        PIC ZZ9.
          05 FILLER              PIC X(74) VALUE SPACES.

       01 WS-COL-HEAD-LINE.
          05 FILLER              PIC X(10) VALUE 'CUST-ID'.
          05 FILLER              PIC X(27) VALUE 'NAME'.
          05 FILLER              PIC X(16) VALUE '    CREDIT LIMIT'.
          05 FILLER              PIC X(16) VALUE '        BORROWED'.
          05 FILLER              PIC X(16) VALUE '   CO-BORROWER'.
          05 FILLER              PIC X(16) VALUE '     GUARANTEED'.
          05 FILLER              PIC X(16) VALUE '  TOTAL EXPOSED'.
          05 FILLER              PIC X(9)  VALUE '    USED%'.
          05 FILLER              PIC X(6)  VALUE SPACES.

       01 WS-DETAIL-LINE.
          05 RPT-CUSTOMER-ID     PIC 9(9).
          05 FILLER              PIC X(1) VALUE SPACE.
          05 RPT-NAME            PIC X(26).
          05 FILLER              PIC X(1) VALUE SPACE.
          05 RPT-CREDIT-LIMIT    PIC ZZZZZZZZZZZ9.99.
          05 FILLER              PIC X(1) VALUE SPACE.
          05 RPT-BORROWED        PIC ZZZZZZZZZZZ9.99.
          05 FILLER              PIC X(1) VALUE SPACE.
          05 RPT-COBORROWED      PIC ZZZZZZZZZZZ9.99.
          05 FILLER              PIC X(1) VALUE SPACE.
          05 RPT-GUARANTEED      PIC ZZZZZZZZZZZ9.99.
          05 FILLER              PIC X(1) VALUE SPACE.
          05 RPT-TOTAL           PIC ZZZZZZZZZZZ9.99.
          05 FILLER              PIC X(1) VALUE SPACE.
          05 RPT-USED-PCT        PIC ZZZZ9.99.
          05 FILLER              PIC X(1) VALUE SPACE.
          05 RPT-FLAG            PIC X(4).
          05 FILLER              PIC X(2) VALUE SPACES.

       01 WS-TOTAL-LINE.
          05 FILLER              PIC X(19) VALUE 'CUSTOMERS CHECKED: '.
          05 RPT-READ-COUNT      PIC ZZZZZZ9.
          05 FILLER              PIC X(16) VALUE '  OVER LIMIT: '.
          05 RPT-OVER-COUNT      PIC ZZZZZZ9.
          05 FILLER              PIC X(16) VALUE '  NEAR LIMIT: '.
          05 RPT-NEAR-COUNT      PIC ZZZZZZ9.
          05 FILLER              PIC X(60) VALUE SPACES.

       01 WS-BLANK-LINE          PIC X(132) VALUE SPACES.

      *****************************************************
      *  ONE ROW PER CUSTOMER WITH A LIVE OBLIGATION: WHAT *
      *  THEY OWE AS BORROWER, AS CO-BORROWER AND AS       *
      *  GUARANTOR. A LOAN NOT YET IN LOAN_BALANCE COUNTS  *
      *  AT ITS FINANCED AMOUNT, SAME AS ORIGINATION.      *
      *****************************************************
           EXEC SQL
             DECLARE C-EXPOSURE CURSOR WITH HOLD FOR
               WITH X (CUST_ID, ROLE, OWED) AS
                 (SELECT L.CUSTOMER_ID, 'P',
                         COALESCE(B.REMAINING_PRINCIPAL,
                                  L.LOAN_AMOUNT - L.DOWN_PAYMENT)
                    FROM LOAN L
                    LEFT JOIN KALA12.LOAN_BALANCE B
                      ON B.LOAN_ID = L.LOAN_ID
                   WHERE L.LOAN_STATUS NOT IN ('C', 'W', 'R')
                  UNION ALL
                  SELECT P.CUSTOMER_ID, P.PARTY_ROLE,
                         COALESCE(B.REMAINING_PRINCIPAL,
                                  L.LOAN_AMOUNT - L.DOWN_PAYMENT)
                    FROM KALA12.LOAN_PARTY P
                    JOIN LOAN L
                      ON L.LOAN_ID = P.LOAN_ID
                    LEFT JOIN KALA12.LOAN_BALANCE B
                      ON B.LOAN_ID = L.LOAN_ID
                   WHERE P.PARTY_ROLE IN ('C', 'G')
                     AND P.CUSTOMER_ID <> L.CUSTOMER_ID
                     AND L.LOAN_STATUS NOT IN ('C', 'W', 'R'))
               SELECT C.ID, C.NAME, C.CREDIT_LIMIT,
                      SUM(CASE WHEN X.ROLE = 'P'
                               THEN X.OWED ELSE 0 END),
                      SUM(CASE WHEN X.ROLE = 'C'
                               THEN X.OWED ELSE 0 END),
                      SUM(CASE WHEN X.ROLE = 'G'
                               THEN X.OWED ELSE 0 END)
                 FROM CUSTOMER C
                 JOIN X
                   ON X.CUST_ID = C.ID
                GROUP BY C.ID, C.NAME, C.CREDIT_LIMIT
                ORDER BY C.ID
           END-EXEC.

       PROCEDURE DIVISION.

       MAIN-PARA.
           DISPLAY 'EXPOSRPT - MONTH-END CUSTOMER EXPOSURE REPORT.'

           PERFORM READ-RUN-PARAMETERS
           PERFORM OPEN-REPORT-FILE

           EXEC SQL
              OPEN C-EXPOSURE
           END-EXEC
           MOVE 'OPEN C-EXPOSURE' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM FETCH-EXPOSURE
           PERFORM UNTIL SQLCODE NOT = 0
              PERFORM CHECK-ONE-CUSTOMER
              PERFORM FETCH-EXPOSURE
           END-PERFORM

           EXEC SQL
              CLOSE C-EXPOSURE
           END-EXEC
           MOVE 'CLOSE C-EXPOSURE' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           MOVE WS-CUSTOMERS-READ TO RPT-READ-COUNT
           MOVE WS-OVER-COUNT     TO RPT-OVER-COUNT
           MOVE WS-NEAR-COUNT     TO RPT-NEAR-COUNT
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           CLOSE EXPRPT

           DISPLAY 'EXPOSRPT - CUSTOMERS CHECKED: ' WS-CUSTOMERS-READ
           DISPLAY 'EXPOSRPT - OVER LIMIT:        ' WS-OVER-COUNT
           DISPLAY 'EXPOSRPT - NEAR LIMIT:        ' WS-NEAR-COUNT

           STOP RUN
           .

       OPEN-REPORT-FILE.
           OPEN OUTPUT EXPRPT
           IF FS-RPTFILE NOT = '00'
              DISPLAY 'EXPOSRPT - ERROR OPENING PRINT FILE.'
              DISPLAY 'FILE STATUS CODE: ' FS-RPTFILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-CUR-YEAR '-' WS-CUR-MONTH '-' WS-CUR-DAY
               DELIMITED BY SIZE INTO RPT-AS-OF
           MOVE WS-EXP-COBORROWER-PCT TO RPT-COB-PCT
           MOVE WS-EXP-GUARANTOR-PCT  TO RPT-GTR-PCT
           MOVE WS-EXP-WARN-PCT       TO RPT-WARN-PCT

           WRITE REPORT-LINE FROM WS-RPT-HEADER
           WRITE REPORT-LINE FROM WS-RPT-PARM-LINE
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-COL-HEAD-LINE
           .

       FETCH-EXPOSURE.
           EXEC SQL
              FETCH C-EXPOSURE
                INTO :CUSTOMER_ID, :CUSTOMER_NAME,
                     :CUSTOMER_CREDIT-LIMIT,
                     :WS-EXP-BORROWED, :WS-EXP-COBORROWED,
                     :WS-EXP-GUARANTEED
           END-EXEC
           MOVE 'FETCH C-EXPOSURE' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       CHECK-ONE-CUSTOMER.
      * SAME WEIGHTING AS THE ORIGINATION CHECK. A ZERO LIMIT WITH
      * ANYTHING OWED IS OVER IT BY DEFINITION.
           ADD 1 TO WS-CUSTOMERS-READ

           COMPUTE WS-EXP-TOTAL ROUNDED
           = WS-EXP-BORROWED
           + (WS-EXP-COBORROWED * WS-EXP-COBORROWER-PCT / 100)
           + (WS-EXP-GUARANTEED * WS-EXP-GUARANTOR-PCT / 100)

           COMPUTE WS-EXP-WARN-LEVEL ROUNDED
           = CUSTOMER_CREDIT-LIMIT * WS-EXP-WARN-PCT / 100

           EVALUATE TRUE
             WHEN WS-EXP-TOTAL > CUSTOMER_CREDIT-LIMIT
               MOVE 'OVER' TO RPT-FLAG
               ADD 1 TO WS-OVER-COUNT
               PERFORM WRITE-EXPOSURE-LINE
             WHEN WS-EXP-TOTAL > 0
              AND WS-EXP-TOTAL NOT < WS-EXP-WARN-LEVEL
               MOVE 'NEAR' TO RPT-FLAG
               ADD 1 TO WS-NEAR-COUNT
               PERFORM WRITE-EXPOSURE-LINE
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

       WRITE-EXPOSURE-LINE.
           IF CUSTOMER_CREDIT-LIMIT > 0
              COMPUTE WS-EXP-USED-PCT ROUNDED
              = WS-EXP-TOTAL * 100 / CUSTOMER_CREDIT-LIMIT
                 ON SIZE ERROR
                    MOVE 99999.99 TO WS-EXP-USED-PCT
              END-COMPUTE
           ELSE
              MOVE 99999.99 TO WS-EXP-USED-PCT
           END-IF

           MOVE CUSTOMER_ID           TO RPT-CUSTOMER-ID
           MOVE CUSTOMER_NAME         TO RPT-NAME
           MOVE CUSTOMER_CREDIT-LIMIT TO RPT-CREDIT-LIMIT
           MOVE WS-EXP-BORROWED       TO RPT-BORROWED
           MOVE WS-EXP-COBORROWED     TO RPT-COBORROWED
           MOVE WS-EXP-GUARANTEED     TO RPT-GUARANTEED
           MOVE WS-EXP-TOTAL          TO RPT-TOTAL
           MOVE WS-EXP-USED-PCT       TO RPT-USED-PCT
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           .

       READ-RUN-PARAMETERS.
      * KEYWORD=VALUE RECORDS; '*' IN COLUMN ONE IS A COMMENT. A
      * MISSING PARMFILE LEAVES THE COMPILED DEFAULTS IN EFFECT.
           OPEN INPUT PARMIN
           IF FS-PARMFILE NOT = '00'
              DISPLAY 'EXPOSRPT - NO PARMFILE (STATUS ' FS-PARMFILE
                      ') - DEFAULTS IN EFFECT.'
           ELSE
              PERFORM READ-PARM-RECORD
              PERFORM UNTIL PARM-EOF-YES
                 PERFORM APPLY-PARM-RECORD
                 PERFORM READ-PARM-RECORD
              END-PERFORM
              CLOSE PARMIN
           END-IF

           DISPLAY 'EXPOSRPT - COBORROWER-EXP-PCT IN EFFECT: '
                   WS-EXP-COBORROWER-PCT
           DISPLAY 'EXPOSRPT - GUARANTOR-EXP-PCT IN EFFECT:  '
                   WS-EXP-GUARANTOR-PCT
           DISPLAY 'EXPOSRPT - EXPOSURE-WARN-PCT IN EFFECT:  '
                   WS-EXP-WARN-PCT
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
                WHEN 'COBORROWER-EXP-PCT'
                  IF WS-PARM-LEN > 0 AND WS-PARM-LEN < 4
                     AND WS-PARM-TOKEN(1:WS-PARM-LEN) IS NUMERIC
                     MOVE WS-PARM-TOKEN(1:WS-PARM-LEN)
                       TO WS-EXP-COBORROWER-PCT
                  ELSE
                     DISPLAY 'EXPOSRPT - BAD PARM VALUE IGNORED: '
                             PARM-RECORD
                  END-IF
                WHEN 'GUARANTOR-EXP-PCT'
                  IF WS-PARM-LEN > 0 AND WS-PARM-LEN < 4
                     AND WS-PARM-TOKEN(1:WS-PARM-LEN) IS NUMERIC
                     MOVE WS-PARM-TOKEN(1:WS-PARM-LEN)
                       TO WS-EXP-GUARANTOR-PCT
                  ELSE
                     DISPLAY 'EXPOSRPT - BAD PARM VALUE IGNORED: '
                             PARM-RECORD
                  END-IF
                WHEN 'EXPOSURE-WARN-PCT'
                  IF WS-PARM-LEN > 0 AND WS-PARM-LEN < 4
                     AND WS-PARM-TOKEN(1:WS-PARM-LEN) IS NUMERIC
                     MOVE WS-PARM-TOKEN(1:WS-PARM-LEN)
                       TO WS-EXP-WARN-PCT
                  ELSE
                     DISPLAY 'EXPOSRPT - BAD PARM VALUE IGNORED: '
                             PARM-RECORD
                  END-IF
                WHEN OTHER
      * THE DAILY PARMLIB MEMBER IS SHARED WITH THE OTHER BATCH
      * PROGRAMS - KEYS THAT AREN'T OURS ARE SIMPLY NOT FOR US.
                  CONTINUE
              END-EVALUATE
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
