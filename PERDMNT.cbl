       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERDMNT.
       AUTHOR. ISURU, WONA & MALENE.
      ********************************************************
      *      BATCH PROGRAM CONNECTED TO "LENDWISE" MAIN PGM. *
      *                                                      *
      * FUNCTION: ACCOUNTING PERIOD CONTROL. ONE SYSIN CARD  *
      * PER RUN:                                             *
      *  'CLOSE ' YYYY-MM OPERATOR - FINANCE CLOSES A MONTH. *
      *           PERIODS CLOSE IN ORDER (THE MONTH AFTER    *
      *           THE LAST ONE CLOSED) AND ONLY ONCE THE     *
      *           MONTH HAS ENDED. FROM THEN ON A POSTING    *
      *           VALUE-DATED IN IT BOOKS TO THE OPEN PERIOD *
      *           AS A PRIOR-PERIOD ADJUSTMENT (PERDCHK).    *
      *  'OPEN  ' YYYY-MM OPERATOR - REOPENS THE LATEST      *
      *           CLOSED PERIOD FOR A LATE CORRECTION (OR    *
      *           RECORDS A NEW MONTH AS OPEN).              *
      *  'POST  ' - WRITES THE PRIOR-PERIOD-ADJUSTMENT GL    *
      *           PAIR FOR EVERY PRIOR_PERIOD_ADJ ROW NOT    *
      *           YET ON THE GL (DD PPAGL), DATED THE DAY IT *
      *           BOOKED - RUN NIGHTLY BEFORE GLPROOF.       *
      *  'REPORT' [YYYY-MM] - THE CONTROLLER'S LISTING OF    *
      *           EVERY ADJUSTMENT BOOKED IN THAT MONTH      *
      *           (BLANK = THE CURRENT PROCESSING MONTH), BY *
      *           THE PERIOD IT BELONGED TO, WITH TOTALS     *
      *           (DD PPARPT).                               *
      * ENDS WITH RETURN CODE 8 ON A BAD OR REFUSED REQUEST  *
      * SO THE SCHEDULER STOPS.                              *
      ********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-OUTFILE-GL ASSIGN TO PPAGL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS STATUS-OUTFILE-GL.

           SELECT PPAOUT ASSIGN TO PPARPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-PPARPT.

       DATA DIVISION.
       FILE SECTION.

       FD WS-OUTFILE-GL.
       01 WS-OUTFILE-GL-POST     PIC X(80).

       FD PPAOUT
            RECORDING MODE F.
       01 PPA-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE PROCDATE END-EXEC.
           EXEC SQL INCLUDE ACCTPER  END-EXEC.
           EXEC SQL INCLUDE PPADJ    END-EXEC.

      * FILE STATUS.
       01 STATUS-OUTFILE-GL     PIC X(02).
       01 FS-PPARPT             PIC X(02).
       01 EOF                   PIC X VALUE 'N'.
         88 END-OF-FILE         VALUE 'Y'.

       01 WS-SQL-ACTION         PIC X(40).
       01 WS-RETURN-CODE        PIC S9(4) COMP.

      * THE SYSIN CONTROL CARD: THE ACTION IN COLUMNS 1-6, THE
      * PERIOD (YYYY-MM) IN COLUMNS 8-14 AND, FOR OPEN AND CLOSE,
      * THE FINANCE OPERATOR IN COLUMNS 16-23.
       01 WS-CONTROL-CARD.
          05 WS-ACTION          PIC X(6).
          05 FILLER             PIC X(1).
          05 WS-CARD-PERIOD     PIC X(7).
          05 FILLER             PIC X(1).
          05 WS-CARD-OPERATOR   PIC X(8).

       01 WS-CURRENT-DATE.
          05 WS-DATE-YYYY       PIC X(4).
          05 WS-DATE-MM         PIC X(2).
          05 WS-DATE-DD         PIC X(2).
       01 WS-TODAY-DASHED       PIC X(10).

      * WHERE THE PERIODS STAND.
       01 WS-CLOSED-THROUGH     PIC X(10).
       01 WS-NEXT-TO-CLOSE      PIC X(10).
       01 WS-PERIOD-FOUND       PIC X VALUE 'N'.
         88 PERIOD-ROW-FOUND    VALUE 'Y'.

      * POST - ONLY ROWS LOGGED BEFORE THE RUN STARTED ARE POSTED AND
      * MARKED, SO A TELLER ADJUSTMENT LOGGED MID-RUN WAITS FOR
      * TOMORROW INSTEAD OF BEING MARKED WITHOUT ITS GL PAIR.
       01 WS-RUN-TS             PIC X(26).
       01 WS-ADJ-POSTED         PIC 9(9) VALUE 0.
       01 WS-GL-DEBIT-ACCT      PIC X(16).
       01 WS-GL-CREDIT-ACCT     PIC X(16).

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

       01  WS-GL-DESC.
           05 FILLER                  PIC X(4) VALUE 'PPA '.
           05 WS-GL-DESC-CODE         PIC X(4).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-GL-DESC-PERIOD       PIC X(7).
           05 FILLER                  PIC X(4) VALUE SPACES.

      * REPORT - THE MONTH REPORTED ON AND THE CONTROL BREAK.
       01 WS-RPT-START          PIC X(10).
       01 WS-RPT-END            PIC X(10).
       01 WS-BREAK-PERIOD       PIC X(7) VALUE SPACES.
       01 WS-PERIOD-COUNT       PIC 9(9) VALUE 0.
       01 WS-PERIOD-AMOUNT      PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-TOTAL-COUNT        PIC 9(9) VALUE 0.
       01 WS-TOTAL-AMOUNT       PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.

       01 WS-RPT-HEAD-LINE.
          05 FILLER              PIC X(40)
                  VALUE 'PRIOR-PERIOD ADJUSTMENTS BOOKED IN: '.
          05 RPTH-PERIOD         PIC X(7).
          05 FILLER              PIC X(14) VALUE '   RUN DATE: '.
          05 RPTH-RUN-DATE       PIC X(10).
          05 FILLER              PIC X(61) VALUE SPACES.

       01 WS-RPT-COLUMN-LINE.
          05 FILLER              PIC X(10) VALUE 'VALUE PER '.
          05 FILLER              PIC X(9)  VALUE 'SOURCE   '.
          05 FILLER              PIC X(10) VALUE 'LOAN-ID   '.
          05 FILLER              PIC X(5)  VALUE 'CODE '.
          05 FILLER              PIC X(10) VALUE 'REFERENCE '.
          05 FILLER              PIC X(11) VALUE 'VALUE DATE '.
          05 FILLER              PIC X(11) VALUE 'BOOKED ON  '.
          05 FILLER              PIC X(20) VALUE
                                 '              AMOUNT'.
          05 FILLER              PIC X(4)  VALUE ' GL '.
          05 FILLER              PIC X(42) VALUE SPACES.

       01 WS-RPT-DETAIL-LINE.
          05 RPTD-VALUE-PERIOD   PIC X(7).
          05 FILLER              PIC X(3)  VALUE SPACES.
          05 RPTD-SOURCE-PGM     PIC X(8).
          05 FILLER              PIC X(1)  VALUE SPACE.
          05 RPTD-LOAN-ID        PIC 9(9).
          05 FILLER              PIC X(1)  VALUE SPACE.
          05 RPTD-TRAN-CODE      PIC X(4).
          05 FILLER              PIC X(1)  VALUE SPACE.
          05 RPTD-REFERENCE-ID   PIC 9(9).
          05 FILLER              PIC X(1)  VALUE SPACE.
          05 RPTD-VALUE-DATE     PIC X(10).
          05 FILLER              PIC X(1)  VALUE SPACE.
          05 RPTD-BOOKED-DATE    PIC X(10).
          05 FILLER              PIC X(1)  VALUE SPACE.
          05 RPTD-AMOUNT         PIC +ZZZZZZZZZZZZZZ9.99.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 RPTD-GL-STATUS      PIC X(1).
          05 FILLER              PIC X(44) VALUE SPACES.

       01 WS-RPT-TOTAL-LINE.
          05 RPTT-LABEL          PIC X(20).
          05 RPTT-PERIOD         PIC X(7).
          05 FILLER              PIC X(9)  VALUE '  COUNT: '.
          05 RPTT-COUNT          PIC ZZZZZZZZ9.
          05 FILLER              PIC X(10) VALUE '  AMOUNT: '.
          05 RPTT-AMOUNT         PIC +ZZZZZZZZZZZZZZ9.99.
          05 FILLER              PIC X(58) VALUE SPACES.

       01 WS-NO-ROWS-LINE       PIC X(132) VALUE
           'NO PRIOR-PERIOD ADJUSTMENTS BOOKED IN THIS PERIOD.'.

       01 WS-BLANK-LINE          PIC X(132) VALUE SPACES.

      *****************************************************
      *  ADJUSTMENTS STILL WAITING FOR THEIR GL PAIR.     *
      *****************************************************
           EXEC SQL
             DECLARE C-UNPOSTED CURSOR WITH HOLD FOR
               SELECT LOAN_ID, TRAN_CODE, VALUE_PERIOD,
                      BOOKED_DATE, AMOUNT
                 FROM KALA12.PRIOR_PERIOD_ADJ
                WHERE GL_STATUS = 'N'
                  AND LOGGED_TS <= :WS-RUN-TS
                ORDER BY BOOKED_DATE, LOAN_ID
           END-EXEC.

      *****************************************************
      *  THE MONTH'S ADJUSTMENTS FOR THE CONTROLLER, BY   *
      *  THE PERIOD EACH ONE BELONGED TO.                 *
      *****************************************************
           EXEC SQL
             DECLARE C-REPORT CURSOR WITH HOLD FOR
               SELECT VALUE_PERIOD, SOURCE_PGM, LOAN_ID, TRAN_CODE,
                      REFERENCE_ID, VALUE_DATE, BOOKED_DATE, AMOUNT,
                      GL_STATUS
                 FROM KALA12.PRIOR_PERIOD_ADJ
                WHERE BOOKED_DATE BETWEEN :WS-RPT-START
                                      AND :WS-RPT-END
                ORDER BY VALUE_PERIOD, SOURCE_PGM, LOAN_ID,
                         VALUE_DATE
           END-EXEC.

       PROCEDURE DIVISION.

       MAIN-PARA.
           ACCEPT WS-CONTROL-CARD

           DISPLAY 'PERDMNT - ACCOUNTING PERIOD CONTROL, ACTION: '
                   WS-ACTION ' ' WS-CARD-PERIOD

           PERFORM FETCH-PROCESSING-DATE

           EVALUATE WS-ACTION
             WHEN 'CLOSE '
               PERFORM CHECK-CARD-PERIOD
               PERFORM CHECK-CARD-OPERATOR
               IF RETURN-CODE = 0
                  PERFORM CLOSE-PERIOD
               END-IF
             WHEN 'OPEN  '
               PERFORM CHECK-CARD-PERIOD
               PERFORM CHECK-CARD-OPERATOR
               IF RETURN-CODE = 0
                  PERFORM OPEN-PERIOD
               END-IF
             WHEN 'POST  '
               PERFORM POST-ADJUSTMENTS-TO-GL
             WHEN 'REPORT'
               IF WS-CARD-PERIOD = SPACES
                  MOVE WS-TODAY-DASHED(1:7) TO WS-CARD-PERIOD
               END-IF
               PERFORM CHECK-CARD-PERIOD
               IF RETURN-CODE = 0
                  PERFORM WRITE-ADJUSTMENT-REPORT
               END-IF
             WHEN OTHER
               DISPLAY 'PERDMNT - ACTION MUST BE CLOSE, OPEN, POST '
                       'OR REPORT.'
               MOVE 8 TO RETURN-CODE
           END-EVALUATE

           EXEC SQL
              COMMIT
           END-EXEC

           STOP RUN
           .

       FETCH-PROCESSING-DATE.
      * THE OPEN CYCLE'S BUSINESS DATE, OR TODAY WHEN NO CYCLE IS
      * OPEN (FINANCE CLOSES DURING THE DAY).
           EXEC SQL
              SELECT CYCLE_DATE
                INTO :PRD_CYCLE-DATE
                FROM KALA12.PROCESS_DATE
               WHERE CYCLE_STATUS = 'O'
           END-EXEC
           MOVE 'FETCH OPEN PROCESSING DATE' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF SQLCODE = 0
              MOVE PRD_CYCLE-DATE TO WS-TODAY-DASHED
           ELSE
              ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
              STRING WS-DATE-YYYY '-' WS-DATE-MM '-' WS-DATE-DD
                DELIMITED BY SIZE
                INTO WS-TODAY-DASHED
           END-IF
           .

       CHECK-CARD-PERIOD.
           IF WS-CARD-PERIOD(5:1) NOT = '-'
              OR WS-CARD-PERIOD(1:4) IS NOT NUMERIC
              OR WS-CARD-PERIOD(6:2) IS NOT NUMERIC
              OR WS-CARD-PERIOD(6:2) < '01'
              OR WS-CARD-PERIOD(6:2) > '12'
              DISPLAY 'PERDMNT - BAD PERIOD (YYYY-MM): '
                      WS-CARD-PERIOD
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE WS-CARD-PERIOD TO APR_PERIOD-ID
              STRING WS-CARD-PERIOD '-01' DELIMITED BY SIZE
                INTO APR_PERIOD-START

              EXEC SQL
                 SELECT CHAR(DATE(:APR_PERIOD-START)
                             + 1 MONTH - 1 DAY, ISO)
                   INTO :APR_PERIOD-END
                   FROM SYSIBM.SYSDUMMY1
              END-EXEC
              MOVE 'COMPUTE PERIOD END' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE
           END-IF
           .

       CHECK-CARD-OPERATOR.
      * EVERY CHANGE TO A PERIOD IS SIGNED BY THE FINANCE OPERATOR
      * WHO ASKED FOR IT.
           IF WS-CARD-OPERATOR = SPACES
              DISPLAY 'PERDMNT - OPERATOR-ID REQUIRED IN COLS 16-23.'
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE WS-CARD-OPERATOR TO APR_CHANGED-BY
           END-IF
           .

       FETCH-PERIOD-ROW.
           EXEC SQL
              SELECT PERIOD_STATUS
                INTO :APR_PERIOD-STATUS
                FROM KALA12.ACCT_PERIOD
               WHERE PERIOD_ID = :APR_PERIOD-ID
           END-EXEC
           MOVE 'FETCH ACCT_PERIOD ROW' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF SQLCODE = 0
              MOVE 'Y' TO WS-PERIOD-FOUND
           ELSE
              MOVE 'N' TO WS-PERIOD-FOUND
              MOVE 'O' TO APR_PERIOD-STATUS
           END-IF

           EXEC SQL
              SELECT COALESCE(MAX(PERIOD_END), '0001-01-01')
                INTO :WS-CLOSED-THROUGH
                FROM KALA12.ACCT_PERIOD
               WHERE PERIOD_STATUS = 'C'
           END-EXEC
           MOVE 'FETCH LAST CLOSED PERIOD' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       CLOSE-PERIOD.
           PERFORM FETCH-PERIOD-ROW

           IF WS-CLOSED-THROUGH = '0001-01-01'
              MOVE APR_PERIOD-START TO WS-NEXT-TO-CLOSE
           ELSE
              EXEC SQL
                 SELECT CHAR(DATE(:WS-CLOSED-THROUGH) + 1 DAY, ISO)
                   INTO :WS-NEXT-TO-CLOSE
                   FROM SYSIBM.SYSDUMMY1
              END-EXEC
              MOVE 'COMPUTE NEXT PERIOD TO CLOSE' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE
           END-IF

           EVALUATE TRUE
             WHEN APR_PERIOD-STATUS = 'C'
               DISPLAY 'PERDMNT - PERIOD ' APR_PERIOD-ID
                       ' IS ALREADY CLOSED.'
               MOVE 8 TO RETURN-CODE
      * THE BOOKS CLOSE IN ORDER - A GAP WOULD LEAVE AN OPEN MONTH
      * BEHIND A CLOSED ONE.
             WHEN APR_PERIOD-START NOT = WS-NEXT-TO-CLOSE
               DISPLAY 'PERDMNT - CLOSE ' WS-NEXT-TO-CLOSE(1:7)
                       ' FIRST - PERIODS CLOSE IN ORDER.'
               MOVE 8 TO RETURN-CODE
             WHEN APR_PERIOD-END NOT < WS-TODAY-DASHED
               DISPLAY 'PERDMNT - PERIOD ' APR_PERIOD-ID
                       ' HAS NOT ENDED YET (PROCESSING DATE '
                       WS-TODAY-DASHED ').'
               MOVE 8 TO RETURN-CODE
             WHEN OTHER
               MOVE 'C' TO APR_PERIOD-STATUS
               PERFORM SAVE-PERIOD-ROW
               DISPLAY 'PERDMNT - PERIOD ' APR_PERIOD-ID
                       ' CLOSED BY ' APR_CHANGED-BY
           END-EVALUATE
           .

       OPEN-PERIOD.
           PERFORM FETCH-PERIOD-ROW

           IF APR_PERIOD-STATUS = 'O'
              DISPLAY 'PERDMNT - PERIOD ' APR_PERIOD-ID
                      ' IS ALREADY OPEN.'
              IF NOT PERIOD-ROW-FOUND
                 PERFORM SAVE-PERIOD-ROW
              END-IF
           ELSE
      * ONLY THE LATEST CLOSED PERIOD MAY REOPEN - REOPENING AN
      * EARLIER ONE WOULD LEAVE A CLOSED MONTH AFTER AN OPEN ONE.
              IF APR_PERIOD-END NOT = WS-CLOSED-THROUGH
                 DISPLAY 'PERDMNT - ONLY THE LATEST CLOSED PERIOD ('
                         WS-CLOSED-THROUGH(1:7) ') MAY BE REOPENED.'
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE 'O' TO APR_PERIOD-STATUS
                 PERFORM SAVE-PERIOD-ROW
                 DISPLAY 'PERDMNT - PERIOD ' APR_PERIOD-ID
                         ' REOPENED BY ' APR_CHANGED-BY
              END-IF
           END-IF
           .

       SAVE-PERIOD-ROW.
           IF PERIOD-ROW-FOUND
              EXEC SQL
                 UPDATE KALA12.ACCT_PERIOD
                    SET PERIOD_STATUS = :APR_PERIOD-STATUS,
                        CHANGED_BY    = :APR_CHANGED-BY,
                        CHANGED_TS    = CURRENT TIMESTAMP
                  WHERE PERIOD_ID = :APR_PERIOD-ID
              END-EXEC
              MOVE 'UPDATE ACCT_PERIOD ROW' TO WS-SQL-ACTION
           ELSE
              EXEC SQL
                 INSERT INTO KALA12.ACCT_PERIOD
                        (PERIOD_ID, PERIOD_START, PERIOD_END,
                         PERIOD_STATUS, CHANGED_BY, CHANGED_TS)
                 VALUES (:APR_PERIOD-ID, :APR_PERIOD-START,
                         :APR_PERIOD-END, :APR_PERIOD-STATUS,
                         :APR_CHANGED-BY, CURRENT TIMESTAMP)
              END-EXEC
              MOVE 'INSERT ACCT_PERIOD ROW' TO WS-SQL-ACTION
           END-IF
           PERFORM CHECK-SQLCODE
           .

       POST-ADJUSTMENTS-TO-GL.
           OPEN OUTPUT WS-OUTFILE-GL
           IF STATUS-OUTFILE-GL NOT = '00'
              DISPLAY 'PERDMNT - ERROR OPENING GL EXTRACT.'
              DISPLAY 'FILE STATUS CODE: ' STATUS-OUTFILE-GL
              STOP RUN
           END-IF

           EXEC SQL
              SELECT CURRENT TIMESTAMP
                INTO :WS-RUN-TS
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           MOVE 'FETCH RUN TIMESTAMP' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           EXEC SQL
              OPEN C-UNPOSTED
           END-EXEC
           MOVE 'OPEN C-UNPOSTED' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           MOVE 'N' TO EOF
           PERFORM FETCH-UNPOSTED
           PERFORM UNTIL END-OF-FILE
              PERFORM POST-ONE-ADJUSTMENT
              PERFORM FETCH-UNPOSTED
           END-PERFORM

           EXEC SQL
              CLOSE C-UNPOSTED
           END-EXEC

           EXEC SQL
              UPDATE KALA12.PRIOR_PERIOD_ADJ
                 SET GL_STATUS = 'Y',
                     GL_DATE   = :WS-TODAY-DASHED
               WHERE GL_STATUS = 'N'
                 AND LOGGED_TS <= :WS-RUN-TS
           END-EXEC
           MOVE 'MARK ADJUSTMENTS POSTED' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM WRITE-GL-TRAILER
           CLOSE WS-OUTFILE-GL

           DISPLAY 'PERDMNT - ADJUSTMENTS POSTED TO GL: '
                   WS-ADJ-POSTED
           .

       FETCH-UNPOSTED.
           EXEC SQL
              FETCH C-UNPOSTED
               INTO :PPA_LOAN-ID, :PPA_TRAN-CODE, :PPA_VALUE-PERIOD,
                    :PPA_BOOKED-DATE, :PPA_AMOUNT
           END-EXEC

           IF SQLCODE = 100
              MOVE 'Y' TO EOF
           END-IF
           MOVE 'FETCH C-UNPOSTED' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       POST-ONE-ADJUSTMENT.
      * THE MOVEMENT ITSELF IS ALREADY ON TODAY'S GL THROUGH ITS OWN
      * PROGRAM'S POSTINGS - THIS PAIR RECLASSES IT OUT OF CURRENT
      * ACTIVITY INTO PRIOR-PERIOD ADJUSTMENT, LABELLED WITH THE
      * CLOSED PERIOD IT BELONGED TO. A NEGATIVE ADJUSTMENT (A
      * CORRECTION THAT RAISED THE BALANCE) POSTS THE OTHER WAY.
           IF PPA_AMOUNT < 0
              COMPUTE WS-GL-POST-AMOUNT = 0 - PPA_AMOUNT
              MOVE 'PPA-CLEARING    ' TO WS-GL-DEBIT-ACCT
              MOVE 'PRIOR-PERIOD-ADJ' TO WS-GL-CREDIT-ACCT
           ELSE
              MOVE PPA_AMOUNT TO WS-GL-POST-AMOUNT
              MOVE 'PRIOR-PERIOD-ADJ' TO WS-GL-DEBIT-ACCT
              MOVE 'PPA-CLEARING    ' TO WS-GL-CREDIT-ACCT
           END-IF

           IF WS-GL-POST-AMOUNT > 0
              MOVE PPA_TRAN-CODE    TO WS-GL-DESC-CODE
              MOVE PPA_VALUE-PERIOD TO WS-GL-DESC-PERIOD

              MOVE WS-GL-DEBIT-ACCT  TO GL-ACCOUNT
              MOVE 'DR'              TO GL-DRCR
              PERFORM WRITE-GL-POSTING

              MOVE WS-GL-CREDIT-ACCT TO GL-ACCOUNT
              MOVE 'CR'              TO GL-DRCR
              PERFORM WRITE-GL-POSTING

              ADD 1 TO WS-ADJ-POSTED
           END-IF
           .

       WRITE-GL-POSTING.
           MOVE 'D'                TO GL-RECORD-TYPE
           MOVE PPA_BOOKED-DATE    TO GL-POSTING-DATE
           MOVE WS-GL-POST-AMOUNT  TO GL-AMOUNT
           MOVE PPA_LOAN-ID        TO GL-LOAN-ID
           MOVE WS-GL-DESC         TO GL-DESCRIPTION

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
              DISPLAY 'PERDMNT - GL EXTRACT OUT OF BALANCE - '
                      'DEBITS: ' WS-GL-TOTAL-DEBITS
                      ' CREDITS: ' WS-GL-TOTAL-CREDITS
           END-IF

           WRITE WS-OUTFILE-GL-POST FROM GL-TRAILER-RECORD
           .

       WRITE-ADJUSTMENT-REPORT.
           OPEN OUTPUT PPAOUT
           IF FS-PPARPT NOT = '00'
              DISPLAY 'PERDMNT - ERROR OPENING REPORT FILE.'
              DISPLAY 'FILE STATUS CODE: ' FS-PPARPT
              STOP RUN
           END-IF

           MOVE APR_PERIOD-START TO WS-RPT-START
           MOVE APR_PERIOD-END   TO WS-RPT-END

           MOVE APR_PERIOD-ID    TO RPTH-PERIOD
           MOVE WS-TODAY-DASHED  TO RPTH-RUN-DATE
           WRITE PPA-REPORT-LINE FROM WS-RPT-HEAD-LINE
           WRITE PPA-REPORT-LINE FROM WS-BLANK-LINE
           WRITE PPA-REPORT-LINE FROM WS-RPT-COLUMN-LINE

           EXEC SQL
              OPEN C-REPORT
           END-EXEC
           MOVE 'OPEN C-REPORT' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           MOVE 'N' TO EOF
           PERFORM FETCH-REPORT-ROW
           PERFORM UNTIL END-OF-FILE
              IF PPA_VALUE-PERIOD NOT = WS-BREAK-PERIOD
                 PERFORM WRITE-PERIOD-TOTAL
                 MOVE PPA_VALUE-PERIOD TO WS-BREAK-PERIOD
              END-IF
              PERFORM WRITE-REPORT-DETAIL
              PERFORM FETCH-REPORT-ROW
           END-PERFORM
           PERFORM WRITE-PERIOD-TOTAL

           EXEC SQL
              CLOSE C-REPORT
           END-EXEC

           IF WS-TOTAL-COUNT = 0
              WRITE PPA-REPORT-LINE FROM WS-NO-ROWS-LINE
           ELSE
              MOVE 'TOTAL BOOKED IN:    ' TO RPTT-LABEL
              MOVE APR_PERIOD-ID          TO RPTT-PERIOD
              MOVE WS-TOTAL-COUNT         TO RPTT-COUNT
              MOVE WS-TOTAL-AMOUNT        TO RPTT-AMOUNT
              WRITE PPA-REPORT-LINE FROM WS-BLANK-LINE
              WRITE PPA-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           END-IF

           CLOSE PPAOUT

           DISPLAY 'PERDMNT - ADJUSTMENTS REPORTED: ' WS-TOTAL-COUNT
           DISPLAY 'PERDMNT - AMOUNT REPORTED:      ' WS-TOTAL-AMOUNT
           .

       FETCH-REPORT-ROW.
           EXEC SQL
              FETCH C-REPORT
               INTO :PPA_VALUE-PERIOD, :PPA_SOURCE-PGM, :PPA_LOAN-ID,
                    :PPA_TRAN-CODE, :PPA_REFERENCE-ID,
                    :PPA_VALUE-DATE, :PPA_BOOKED-DATE, :PPA_AMOUNT,
                    :PPA_GL-STATUS
           END-EXEC

           IF SQLCODE = 100
              MOVE 'Y' TO EOF
           END-IF
           MOVE 'FETCH C-REPORT' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       WRITE-REPORT-DETAIL.
           MOVE PPA_VALUE-PERIOD  TO RPTD-VALUE-PERIOD
           MOVE PPA_SOURCE-PGM    TO RPTD-SOURCE-PGM
           MOVE PPA_LOAN-ID       TO RPTD-LOAN-ID
           MOVE PPA_TRAN-CODE     TO RPTD-TRAN-CODE
           MOVE PPA_REFERENCE-ID  TO RPTD-REFERENCE-ID
           MOVE PPA_VALUE-DATE    TO RPTD-VALUE-DATE
           MOVE PPA_BOOKED-DATE   TO RPTD-BOOKED-DATE
           MOVE PPA_AMOUNT        TO RPTD-AMOUNT
           MOVE PPA_GL-STATUS     TO RPTD-GL-STATUS
           WRITE PPA-REPORT-LINE FROM WS-RPT-DETAIL-LINE

           ADD 1          TO WS-PERIOD-COUNT
           ADD PPA_AMOUNT TO WS-PERIOD-AMOUNT
           ADD 1          TO WS-TOTAL-COUNT
           ADD PPA_AMOUNT TO WS-TOTAL-AMOUNT
           .

       WRITE-PERIOD-TOTAL.
      * SUBTOTAL FOR THE VALUE PERIOD JUST FINISHED - NOTHING BEFORE
      * THE FIRST ROW.
           IF WS-BREAK-PERIOD NOT = SPACES
              MOVE 'FOR VALUE PERIOD:   ' TO RPTT-LABEL
              MOVE WS-BREAK-PERIOD        TO RPTT-PERIOD
              MOVE WS-PERIOD-COUNT        TO RPTT-COUNT
              MOVE WS-PERIOD-AMOUNT       TO RPTT-AMOUNT
              WRITE PPA-REPORT-LINE FROM WS-RPT-TOTAL-LINE
              WRITE PPA-REPORT-LINE FROM WS-BLANK-LINE
           END-IF

           MOVE 0 TO WS-PERIOD-COUNT
           MOVE 0 TO WS-PERIOD-AMOUNT
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
