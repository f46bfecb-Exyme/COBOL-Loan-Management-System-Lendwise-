       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHPROJ.
       AUTHOR. ISURU, WONA & MALENE.
      ********************************************************
      *      BATCH PROGRAM CONNECTED TO "LENDWISE" MAIN PGM. *
      *                                                      *
      * FUNCTION: FORWARD CASH-FLOW AND LIQUIDITY PROJECTION *
      * FOR TREASURY - THIRTEEN WEEKS FROM THE RUN DATE, PER *
      * LOANTYPE AND FOR THE BOOK. REPORT ONLY.              *
      *  INFLOWS:                                            *
      *   - SCHEDULED COLLECTIONS: THE REMAINING AMOUNT OF   *
      *     EVERY DUE PAYPLAN ROW ON ITS DUE DATE, TAKEN AT  *
      *     THE COLLECTION RATE FOR THE LOAN'S DELQAGE       *
      *     BUCKET TODAY (PARMFILE, FROM COLLECTIONS HISTORY)*
      *   - AUTOPAY DEBITS: THE SAME INSTALLMENTS ON LOANS   *
      *     ENROLLED IN AUTOPAY_ENROLL, ON THE DEBIT DAY     *
      *     AUTOPAY WILL PULL THEM, AT THE AUTOPAY RATE      *
      *   - ACTIVE PROMISE_PAY AMOUNTS ON THE PROMISE DATE   *
      *  OUTFLOWS:                                           *
      *   - ESCROW DISBURSEMENTS: LAST YEAR'S TAX/INSURANCE  *
      *     BILLS FALLING DUE AGAIN ON THEIR ANNIVERSARY     *
      *   - THE FUNDING PIPELINE: NEW LOANS FUNDDISB HAS NOT *
      *     PAID YET AND LOAN_FUNDING ROWS NOT YET SETTLED   *
      *   - REFUND ROWS NOT YET SETTLED                      *
      * PIPELINE AND REFUND MONEY GOES OUT IN THE FIRST WEEK.*
      * OUTPUT IS A PRINTED NET-POSITION REPORT AND A        *
      * QUOTED-CSV FILE (PORTSUM STYLE) FOR TREASURY'S MODEL.*
      ********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMIN ASSIGN TO PARMFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-PARMFILE.

           SELECT CFPRPT ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-RPTFILE.

           SELECT CFPCSV ASSIGN TO CSVFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-CSVFILE.

       DATA DIVISION.
       FILE SECTION.

       FD PARMIN
            RECORDING MODE F.
       01 PARM-RECORD            PIC X(80).

       FD CFPRPT
            RECORDING MODE F.
       01 REPORT-LINE            PIC X(132).

       FD CFPCSV
            RECORDING MODE F.
       01 CSV-LINE               PIC X(200).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE LOANTYPE END-EXEC.

      * FILE STATUS.
       01 FS-RPTFILE            PIC X(02).
       01 FS-CSVFILE            PIC X(02).

       01 WS-SQL-ACTION         PIC X(40).
       01 WS-RETURN-CODE        PIC S9(4) COMP.

       01 WS-CURRENT-DATE.
          05 WS-DATE-YYYY       PIC X(4).
          05 WS-DATE-MM         PIC X(2).
          05 WS-DATE-DD         PIC X(2).
       01 WS-TODAY-DASHED       PIC X(10).
       01 WS-TODAY-NUM          PIC 9(8).
       01 WS-TODAY-INTEGER      PIC S9(9) USAGE COMP.
       01 WS-DAY-INTEGER        PIC S9(9) USAGE COMP.
       01 WS-DAY-NUM            PIC 9(8).
       01 WS-HORIZON-END        PIC X(10).

      * COLLECTION RATES - THE SHARE OF A DUE AMOUNT EXPECTED IN,
      * WHOLE PERCENT, BY THE LOAN'S WORST DELQAGE BUCKET TODAY
      * (PERFORMING = NOTHING OVERDUE; CUR = OVERDUE UNDER 30
      * DAYS), AND FOR AUTOPAY DEBITS. PARMFILE-TUNABLE - RISK
      * SETS THEM FROM COLLECTIONS HISTORY - THE VALUE CLAUSES
      * ARE ONLY THE DEFAULTS.
       01 WS-COLLECTION-RATES.
          05 WS-RATE-PERFORMING PIC 9(3) VALUE 98.
          05 WS-RATE-CUR        PIC 9(3) VALUE 85.
          05 WS-RATE-030        PIC 9(3) VALUE 65.
          05 WS-RATE-060        PIC 9(3) VALUE 40.
          05 WS-RATE-090        PIC 9(3) VALUE 20.
          05 WS-RATE-120        PIC 9(3) VALUE 5.
          05 WS-RATE-AUTOPAY    PIC 9(3) VALUE 97.
       01 WS-COLLECTION-TABLE REDEFINES WS-COLLECTION-RATES.
          05 WS-RATE-ENTRY      PIC 9(3) OCCURS 7 TIMES.
       01 WS-RATE-IX            PIC S9(4) USAGE COMP.
       01 WS-RATE-NAME-LIST.
          05 FILLER             PIC X(20) VALUE 'CFP-RATE-PERFORMING'.
          05 FILLER             PIC X(20) VALUE 'CFP-RATE-CUR'.
          05 FILLER             PIC X(20) VALUE 'CFP-RATE-030'.
          05 FILLER             PIC X(20) VALUE 'CFP-RATE-060'.
          05 FILLER             PIC X(20) VALUE 'CFP-RATE-090'.
          05 FILLER             PIC X(20) VALUE 'CFP-RATE-120'.
          05 FILLER             PIC X(20) VALUE 'CFP-RATE-AUTOPAY'.
       01 WS-RATE-NAME-TABLE REDEFINES WS-RATE-NAME-LIST.
          05 WS-RATE-NAME       PIC X(20) OCCURS 7 TIMES.

       01 FS-PARMFILE           PIC X(2).
       01 WS-PARM-EOF           PIC X(1) VALUE 'N'.
         88 PARM-EOF-YES        VALUE 'Y'.
       01 WS-PARM-KEY           PIC X(20).
       01 WS-PARM-VALUE         PIC X(60).
       01 WS-PARM-TOKEN         PIC X(20).
       01 WS-PARM-LEN           PIC 9(4) USAGE COMP.
       01 WS-PARM-PCT           PIC 9(3).

      * THE THIRTEEN WEEKS. BLOCK 1 IS THE LOAN TYPE BEING
      * PROJECTED, BLOCK 2 THE WHOLE BOOK. THE SIX FLOWS ARE
      * 1 SCHEDULED, 2 AUTOPAY, 3 PROMISES (IN) AND 4 ESCROW,
      * 5 FUNDING, 6 REFUNDS (OUT).
       01 WS-WEEK-IX            PIC S9(4) USAGE COMP.
       01 WS-FLOW-IX            PIC S9(4) USAGE COMP.
       01 WS-BLK-IX             PIC S9(4) USAGE COMP.
       01 WS-WEEK-DATES.
          05 WS-WEEK-DATE-ENTRY OCCURS 13 TIMES.
             10 WS-WEEK-START      PIC X(10).
             10 WS-WEEK-END        PIC X(10).
       01 WS-PROJECTION.
          05 WS-BLK OCCURS 2 TIMES.
             10 WS-BLK-WEEK OCCURS 13 TIMES.
                15 WS-BLK-AMOUNT   PIC S9(15)V9(2) USAGE COMP-3
                                   OCCURS 6 TIMES.

      * ONE FLOW AS FETCHED - DAYS FROM TODAY AND THE AMOUNT.
       01 WS-FLOW-OFFSET        PIC S9(9) USAGE COMP.
       01 WS-FLOW-AMOUNT        PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-EXPECTED-AMOUNT    PIC S9(15)V9(2) USAGE COMP-3.

      * A SCHEDULED INSTALLMENT - THE AUTOPAY DEBIT DAY (0 = NOT
      * ENROLLED), THE DAY OF MONTH IT FALLS DUE, AND HOW MANY DAYS
      * THE LOAN'S OLDEST OVERDUE ROW IS LATE (-1 = NONE).
       01 WS-DEBIT-DAY          PIC S9(4) USAGE COMP.
       01 WS-DUE-DAY            PIC S9(4) USAGE COMP.
       01 WS-DAYS-LATE          PIC S9(9) USAGE COMP.

      * WEEK TOTALS AS PRINTED.
       01 WS-WEEK-INFLOW        PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-WEEK-OUTFLOW       PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-WEEK-NET           PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-CUMULATIVE         PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-TOTAL-FLOWS.
          05 WS-TOTAL-FLOW      PIC S9(15)V9(2) USAGE COMP-3
                                OCCURS 6 TIMES.

      * RUN CONTROL TOTALS.
       01 WS-TYPES-REPORTED     PIC 9(4) VALUE 0.
       01 WS-INSTALLMENTS-READ  PIC 9(9) VALUE 0.
       01 WS-CSV-ROWS           PIC 9(9) VALUE 0.

      * PRINT LAYOUT.
       01 WS-RPT-HEADER.
          05 FILLER              PIC X(45) VALUE
             'FORWARD CASH-FLOW PROJECTION - 13 WEEKS FROM '.
          05 RPT-RUN-DATE        PIC X(10).
          05 FILLER              PIC X(77) VALUE SPACES.

       01 WS-RPT-RATE-LINE.
          05 FILLER              PIC X(28)
                 VALUE 'COLLECTION PCT - PERFORMING:'.
          05 RPT-RATE-PERFORMING PIC ZZ9.
          05 FILLER              PIC X(6)  VALUE '  CUR:'.
          05 RPT-RATE-CUR        PIC ZZ9.
          05 FILLER              PIC X(6)  VALUE '  030:'.
          05 RPT-RATE-030        PIC ZZ9.
          05 FILLER              PIC X(6)  VALUE '  060:'.
          05 RPT-RATE-060        PIC ZZ9.
          05 FILLER              PIC X(6)  VALUE '  090:'.
          05 RPT-RATE-090        PIC ZZ9.
          05 FILLER              PIC X(6)  VALUE '  120:'.
          05 RPT-RATE-120        PIC ZZ9.
          05 FILLER              PIC X(10) VALUE '  AUTOPAY:'.
          05 RPT-RATE-AUTOPAY    PIC ZZ9.
          05 FILLER              PIC X(47) VALUE SPACES.

       01 WS-TYPE-HEAD-LINE.
          05 RPT-TYPE-TAG        PIC X(6).
          05 RPT-TYPE-ID         PIC X(9).
          05 FILLER              PIC X(1) VALUE SPACE.
          05 RPT-TYPE-NAME       PIC X(20).
          05 FILLER              PIC X(96) VALUE SPACES.

       01 WS-COL-HEAD-LINE.
          05 FILLER              PIC X(15) VALUE 'WK WEEK START'.
          05 FILLER              PIC X(14) VALUE '     SCHEDULED'.
          05 FILLER              PIC X(14) VALUE '       AUTOPAY'.
          05 FILLER              PIC X(14) VALUE '      PROMISES'.
          05 FILLER              PIC X(14) VALUE '        ESCROW'.
          05 FILLER              PIC X(14) VALUE '       FUNDING'.
          05 FILLER              PIC X(14) VALUE '       REFUNDS'.
          05 FILLER              PIC X(14) VALUE '           NET'.
          05 FILLER              PIC X(14) VALUE '    CUMULATIVE'.
          05 FILLER              PIC X(5)  VALUE SPACES.

       01 WS-WEEK-LINE.
          05 RPT-WEEK-NO         PIC X(2).
          05 FILLER              PIC X(1) VALUE SPACE.
          05 RPT-WEEK-START      PIC X(10).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 RPT-FLOW-CELL OCCURS 6 TIMES.
             10 FILLER           PIC X(1).
             10 RPT-FLOW         PIC +ZZZZZZZZ9.99.
          05 FILLER              PIC X(1) VALUE SPACE.
          05 RPT-NET             PIC +ZZZZZZZZ9.99.
          05 FILLER              PIC X(1) VALUE SPACE.
          05 RPT-CUMULATIVE      PIC +ZZZZZZZZ9.99.
          05 FILLER              PIC X(5) VALUE SPACES.

       01 WS-WEEK-NO-X          PIC 9(2).
       01 WS-TYPE-ID-X          PIC 9(9).
       01 WS-BLANK-LINE          PIC X(132) VALUE SPACES.

      * CSV PIECES - SAME QUOTED STYLE AS PORTSUM'S CSV FILE. ONE
      * ROW PER LOAN TYPE PER WEEK, THEN THE BOOK AS TYPE 0.
       01 QUPTE-FIELD            PIC X VALUE '"'.
       01 COMMA-FIELD            PIC X VALUE ','.
       01 WS-CSV-HEADER-LINE     PIC X(200) VALUE
           'TYPE-ID,TYPE-NAME,WEEK,WEEK-START,WEEK-END,SCHEDULED,AUTOPA
      -    'Y,PROMISES,ESCROW,FUNDING,REFUNDS,INFLOW,OUTFLOW,NET'.
       01 WS-CSV-FLOWS.
          05 WS-CSV-FLOW-X       PIC +ZZZZZZZZZZZZZZ9.99
                                 OCCURS 6 TIMES.
       01 WS-CSV-INFLOW-X        PIC +ZZZZZZZZZZZZZZ9.99.
       01 WS-CSV-OUTFLOW-X       PIC +ZZZZZZZZZZZZZZ9.99.
       01 WS-CSV-NET-X           PIC +ZZZZZZZZZZZZZZ9.99.

      *****************************************************
      *  ONE PROJECTION PER PRODUCT TYPE.                 *
      *****************************************************
           EXEC SQL
             DECLARE C-LOAN-TYPES CURSOR WITH HOLD FOR
               SELECT ID, TYPE_NAME
                 FROM LOANTYPE
                ORDER BY ID
           END-EXEC.

      *****************************************************
      *  EVERY INSTALLMENT STILL DUE INSIDE THE HORIZON   *
      *  ON A LIVE LOAN OF THE TYPE - WITH ITS AUTOPAY    *
      *  DEBIT DAY AND THE LOAN'S OLDEST OVERDUE ROW.     *
      *****************************************************
           EXEC SQL
             DECLARE C-SCHEDULED CURSOR WITH HOLD FOR
               SELECT DAYS(DATE(P.DUE_DATE))
                        - DAYS(DATE(:WS-TODAY-DASHED)),
                      P.REMAINING_AMOUNT,
                      CASE WHEN A.LOAN_ID IS NULL
                           THEN 0 ELSE A.DEBIT_DAY END,
                      DAY(DATE(P.DUE_DATE)),
                      COALESCE(DAYS(DATE(:WS-TODAY-DASHED)) -
                        (SELECT DAYS(DATE(MIN(O.DUE_DATE)))
                           FROM KALA12.PAYPLAN O
                          WHERE O.LOAN_ID = P.LOAN_ID
                            AND O.PLAN_STATUS = 'OVERDUE'), -1)
                 FROM KALA12.PAYPLAN P
                 JOIN KALA12.LOAN L
                   ON L.LOAN_ID = P.LOAN_ID
                 LEFT JOIN KALA12.AUTOPAY_ENROLL A
                   ON A.LOAN_ID = P.LOAN_ID
                  AND A.ENROLL_STATUS = 'A'
                WHERE L.TYPE_ID = :TYPE_ID
                  AND L.LOAN_STATUS NOT = 'C'
                  AND L.LOAN_STATUS NOT = 'W'
                  AND L.LOAN_STATUS NOT = 'R'
                  AND P.PLAN_STATUS = 'DUE'
                  AND P.DUE_DATE <= :WS-HORIZON-END
           END-EXEC.

      *****************************************************
      *  ACTIVE PROMISES TO PAY INSIDE THE HORIZON.       *
      *****************************************************
           EXEC SQL
             DECLARE C-PROMISES CURSOR WITH HOLD FOR
               SELECT DAYS(DATE(R.PROMISE_DATE))
                        - DAYS(DATE(:WS-TODAY-DASHED)),
                      R.PROMISE_AMOUNT
                 FROM KALA12.PROMISE_PAY R
                 JOIN KALA12.LOAN L
                   ON L.LOAN_ID = R.LOAN_ID
                WHERE L.TYPE_ID = :TYPE_ID
                  AND R.PROMISE_STATUS = 'A'
                  AND R.PROMISE_DATE <= :WS-HORIZON-END
           END-EXEC.

      *****************************************************
      *  LAST YEAR'S ESCROW BILLS WHOSE ANNIVERSARY FALLS *
      *  INSIDE THE HORIZON, ON LIVE ESCROW LOANS.        *
      *****************************************************
           EXEC SQL
             DECLARE C-ESCROW-BILLS CURSOR WITH HOLD FOR
               SELECT DAYS(DATE(D.DISB_DATE) + 1 YEAR)
                        - DAYS(DATE(:WS-TODAY-DASHED)),
                      D.DISB_AMOUNT
                 FROM KALA12.ESCROW_DISB D
                 JOIN KALA12.LOAN L
                   ON L.LOAN_ID = D.LOAN_ID
                WHERE L.TYPE_ID = :TYPE_ID
                  AND L.LOAN_STATUS NOT = 'C'
                  AND L.LOAN_STATUS NOT = 'W'
                  AND L.LOAN_STATUS NOT = 'R'
                  AND DATE(D.DISB_DATE) + 1 YEAR
                      BETWEEN DATE(:WS-TODAY-DASHED)
                          AND DATE(:WS-HORIZON-END)
           END-EXEC.

       PROCEDURE DIVISION.

       MAIN-PARA.
           DISPLAY 'CASHPROJ - FORWARD CASH-FLOW PROJECTION.'

           PERFORM READ-RUN-PARAMETERS
           PERFORM COMPUTE-PROJECTION-WEEKS
           PERFORM OPEN-OUTPUT-FILES

           MOVE 2 TO WS-BLK-IX
           PERFORM CLEAR-PROJECTION-BLOCK

           EXEC SQL
              OPEN C-LOAN-TYPES
           END-EXEC
           MOVE 'OPEN C-LOAN-TYPES' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM FETCH-LOAN-TYPE
           PERFORM UNTIL SQLCODE NOT = 0
              PERFORM PROJECT-ONE-TYPE
              PERFORM FETCH-LOAN-TYPE
           END-PERFORM

           EXEC SQL
              CLOSE C-LOAN-TYPES
           END-EXEC
           MOVE 'CLOSE C-LOAN-TYPES' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

      * THE WHOLE BOOK LAST, AS TYPE 0.
           MOVE 2                TO WS-BLK-IX
           MOVE 'TOTAL:'         TO RPT-TYPE-TAG
           MOVE SPACES           TO RPT-TYPE-ID
           MOVE 0                TO TYPE_ID
           MOVE 'ALL LOAN TYPES' TO TYPE_NAME
           PERFORM WRITE-PROJECTION-BLOCK

           CLOSE CFPRPT
           CLOSE CFPCSV

           DISPLAY 'CASHPROJ - LOAN TYPES REPORTED:  ' WS-TYPES-REPORTED
           DISPLAY 'CASHPROJ - INSTALLMENTS PROJECTED: '
                   WS-INSTALLMENTS-READ
           DISPLAY 'CASHPROJ - CSV ROWS WRITTEN:     ' WS-CSV-ROWS

           STOP RUN
           .

       READ-RUN-PARAMETERS.
      * KEYWORD=VALUE RECORDS; '*' IN COLUMN ONE IS A COMMENT. A
      * MISSING PARMFILE LEAVES THE COMPILED DEFAULTS IN EFFECT.
           OPEN INPUT PARMIN
           IF FS-PARMFILE NOT = '00'
              DISPLAY 'CASHPROJ - NO PARMFILE (STATUS ' FS-PARMFILE
                      ') - DEFAULTS IN EFFECT.'
           ELSE
              PERFORM READ-PARM-RECORD
              PERFORM UNTIL PARM-EOF-YES
                 PERFORM APPLY-PARM-RECORD
                 PERFORM READ-PARM-RECORD
              END-PERFORM
              CLOSE PARMIN
           END-IF

           PERFORM VARYING WS-RATE-IX FROM 1 BY 1
                   UNTIL WS-RATE-IX > 7
              DISPLAY 'CASHPROJ - ' WS-RATE-NAME(WS-RATE-IX)
                      ' IN EFFECT: ' WS-RATE-ENTRY(WS-RATE-IX)
           END-PERFORM
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

      * THE DAILY PARMLIB MEMBER IS SHARED WITH THE OTHER BATCH
      * PROGRAMS - KEYS THAT AREN'T OURS ARE SIMPLY NOT FOR US.
              PERFORM VARYING WS-RATE-IX FROM 1 BY 1
                      UNTIL WS-RATE-IX > 7
                 IF WS-PARM-KEY = WS-RATE-NAME(WS-RATE-IX)
                    PERFORM APPLY-RATE-PARM
                 END-IF
              END-PERFORM
           END-IF
           .

       APPLY-RATE-PARM.
           IF WS-PARM-LEN > 0 AND WS-PARM-LEN < 4
              AND WS-PARM-TOKEN(1:WS-PARM-LEN) IS NUMERIC
              MOVE WS-PARM-TOKEN(1:WS-PARM-LEN) TO WS-PARM-PCT
              IF WS-PARM-PCT > 100
                 DISPLAY 'CASHPROJ - BAD PARM VALUE IGNORED: '
                         PARM-RECORD
              ELSE
                 MOVE WS-PARM-PCT TO WS-RATE-ENTRY(WS-RATE-IX)
              END-IF
           ELSE
              DISPLAY 'CASHPROJ - BAD PARM VALUE IGNORED: '
                      PARM-RECORD
           END-IF
           .

       COMPUTE-PROJECTION-WEEKS.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-DATE-YYYY '-' WS-DATE-MM '-' WS-DATE-DD
             DELIMITED BY SIZE
             INTO WS-TODAY-DASHED

           MOVE WS-CURRENT-DATE TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)

           PERFORM VARYING WS-WEEK-IX FROM 1 BY 1
                   UNTIL WS-WEEK-IX > 13
              COMPUTE WS-DAY-INTEGER =
                      WS-TODAY-INTEGER + (WS-WEEK-IX - 1) * 7
              PERFORM FORMAT-DAY-INTEGER
              MOVE WS-HORIZON-END TO WS-WEEK-START(WS-WEEK-IX)
              ADD 6 TO WS-DAY-INTEGER
              PERFORM FORMAT-DAY-INTEGER
              MOVE WS-HORIZON-END TO WS-WEEK-END(WS-WEEK-IX)
           END-PERFORM

      * THE LAST DAY OF WEEK 13 IS THE HORIZON.
           DISPLAY 'CASHPROJ - PROJECTING ' WS-TODAY-DASHED
                   ' THROUGH ' WS-HORIZON-END
           .

       FORMAT-DAY-INTEGER.
           COMPUTE WS-DAY-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-DAY-INTEGER)
           MOVE WS-DAY-NUM(1:4) TO WS-HORIZON-END(1:4)
           MOVE '-'             TO WS-HORIZON-END(5:1)
           MOVE WS-DAY-NUM(5:2) TO WS-HORIZON-END(6:2)
           MOVE '-'             TO WS-HORIZON-END(8:1)
           MOVE WS-DAY-NUM(7:2) TO WS-HORIZON-END(9:2)
           .

       OPEN-OUTPUT-FILES.
           OPEN OUTPUT CFPRPT
           IF FS-RPTFILE NOT = '00'
              DISPLAY 'CASHPROJ - ERROR OPENING PRINT FILE.'
              DISPLAY 'FILE STATUS CODE: ' FS-RPTFILE
              STOP RUN
           END-IF

           OPEN OUTPUT CFPCSV
           IF FS-CSVFILE NOT = '00'
              DISPLAY 'CASHPROJ - ERROR OPENING CSV FILE.'
              DISPLAY 'FILE STATUS CODE: ' FS-CSVFILE
              STOP RUN
           END-IF

           MOVE WS-TODAY-DASHED    TO RPT-RUN-DATE
           MOVE WS-RATE-PERFORMING TO RPT-RATE-PERFORMING
           MOVE WS-RATE-CUR        TO RPT-RATE-CUR
           MOVE WS-RATE-030        TO RPT-RATE-030
           MOVE WS-RATE-060        TO RPT-RATE-060
           MOVE WS-RATE-090        TO RPT-RATE-090
           MOVE WS-RATE-120        TO RPT-RATE-120
           MOVE WS-RATE-AUTOPAY    TO RPT-RATE-AUTOPAY
           WRITE REPORT-LINE FROM WS-RPT-HEADER
           WRITE REPORT-LINE FROM WS-RPT-RATE-LINE
           WRITE REPORT-LINE FROM WS-BLANK-LINE

           WRITE CSV-LINE FROM WS-CSV-HEADER-LINE
           .

       FETCH-LOAN-TYPE.
           EXEC SQL
              FETCH C-LOAN-TYPES
                INTO :TYPE_ID, :TYPE_NAME
           END-EXEC
           MOVE 'FETCH C-LOAN-TYPES' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       PROJECT-ONE-TYPE.
           MOVE 1 TO WS-BLK-IX
           PERFORM CLEAR-PROJECTION-BLOCK

           PERFORM PROJECT-SCHEDULED
           PERFORM PROJECT-PROMISES
           PERFORM PROJECT-ESCROW-BILLS
           PERFORM PROJECT-FUNDING-PIPELINE
           PERFORM PROJECT-PENDING-REFUNDS

           MOVE 1            TO WS-BLK-IX
           MOVE 'TYPE: '     TO RPT-TYPE-TAG
           MOVE TYPE_ID      TO WS-TYPE-ID-X
           MOVE WS-TYPE-ID-X TO RPT-TYPE-ID
           PERFORM WRITE-PROJECTION-BLOCK
           ADD 1 TO WS-TYPES-REPORTED
           .

       CLEAR-PROJECTION-BLOCK.
           PERFORM VARYING WS-WEEK-IX FROM 1 BY 1
                   UNTIL WS-WEEK-IX > 13
              PERFORM VARYING WS-FLOW-IX FROM 1 BY 1
                      UNTIL WS-FLOW-IX > 6
                 MOVE 0 TO WS-BLK-AMOUNT(WS-BLK-IX, WS-WEEK-IX,
                                         WS-FLOW-IX)
              END-PERFORM
           END-PERFORM
           .

       PROJECT-SCHEDULED.
           EXEC SQL
              OPEN C-SCHEDULED
           END-EXEC
           MOVE 'OPEN C-SCHEDULED' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM FETCH-SCHEDULED
           PERFORM UNTIL SQLCODE NOT = 0
              ADD 1 TO WS-INSTALLMENTS-READ
              PERFORM PROJECT-ONE-INSTALLMENT
              PERFORM FETCH-SCHEDULED
           END-PERFORM

           EXEC SQL
              CLOSE C-SCHEDULED
           END-EXEC
           MOVE 'CLOSE C-SCHEDULED' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       FETCH-SCHEDULED.
           EXEC SQL
              FETCH C-SCHEDULED
                INTO :WS-FLOW-OFFSET, :WS-FLOW-AMOUNT,
                     :WS-DEBIT-DAY, :WS-DUE-DAY, :WS-DAYS-LATE
           END-EXEC
           MOVE 'FETCH C-SCHEDULED' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       PROJECT-ONE-INSTALLMENT.
      * AN ENROLLED LOAN'S INSTALLMENT IS PULLED BY AUTOPAY ON THE
      * DEBIT DAY OF THE DUE MONTH, NEVER LATER THAN THE DUE DATE.
           IF WS-DEBIT-DAY > 0
              IF WS-DEBIT-DAY < WS-DUE-DAY
                 COMPUTE WS-FLOW-OFFSET =
                         WS-FLOW-OFFSET - (WS-DUE-DAY - WS-DEBIT-DAY)
              END-IF
              MOVE 2 TO WS-FLOW-IX
              MOVE 7 TO WS-RATE-IX
           ELSE
      * OTHERWISE THE LOAN'S DELQAGE BUCKET TODAY SETS THE RATE -
      * THE SAME 30/60/90/120-DAY AGING OF ITS OLDEST OVERDUE ROW.
              MOVE 1 TO WS-FLOW-IX
              EVALUATE TRUE
                WHEN WS-DAYS-LATE < 0
                  MOVE 1 TO WS-RATE-IX
                WHEN WS-DAYS-LATE >= 120
                  MOVE 6 TO WS-RATE-IX
                WHEN WS-DAYS-LATE >= 90
                  MOVE 5 TO WS-RATE-IX
                WHEN WS-DAYS-LATE >= 60
                  MOVE 4 TO WS-RATE-IX
                WHEN WS-DAYS-LATE >= 30
                  MOVE 3 TO WS-RATE-IX
                WHEN OTHER
                  MOVE 2 TO WS-RATE-IX
              END-EVALUATE
           END-IF

           COMPUTE WS-FLOW-AMOUNT ROUNDED =
                   WS-FLOW-AMOUNT * WS-RATE-ENTRY(WS-RATE-IX) / 100
           PERFORM ADD-FLOW-TO-WEEK
           .

       PROJECT-PROMISES.
           EXEC SQL
              OPEN C-PROMISES
           END-EXEC
           MOVE 'OPEN C-PROMISES' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           MOVE 3 TO WS-FLOW-IX
           PERFORM FETCH-PROMISE
           PERFORM UNTIL SQLCODE NOT = 0
              PERFORM ADD-FLOW-TO-WEEK
              PERFORM FETCH-PROMISE
           END-PERFORM

           EXEC SQL
              CLOSE C-PROMISES
           END-EXEC
           MOVE 'CLOSE C-PROMISES' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       FETCH-PROMISE.
           EXEC SQL
              FETCH C-PROMISES
                INTO :WS-FLOW-OFFSET, :WS-FLOW-AMOUNT
           END-EXEC
           MOVE 'FETCH C-PROMISES' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       PROJECT-ESCROW-BILLS.
           EXEC SQL
              OPEN C-ESCROW-BILLS
           END-EXEC
           MOVE 'OPEN C-ESCROW-BILLS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           MOVE 4 TO WS-FLOW-IX
           PERFORM FETCH-ESCROW-BILL
           PERFORM UNTIL SQLCODE NOT = 0
              PERFORM ADD-FLOW-TO-WEEK
              PERFORM FETCH-ESCROW-BILL
           END-PERFORM

           EXEC SQL
              CLOSE C-ESCROW-BILLS
           END-EXEC
           MOVE 'CLOSE C-ESCROW-BILLS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       FETCH-ESCROW-BILL.
           EXEC SQL
              FETCH C-ESCROW-BILLS
                INTO :WS-FLOW-OFFSET, :WS-FLOW-AMOUNT
           END-EXEC
           MOVE 'FETCH C-ESCROW-BILLS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       PROJECT-FUNDING-PIPELINE.
      * NEW LOANS FUNDDISB HAS YET TO PAY (NO FUNDING ROW, NOT LEFT
      * TO REFINANC) GO OUT AT THE FINANCED AMOUNT; A FUNDING ROW
      * NOT SETTLED - SENT, NOT SENT, FAILED OR A CHECK STILL
      * OUTSTANDING - AT THE AMOUNT ON IT.
           EXEC SQL
              SELECT COALESCE(SUM(L.LOAN_AMOUNT - L.DOWN_PAYMENT), 0)
                INTO :WS-FLOW-AMOUNT
                FROM KALA12.LOAN L
               WHERE L.TYPE_ID = :TYPE_ID
                 AND L.LOAN_STATUS = 'N'
                 AND NOT EXISTS
                     (SELECT 1 FROM KALA12.LOAN_FUNDING F
                       WHERE F.LOAN_ID = L.LOAN_ID)
                 AND NOT EXISTS
                     (SELECT 1 FROM KALA12.REFI_LINK R
                       WHERE R.NEW_LOAN_ID = L.LOAN_ID)
           END-EXEC
           MOVE 'SUM UNFUNDED NEW LOANS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           MOVE 5 TO WS-FLOW-IX
           MOVE 0 TO WS-FLOW-OFFSET
           PERFORM ADD-FLOW-TO-WEEK

           EXEC SQL
              SELECT COALESCE(SUM(F.FUND_AMOUNT), 0)
                INTO :WS-FLOW-AMOUNT
                FROM KALA12.LOAN_FUNDING F
                JOIN KALA12.LOAN L
                  ON L.LOAN_ID = F.LOAN_ID
               WHERE L.TYPE_ID = :TYPE_ID
                 AND F.FUND_STATUS IN ('S', 'N', 'F', 'C')
           END-EXEC
           MOVE 'SUM UNSETTLED FUNDINGS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM ADD-FLOW-TO-WEEK
           .

       PROJECT-PENDING-REFUNDS.
      * PENDING, SENT, NOT SENT, FAILED (A CHECK WILL GO) OR A
      * CHECK STILL OUTSTANDING - ALL MONEY YET TO LEAVE.
           EXEC SQL
              SELECT COALESCE(SUM(R.REFUND_AMOUNT), 0)
                INTO :WS-FLOW-AMOUNT
                FROM KALA12.REFUND R
                JOIN KALA12.LOAN L
                  ON L.LOAN_ID = R.LOAN_ID
               WHERE L.TYPE_ID = :TYPE_ID
                 AND R.REFUND_STATUS IN ('P', 'S', 'N', 'F', 'C')
           END-EXEC
           MOVE 'SUM UNSETTLED REFUNDS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           MOVE 6 TO WS-FLOW-IX
           MOVE 0 TO WS-FLOW-OFFSET
           PERFORM ADD-FLOW-TO-WEEK
           .

       ADD-FLOW-TO-WEEK.
      * ANYTHING ALREADY DUE BY TODAY LANDS IN THE FIRST WEEK;
      * ANYTHING PAST THE HORIZON IS NOT PROJECTED.
           IF WS-FLOW-OFFSET < 0
              MOVE 0 TO WS-FLOW-OFFSET
           END-IF
           COMPUTE WS-WEEK-IX = WS-FLOW-OFFSET / 7 + 1

           IF WS-WEEK-IX NOT > 13
              ADD WS-FLOW-AMOUNT
                TO WS-BLK-AMOUNT(1, WS-WEEK-IX, WS-FLOW-IX)
                   WS-BLK-AMOUNT(2, WS-WEEK-IX, WS-FLOW-IX)
           END-IF
           .

       WRITE-PROJECTION-BLOCK.
           MOVE TYPE_NAME TO RPT-TYPE-NAME
           WRITE REPORT-LINE FROM WS-TYPE-HEAD-LINE
           WRITE REPORT-LINE FROM WS-COL-HEAD-LINE

           MOVE 0 TO WS-CUMULATIVE
           PERFORM VARYING WS-FLOW-IX FROM 1 BY 1
                   UNTIL WS-FLOW-IX > 6
              MOVE 0 TO WS-TOTAL-FLOW(WS-FLOW-IX)
           END-PERFORM

           PERFORM VARYING WS-WEEK-IX FROM 1 BY 1
                   UNTIL WS-WEEK-IX > 13
              PERFORM WRITE-ONE-WEEK
           END-PERFORM

      * THE THIRTEEN-WEEK TOTAL UNDER THE WEEKS.
           MOVE 'TOTAL' TO RPT-WEEK-START
           MOVE SPACES  TO RPT-WEEK-NO
           PERFORM VARYING WS-FLOW-IX FROM 1 BY 1
                   UNTIL WS-FLOW-IX > 6
              MOVE WS-TOTAL-FLOW(WS-FLOW-IX) TO RPT-FLOW(WS-FLOW-IX)
           END-PERFORM
           MOVE WS-CUMULATIVE TO RPT-NET RPT-CUMULATIVE
           WRITE REPORT-LINE FROM WS-WEEK-LINE
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           .

       WRITE-ONE-WEEK.
           COMPUTE WS-WEEK-INFLOW =
                   WS-BLK-AMOUNT(WS-BLK-IX, WS-WEEK-IX, 1)
                 + WS-BLK-AMOUNT(WS-BLK-IX, WS-WEEK-IX, 2)
                 + WS-BLK-AMOUNT(WS-BLK-IX, WS-WEEK-IX, 3)
           COMPUTE WS-WEEK-OUTFLOW =
                   WS-BLK-AMOUNT(WS-BLK-IX, WS-WEEK-IX, 4)
                 + WS-BLK-AMOUNT(WS-BLK-IX, WS-WEEK-IX, 5)
                 + WS-BLK-AMOUNT(WS-BLK-IX, WS-WEEK-IX, 6)
           COMPUTE WS-WEEK-NET = WS-WEEK-INFLOW - WS-WEEK-OUTFLOW
           ADD WS-WEEK-NET TO WS-CUMULATIVE

           MOVE WS-WEEK-IX               TO WS-WEEK-NO-X
           MOVE WS-WEEK-NO-X             TO RPT-WEEK-NO
           MOVE WS-WEEK-START(WS-WEEK-IX) TO RPT-WEEK-START
           PERFORM VARYING WS-FLOW-IX FROM 1 BY 1
                   UNTIL WS-FLOW-IX > 6
              MOVE WS-BLK-AMOUNT(WS-BLK-IX, WS-WEEK-IX, WS-FLOW-IX)
                TO RPT-FLOW(WS-FLOW-IX)
                   WS-CSV-FLOW-X(WS-FLOW-IX)
              ADD WS-BLK-AMOUNT(WS-BLK-IX, WS-WEEK-IX, WS-FLOW-IX)
                TO WS-TOTAL-FLOW(WS-FLOW-IX)
           END-PERFORM
           MOVE WS-WEEK-NET   TO RPT-NET
           MOVE WS-CUMULATIVE TO RPT-CUMULATIVE
           WRITE REPORT-LINE FROM WS-WEEK-LINE

           PERFORM WRITE-WEEK-CSV
           .

       WRITE-WEEK-CSV.
           MOVE TYPE_ID         TO WS-TYPE-ID-X
           MOVE WS-WEEK-INFLOW  TO WS-CSV-INFLOW-X
           MOVE WS-WEEK-OUTFLOW TO WS-CSV-OUTFLOW-X
           MOVE WS-WEEK-NET     TO WS-CSV-NET-X

           MOVE SPACES TO CSV-LINE
           STRING
               WS-TYPE-ID-X                  DELIMITED BY SIZE
               COMMA-FIELD                    DELIMITED BY SIZE
               QUPTE-FIELD TYPE_NAME QUPTE-FIELD
                                              DELIMITED BY SIZE
               COMMA-FIELD                    DELIMITED BY SIZE
               WS-WEEK-NO-X                  DELIMITED BY SIZE
               COMMA-FIELD                    DELIMITED BY SIZE
               WS-WEEK-START(WS-WEEK-IX)     DELIMITED BY SIZE
               COMMA-FIELD                    DELIMITED BY SIZE
               WS-WEEK-END(WS-WEEK-IX)       DELIMITED BY SIZE
               COMMA-FIELD                    DELIMITED BY SIZE
               WS-CSV-FLOW-X(1)              DELIMITED BY SIZE
               COMMA-FIELD                    DELIMITED BY SIZE
               WS-CSV-FLOW-X(2)              DELIMITED BY SIZE
               COMMA-FIELD                    DELIMITED BY SIZE
               WS-CSV-FLOW-X(3)              DELIMITED BY SIZE
               COMMA-FIELD                    DELIMITED BY SIZE
               WS-CSV-FLOW-X(4)              DELIMITED BY SIZE
               COMMA-FIELD                    DELIMITED BY SIZE
               WS-CSV-FLOW-X(5)              DELIMITED BY SIZE
               COMMA-FIELD                    DELIMITED BY SIZE
               WS-CSV-FLOW-X(6)              DELIMITED BY SIZE
               COMMA-FIELD                    DELIMITED BY SIZE
               WS-CSV-INFLOW-X               DELIMITED BY SIZE
               COMMA-FIELD                    DELIMITED BY SIZE
               WS-CSV-OUTFLOW-X              DELIMITED BY SIZE
               COMMA-FIELD                    DELIMITED BY SIZE
               WS-CSV-NET-X                  DELIMITED BY SIZE
             INTO CSV-LINE

           WRITE CSV-LINE
           ADD 1 TO WS-CSV-ROWS
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
