       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVMNT.
       AUTHOR. ISURU, WONA & MALENE.
      ********************************************************
      *      BATCH PROGRAM CONNECTED TO "LENDWISE" MAIN PGM. *
      *                                                      *
      * FUNCTION: INVESTOR AND LOAN PARTICIPATION            *
      * MAINTENANCE, IN THE HOLDMNT MOLD. A VALIDATED FEED   *
      * (DD INFILE) CARRIES THREE ACTIONS:                   *
      *                                                      *
      *   'INV' - SETS UP OR CHANGES A PARTNER BANK: NAME,   *
      *           ANNUAL SERVICING RATE AND STATUS.          *
      *   'SEL' - SELLS AN INVESTOR A PERCENTAGE SHARE OF A  *
      *           LIVE LOAN. THE INVESTOR PAYS ITS SHARE OF  *
      *           THE PRINCIPAL ON LOAN_BALANCE; THE CASH IS *
      *           BOOKED AGAINST PARTICIPATN-LIAB, SINCE THE *
      *           LOAN ITSELF STAYS ON OUR BOOKS.            *
      *   'RPR' - REPURCHASES AN INVESTOR'S SHARE, PAYING    *
      *           BACK ITS SHARE OF THE PRINCIPAL ON         *
      *           LOAN_BALANCE. INVREMIT STILL REMITS THE    *
      *           COLLECTIONS UP TO THE REPURCHASE DATE AT   *
      *           MONTH END.                                 *
      *                                                      *
      * SHARES SOLD ON ONE LOAN MAY NOT COME TO MORE THAN    *
      * 100 PERCENT. THE CASH LEGS GO OUT ON A BALANCED GL   *
      * EXTRACT (DD INVGL) FOR GLPROOF, AND EVERY RUN ENDS   *
      * WITH A STANDING REPORT OF THE ACTIVE PARTICIPATIONS  *
      * BY INVESTOR (DD PRTRPT).                             *
      ********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTIN ASSIGN TO INFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-INFILE.

           SELECT REJOUT ASSIGN TO REJFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-REJFILE.

           SELECT PRTOUT ASSIGN TO PRTRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-PRTRPT.

           SELECT GLOUT ASSIGN TO INVGL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-INVGL.

       DATA DIVISION.
       FILE SECTION.

       FD PARTIN
            RECORDING MODE F.
       01 PARTIN-RECORD.
      * 'INV' INVESTOR SET-UP, 'SEL' SALE, 'RPR' REPURCHASE.
          05 PIN-ACTION          PIC X(3).
          05 PIN-OPERATOR-ID     PIC X(8).
          05 PIN-INVESTOR-ID     PIC X(8).
          05 PIN-INVESTOR-BODY.
             10 PIN-INVESTOR-NAME
                                 PIC X(30).
      * ANNUAL PERCENT, E.G. 002500 = 0.25 PERCENT.
             10 PIN-FEE-RATE     PIC 9(2)V9(4).
      * 'A' ACTIVE, 'I' INACTIVE.
             10 PIN-INV-STATUS   PIC X(1).
             10 FILLER           PIC X(24).
          05 PIN-PART-BODY REDEFINES PIN-INVESTOR-BODY.
             10 PIN-LOAN-ID      PIC 9(9).
      * PERCENT OF THE LOAN, E.G. 0500000 = 50 PERCENT.
             10 PIN-SHARE-PCT    PIC 9(3)V9(4).
             10 FILLER           PIC X(45).

       FD REJOUT
            RECORDING MODE F.
       01 REJECT-RECORD.
          05 REJ-DATA            PIC X(80).
          05 REJ-REASON          PIC X(20).

       FD PRTOUT
            RECORDING MODE F.
       01 PART-REPORT-LINE       PIC X(100).

       FD GLOUT
            RECORDING MODE F.
       01 GL-OUT-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE LOAN     END-EXEC.
           EXEC SQL INCLUDE LOANBAL  END-EXEC.
           EXEC SQL INCLUDE INVESTOR END-EXEC.
           EXEC SQL INCLUDE LNPARTIC END-EXEC.
           EXEC SQL INCLUDE PROCDATE END-EXEC.

      * FILE STATUS.
       01 FS-INFILE             PIC X(02).
       01 FS-REJFILE            PIC X(02).
       01 FS-PRTRPT             PIC X(02).
       01 FS-INVGL              PIC X(02).
       01 EOF                   PIC X VALUE 'N'.
         88 END-OF-FILE         VALUE 'Y'.

       01 WS-SQL-ACTION         PIC X(40).
       01 WS-RETURN-CODE        PIC S9(4) COMP.

       01 WS-CURRENT-DATE.
          05 WS-DATE-YYYY       PIC X(4).
          05 WS-DATE-MM         PIC X(2).
          05 WS-DATE-DD         PIC X(2).
       01 WS-TODAY-DASHED       PIC X(10).

       01 WS-PROCESS-REQUEST    PIC X VALUE 'Y'.
         88 PROCESS-REQUEST-YES VALUE 'Y'.
         88 PROCESS-REQUEST-NO  VALUE 'N'.
       01 WS-REJECT-REASON      PIC X(20).
       01 WS-EXIST-COUNT        PIC S9(9) USAGE COMP.
       01 WS-SHARE-SOLD         PIC S9(3)V9(4) USAGE COMP-3.

      * RUN CONTROL TOTALS.
       01 WS-INVESTORS-ADDED    PIC 9(9) VALUE 0.
       01 WS-INVESTORS-CHANGED  PIC 9(9) VALUE 0.
       01 WS-SHARES-SOLD        PIC 9(9) VALUE 0.
       01 WS-SHARES-REPURCHASED PIC 9(9) VALUE 0.
       01 WS-FEED-REJECTED      PIC 9(9) VALUE 0.
       01 WS-SALE-PROCEEDS      PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-REPURCHASE-PAID    PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-PARTS-STANDING     PIC 9(9) VALUE 0.

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

      * STANDING PARTICIPATION REPORT LINES.
       01 WS-RPT-HEADER         PIC X(100) VALUE
           'LOAN PARTICIPATIONS CURRENTLY HELD BY INVESTORS'.

       01 WS-PART-LINE.
          05 FILLER             PIC X(10) VALUE 'INVESTOR: '.
          05 RPT-INVESTOR-ID    PIC X(8).
          05 FILLER             PIC X(7)  VALUE ' LOAN: '.
          05 RPT-LOAN-ID        PIC 9(9).
          05 FILLER             PIC X(8)  VALUE ' SHARE: '.
          05 RPT-SHARE-PCT      PIC ZZ9.9999.
          05 FILLER             PIC X(7)  VALUE ' SOLD: '.
          05 RPT-SOLD-DATE      PIC X(10).
          05 FILLER             PIC X(13) VALUE ' OUTSTANDING:'.
          05 RPT-PRINCIPAL      PIC ZZZZZZZZZZZZ9.99.
          05 FILLER             PIC X(4)  VALUE SPACES.

      *****************************************************
      *  EVERY ACTIVE PARTICIPATION, FOR THE STANDING     *
      *  REPORT.                                          *
      *****************************************************
           EXEC SQL
             DECLARE C-ACTIVE-PARTS CURSOR WITH HOLD FOR
               SELECT INVESTOR_ID, LOAN_ID, SHARE_PCT, SOLD_DATE,
                      INVESTOR_PRINCIPAL
                 FROM KALA12.LOAN_PARTICIPATION
                WHERE PART_STATUS = 'A'
                ORDER BY INVESTOR_ID, LOAN_ID
           END-EXEC.

       PROCEDURE DIVISION.

       MAIN-PARA.
           DISPLAY 'INVMNT - INVESTOR PARTICIPATION MAINTENANCE RUN.'

           PERFORM ESTABLISH-PROCESSING-DATE

           OPEN INPUT PARTIN
           IF FS-INFILE NOT = '00'
              DISPLAY 'INVMNT - ERROR OPENING PARTICIPATION FEED.'
              DISPLAY 'FILE STATUS CODE: ' FS-INFILE
              STOP RUN
           END-IF

           OPEN OUTPUT REJOUT
           IF FS-REJFILE NOT = '00'
              DISPLAY 'INVMNT - ERROR OPENING REJECT FILE.'
              DISPLAY 'FILE STATUS CODE: ' FS-REJFILE
              STOP RUN
           END-IF

           OPEN OUTPUT PRTOUT
           IF FS-PRTRPT NOT = '00'
              DISPLAY 'INVMNT - ERROR OPENING PARTICIPATION REPORT.'
              DISPLAY 'FILE STATUS CODE: ' FS-PRTRPT
              STOP RUN
           END-IF

           OPEN OUTPUT GLOUT
           IF FS-INVGL NOT = '00'
              DISPLAY 'INVMNT - ERROR OPENING GL EXTRACT.'
              DISPLAY 'FILE STATUS CODE: ' FS-INVGL
              STOP RUN
           END-IF

           PERFORM READ-PART-RECORD
           PERFORM UNTIL END-OF-FILE
              PERFORM PROCESS-PART-REQUEST
              PERFORM READ-PART-RECORD
           END-PERFORM

           EXEC SQL
              COMMIT
           END-EXEC

           PERFORM WRITE-GL-TRAILER
           PERFORM WRITE-STANDING-REPORT

           CLOSE PARTIN
           CLOSE REJOUT
           CLOSE PRTOUT
           CLOSE GLOUT

           DISPLAY 'INVMNT - INVESTORS ADDED:    ' WS-INVESTORS-ADDED
           DISPLAY 'INVMNT - INVESTORS CHANGED:  ' WS-INVESTORS-CHANGED
           DISPLAY 'INVMNT - SHARES SOLD:        ' WS-SHARES-SOLD
           DISPLAY 'INVMNT - SALE PROCEEDS:      ' WS-SALE-PROCEEDS
           DISPLAY 'INVMNT - SHARES REPURCHASED: '
                   WS-SHARES-REPURCHASED
           DISPLAY 'INVMNT - REPURCHASES PAID:   ' WS-REPURCHASE-PAID
           DISPLAY 'INVMNT - FEED REJECTED:      ' WS-FEED-REJECTED
           DISPLAY 'INVMNT - PARTS STANDING:     ' WS-PARTS-STANDING

           STOP RUN
           .

       ESTABLISH-PROCESSING-DATE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

      * THE SALE AND REPURCHASE DATES DECIDE WHICH COLLECTIONS ARE
      * THE INVESTOR'S, SO THEY COME FROM THE BUSINESS DATE OPEN
      * FOR THE CYCLE (CYCLEDT), NOT THE WALL CLOCK.
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
              DISPLAY 'INVMNT - PROCESSING DATE IN EFFECT: '
                      PRD_CYCLE-DATE
           END-IF

           STRING WS-DATE-YYYY '-' WS-DATE-MM '-' WS-DATE-DD
             DELIMITED BY SIZE
             INTO WS-TODAY-DASHED
           .

       READ-PART-RECORD.
           READ PARTIN
              AT END
                 MOVE 'Y' TO EOF
           END-READ
           .

       PROCESS-PART-REQUEST.
           SET PROCESS-REQUEST-YES TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

           EVALUATE TRUE
              WHEN PIN-ACTION NOT = 'INV' AND PIN-ACTION NOT = 'SEL'
               AND PIN-ACTION NOT = 'RPR'
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'UNKNOWN ACTION' TO WS-REJECT-REASON
              WHEN PIN-OPERATOR-ID = SPACES
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'MISSING OPERATOR-ID' TO WS-REJECT-REASON
              WHEN PIN-INVESTOR-ID = SPACES
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'MISSING INVESTOR-ID' TO WS-REJECT-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF PROCESS-REQUEST-YES
              EVALUATE PIN-ACTION
                 WHEN 'INV'
                    PERFORM MAINTAIN-INVESTOR
                 WHEN 'SEL'
                    PERFORM SELL-PARTICIPATION
                 WHEN 'RPR'
                    PERFORM REPURCHASE-PARTICIPATION
              END-EVALUATE
           END-IF

           IF PROCESS-REQUEST-NO
              MOVE PARTIN-RECORD TO REJ-DATA
              MOVE WS-REJECT-REASON TO REJ-REASON
              WRITE REJECT-RECORD
              ADD 1 TO WS-FEED-REJECTED
              DISPLAY 'INVMNT - REJECTED FEED RECORD: '
                      WS-REJECT-REASON
           END-IF
           .

       MAINTAIN-INVESTOR.
           EVALUATE TRUE
              WHEN PIN-INVESTOR-NAME = SPACES
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'MISSING NAME' TO WS-REJECT-REASON
              WHEN NOT PIN-FEE-RATE NUMERIC
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'INVALID FEE RATE' TO WS-REJECT-REASON
              WHEN PIN-INV-STATUS NOT = 'A'
               AND PIN-INV-STATUS NOT = 'I'
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'STATUS MUST BE A/I' TO WS-REJECT-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF PROCESS-REQUEST-YES
              MOVE PIN-INVESTOR-ID   TO IVR_INVESTOR-ID
              MOVE PIN-INVESTOR-NAME TO IVR_INVESTOR-NAME
              MOVE PIN-FEE-RATE      TO IVR_SERVICE-FEE-RATE
              MOVE PIN-INV-STATUS    TO IVR_INVESTOR-STATUS
              MOVE PIN-OPERATOR-ID   TO IVR_UPDATED-BY

              EXEC SQL
                 SELECT CURRENT TIMESTAMP
                   INTO :IVR_UPDATED-TS
                   FROM SYSIBM.SYSDUMMY1
              END-EXEC

              EXEC SQL
                 UPDATE KALA12.INVESTOR
                    SET INVESTOR_NAME    = :IVR_INVESTOR-NAME,
                        SERVICE_FEE_RATE = :IVR_SERVICE-FEE-RATE,
                        INVESTOR_STATUS  = :IVR_INVESTOR-STATUS,
                        UPDATED_BY       = :IVR_UPDATED-BY,
                        UPDATED_TS       = :IVR_UPDATED-TS
                  WHERE INVESTOR_ID = :IVR_INVESTOR-ID
              END-EXEC
              MOVE 'UPDATE INVESTOR ROW' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              IF SQLCODE = 0
                 ADD 1 TO WS-INVESTORS-CHANGED
                 DISPLAY 'INVMNT - INVESTOR ' IVR_INVESTOR-ID
                         ' CHANGED BY ' PIN-OPERATOR-ID
              ELSE
                 EXEC SQL
                    INSERT INTO KALA12.INVESTOR
                          (INVESTOR_ID, INVESTOR_NAME,
                           SERVICE_FEE_RATE, INVESTOR_STATUS,
                           UPDATED_BY, UPDATED_TS)
                    VALUES (:IVR_INVESTOR-ID, :IVR_INVESTOR-NAME,
                            :IVR_SERVICE-FEE-RATE,
                            :IVR_INVESTOR-STATUS,
                            :IVR_UPDATED-BY, :IVR_UPDATED-TS)
                 END-EXEC
                 MOVE 'INSERT INVESTOR ROW' TO WS-SQL-ACTION
                 PERFORM CHECK-SQLCODE

                 ADD 1 TO WS-INVESTORS-ADDED
                 DISPLAY 'INVMNT - INVESTOR ' IVR_INVESTOR-ID
                         ' ADDED BY ' PIN-OPERATOR-ID
              END-IF
           END-IF
           .

       SELL-PARTICIPATION.
           EVALUATE TRUE
              WHEN NOT PIN-LOAN-ID NUMERIC
                OR PIN-LOAN-ID = 0
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'INVALID LOAN-ID' TO WS-REJECT-REASON
              WHEN NOT PIN-SHARE-PCT NUMERIC
                OR PIN-SHARE-PCT = 0
                OR PIN-SHARE-PCT > 100
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'INVALID SHARE PCT' TO WS-REJECT-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

      * THE INVESTOR MUST BE ON FILE AND STILL BUYING.
           IF PROCESS-REQUEST-YES
              MOVE PIN-INVESTOR-ID TO IVR_INVESTOR-ID
              EXEC SQL
                 SELECT INVESTOR_STATUS
                   INTO :IVR_INVESTOR-STATUS
                   FROM KALA12.INVESTOR
                  WHERE INVESTOR_ID = :IVR_INVESTOR-ID
              END-EXEC
              MOVE 'FETCH INVESTOR STATUS' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              IF SQLCODE = 100
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'UNKNOWN INVESTOR' TO WS-REJECT-REASON
              ELSE
                 IF IVR_INVESTOR-STATUS NOT = 'A'
                    SET PROCESS-REQUEST-NO TO TRUE
                    MOVE 'INVESTOR INACTIVE' TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF

      * ONLY A LIVE LOAN CAN BE SOLD - NOT ONE CLOSED, WRITTEN OFF
      * OR REPLACED BY A RESTRUCTURE.
           IF PROCESS-REQUEST-YES
              MOVE PIN-LOAN-ID TO LOAN_LOAN-ID
              EXEC SQL
                 SELECT LOAN_STATUS
                   INTO :LOAN_LOAN-STATUS
                   FROM LOAN
                  WHERE LOAN_ID = :LOAN_LOAN-ID
              END-EXEC
              MOVE 'FETCH LOAN STATUS' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              IF SQLCODE = 100
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'UNKNOWN LOAN' TO WS-REJECT-REASON
              ELSE
                 IF LOAN_LOAN-STATUS = 'C' OR LOAN_LOAN-STATUS = 'W'
                    OR LOAN_LOAN-STATUS = 'R'
                    SET PROCESS-REQUEST-NO TO TRUE
                    MOVE 'LOAN NOT LIVE' TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF

      * THE PRICE IS THE SHARE OF THE PRINCIPAL LNDWISE4 LAST
      * RECONCILED. A LOAN BOOKED TODAY HAS NO BALANCE ROW UNTIL
      * TONIGHT'S CYCLE AND CANNOT BE SOLD YET.
           IF PROCESS-REQUEST-YES
              MOVE PIN-LOAN-ID TO LBL_LOAN-ID
              EXEC SQL
                 SELECT REMAINING_PRINCIPAL
                   INTO :LBL_REMAINING-PRINCIPAL
                   FROM KALA12.LOAN_BALANCE
                  WHERE LOAN_ID = :LBL_LOAN-ID
              END-EXEC
              MOVE 'FETCH LOAN BALANCE' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              IF SQLCODE = 100
                 OR LBL_REMAINING-PRINCIPAL NOT > 0
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'NO BALANCE TO SELL' TO WS-REJECT-REASON
              END-IF
           END-IF

      * ONE ACTIVE SHARE PER INVESTOR PER LOAN, AND NEVER MORE
      * THAN THE WHOLE LOAN SOLD.
           IF PROCESS-REQUEST-YES
              MOVE PIN-LOAN-ID     TO PRT_LOAN-ID
              MOVE PIN-INVESTOR-ID TO PRT_INVESTOR-ID
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-EXIST-COUNT
                   FROM KALA12.LOAN_PARTICIPATION
                  WHERE LOAN_ID     = :PRT_LOAN-ID
                    AND INVESTOR_ID = :PRT_INVESTOR-ID
                    AND PART_STATUS = 'A'
              END-EXEC
              MOVE 'CHECK EXISTING PARTICIPATION' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              IF WS-EXIST-COUNT > 0
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'SHARE ALREADY HELD' TO WS-REJECT-REASON
              END-IF
           END-IF

           IF PROCESS-REQUEST-YES
              EXEC SQL
                 SELECT COALESCE(SUM(SHARE_PCT), 0)
                   INTO :WS-SHARE-SOLD
                   FROM KALA12.LOAN_PARTICIPATION
                  WHERE LOAN_ID     = :PRT_LOAN-ID
                    AND PART_STATUS = 'A'
              END-EXEC
              MOVE 'SUM SHARES SOLD' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              IF WS-SHARE-SOLD + PIN-SHARE-PCT > 100
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'OVER 100 PCT SOLD' TO WS-REJECT-REASON
              END-IF
           END-IF

           IF PROCESS-REQUEST-YES
              PERFORM INSERT-PARTICIPATION
           END-IF
           .

       INSERT-PARTICIPATION.
           MOVE WS-TODAY-DASHED TO PRT_SOLD-DATE
           MOVE PIN-SHARE-PCT   TO PRT_SHARE-PCT
           COMPUTE PRT_SOLD-PRINCIPAL ROUNDED =
                   LBL_REMAINING-PRINCIPAL * PRT_SHARE-PCT / 100
           MOVE PRT_SOLD-PRINCIPAL TO PRT_INVESTOR-PRINCIPAL
           MOVE 'A'             TO PRT_PART-STATUS
           MOVE SPACES          TO PRT_ENDED-DATE
           MOVE PIN-OPERATOR-ID TO PRT_SOLD-BY

      * A SHARE REPURCHASED EARLIER TODAY AND SOLD AGAIN WOULD
      * COLLIDE ON THE KEY - THE SECOND SALE WAITS A DAY.
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-EXIST-COUNT
                FROM KALA12.LOAN_PARTICIPATION
               WHERE LOAN_ID     = :PRT_LOAN-ID
                 AND INVESTOR_ID = :PRT_INVESTOR-ID
                 AND SOLD_DATE   = :PRT_SOLD-DATE
           END-EXEC
           MOVE 'CHECK SAME-DAY PARTICIPATION' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF WS-EXIST-COUNT > 0
              SET PROCESS-REQUEST-NO TO TRUE
              MOVE 'SOLD AGAIN SAME DAY' TO WS-REJECT-REASON
           ELSE
              EXEC SQL
                 INSERT INTO KALA12.LOAN_PARTICIPATION
                       (LOAN_ID, INVESTOR_ID, SOLD_DATE, SHARE_PCT,
                        SOLD_PRINCIPAL, INVESTOR_PRINCIPAL,
                        PART_STATUS, ENDED_DATE, SOLD_BY)
                 VALUES (:PRT_LOAN-ID, :PRT_INVESTOR-ID,
                         :PRT_SOLD-DATE, :PRT_SHARE-PCT,
                         :PRT_SOLD-PRINCIPAL,
                         :PRT_INVESTOR-PRINCIPAL,
                         :PRT_PART-STATUS, :PRT_ENDED-DATE,
                         :PRT_SOLD-BY)
              END-EXEC
              MOVE 'INSERT PARTICIPATION ROW' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

      * THE INVESTOR'S MONEY IN: DR CASH / CR PARTICIPATN-LIAB.
              MOVE PRT_LOAN-ID        TO WS-GL-LOAN-ID
              MOVE PRT_SOLD-PRINCIPAL TO WS-GL-POST-AMOUNT
              MOVE 'PARTICIPATION SALE'  TO GL-DESCRIPTION
              MOVE 'CASH            '  TO GL-ACCOUNT
              MOVE 'DR'                TO GL-DRCR
              PERFORM WRITE-GL-POSTING
              MOVE 'PARTICIPATN-LIAB'  TO GL-ACCOUNT
              MOVE 'CR'                TO GL-DRCR
              PERFORM WRITE-GL-POSTING

              ADD 1 TO WS-SHARES-SOLD
              ADD PRT_SOLD-PRINCIPAL TO WS-SALE-PROCEEDS
              DISPLAY 'INVMNT - SOLD ' PRT_SHARE-PCT ' PCT OF LOAN-ID: '
                      PRT_LOAN-ID ' TO ' PRT_INVESTOR-ID
                      ' FOR ' PRT_SOLD-PRINCIPAL
           END-IF
           .

       REPURCHASE-PARTICIPATION.
           IF NOT PIN-LOAN-ID NUMERIC
              OR PIN-LOAN-ID = 0
              SET PROCESS-REQUEST-NO TO TRUE
              MOVE 'INVALID LOAN-ID' TO WS-REJECT-REASON
           END-IF

           IF PROCESS-REQUEST-YES
              MOVE PIN-LOAN-ID     TO PRT_LOAN-ID
              MOVE PIN-INVESTOR-ID TO PRT_INVESTOR-ID
              EXEC SQL
                 SELECT SOLD_DATE, SHARE_PCT, INVESTOR_PRINCIPAL
                   INTO :PRT_SOLD-DATE, :PRT_SHARE-PCT,
                        :PRT_INVESTOR-PRINCIPAL
                   FROM KALA12.LOAN_PARTICIPATION
                  WHERE LOAN_ID     = :PRT_LOAN-ID
                    AND INVESTOR_ID = :PRT_INVESTOR-ID
                    AND PART_STATUS = 'A'
              END-EXEC
              MOVE 'FETCH ACTIVE PARTICIPATION' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              IF SQLCODE = 100
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'NO ACTIVE SHARE' TO WS-REJECT-REASON
              END-IF
           END-IF

      * THE PAY-BACK IS THE INVESTOR'S SHARE OF THE PRINCIPAL STILL
      * ON THE LOAN. WHAT IS LEFT ON INVESTOR_PRINCIPAL AFTER IT IS
      * PRINCIPAL ALREADY COLLECTED FOR THE INVESTOR THIS MONTH,
      * WHICH INVREMIT SENDS ON AND TAKES OFF AT MONTH END. A
      * WRITTEN-OFF LOAN HAS NO BALANCE ROW LEFT TO PAY OUT ON.
           IF PROCESS-REQUEST-YES
              MOVE PIN-LOAN-ID TO LBL_LOAN-ID
              EXEC SQL
                 SELECT REMAINING_PRINCIPAL
                   INTO :LBL_REMAINING-PRINCIPAL
                   FROM KALA12.LOAN_BALANCE
                  WHERE LOAN_ID = :LBL_LOAN-ID
              END-EXEC
              MOVE 'FETCH LOAN BALANCE' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              IF SQLCODE = 100
                 OR LBL_REMAINING-PRINCIPAL < 0
                 MOVE 0 TO LBL_REMAINING-PRINCIPAL
              END-IF

              COMPUTE WS-GL-POST-AMOUNT ROUNDED =
                      LBL_REMAINING-PRINCIPAL * PRT_SHARE-PCT / 100
              IF WS-GL-POST-AMOUNT > PRT_INVESTOR-PRINCIPAL
                 MOVE PRT_INVESTOR-PRINCIPAL TO WS-GL-POST-AMOUNT
              END-IF
              IF WS-GL-POST-AMOUNT < 0
                 MOVE 0 TO WS-GL-POST-AMOUNT
              END-IF
              SUBTRACT WS-GL-POST-AMOUNT FROM PRT_INVESTOR-PRINCIPAL

              MOVE WS-TODAY-DASHED TO PRT_ENDED-DATE
              EXEC SQL
                 UPDATE KALA12.LOAN_PARTICIPATION
                    SET PART_STATUS        = 'R',
                        ENDED_DATE         = :PRT_ENDED-DATE,
                        INVESTOR_PRINCIPAL = :PRT_INVESTOR-PRINCIPAL
                  WHERE LOAN_ID     = :PRT_LOAN-ID
                    AND INVESTOR_ID = :PRT_INVESTOR-ID
                    AND SOLD_DATE   = :PRT_SOLD-DATE
                    AND PART_STATUS = 'A'
              END-EXEC
              MOVE 'END PARTICIPATION' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

      * THE INVESTOR'S MONEY BACK: DR PARTICIPATN-LIAB / CR CASH.
              IF WS-GL-POST-AMOUNT > 0
                 MOVE PRT_LOAN-ID        TO WS-GL-LOAN-ID
                 MOVE 'PARTICIPATION REPUR' TO GL-DESCRIPTION
                 MOVE 'PARTICIPATN-LIAB' TO GL-ACCOUNT
                 MOVE 'DR'               TO GL-DRCR
                 PERFORM WRITE-GL-POSTING
                 MOVE 'CASH            ' TO GL-ACCOUNT
                 MOVE 'CR'               TO GL-DRCR
                 PERFORM WRITE-GL-POSTING
              END-IF

              ADD 1 TO WS-SHARES-REPURCHASED
              ADD WS-GL-POST-AMOUNT TO WS-REPURCHASE-PAID
              DISPLAY 'INVMNT - REPURCHASED LOAN-ID: ' PRT_LOAN-ID
                      ' FROM ' PRT_INVESTOR-ID
                      ' FOR ' WS-GL-POST-AMOUNT
           END-IF
           .

       WRITE-STANDING-REPORT.
           WRITE PART-REPORT-LINE FROM WS-RPT-HEADER

           EXEC SQL
              OPEN C-ACTIVE-PARTS
           END-EXEC
           MOVE 'OPEN C-ACTIVE-PARTS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM FETCH-ACTIVE-PART
           PERFORM UNTIL SQLCODE NOT = 0
              MOVE PRT_INVESTOR-ID        TO RPT-INVESTOR-ID
              MOVE PRT_LOAN-ID            TO RPT-LOAN-ID
              MOVE PRT_SHARE-PCT          TO RPT-SHARE-PCT
              MOVE PRT_SOLD-DATE          TO RPT-SOLD-DATE
              MOVE PRT_INVESTOR-PRINCIPAL TO RPT-PRINCIPAL
              WRITE PART-REPORT-LINE FROM WS-PART-LINE
              ADD 1 TO WS-PARTS-STANDING
              PERFORM FETCH-ACTIVE-PART
           END-PERFORM

           EXEC SQL
              CLOSE C-ACTIVE-PARTS
           END-EXEC
           MOVE 'CLOSE C-ACTIVE-PARTS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       FETCH-ACTIVE-PART.
           EXEC SQL
              FETCH C-ACTIVE-PARTS
                INTO :PRT_INVESTOR-ID, :PRT_LOAN-ID,
                     :PRT_SHARE-PCT, :PRT_SOLD-DATE,
                     :PRT_INVESTOR-PRINCIPAL
           END-EXEC
           MOVE 'FETCH C-ACTIVE-PARTS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
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
              DISPLAY 'INVMNT - GL EXTRACT OUT OF BALANCE - '
                      'DEBITS: ' WS-GL-TOTAL-DEBITS
                      ' CREDITS: ' WS-GL-TOTAL-CREDITS
           END-IF

           WRITE GL-OUT-RECORD FROM GL-TRAILER-RECORD
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
