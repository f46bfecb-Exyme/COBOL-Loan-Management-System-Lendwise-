       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVREMIT.
       AUTHOR. ISURU, WONA & MALENE.
      ********************************************************
      *      BATCH PROGRAM CONNECTED TO "LENDWISE" MAIN PGM. *
      *                                                      *
      * FUNCTION: MONTH-END INVESTOR REMITTANCE. FOR EVERY   *
      * PARTICIPATION (INVMNT) LIVE AT ANY POINT IN THE      *
      * PERIOD ON THE MONIN CONTROL CARD, WORKS OUT THE      *
      * INVESTOR'S SHARE OF:                                 *
      *                                                      *
      *   PRINCIPAL AND INTEREST COLLECTED - THE             *
      *     PAYMENT_ALLOC BREAKDOWN LNDWISE4 WRITES. FEES    *
      *     COLLECTED STAY WITH US.                          *
      *   OUR SERVICING FEE - THE INVESTOR'S ANNUAL RATE ON  *
      *     ITS OUTSTANDING PRINCIPAL, FOR ONE MONTH, TAKEN  *
      *     OUT OF ITS INTEREST AND NEVER MORE THAN IT.      *
      *   RECOVERIES ON A CHARGED-OFF LOAN (CHGOFF) - CASH.  *
      *   THE CHARGE-OFF ITSELF AND ANY BALANCE FORGIVEN ON  *
      *     A COMPLETED SETTLEMENT (SETTLMNT) - THE          *
      *     INVESTOR'S PART OF THE LOSS, NO CASH.            *
      *                                                      *
      * ONLY ACTIVITY AFTER THE SALE DATE AND UP TO A        *
      * REPURCHASE DATE IS THE INVESTOR'S. EACH RESULT IS    *
      * KEPT ON INVESTOR_REMIT AND PRINTED BY INVESTOR       *
      * (DD INVRPT); THE REMITTANCE FILE (DD INVRMT) GIVES   *
      * EACH INVESTOR A HEADER, ONE LINE PER LOAN AND A      *
      * TRAILER WITH THE CASH DUE.                           *
      *                                                      *
      * THE GL EXTRACT (DD INVGL) MOVES THE INVESTOR'S PART  *
      * OUT OF OUR ACCOUNTS, SO WHAT IS LEFT IN THEM IS THE  *
      * PORTION WE RETAIN:                                   *
      *   PRINCIPAL  DR PARTICIPATN-LIAB CR INVESTOR-PAYABLE *
      *   INTEREST   DR INTEREST-INCOME  CR INVESTOR-PAYABLE *
      *              (NET OF FEE)        CR SERVICING-INCOME *
      *   RECOVERY   DR RECOVERY-INCOME  CR INVESTOR-PAYABLE *
      *   LOSSES     DR PARTICIPATN-LIAB CR LOANLOSS-EXPENSE *
      *                                                      *
      * A PERIOD ALREADY ON INVESTOR_REMIT IS REPRINTED ON   *
      * A RERUN BUT NEVER POSTED OR TAKEN OFF TWICE.         *
      ********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MONIN ASSIGN TO INFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-INFILE.

           SELECT RPTOUT ASSIGN TO INVRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-INVRPT.

           SELECT RMTOUT ASSIGN TO INVRMT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-INVRMT.

           SELECT GLOUT ASSIGN TO INVGL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-INVGL.

       DATA DIVISION.
       FILE SECTION.

      * CYCLE PERIOD CONTROL CARD - SAME AS PORTSUM AND BUREXT.
       FD MONIN
            RECORDING MODE F.
       01 MONIN-RECORD.
          05 MON-PERIOD-START    PIC X(10).
          05 MON-PERIOD-END      PIC X(10).
          05 FILLER              PIC X(60).

       FD RPTOUT
            RECORDING MODE F.
       01 REMIT-REPORT-LINE      PIC X(132).

       FD RMTOUT
            RECORDING MODE F.
       01 REMIT-FILE-RECORD      PIC X(150).

       FD GLOUT
            RECORDING MODE F.
       01 GL-OUT-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE ALLOC    END-EXEC.
           EXEC SQL INCLUDE CHARGOFF END-EXEC.
           EXEC SQL INCLUDE SETTLE   END-EXEC.
           EXEC SQL INCLUDE INVESTOR END-EXEC.
           EXEC SQL INCLUDE LNPARTIC END-EXEC.
           EXEC SQL INCLUDE IVREMIT  END-EXEC.

      * FILE STATUS.
       01 FS-INFILE             PIC X(02).
       01 FS-INVRPT             PIC X(02).
       01 FS-INVRMT             PIC X(02).
       01 FS-INVGL              PIC X(02).

       01 WS-SQL-ACTION         PIC X(40).
       01 WS-RETURN-CODE        PIC S9(4) COMP.

       01 WS-CURRENT-DATE.
          05 WS-DATE-YYYY       PIC X(4).
          05 WS-DATE-MM         PIC X(2).
          05 WS-DATE-DD         PIC X(2).
       01 WS-TODAY-DASHED       PIC X(10).

       01 WS-PERIOD-START       PIC X(10).
       01 WS-PERIOD-END         PIC X(10).
      * LAST DAY THE PARTICIPATION COUNTS IN THIS PERIOD - THE
      * PERIOD END, OR THE REPURCHASE DATE IF EARLIER.
       01 WS-WINDOW-END         PIC X(10).

      * WORK FIELDS.
       01 WS-PRIN-COLLECTED     PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-INT-COLLECTED      PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-RECOVERED-SHARE    PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-PRIOR-RECOVERY     PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-FORGIVEN-TOTAL     PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-LOSS-ROOM          PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-LOSS-SHARE         PIC S9(15)V9(2) USAGE COMP-3.

      * INVESTOR CONTROL BREAK.
       01 WS-PRIOR-INVESTOR     PIC X(8) VALUE SPACES.
       01 WS-INV-COUNT          PIC 9(7) VALUE 0.
       01 WS-INV-PRINCIPAL      PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-INV-INTEREST       PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-INV-FEE            PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-INV-RECOVERY       PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-INV-NET            PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-INV-LOSS           PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-INV-OUTSTANDING    PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.

      * RUN CONTROL TOTALS.
       01 WS-INVESTORS          PIC 9(7) VALUE 0.
       01 WS-REMITTED           PIC 9(7) VALUE 0.
       01 WS-REPRINTED          PIC 9(7) VALUE 0.
       01 WS-TOT-COUNT          PIC 9(7) VALUE 0.
       01 WS-TOT-PRINCIPAL      PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-TOT-INTEREST       PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-TOT-FEE            PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-TOT-RECOVERY       PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-TOT-NET            PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-TOT-LOSS           PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-TOT-OUTSTANDING    PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.

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

      * REMITTANCE FILE - PER INVESTOR: 'H' HEADER, ONE 'D' PER
      * LOAN, 'T' TRAILER. AMOUNTS ARE NEVER NEGATIVE.
       01 RMT-HEADER.
          05 RMH-RECORD-TYPE    PIC X(1) VALUE 'H'.
          05 RMH-INVESTOR-ID    PIC X(8).
          05 RMH-INVESTOR-NAME  PIC X(30).
          05 RMH-PERIOD-START   PIC X(10).
          05 RMH-PERIOD-END     PIC X(10).
          05 RMH-RUN-DATE       PIC X(10).
          05 FILLER             PIC X(81).

       01 RMT-DETAIL.
          05 RMD-RECORD-TYPE    PIC X(1) VALUE 'D'.
          05 RMD-INVESTOR-ID    PIC X(8).
          05 RMD-LOAN-ID        PIC 9(9).
          05 RMD-PERIOD-END     PIC X(10).
          05 RMD-SHARE-PCT      PIC 9(3)V9(4).
          05 RMD-PRINCIPAL      PIC 9(13)V99.
          05 RMD-INTEREST       PIC 9(13)V99.
          05 RMD-SERVICE-FEE    PIC 9(13)V99.
          05 RMD-RECOVERY       PIC 9(13)V99.
          05 RMD-CHARGEOFF      PIC 9(13)V99.
          05 RMD-FORGIVEN       PIC 9(13)V99.
          05 RMD-NET-REMIT      PIC 9(13)V99.
          05 FILLER             PIC X(10).

       01 RMT-TRAILER.
          05 RMT-RECORD-TYPE    PIC X(1) VALUE 'T'.
          05 RMT-INVESTOR-ID    PIC X(8).
          05 RMT-LOAN-COUNT     PIC 9(7).
          05 RMT-NET-REMIT      PIC 9(13)V99.
          05 RMT-LOSS-TOTAL     PIC 9(13)V99.
          05 FILLER             PIC X(104).

      * REMITTANCE REPORT LINES.
       01 WS-RPT-HEADER.
          05 FILLER             PIC X(31)
                     VALUE 'INVESTOR REMITTANCE FOR PERIOD '.
          05 RPT-PERIOD-START   PIC X(10).
          05 FILLER             PIC X(9)  VALUE ' THROUGH '.
          05 RPT-PERIOD-END     PIC X(10).
          05 FILLER             PIC X(72) VALUE SPACES.

       01 WS-RPT-INVESTOR.
          05 FILLER             PIC X(10) VALUE 'INVESTOR: '.
          05 RPTI-INVESTOR-ID   PIC X(8).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 RPTI-INVESTOR-NAME PIC X(30).
          05 FILLER             PIC X(18)
                     VALUE '  SERVICING RATE: '.
          05 RPTI-FEE-RATE      PIC ZZ9.9999.
          05 FILLER             PIC X(4)  VALUE ' PCT'.
          05 FILLER             PIC X(52) VALUE SPACES.

       01 WS-RPT-COLUMNS.
          05 FILLER             PIC X(11) VALUE 'LOAN-ID'.
          05 FILLER             PIC X(9)  VALUE 'SHARE PCT'.
          05 FILLER             PIC X(15) VALUE '     PRINCIPAL '.
          05 FILLER             PIC X(15) VALUE '      INTEREST '.
          05 FILLER             PIC X(15) VALUE '   SERVICE FEE '.
          05 FILLER             PIC X(15) VALUE '      RECOVERY '.
          05 FILLER             PIC X(15) VALUE '     NET REMIT '.
          05 FILLER             PIC X(15) VALUE '    LOSS SHARE '.
          05 FILLER             PIC X(15) VALUE '   OUTSTANDING '.
          05 FILLER             PIC X(7)  VALUE SPACES.

       01 WS-RPT-DETAIL.
          05 RPTD-LOAN-ID       PIC 9(9).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 RPTD-SHARE-PCT     PIC ZZ9.9999.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 RPTD-PRINCIPAL     PIC Z(9)9.99-.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 RPTD-INTEREST      PIC Z(9)9.99-.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 RPTD-FEE           PIC Z(9)9.99-.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 RPTD-RECOVERY      PIC Z(9)9.99-.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 RPTD-NET           PIC Z(9)9.99-.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 RPTD-LOSS          PIC Z(9)9.99-.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 RPTD-OUTSTANDING   PIC Z(9)9.99-.
          05 FILLER             PIC X(8)  VALUE SPACES.

       01 WS-RPT-TOTAL.
          05 RPTT-LABEL         PIC X(12).
          05 RPTT-COUNT         PIC ZZZZZZ9.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 RPTT-PRINCIPAL     PIC Z(9)9.99-.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 RPTT-INTEREST      PIC Z(9)9.99-.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 RPTT-FEE           PIC Z(9)9.99-.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 RPTT-RECOVERY      PIC Z(9)9.99-.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 RPTT-NET           PIC Z(9)9.99-.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 RPTT-LOSS          PIC Z(9)9.99-.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 RPTT-OUTSTANDING   PIC Z(9)9.99-.
          05 FILLER             PIC X(8)  VALUE SPACES.

       01 WS-RPT-BLANK          PIC X(132) VALUE SPACES.

      *****************************************************
      *  EVERY PARTICIPATION LIVE AT ANY POINT IN THE     *
      *  PERIOD, WITH ITS INVESTOR'S TERMS, BY INVESTOR.  *
      *****************************************************
           EXEC SQL
             DECLARE C-PARTICIPATIONS CURSOR WITH HOLD FOR
               SELECT P.INVESTOR_ID, P.LOAN_ID, P.SOLD_DATE,
                      P.SHARE_PCT, P.INVESTOR_PRINCIPAL,
                      P.PART_STATUS, P.ENDED_DATE,
                      I.INVESTOR_NAME, I.SERVICE_FEE_RATE
                 FROM KALA12.LOAN_PARTICIPATION P
                 JOIN KALA12.INVESTOR I
                   ON I.INVESTOR_ID = P.INVESTOR_ID
                WHERE P.SOLD_DATE < :WS-PERIOD-END
                  AND (P.PART_STATUS = 'A'
                       OR P.ENDED_DATE >= :WS-PERIOD-START)
                ORDER BY P.INVESTOR_ID, P.LOAN_ID, P.SOLD_DATE
           END-EXEC.

       PROCEDURE DIVISION.

       MAIN-PARA.
           DISPLAY 'INVREMIT - INVESTOR REMITTANCE RUN.'

           PERFORM READ-PERIOD-CONTROL

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-DATE-YYYY '-' WS-DATE-MM '-' WS-DATE-DD
             DELIMITED BY SIZE
             INTO WS-TODAY-DASHED

           PERFORM OPEN-OUTPUT-FILES

           MOVE WS-PERIOD-START TO RPT-PERIOD-START
           MOVE WS-PERIOD-END   TO RPT-PERIOD-END
           WRITE REMIT-REPORT-LINE FROM WS-RPT-HEADER
           WRITE REMIT-REPORT-LINE FROM WS-RPT-BLANK

           EXEC SQL
              OPEN C-PARTICIPATIONS
           END-EXEC
           MOVE 'OPEN C-PARTICIPATIONS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM FETCH-PARTICIPATION
           PERFORM UNTIL SQLCODE NOT = 0
              IF PRT_INVESTOR-ID NOT = WS-PRIOR-INVESTOR
                 IF WS-INV-COUNT > 0
                    PERFORM CLOSE-OUT-INVESTOR
                 END-IF
                 PERFORM START-INVESTOR
              END-IF
              PERFORM REMIT-ONE-PARTICIPATION
              PERFORM FETCH-PARTICIPATION
           END-PERFORM

           EXEC SQL
              CLOSE C-PARTICIPATIONS
           END-EXEC
           MOVE 'CLOSE C-PARTICIPATIONS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF WS-INV-COUNT > 0
              PERFORM CLOSE-OUT-INVESTOR
           END-IF

           MOVE 'GRAND TOTAL ' TO RPTT-LABEL
           MOVE WS-TOT-COUNT       TO RPTT-COUNT
           MOVE WS-TOT-PRINCIPAL   TO RPTT-PRINCIPAL
           MOVE WS-TOT-INTEREST    TO RPTT-INTEREST
           MOVE WS-TOT-FEE         TO RPTT-FEE
           MOVE WS-TOT-RECOVERY    TO RPTT-RECOVERY
           MOVE WS-TOT-NET         TO RPTT-NET
           MOVE WS-TOT-LOSS        TO RPTT-LOSS
           MOVE WS-TOT-OUTSTANDING TO RPTT-OUTSTANDING
           WRITE REMIT-REPORT-LINE FROM WS-RPT-TOTAL

           PERFORM WRITE-GL-TRAILER

           EXEC SQL
              COMMIT
           END-EXEC

           CLOSE RPTOUT
           CLOSE RMTOUT
           CLOSE GLOUT

           DISPLAY 'INVREMIT - INVESTORS REMITTED:    ' WS-INVESTORS
           DISPLAY 'INVREMIT - PARTICIPATIONS:        ' WS-TOT-COUNT
           DISPLAY 'INVREMIT - NEWLY REMITTED:        ' WS-REMITTED
           DISPLAY 'INVREMIT - REPRINTED FROM FILE:   ' WS-REPRINTED
           DISPLAY 'INVREMIT - CASH DUE TO INVESTORS: ' WS-TOT-NET
           DISPLAY 'INVREMIT - SERVICING FEES KEPT:   ' WS-TOT-FEE
           DISPLAY 'INVREMIT - LOSSES PASSED THROUGH: ' WS-TOT-LOSS

           STOP RUN
           .

       READ-PERIOD-CONTROL.
           OPEN INPUT MONIN
           IF FS-INFILE NOT = '00'
              DISPLAY 'INVREMIT - ERROR OPENING MONIN.'
              DISPLAY 'FILE STATUS CODE: ' FS-INFILE
              STOP RUN
           END-IF

           READ MONIN
              AT END
                 DISPLAY 'INVREMIT - MONIN IS EMPTY - NO PERIOD.'
                 STOP RUN
           END-READ

           IF MON-PERIOD-START = SPACES
              OR MON-PERIOD-END = SPACES
              OR MON-PERIOD-START > MON-PERIOD-END
              DISPLAY 'INVREMIT - BAD PERIOD CONTROL RECORD: '
                      MONIN-RECORD
              STOP RUN
           END-IF

           MOVE MON-PERIOD-START TO WS-PERIOD-START
           MOVE MON-PERIOD-END   TO WS-PERIOD-END
           CLOSE MONIN

           DISPLAY 'INVREMIT - PERIOD ' WS-PERIOD-START
                   ' THROUGH ' WS-PERIOD-END
           .

       OPEN-OUTPUT-FILES.
           OPEN OUTPUT RPTOUT
           IF FS-INVRPT NOT = '00'
              DISPLAY 'INVREMIT - ERROR OPENING REMITTANCE REPORT.'
              DISPLAY 'FILE STATUS CODE: ' FS-INVRPT
              STOP RUN
           END-IF

           OPEN OUTPUT RMTOUT
           IF FS-INVRMT NOT = '00'
              DISPLAY 'INVREMIT - ERROR OPENING REMITTANCE FILE.'
              DISPLAY 'FILE STATUS CODE: ' FS-INVRMT
              STOP RUN
           END-IF

           OPEN OUTPUT GLOUT
           IF FS-INVGL NOT = '00'
              DISPLAY 'INVREMIT - ERROR OPENING GL EXTRACT.'
              DISPLAY 'FILE STATUS CODE: ' FS-INVGL
              STOP RUN
           END-IF
           .

       FETCH-PARTICIPATION.
           EXEC SQL
              FETCH C-PARTICIPATIONS
                INTO :PRT_INVESTOR-ID, :PRT_LOAN-ID, :PRT_SOLD-DATE,
                     :PRT_SHARE-PCT, :PRT_INVESTOR-PRINCIPAL,
                     :PRT_PART-STATUS, :PRT_ENDED-DATE,
                     :IVR_INVESTOR-NAME, :IVR_SERVICE-FEE-RATE
           END-EXEC
           MOVE 'FETCH C-PARTICIPATIONS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       START-INVESTOR.
           MOVE PRT_INVESTOR-ID      TO WS-PRIOR-INVESTOR
           ADD 1 TO WS-INVESTORS

           MOVE PRT_INVESTOR-ID      TO RPTI-INVESTOR-ID
           MOVE IVR_INVESTOR-NAME    TO RPTI-INVESTOR-NAME
           MOVE IVR_SERVICE-FEE-RATE TO RPTI-FEE-RATE
           WRITE REMIT-REPORT-LINE FROM WS-RPT-INVESTOR
           WRITE REMIT-REPORT-LINE FROM WS-RPT-COLUMNS

           MOVE PRT_INVESTOR-ID      TO RMH-INVESTOR-ID
           MOVE IVR_INVESTOR-NAME    TO RMH-INVESTOR-NAME
           MOVE WS-PERIOD-START      TO RMH-PERIOD-START
           MOVE WS-PERIOD-END        TO RMH-PERIOD-END
           MOVE WS-TODAY-DASHED      TO RMH-RUN-DATE
           WRITE REMIT-FILE-RECORD FROM RMT-HEADER
           .

       REMIT-ONE-PARTICIPATION.
           MOVE PRT_INVESTOR-ID TO IRM_INVESTOR-ID
           MOVE PRT_LOAN-ID     TO IRM_LOAN-ID
           MOVE PRT_SOLD-DATE   TO IRM_SOLD-DATE
           MOVE WS-PERIOD-END   TO IRM_PERIOD-END

           EXEC SQL
              SELECT PRINCIPAL_SHARE, INTEREST_SHARE, SERVICE_FEE,
                     RECOVERY_SHARE, CHARGEOFF_SHARE,
                     FORGIVEN_SHARE, NET_REMIT
                INTO :IRM_PRINCIPAL-SHARE, :IRM_INTEREST-SHARE,
                     :IRM_SERVICE-FEE, :IRM_RECOVERY-SHARE,
                     :IRM_CHARGEOFF-SHARE, :IRM_FORGIVEN-SHARE,
                     :IRM_NET-REMIT
                FROM KALA12.INVESTOR_REMIT
               WHERE INVESTOR_ID = :IRM_INVESTOR-ID
                 AND LOAN_ID     = :IRM_LOAN-ID
                 AND SOLD_DATE   = :IRM_SOLD-DATE
                 AND PERIOD_END  = :IRM_PERIOD-END
           END-EXEC
           MOVE 'FETCH PRIOR REMITTANCE' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF SQLCODE = 0
              ADD 1 TO WS-REPRINTED
           ELSE
              PERFORM WORK-OUT-INVESTOR-SHARE
              PERFORM RECORD-REMITTANCE
              PERFORM POST-REMITTANCE
              ADD 1 TO WS-REMITTED
           END-IF

           PERFORM WRITE-REMITTANCE-LINE
           .

       WORK-OUT-INVESTOR-SHARE.
           MOVE WS-PERIOD-END TO WS-WINDOW-END
           IF PRT_PART-STATUS = 'R'
              AND PRT_ENDED-DATE < WS-PERIOD-END
              MOVE PRT_ENDED-DATE TO WS-WINDOW-END
           END-IF

           MOVE 0 TO IRM_PRINCIPAL-SHARE IRM_INTEREST-SHARE
                     IRM_SERVICE-FEE IRM_RECOVERY-SHARE
                     IRM_CHARGEOFF-SHARE IRM_FORGIVEN-SHARE

      * PRINCIPAL AND INTEREST COLLECTED, OFF LNDWISE4'S
      * ALLOCATION BREAKDOWN.
           MOVE PRT_LOAN-ID TO PALC_LOAN-ID
           EXEC SQL
              SELECT COALESCE(SUM(PRIN_AMOUNT), 0),
                     COALESCE(SUM(INT_AMOUNT), 0)
                INTO :WS-PRIN-COLLECTED, :WS-INT-COLLECTED
                FROM KALA12.PAYMENT_ALLOC
               WHERE LOAN_ID     = :PALC_LOAN-ID
                 AND ALLOC_DATE  > :PRT_SOLD-DATE
                 AND ALLOC_DATE >= :WS-PERIOD-START
                 AND ALLOC_DATE <= :WS-WINDOW-END
           END-EXEC
           MOVE 'SUM PAYMENT ALLOCATIONS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           COMPUTE IRM_PRINCIPAL-SHARE ROUNDED =
                   WS-PRIN-COLLECTED * PRT_SHARE-PCT / 100
           COMPUTE IRM_INTEREST-SHARE ROUNDED =
                   WS-INT-COLLECTED * PRT_SHARE-PCT / 100

      * ONE MONTH OF SERVICING ON THE INVESTOR'S PRINCIPAL, PAID
      * OUT OF ITS INTEREST - A MONTH WITH LITTLE OR NO INTEREST
      * IN COSTS THE INVESTOR NO MORE THAN THE INTEREST.
           COMPUTE IRM_SERVICE-FEE ROUNDED =
                   PRT_INVESTOR-PRINCIPAL * IVR_SERVICE-FEE-RATE
                   / 100 / 12
           IF IRM_SERVICE-FEE > IRM_INTEREST-SHARE
              MOVE IRM_INTEREST-SHARE TO IRM_SERVICE-FEE
           END-IF
           IF IRM_SERVICE-FEE < 0
              MOVE 0 TO IRM_SERVICE-FEE
           END-IF

      * A CHARGE-OFF AFTER THE SALE IS SHARED. THE CHARGE-OFF ITSELF
      * COUNTS IN THE PERIOD IT HAPPENED; RECOVERIES ARE WHATEVER
      * THE INVESTOR'S SHARE OF RECOVERED_AMOUNT HAS GROWN BY SINCE
      * ITS LAST REMITTANCE.
           MOVE PRT_LOAN-ID TO CHG_LOAN-ID
           EXEC SQL
              SELECT CHARGEOFF_DATE, CHARGED_AMOUNT, RECOVERED_AMOUNT
                INTO :CHG_CHARGEOFF-DATE, :CHG_CHARGED-AMOUNT,
                     :CHG_RECOVERED-AMOUNT
                FROM KALA12.CHARGEOFF
               WHERE LOAN_ID = :CHG_LOAN-ID
           END-EXEC
           MOVE 'FETCH CHARGEOFF ROW' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF SQLCODE = 0
              AND CHG_CHARGEOFF-DATE > PRT_SOLD-DATE
              AND CHG_CHARGEOFF-DATE NOT > WS-WINDOW-END
              IF CHG_CHARGEOFF-DATE NOT < WS-PERIOD-START
                 COMPUTE IRM_CHARGEOFF-SHARE ROUNDED =
                         CHG_CHARGED-AMOUNT * PRT_SHARE-PCT / 100
              END-IF

              COMPUTE WS-RECOVERED-SHARE ROUNDED =
                      CHG_RECOVERED-AMOUNT * PRT_SHARE-PCT / 100
              EXEC SQL
                 SELECT COALESCE(SUM(RECOVERY_SHARE), 0)
                   INTO :WS-PRIOR-RECOVERY
                   FROM KALA12.INVESTOR_REMIT
                  WHERE INVESTOR_ID = :IRM_INVESTOR-ID
                    AND LOAN_ID     = :IRM_LOAN-ID
                    AND SOLD_DATE   = :IRM_SOLD-DATE
                    AND PERIOD_END  < :IRM_PERIOD-END
              END-EXEC
              MOVE 'SUM PRIOR RECOVERY SHARES' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              COMPUTE IRM_RECOVERY-SHARE =
                      WS-RECOVERED-SHARE - WS-PRIOR-RECOVERY
              IF IRM_RECOVERY-SHARE < 0
                 MOVE 0 TO IRM_RECOVERY-SHARE
              END-IF
           END-IF

      * BALANCE FORGIVEN ON A SETTLEMENT COMPLETED IN THE WINDOW.
           MOVE PRT_LOAN-ID TO STL_LOAN-ID
           EXEC SQL
              SELECT COALESCE(SUM(FORGIVEN_AMOUNT), 0)
                INTO :WS-FORGIVEN-TOTAL
                FROM KALA12.SETTLE_AGREE
               WHERE LOAN_ID        = :STL_LOAN-ID
                 AND SETTLE_STATUS  = 'C'
                 AND SETTLED_DATE   > :PRT_SOLD-DATE
                 AND SETTLED_DATE  >= :WS-PERIOD-START
                 AND SETTLED_DATE  <= :WS-WINDOW-END
           END-EXEC
           MOVE 'SUM SETTLEMENT FORGIVENESS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           COMPUTE IRM_FORGIVEN-SHARE ROUNDED =
                   WS-FORGIVEN-TOTAL * PRT_SHARE-PCT / 100

      * THE INVESTOR CANNOT LOSE MORE THAN IT HAS LEFT IN THE LOAN.
           COMPUTE WS-LOSS-ROOM =
                   PRT_INVESTOR-PRINCIPAL - IRM_PRINCIPAL-SHARE
           IF WS-LOSS-ROOM < 0
              MOVE 0 TO WS-LOSS-ROOM
           END-IF
           IF IRM_CHARGEOFF-SHARE > WS-LOSS-ROOM
              MOVE WS-LOSS-ROOM TO IRM_CHARGEOFF-SHARE
           END-IF
           SUBTRACT IRM_CHARGEOFF-SHARE FROM WS-LOSS-ROOM
           IF IRM_FORGIVEN-SHARE > WS-LOSS-ROOM
              MOVE WS-LOSS-ROOM TO IRM_FORGIVEN-SHARE
           END-IF

           COMPUTE IRM_NET-REMIT =
                   IRM_PRINCIPAL-SHARE + IRM_INTEREST-SHARE
                 - IRM_SERVICE-FEE + IRM_RECOVERY-SHARE
           .

       RECORD-REMITTANCE.
           MOVE WS-TODAY-DASHED TO IRM_REMIT-DATE

           EXEC SQL
              INSERT INTO KALA12.INVESTOR_REMIT
                    (INVESTOR_ID, LOAN_ID, SOLD_DATE, PERIOD_END,
                     PRINCIPAL_SHARE, INTEREST_SHARE, SERVICE_FEE,
                     RECOVERY_SHARE, CHARGEOFF_SHARE,
                     FORGIVEN_SHARE, NET_REMIT, REMIT_DATE)
              VALUES (:IRM_INVESTOR-ID, :IRM_LOAN-ID,
                      :IRM_SOLD-DATE, :IRM_PERIOD-END,
                      :IRM_PRINCIPAL-SHARE, :IRM_INTEREST-SHARE,
                      :IRM_SERVICE-FEE, :IRM_RECOVERY-SHARE,
                      :IRM_CHARGEOFF-SHARE, :IRM_FORGIVEN-SHARE,
                      :IRM_NET-REMIT, :IRM_REMIT-DATE)
           END-EXEC
           MOVE 'INSERT INVESTOR REMITTANCE' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           COMPUTE PRT_INVESTOR-PRINCIPAL =
                   PRT_INVESTOR-PRINCIPAL - IRM_PRINCIPAL-SHARE
                 - IRM_CHARGEOFF-SHARE - IRM_FORGIVEN-SHARE

           EXEC SQL
              UPDATE KALA12.LOAN_PARTICIPATION
                 SET INVESTOR_PRINCIPAL = :PRT_INVESTOR-PRINCIPAL
               WHERE LOAN_ID     = :PRT_LOAN-ID
                 AND INVESTOR_ID = :PRT_INVESTOR-ID
                 AND SOLD_DATE   = :PRT_SOLD-DATE
           END-EXEC
           MOVE 'UPDATE INVESTOR PRINCIPAL' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       POST-REMITTANCE.
           MOVE PRT_LOAN-ID TO WS-GL-LOAN-ID

           IF IRM_PRINCIPAL-SHARE > 0
              MOVE IRM_PRINCIPAL-SHARE TO WS-GL-POST-AMOUNT
              MOVE 'INVESTOR PRIN SHARE' TO GL-DESCRIPTION
              MOVE 'PARTICIPATN-LIAB'  TO GL-ACCOUNT
              MOVE 'DR'                TO GL-DRCR
              PERFORM WRITE-GL-POSTING
              MOVE 'INVESTOR-PAYABLE'  TO GL-ACCOUNT
              MOVE 'CR'                TO GL-DRCR
              PERFORM WRITE-GL-POSTING
           END-IF

      * THE INVESTOR'S INTEREST COMES OUT OF INTEREST-INCOME WHOLE;
      * THE SERVICING FEE WE KEEP IS BOOKED AS ITS OWN INCOME.
           IF IRM_INTEREST-SHARE > 0
              MOVE IRM_INTEREST-SHARE  TO WS-GL-POST-AMOUNT
              MOVE 'INVESTOR INT SHARE' TO GL-DESCRIPTION
              MOVE 'INTEREST-INCOME '  TO GL-ACCOUNT
              MOVE 'DR'                TO GL-DRCR
              PERFORM WRITE-GL-POSTING

              COMPUTE WS-GL-POST-AMOUNT =
                      IRM_INTEREST-SHARE - IRM_SERVICE-FEE
              IF WS-GL-POST-AMOUNT > 0
                 MOVE 'INVESTOR-PAYABLE'  TO GL-ACCOUNT
                 MOVE 'CR'                TO GL-DRCR
                 PERFORM WRITE-GL-POSTING
              END-IF

              IF IRM_SERVICE-FEE > 0
                 MOVE IRM_SERVICE-FEE     TO WS-GL-POST-AMOUNT
                 MOVE 'SERVICING FEE KEPT' TO GL-DESCRIPTION
                 MOVE 'SERVICING-INCOME'  TO GL-ACCOUNT
                 MOVE 'CR'                TO GL-DRCR
                 PERFORM WRITE-GL-POSTING
              END-IF
           END-IF

           IF IRM_RECOVERY-SHARE > 0
              MOVE IRM_RECOVERY-SHARE  TO WS-GL-POST-AMOUNT
              MOVE 'INVESTOR RECOV SHARE' TO GL-DESCRIPTION
              MOVE 'RECOVERY-INCOME '  TO GL-ACCOUNT
              MOVE 'DR'                TO GL-DRCR
              PERFORM WRITE-GL-POSTING
              MOVE 'INVESTOR-PAYABLE'  TO GL-ACCOUNT
              MOVE 'CR'                TO GL-DRCR
              PERFORM WRITE-GL-POSTING
           END-IF

      * CHGOFF AND SETTLMNT BOTH CHARGED THE WHOLE LOSS TO
      * LOANLOSS-EXPENSE; THE INVESTOR'S PART COMES BACK OFF IT.
           IF IRM_CHARGEOFF-SHARE > 0
              MOVE IRM_CHARGEOFF-SHARE TO WS-GL-POST-AMOUNT
              MOVE 'INVESTOR LOSS SHARE' TO GL-DESCRIPTION
              MOVE 'PARTICIPATN-LIAB'  TO GL-ACCOUNT
              MOVE 'DR'                TO GL-DRCR
              PERFORM WRITE-GL-POSTING
              MOVE 'LOANLOSS-EXPENSE'  TO GL-ACCOUNT
              MOVE 'CR'                TO GL-DRCR
              PERFORM WRITE-GL-POSTING
           END-IF

           IF IRM_FORGIVEN-SHARE > 0
              MOVE IRM_FORGIVEN-SHARE  TO WS-GL-POST-AMOUNT
              MOVE 'INVESTOR SETTLE LOSS' TO GL-DESCRIPTION
              MOVE 'PARTICIPATN-LIAB'  TO GL-ACCOUNT
              MOVE 'DR'                TO GL-DRCR
              PERFORM WRITE-GL-POSTING
              MOVE 'LOANLOSS-EXPENSE'  TO GL-ACCOUNT
              MOVE 'CR'                TO GL-DRCR
              PERFORM WRITE-GL-POSTING
           END-IF
           .

       WRITE-REMITTANCE-LINE.
           COMPUTE WS-LOSS-SHARE =
                   IRM_CHARGEOFF-SHARE + IRM_FORGIVEN-SHARE

           MOVE PRT_LOAN-ID            TO RPTD-LOAN-ID
           MOVE PRT_SHARE-PCT          TO RPTD-SHARE-PCT
           MOVE IRM_PRINCIPAL-SHARE    TO RPTD-PRINCIPAL
           MOVE IRM_INTEREST-SHARE     TO RPTD-INTEREST
           MOVE IRM_SERVICE-FEE        TO RPTD-FEE
           MOVE IRM_RECOVERY-SHARE     TO RPTD-RECOVERY
           MOVE IRM_NET-REMIT          TO RPTD-NET
           MOVE WS-LOSS-SHARE          TO RPTD-LOSS
           MOVE PRT_INVESTOR-PRINCIPAL TO RPTD-OUTSTANDING
           WRITE REMIT-REPORT-LINE FROM WS-RPT-DETAIL

           MOVE PRT_INVESTOR-ID        TO RMD-INVESTOR-ID
           MOVE PRT_LOAN-ID            TO RMD-LOAN-ID
           MOVE WS-PERIOD-END          TO RMD-PERIOD-END
           MOVE PRT_SHARE-PCT          TO RMD-SHARE-PCT
           MOVE IRM_PRINCIPAL-SHARE    TO RMD-PRINCIPAL
           MOVE IRM_INTEREST-SHARE     TO RMD-INTEREST
           MOVE IRM_SERVICE-FEE        TO RMD-SERVICE-FEE
           MOVE IRM_RECOVERY-SHARE     TO RMD-RECOVERY
           MOVE IRM_CHARGEOFF-SHARE    TO RMD-CHARGEOFF
           MOVE IRM_FORGIVEN-SHARE     TO RMD-FORGIVEN
           MOVE IRM_NET-REMIT          TO RMD-NET-REMIT
           WRITE REMIT-FILE-RECORD FROM RMT-DETAIL

           ADD 1                      TO WS-INV-COUNT
           ADD IRM_PRINCIPAL-SHARE    TO WS-INV-PRINCIPAL
           ADD IRM_INTEREST-SHARE     TO WS-INV-INTEREST
           ADD IRM_SERVICE-FEE        TO WS-INV-FEE
           ADD IRM_RECOVERY-SHARE     TO WS-INV-RECOVERY
           ADD IRM_NET-REMIT          TO WS-INV-NET
           ADD WS-LOSS-SHARE          TO WS-INV-LOSS
           ADD PRT_INVESTOR-PRINCIPAL TO WS-INV-OUTSTANDING
           .

       CLOSE-OUT-INVESTOR.
           MOVE 'INV TOTAL   '     TO RPTT-LABEL
           MOVE WS-INV-COUNT       TO RPTT-COUNT
           MOVE WS-INV-PRINCIPAL   TO RPTT-PRINCIPAL
           MOVE WS-INV-INTEREST    TO RPTT-INTEREST
           MOVE WS-INV-FEE         TO RPTT-FEE
           MOVE WS-INV-RECOVERY    TO RPTT-RECOVERY
           MOVE WS-INV-NET         TO RPTT-NET
           MOVE WS-INV-LOSS        TO RPTT-LOSS
           MOVE WS-INV-OUTSTANDING TO RPTT-OUTSTANDING
           WRITE REMIT-REPORT-LINE FROM WS-RPT-TOTAL
           WRITE REMIT-REPORT-LINE FROM WS-RPT-BLANK

           MOVE WS-PRIOR-INVESTOR  TO RMT-INVESTOR-ID
           MOVE WS-INV-COUNT       TO RMT-LOAN-COUNT
           MOVE WS-INV-NET         TO RMT-NET-REMIT
           MOVE WS-INV-LOSS        TO RMT-LOSS-TOTAL
           WRITE REMIT-FILE-RECORD FROM RMT-TRAILER

           ADD WS-INV-COUNT       TO WS-TOT-COUNT
           ADD WS-INV-PRINCIPAL   TO WS-TOT-PRINCIPAL
           ADD WS-INV-INTEREST    TO WS-TOT-INTEREST
           ADD WS-INV-FEE         TO WS-TOT-FEE
           ADD WS-INV-RECOVERY    TO WS-TOT-RECOVERY
           ADD WS-INV-NET         TO WS-TOT-NET
           ADD WS-INV-LOSS        TO WS-TOT-LOSS
           ADD WS-INV-OUTSTANDING TO WS-TOT-OUTSTANDING

           MOVE 0 TO WS-INV-COUNT
           MOVE 0 TO WS-INV-PRINCIPAL
           MOVE 0 TO WS-INV-INTEREST
           MOVE 0 TO WS-INV-FEE
           MOVE 0 TO WS-INV-RECOVERY
           MOVE 0 TO WS-INV-NET
           MOVE 0 TO WS-INV-LOSS
           MOVE 0 TO WS-INV-OUTSTANDING
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
              DISPLAY 'INVREMIT - GL EXTRACT OUT OF BALANCE - '
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
