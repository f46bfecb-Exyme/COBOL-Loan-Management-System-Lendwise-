       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFINANC.
       AUTHOR. ISURU, WONA & MALENE.
      ********************************************************
      *      BATCH PROGRAM CONNECTED TO "LENDWISE" MAIN PGM. *
      *                                                      *
      * FUNCTION: INTERNAL REFINANCE AND LOAN CONSOLIDATION. *
      * A NEW LOAN BOOKED THROUGH ORIGLOAD PAYS OFF ONE OR   *
      * MORE OF THE SAME BORROWER'S OPEN LOANS. TWO PASSES:  *
      *                                                      *
      *  1. REFINANCE FEED (REFIIN) - ONE RECORD PER OLD     *
      *     LOAN (NEW LOAN, OLD LOAN, PENALTY WAIVER FLAG,   *
      *     AUTHORIZING OFFICER), VALIDATED AND PARKED IN    *
      *     REFI_LINK AS PENDING.                            *
      *                                                      *
      *  2. PAYOFF PASS - FOR EACH NEW LOAN WITH PENDING     *
      *     LINKS, EVERY OLD LOAN IS PRICED WITH THE SAME    *
      *     WALK PAYQUOTE USES (PERSISTED BALANCE PLUS       *
      *     PER-DIEM TO TODAY, OR THE AMORTIZATION WALK      *
      *     PLUS UNPAID LATE FEES) AND THE LOANTYPE EARLY-   *
      *     PAYOFF PENALTY ON LNDWISE4'S TERMS UNLESS THE    *
      *     OFFICER WAIVED IT. WHEN THE NEW LOAN'S PROCEEDS  *
      *     COVER THE PAYOFFS, THE OLD SCHEDULES ARCHIVE     *
      *     THROUGH DLTPAYPL UNDER THEIR OWN REASON CODE     *
      *     'N', THE OLD LOANS GO TO 'C', AND THE NEW LOAN   *
      *     GETS AN INTERNALLY FUNDED ('I') LOAN_FUNDING ROW *
      *     SO WONA SCHEDULES IT WITHOUT FUNDDISB EVER       *
      *     SENDING IT TO THE BANK. ANY CASH-OUT LEFT OVER   *
      *     IS RAISED AS A PENDING REFUND FOR REFDISB.       *
      *                                                      *
      * THE MONEY MOVES AS A BALANCED GL EXTRACT (DD RFIGL)  *
      * AND EACH REFINANCE PRINTS ON THE RUN REPORT. THE NEW *
      * LOAN'S ORIGINATION FEE IS SET UP AS A DEFERRED FEE   *
      * BALANCE (DEFERRED_FEE), AS FUNDDISB SETS UP A NETTED *
      * ONE, FOR FEEAMORT TO RECOGNIZE OVER THE LOAN'S LIFE. *
      ********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFIIN ASSIGN TO INFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-INFILE.

           SELECT REJOUT ASSIGN TO REJFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-REJFILE.

           SELECT RFIOUT ASSIGN TO RFIRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-RFIRPT.

           SELECT WS-OUTFILE-GL ASSIGN TO RFIGL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS STATUS-OUTFILE-GL.

       DATA DIVISION.
       FILE SECTION.

       FD REFIIN
            RECORDING MODE F.
       01 REFIIN-RECORD.
          05 RFI-NEW-LOAN-ID     PIC 9(9).
          05 RFI-OLD-LOAN-ID     PIC 9(9).
          05 RFI-WAIVE-PENALTY   PIC X(1).
          05 RFI-OFFICER-ID      PIC X(8).
          05 FILLER              PIC X(53).

       FD REJOUT
            RECORDING MODE F.
       01 REJECT-RECORD.
          05 REJ-DATA            PIC X(80).
          05 REJ-REASON          PIC X(20).

       FD RFIOUT
            RECORDING MODE F.
       01 REFI-REPORT-LINE       PIC X(132).

       FD WS-OUTFILE-GL.
       01 WS-OUTFILE-GL-POST     PIC X(80).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA     END-EXEC.
           EXEC SQL INCLUDE LOAN      END-EXEC.
           EXEC SQL INCLUDE LOANTYPE  END-EXEC.
           EXEC SQL INCLUDE LOANBAL   END-EXEC.
           EXEC SQL INCLUDE RATETABLE END-EXEC.
           EXEC SQL INCLUDE FUNDING   END-EXEC.
           EXEC SQL INCLUDE FEESCHED  END-EXEC.
           EXEC SQL INCLUDE DEFFEE    END-EXEC.
           EXEC SQL INCLUDE PENALTY   END-EXEC.
           EXEC SQL INCLUDE REFUND    END-EXEC.
           EXEC SQL INCLUDE REFILINK  END-EXEC.
           EXEC SQL INCLUDE LNJRNL    END-EXEC.

      * FILE STATUS.
       01 FS-INFILE             PIC X(02).
       01 FS-REJFILE            PIC X(02).
       01 FS-RFIRPT             PIC X(02).
       01 STATUS-OUTFILE-GL     PIC X(02).
       01 EOF                   PIC X VALUE 'N'.
         88 END-OF-FILE         VALUE 'Y'.

       01 WS-SQL-ACTION         PIC X(40).
       01 WS-RETURN-CODE        PIC S9(4) COMP.
       01 WS-JRNL-RC            PIC S9(4) COMP.

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
       01 WS-NEW-CUSTOMER-ID    PIC S9(9) USAGE COMP.

      * A NEW LOAN CAN CONSOLIDATE AT MOST THIS MANY OLD LOANS.
       01 WS-MAX-OLD-LOANS      PIC S9(4) USAGE COMP VALUE 20.

      * NEW LOANS WITH PENDING LINKS, GATHERED UP FRONT SO NO CURSOR
      * IS OPEN WHILE A REFINANCE IS APPLIED - A DLTPAYPL FAILURE CAN
      * THEN ROLL BACK THAT ONE REFINANCE WITHOUT TAKING THE REST OF
      * THE RUN WITH IT. ANYTHING PAST THE TABLE WAITS FOR TOMORROW.
       01 WS-NEW-LOAN-TABLE.
          05 WS-NEW-ENTRY        OCCURS 500.
             10 WS-NEW-LOAN-ID   PIC S9(9) USAGE COMP.
       01 WS-NEW-COUNT          PIC 9(4) VALUE 0.
       01 WS-NEW-IX             PIC 9(4).
       01 WS-NEW-MAX            PIC 9(4) VALUE 500.

      * THE NEW LOAN BEING APPLIED.
       01 WS-NEW-TYPE-ID        PIC S9(9) USAGE COMP.
       01 WS-NEW-LOAN-AMOUNT    PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-NEW-DOWN-PAYMENT   PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-NEW-LOAN-STATUS    PIC X(1).
       01 WS-NEW-PROCEEDS       PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-ORIG-FEE           PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-PAYOFFS-TOTAL      PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-CASH-OUT           PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-OFFICER-ID         PIC X(8).

       01 WS-REFI-STATE         PIC X VALUE 'Y'.
         88 REFI-OK             VALUE 'Y'.
         88 REFI-FAILED         VALUE 'N'.
       01 WS-FAIL-REASON        PIC X(20).
       01 WS-DLT-STATE          PIC X VALUE 'N'.
         88 DLT-FAILED          VALUE 'Y'.

      * THE OLD LOANS ON ONE NEW LOAN, AS PRICED.
       01 WS-OLD-LOAN-TABLE.
          05 WS-OLD-ENTRY        OCCURS 20.
             10 WS-OLD-LOAN-ID   PIC S9(9) USAGE COMP.
             10 WS-OLD-WAIVE     PIC X(1).
             10 WS-OLD-PRINCIPAL PIC S9(15)V9(2) USAGE COMP-3.
             10 WS-OLD-ACCRUED   PIC S9(15)V9(2) USAGE COMP-3.
             10 WS-OLD-PER-DIEM-INT
                                 PIC S9(15)V9(2) USAGE COMP-3.
             10 WS-OLD-FEES      PIC S9(15)V9(2) USAGE COMP-3.
             10 WS-OLD-PENALTY   PIC S9(15)V9(2) USAGE COMP-3.
             10 WS-OLD-WAIVED-AMT
                                 PIC S9(15)V9(2) USAGE COMP-3.
             10 WS-OLD-PAYOFF    PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-OLD-COUNT          PIC 9(4) VALUE 0.
       01 WS-OLD-IX             PIC 9(4).

      * THE PERSISTED NIGHTLY BALANCE LNDWISE4 MAINTAINS - THE SAME
      * STARTING POINT PAYQUOTE QUOTES FROM. THE WALK IS ONLY THE
      * FALLBACK FOR A LOAN THE RECONCILIATION HAS NOT VISITED YET.
       01 WS-BALANCE-FOUND      PIC X(1) VALUE 'N'.
         88 BALANCE-ROW-FOUND   VALUE 'Y'.
       01 WS-BASE-ACCRUED       PIC S9(15)V9(2) USAGE COMP-3.

      * SAME SHAPE AS PAYQUOTE'S PAYOFF WALK.
       01 NUMBER-OF-INVOICES-PAID PIC S9(9) USAGE COMP.
       01 WS-NO-INVOICES-PAID   PIC S9(9).
       01 ACCUMULATED-TOT-PAYMENTS PIC S9(15)V9(2) USAGE COMP-3.
       01 ADJUSTED-MONTHLY-PAYMENT PIC S9(15)V9(2) USAGE COMP-3.
       01 MONTHLY-INTEREST-RATE PIC S9(2)V9(2) USAGE COMP-3.
       01 REMAINING-PRINCIPAL   PIC S9(15)V9(2) USAGE COMP-3.
       01 INTEREST-PAYMENT      PIC S9(15)V9(2) USAGE COMP-3.
       01 PRINCIPAL-PAYMENT     PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-COUNTER            PIC 9(4).

      * PER-DIEM ACCRUAL PIECES.
       01 WS-PAYOFF-RATE        PIC S9(2)V9(2) USAGE COMP-3.
      * LOWEST SCRA CAP COVERING THE LOAN TODAY - 99.99 WHEN NOBODY
      * ON THE LOAN IS SERVING.
       01 WS-SCRA-SVC-RATE      PIC S9(2)V9(2) USAGE COMP-3.
       01 WS-SCRA-NO-CAP        PIC S9(2)V9(2) USAGE COMP-3
                                VALUE 99.99.
       01 WS-PER-DIEM           PIC S9(9)V9(6) USAGE COMP-3.
       01 WS-ACCRUED-INTEREST   PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-LATE-FEES-UNPAID   PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-LAST-PAID-DATE     PIC X(10).
       01 WS-ACCRUAL-DAYS       PIC S9(9) USAGE COMP.

       01 WS-DATE-NUM           PIC 9(8).
       01 WS-TODAY-INTEGER      PIC S9(9) USAGE COMP.
       01 WS-LASTPAY-INTEGER    PIC S9(9) USAGE COMP.

      * EARLY-PAYOFF PENALTY - LNDWISE4'S TERMS.
       01 WS-PENALTY-AMOUNT     PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-PREPAID-PRINCIPAL  PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-PERIODS-REMAINING  PIC S9(9) USAGE COMP.
       01 WS-MONTHS-ELAPSED     PIC S9(9) USAGE COMP.
       01 WS-PEN-CUR-YEAR       PIC 9(4).
       01 WS-PEN-CUR-MONTH      PIC 9(2).
       01 WS-PEN-ORIG-YEAR      PIC 9(4).
       01 WS-PEN-ORIG-MONTH     PIC 9(2).

      * FOR CALLING DLTPAYPL - 'N' = REFINANCED INTO A NEW LOAN. THE
      * ARCHIVE CARRIES THE CODE SO PIFLTR, HISTRPT AND THE BUREAU
      * EXTRACT NEVER MISTAKE A REFINANCE FOR A CASH PAYOFF.
       01 WS-DLT-LOAN-ID        PIC S9(9) USAGE COMP.
       01 WS-DLT-REASON-CODE    PIC X(1) VALUE 'N'.
       01 WS-DLT-RETURN-CODE    PIC S9(4) USAGE COMP.

      * RUN CONTROL TOTALS.
       01 WS-LINKS-ADDED        PIC 9(9) VALUE 0.
       01 WS-FEED-REJECTED      PIC 9(9) VALUE 0.
       01 WS-REFIS-DONE         PIC 9(9) VALUE 0.
       01 WS-OLD-LOANS-CLOSED   PIC 9(9) VALUE 0.
       01 WS-REFIS-FAILED       PIC 9(9) VALUE 0.
       01 WS-REFIS-RETRY        PIC 9(9) VALUE 0.
       01 WS-TOTAL-PAID-OFF     PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.

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
       01 WS-OLD-LOAN-LINE.
          05 FILLER             PIC X(15) VALUE 'REFI OLD LOAN: '.
          05 RFO-OLD-LOAN-ID    PIC 9(9).
          05 FILLER             PIC X(6)  VALUE ' NEW: '.
          05 RFO-NEW-LOAN-ID    PIC 9(9).
          05 FILLER             PIC X(7)  VALUE ' PRIN: '.
          05 RFO-PRINCIPAL      PIC ZZZZZZZZZZ9.99.
          05 FILLER             PIC X(6)  VALUE ' INT: '.
          05 RFO-INTEREST       PIC ZZZZZZZZZZ9.99.
          05 FILLER             PIC X(7)  VALUE ' FEES: '.
          05 RFO-FEES           PIC ZZZZZZZZZZ9.99.
          05 FILLER             PIC X(6)  VALUE ' PEN: '.
          05 RFO-PENALTY        PIC ZZZZZZZZZZ9.99.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RFO-WAIVED         PIC X(6).
          05 FILLER             PIC X(4)  VALUE SPACES.

       01 WS-NEW-LOAN-LINE.
          05 FILLER             PIC X(15) VALUE 'REFI NEW LOAN: '.
          05 RFN-NEW-LOAN-ID    PIC 9(9).
          05 FILLER             PIC X(10) VALUE ' PAYOFFS: '.
          05 RFN-PAYOFFS        PIC ZZZZZZZZZZZZ9.99.
          05 FILLER             PIC X(11) VALUE ' ORIG FEE: '.
          05 RFN-ORIG-FEE       PIC ZZZZZZZZZZZZ9.99.
          05 FILLER             PIC X(11) VALUE ' CASH OUT: '.
          05 RFN-CASH-OUT       PIC ZZZZZZZZZZZZ9.99.
          05 FILLER             PIC X(10) VALUE ' OFFICER: '.
          05 RFN-OFFICER        PIC X(8).
          05 FILLER             PIC X(10) VALUE SPACES.

       01 WS-FAILED-LINE.
          05 FILLER             PIC X(15) VALUE 'REFI NEW LOAN: '.
          05 RFF-NEW-LOAN-ID    PIC 9(9).
          05 FILLER             PIC X(18) VALUE ' NOT REFINANCED - '.
          05 RFF-REASON         PIC X(20).
          05 FILLER             PIC X(70) VALUE SPACES.

      *****************************************************
      *  NEW LOANS WITH OLD LOANS WAITING TO BE PAID OFF. *
      *****************************************************
           EXEC SQL
             DECLARE C-PENDING-REFIS CURSOR WITH HOLD FOR
               SELECT DISTINCT NEW_LOAN_ID
                 FROM KALA12.REFI_LINK
                WHERE REFI_STATUS = 'P'
                ORDER BY NEW_LOAN_ID
           END-EXEC.

      *****************************************************
      *  THE PENDING OLD LOANS ON ONE NEW LOAN.           *
      *****************************************************
           EXEC SQL
             DECLARE C-REFI-OLD-LOANS CURSOR WITH HOLD FOR
               SELECT OLD_LOAN_ID, WAIVE_PENALTY, OFFICER_ID
                 FROM KALA12.REFI_LINK
                WHERE NEW_LOAN_ID = :RFL_NEW-LOAN-ID
                  AND REFI_STATUS = 'P'
                ORDER BY OLD_LOAN_ID
           END-EXEC.

       PROCEDURE DIVISION.

       MAIN-PARA.
           DISPLAY 'REFINANC - INTERNAL REFINANCE RUN.'

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-DATE-YYYY '-' WS-DATE-MM '-' WS-DATE-DD
             DELIMITED BY SIZE
             INTO WS-TODAY-DASHED

           MOVE WS-CURRENT-DATE TO WS-DATE-NUM
           COMPUTE WS-TODAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)

           PERFORM OPEN-FILES
           PERFORM PROCESS-REFINANCE-FEED

      * THE FEED IS CONSUMED - MAKE TONIGHT'S REGISTRATIONS DURABLE
      * BEFORE ANY PAYOFF WORK.
           EXEC SQL
              COMMIT
           END-EXEC

           PERFORM LOAD-PENDING-NEW-LOANS

           PERFORM VARYING WS-NEW-IX FROM 1 BY 1
                   UNTIL WS-NEW-IX > WS-NEW-COUNT
              PERFORM APPLY-ONE-REFINANCE
           END-PERFORM

           EXEC SQL
              COMMIT
           END-EXEC

           PERFORM WRITE-GL-TRAILER
           CLOSE WS-OUTFILE-GL
           CLOSE REFIIN
           CLOSE REJOUT
           CLOSE RFIOUT

           DISPLAY 'REFINANC - LINKS REGISTERED:      '
                   WS-LINKS-ADDED
           DISPLAY 'REFINANC - FEED REJECTED:         '
                   WS-FEED-REJECTED
           DISPLAY 'REFINANC - REFINANCES COMPLETED:  '
                   WS-REFIS-DONE
           DISPLAY 'REFINANC - OLD LOANS PAID OFF:    '
                   WS-OLD-LOANS-CLOSED
           DISPLAY 'REFINANC - REFINANCES FAILED:     '
                   WS-REFIS-FAILED
           DISPLAY 'REFINANC - LEFT PENDING FOR RETRY:'
                   WS-REFIS-RETRY
           DISPLAY 'REFINANC - PAYOFFS FUNDED:        '
                   WS-TOTAL-PAID-OFF

           STOP RUN
           .

       OPEN-FILES.
           OPEN INPUT REFIIN
           IF FS-INFILE NOT = '00'
              DISPLAY 'REFINANC - NO REFINANCE FEED TODAY. '
                      'FILE STATUS: ' FS-INFILE
              MOVE 'Y' TO EOF
           END-IF

           OPEN OUTPUT REJOUT
           IF FS-REJFILE NOT = '00'
              DISPLAY 'REFINANC - ERROR OPENING REJECT FILE.'
              DISPLAY 'FILE STATUS CODE: ' FS-REJFILE
              STOP RUN
           END-IF

           OPEN OUTPUT RFIOUT
           IF FS-RFIRPT NOT = '00'
              DISPLAY 'REFINANC - ERROR OPENING REPORT FILE.'
              DISPLAY 'FILE STATUS CODE: ' FS-RFIRPT
              STOP RUN
           END-IF

           OPEN OUTPUT WS-OUTFILE-GL
           IF STATUS-OUTFILE-GL NOT = '00'
              DISPLAY 'REFINANC - ERROR OPENING GL EXTRACT.'
              DISPLAY 'FILE STATUS CODE: ' STATUS-OUTFILE-GL
              STOP RUN
           END-IF
           .

       PROCESS-REFINANCE-FEED.
           IF NOT END-OF-FILE
              PERFORM READ-REFINANCE-RECORD
              PERFORM UNTIL END-OF-FILE
                 PERFORM REGISTER-ONE-LINK
                 PERFORM READ-REFINANCE-RECORD
              END-PERFORM
           END-IF
           .

       READ-REFINANCE-RECORD.
           READ REFIIN
              AT END
                 MOVE 'Y' TO EOF
           END-READ
           .

       REGISTER-ONE-LINK.
           SET PROCESS-REQUEST-YES TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

           EVALUATE TRUE
              WHEN NOT RFI-NEW-LOAN-ID NUMERIC
                OR RFI-NEW-LOAN-ID = 0
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'INVALID NEW LOAN-ID' TO WS-REJECT-REASON
              WHEN NOT RFI-OLD-LOAN-ID NUMERIC
                OR RFI-OLD-LOAN-ID = 0
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'INVALID OLD LOAN-ID' TO WS-REJECT-REASON
              WHEN RFI-OLD-LOAN-ID = RFI-NEW-LOAN-ID
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'OLD LOAN IS NEW LOAN' TO WS-REJECT-REASON
              WHEN RFI-WAIVE-PENALTY NOT = 'Y'
               AND RFI-WAIVE-PENALTY NOT = 'N'
               AND RFI-WAIVE-PENALTY NOT = SPACE
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'INVALID WAIVE FLAG' TO WS-REJECT-REASON
              WHEN RFI-OFFICER-ID = SPACES
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'MISSING OFFICER-ID' TO WS-REJECT-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

      * THE NEW LOAN MUST BE A FRESH ORIGLOAD BOOKING THAT NOTHING
      * HAS FUNDED YET.
           IF PROCESS-REQUEST-YES
              MOVE RFI-NEW-LOAN-ID TO LOAN_LOAN-ID
              EXEC SQL
                 SELECT CUSTOMER_ID, LOAN_STATUS
                   INTO :LOAN_CUSTOMER-ID, :LOAN_LOAN-STATUS
                   FROM LOAN
                  WHERE LOAN_ID = :LOAN_LOAN-ID
              END-EXEC
              EVALUATE TRUE
                 WHEN SQLCODE = 100
                    SET PROCESS-REQUEST-NO TO TRUE
                    MOVE 'UNKNOWN NEW LOAN-ID' TO WS-REJECT-REASON
                 WHEN SQLCODE NOT = 0
                    MOVE 'FETCH NEW LOAN FOR REFINANCE'
                      TO WS-SQL-ACTION
                    PERFORM CHECK-SQLCODE
                 WHEN LOAN_LOAN-STATUS NOT = 'N'
                    SET PROCESS-REQUEST-NO TO TRUE
                    MOVE 'NEW LOAN NOT NEW' TO WS-REJECT-REASON
                 WHEN OTHER
                    MOVE LOAN_CUSTOMER-ID TO WS-NEW-CUSTOMER-ID
              END-EVALUATE
           END-IF

           IF PROCESS-REQUEST-YES
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-EXIST-COUNT
                   FROM KALA12.LOAN_FUNDING
                  WHERE LOAN_ID = :LOAN_LOAN-ID
              END-EXEC
              MOVE 'CHECK NEW LOAN FUNDING' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              IF WS-EXIST-COUNT > 0
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'NEW LOAN FUNDED' TO WS-REJECT-REASON
              END-IF
           END-IF

      * THE OLD LOAN MUST BE LIVE, SCHEDULED, AND THE SAME BORROWER'S
      * - THE NEW LOAN'S CUSTOMER AS PRIMARY OR CO-BORROWER ON IT.
           IF PROCESS-REQUEST-YES
              MOVE RFI-OLD-LOAN-ID TO LOAN_LOAN-ID
              EXEC SQL
                 SELECT CUSTOMER_ID, LOAN_STATUS
                   INTO :LOAN_CUSTOMER-ID, :LOAN_LOAN-STATUS
                   FROM LOAN
                  WHERE LOAN_ID = :LOAN_LOAN-ID
              END-EXEC
              EVALUATE TRUE
                 WHEN SQLCODE = 100
                    SET PROCESS-REQUEST-NO TO TRUE
                    MOVE 'UNKNOWN OLD LOAN-ID' TO WS-REJECT-REASON
                 WHEN SQLCODE NOT = 0
                    MOVE 'FETCH OLD LOAN FOR REFINANCE'
                      TO WS-SQL-ACTION
                    PERFORM CHECK-SQLCODE
                 WHEN LOAN_LOAN-STATUS = 'C' OR
                      LOAN_LOAN-STATUS = 'W' OR
                      LOAN_LOAN-STATUS = 'R'
                    SET PROCESS-REQUEST-NO TO TRUE
                    MOVE 'OLD LOAN NOT OPEN' TO WS-REJECT-REASON
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF

           IF PROCESS-REQUEST-YES
              AND LOAN_CUSTOMER-ID NOT = WS-NEW-CUSTOMER-ID
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-EXIST-COUNT
                   FROM KALA12.LOAN_PARTY
                  WHERE LOAN_ID     = :LOAN_LOAN-ID
                    AND CUSTOMER_ID = :WS-NEW-CUSTOMER-ID
                    AND PARTY_ROLE IN ('P', 'C')
              END-EXEC
              MOVE 'CHECK OLD LOAN BORROWER' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              IF WS-EXIST-COUNT = 0
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'CUSTOMER MISMATCH' TO WS-REJECT-REASON
              END-IF
           END-IF

           IF PROCESS-REQUEST-YES
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-EXIST-COUNT
                   FROM KALA12.PAYPLAN
                  WHERE LOAN_ID = :LOAN_LOAN-ID
              END-EXEC
              MOVE 'CHECK OLD LOAN SCHEDULE' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              IF WS-EXIST-COUNT = 0
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'OLD LOAN UNSCHEDULED' TO WS-REJECT-REASON
              END-IF
           END-IF

           IF PROCESS-REQUEST-YES
              MOVE RFI-OLD-LOAN-ID TO RFL_OLD-LOAN-ID
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-EXIST-COUNT
                   FROM KALA12.REFI_LINK
                  WHERE OLD_LOAN_ID = :RFL_OLD-LOAN-ID
                    AND REFI_STATUS = 'P'
              END-EXEC
              MOVE 'CHECK OLD LOAN PENDING LINK' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              IF WS-EXIST-COUNT > 0
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'ALREADY ON REFINANCE' TO WS-REJECT-REASON
              END-IF
           END-IF

           IF PROCESS-REQUEST-YES
              MOVE RFI-NEW-LOAN-ID TO RFL_NEW-LOAN-ID
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-EXIST-COUNT
                   FROM KALA12.REFI_LINK
                  WHERE NEW_LOAN_ID = :RFL_NEW-LOAN-ID
                    AND REFI_STATUS = 'P'
              END-EXEC
              MOVE 'COUNT NEW LOAN PENDING LINKS' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              IF WS-EXIST-COUNT NOT < WS-MAX-OLD-LOANS
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'TOO MANY OLD LOANS' TO WS-REJECT-REASON
              END-IF
           END-IF

           IF PROCESS-REQUEST-YES
              MOVE RFI-NEW-LOAN-ID   TO RFL_NEW-LOAN-ID
              MOVE RFI-OLD-LOAN-ID   TO RFL_OLD-LOAN-ID
              MOVE RFI-OFFICER-ID    TO RFL_OFFICER-ID
              IF RFI-WAIVE-PENALTY = 'Y'
                 MOVE 'Y' TO RFL_WAIVE-PENALTY
              ELSE
                 MOVE 'N' TO RFL_WAIVE-PENALTY
              END-IF
              MOVE 'P'               TO RFL_REFI-STATUS
              MOVE WS-TODAY-DASHED   TO RFL_REQUEST-DATE

              EXEC SQL
                 INSERT INTO KALA12.REFI_LINK
                       (NEW_LOAN_ID, OLD_LOAN_ID, OFFICER_ID,
                        WAIVE_PENALTY, REFI_STATUS, REQUEST_DATE,
                        PAYOFF_PRINCIPAL, PAYOFF_INTEREST,
                        PAYOFF_FEES, PENALTY_AMOUNT, FAIL_REASON)
                 VALUES (:RFL_NEW-LOAN-ID, :RFL_OLD-LOAN-ID,
                         :RFL_OFFICER-ID, :RFL_WAIVE-PENALTY,
                         :RFL_REFI-STATUS, :RFL_REQUEST-DATE,
                         0, 0, 0, 0, ' ')
              END-EXEC
              MOVE 'INSERT REFINANCE LINK' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              ADD 1 TO WS-LINKS-ADDED
              DISPLAY 'REFINANC - LINK REGISTERED, OLD LOAN-ID: '
                      RFI-OLD-LOAN-ID ' INTO NEW LOAN-ID: '
                      RFI-NEW-LOAN-ID
           ELSE
              MOVE REFIIN-RECORD TO REJ-DATA
              MOVE WS-REJECT-REASON TO REJ-REASON
              WRITE REJECT-RECORD
              ADD 1 TO WS-FEED-REJECTED
              DISPLAY 'REFINANC - REJECTED FEED RECORD: '
                      WS-REJECT-REASON
           END-IF
           .

       LOAD-PENDING-NEW-LOANS.
           EXEC SQL
              OPEN C-PENDING-REFIS
           END-EXEC
           MOVE 'OPEN C-PENDING-REFIS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM FETCH-PENDING-REFI
           PERFORM UNTIL SQLCODE NOT = 0
                      OR WS-NEW-COUNT NOT < WS-NEW-MAX
              ADD 1 TO WS-NEW-COUNT
              MOVE RFL_NEW-LOAN-ID TO WS-NEW-LOAN-ID (WS-NEW-COUNT)
              PERFORM FETCH-PENDING-REFI
           END-PERFORM

           IF SQLCODE = 0
              DISPLAY 'REFINANC - MORE THAN ' WS-NEW-MAX
                      ' REFINANCES PENDING - THE REST WAIT FOR '
                      'THE NEXT RUN'
           END-IF

           EXEC SQL
              CLOSE C-PENDING-REFIS
           END-EXEC
           MOVE 'CLOSE C-PENDING-REFIS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       FETCH-PENDING-REFI.
           EXEC SQL
              FETCH C-PENDING-REFIS
                INTO :RFL_NEW-LOAN-ID
           END-EXEC
           MOVE 'FETCH C-PENDING-REFIS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       APPLY-ONE-REFINANCE.
           SET REFI-OK TO TRUE
           MOVE SPACES TO WS-FAIL-REASON
           MOVE WS-NEW-LOAN-ID (WS-NEW-IX) TO RFL_NEW-LOAN-ID

           PERFORM LOOKUP-NEW-LOAN

           IF REFI-OK
              PERFORM LOAD-OLD-LOANS
           END-IF

           IF REFI-OK
              MOVE 0 TO WS-PAYOFFS-TOTAL
              PERFORM VARYING WS-OLD-IX FROM 1 BY 1
                      UNTIL WS-OLD-IX > WS-OLD-COUNT
                         OR REFI-FAILED
                 PERFORM PRICE-ONE-OLD-LOAN
              END-PERFORM
           END-IF

      * THE NEW LOAN'S PROCEEDS ARE THE FINANCED AMOUNT LESS THE
      * ORIGINATION FEE, ON THE SAME TERMS FUNDDISB NETS IT. THEY
      * MUST COVER EVERY PAYOFF - A SHORTFALL IS NOT OURS TO FUND.
           IF REFI-OK
              COMPUTE WS-NEW-PROCEEDS =
                      WS-NEW-LOAN-AMOUNT - WS-NEW-DOWN-PAYMENT
              PERFORM LOOKUP-ORIGINATION-FEE
              SUBTRACT WS-ORIG-FEE FROM WS-NEW-PROCEEDS

              IF WS-PAYOFFS-TOTAL > WS-NEW-PROCEEDS
                 SET REFI-FAILED TO TRUE
                 MOVE 'PAYOFFS EXCEED LOAN' TO WS-FAIL-REASON
              ELSE
                 COMPUTE WS-CASH-OUT =
                         WS-NEW-PROCEEDS - WS-PAYOFFS-TOTAL
              END-IF
           END-IF

           IF REFI-OK
              PERFORM COMPLETE-ONE-REFINANCE
           ELSE
              PERFORM FAIL-ONE-REFINANCE
           END-IF
           .

       LOOKUP-NEW-LOAN.
           MOVE RFL_NEW-LOAN-ID TO LOAN_LOAN-ID
           EXEC SQL
              SELECT CUSTOMER_ID, TYPE_ID, LOAN_AMOUNT,
                     DOWN_PAYMENT, LOAN_STATUS
                INTO :LOAN_CUSTOMER-ID, :LOAN_TYPE-ID,
                     :LOAN_LOAN-AMOUNT, :LOAN_DOWN-PAYMENT,
                     :LOAN_LOAN-STATUS
                FROM LOAN
               WHERE LOAN_ID = :LOAN_LOAN-ID
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 100
                 SET REFI-FAILED TO TRUE
                 MOVE 'NEW LOAN NOT FOUND' TO WS-FAIL-REASON
              WHEN SQLCODE NOT = 0
                 MOVE 'FETCH NEW LOAN' TO WS-SQL-ACTION
                 PERFORM CHECK-SQLCODE
              WHEN LOAN_LOAN-STATUS NOT = 'N'
                 SET REFI-FAILED TO TRUE
                 MOVE 'NEW LOAN NOT NEW' TO WS-FAIL-REASON
              WHEN OTHER
                 MOVE LOAN_CUSTOMER-ID   TO WS-NEW-CUSTOMER-ID
                 MOVE LOAN_TYPE-ID       TO WS-NEW-TYPE-ID
                 MOVE LOAN_LOAN-AMOUNT   TO WS-NEW-LOAN-AMOUNT
                 MOVE LOAN_DOWN-PAYMENT  TO WS-NEW-DOWN-PAYMENT
                 MOVE LOAN_LOAN-STATUS   TO WS-NEW-LOAN-STATUS
           END-EVALUATE

           IF REFI-OK
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-EXIST-COUNT
                   FROM KALA12.LOAN_FUNDING
                  WHERE LOAN_ID = :LOAN_LOAN-ID
              END-EXEC
              MOVE 'CHECK NEW LOAN FUNDING' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              IF WS-EXIST-COUNT > 0
                 SET REFI-FAILED TO TRUE
                 MOVE 'NEW LOAN FUNDED' TO WS-FAIL-REASON
              END-IF
           END-IF
           .

       LOAD-OLD-LOANS.
           MOVE 0 TO WS-OLD-COUNT

           EXEC SQL
              OPEN C-REFI-OLD-LOANS
           END-EXEC
           MOVE 'OPEN C-REFI-OLD-LOANS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM FETCH-REFI-OLD-LOAN
           PERFORM UNTIL SQLCODE NOT = 0
                      OR WS-OLD-COUNT NOT < WS-MAX-OLD-LOANS
              ADD 1 TO WS-OLD-COUNT
              MOVE RFL_OLD-LOAN-ID
                TO WS-OLD-LOAN-ID (WS-OLD-COUNT)
              MOVE RFL_WAIVE-PENALTY
                TO WS-OLD-WAIVE (WS-OLD-COUNT)
              MOVE RFL_OFFICER-ID TO WS-OFFICER-ID
              PERFORM FETCH-REFI-OLD-LOAN
           END-PERFORM

           EXEC SQL
              CLOSE C-REFI-OLD-LOANS
           END-EXEC
           MOVE 'CLOSE C-REFI-OLD-LOANS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF WS-OLD-COUNT = 0
              SET REFI-FAILED TO TRUE
              MOVE 'NO OLD LOANS' TO WS-FAIL-REASON
           END-IF
           .

       FETCH-REFI-OLD-LOAN.
           EXEC SQL
              FETCH C-REFI-OLD-LOANS
                INTO :RFL_OLD-LOAN-ID, :RFL_WAIVE-PENALTY,
                     :RFL_OFFICER-ID
           END-EXEC
           MOVE 'FETCH C-REFI-OLD-LOANS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       PRICE-ONE-OLD-LOAN.
           MOVE WS-OLD-LOAN-ID (WS-OLD-IX) TO LOAN_LOAN-ID

           EXEC SQL
              SELECT CUSTOMER_ID, TYPE_ID, LOAN_AMOUNT, LOAN_STATUS,
                     INTEREST_RATE, INTEREST_TYPE, DOWN_PAYMENT,
                     CREATION_DATE, PAYMENT_PERIOD
                INTO :LOAN_CUSTOMER-ID, :LOAN_TYPE-ID,
                     :LOAN_LOAN-AMOUNT, :LOAN_LOAN-STATUS,
                     :LOAN_INTEREST-RATE, :LOAN_INTEREST-TYPE,
                     :LOAN_DOWN-PAYMENT, :LOAN_CREATION-DATE,
                     :LOAN_PAYMENT-PERIOD
                FROM LOAN
               WHERE LOAN_ID = :LOAN_LOAN-ID
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 100
                 SET REFI-FAILED TO TRUE
                 MOVE 'OLD LOAN NOT FOUND' TO WS-FAIL-REASON
              WHEN SQLCODE NOT = 0
                 MOVE 'FETCH OLD LOAN FOR PAYOFF' TO WS-SQL-ACTION
                 PERFORM CHECK-SQLCODE
              WHEN LOAN_LOAN-STATUS = 'C' OR
                   LOAN_LOAN-STATUS = 'W' OR
                   LOAN_LOAN-STATUS = 'R'
                 SET REFI-FAILED TO TRUE
                 MOVE 'OLD LOAN NOT OPEN' TO WS-FAIL-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF REFI-OK
              PERFORM SUM-POSTED-PAYMENTS
              PERFORM FETCH-PERSISTED-BALANCE
              IF NOT BALANCE-ROW-FOUND
                 PERFORM WALK-REMAINING-PRINCIPAL
              END-IF
              PERFORM DETERMINE-PAYOFF-RATE
              PERFORM ACCRUE-PER-DIEM-INTEREST
              IF NOT BALANCE-ROW-FOUND
                 PERFORM SUM-UNPAID-LATE-FEES
              END-IF
              PERFORM ASSESS-EARLY-PAYOFF-PENALTY

              MOVE REMAINING-PRINCIPAL
                TO WS-OLD-PRINCIPAL (WS-OLD-IX)
              MOVE WS-BASE-ACCRUED
                TO WS-OLD-ACCRUED (WS-OLD-IX)
              MOVE WS-ACCRUED-INTEREST
                TO WS-OLD-PER-DIEM-INT (WS-OLD-IX)
              MOVE WS-LATE-FEES-UNPAID
                TO WS-OLD-FEES (WS-OLD-IX)

      * A WAIVED PENALTY IS STILL WORKED OUT SO THE REPORT SHOWS
      * WHAT THE OFFICER GAVE UP - IT IS JUST NEVER CHARGED.
              IF WS-OLD-WAIVE (WS-OLD-IX) = 'Y'
                 MOVE WS-PENALTY-AMOUNT
                   TO WS-OLD-WAIVED-AMT (WS-OLD-IX)
                 MOVE 0 TO WS-OLD-PENALTY (WS-OLD-IX)
              ELSE
                 MOVE 0 TO WS-OLD-WAIVED-AMT (WS-OLD-IX)
                 MOVE WS-PENALTY-AMOUNT
                   TO WS-OLD-PENALTY (WS-OLD-IX)
              END-IF

              COMPUTE WS-OLD-PAYOFF (WS-OLD-IX) =
                      WS-OLD-PRINCIPAL (WS-OLD-IX)
                      + WS-OLD-ACCRUED (WS-OLD-IX)
                      + WS-OLD-PER-DIEM-INT (WS-OLD-IX)
                      + WS-OLD-FEES (WS-OLD-IX)
                      + WS-OLD-PENALTY (WS-OLD-IX)

              ADD WS-OLD-PAYOFF (WS-OLD-IX) TO WS-PAYOFFS-TOTAL
           END-IF
           .

       SUM-POSTED-PAYMENTS.
      * THE PAYMENTS POSTED TO THE OLD LOAN - THE WALK NEEDS THE
      * AVERAGE AND THE PENALTY NEEDS THE COUNT OF INSTALLMENTS PAID.
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
           END-EXEC

           MOVE 'SUM POSTED PAYMENTS FOR PAYOFF' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           MOVE NUMBER-OF-INVOICES-PAID TO WS-NO-INVOICES-PAID

      * NO PAYMENT POSTED YET - ACCRUE FROM THE LOAN'S CREATION DATE.
           IF WS-LAST-PAID-DATE = SPACES
              MOVE LOAN_CREATION-DATE TO WS-LAST-PAID-DATE
           END-IF
           .

       FETCH-PERSISTED-BALANCE.
           MOVE 'N' TO WS-BALANCE-FOUND
           MOVE 0 TO WS-BASE-ACCRUED
           MOVE 0 TO WS-LATE-FEES-UNPAID

           EXEC SQL
              SELECT REMAINING_PRINCIPAL, ACCRUED_INTEREST,
                     UNPAID_FEES, AS_OF_DATE
                INTO :LBL_REMAINING-PRINCIPAL, :LBL_ACCRUED-INTEREST,
                     :LBL_UNPAID-FEES, :LBL_AS-OF-DATE
                FROM KALA12.LOAN_BALANCE
               WHERE LOAN_ID = :LOAN_LOAN-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE 'Y' TO WS-BALANCE-FOUND
                 MOVE LBL_REMAINING-PRINCIPAL TO REMAINING-PRINCIPAL
                 MOVE LBL_UNPAID-FEES         TO WS-LATE-FEES-UNPAID
                 MOVE LBL_ACCRUED-INTEREST    TO WS-BASE-ACCRUED
      * PER-DIEM BRIDGES FROM THE BALANCE'S AS-OF DATE, NOT FROM
      * THE LAST PAYMENT - THE ROW ALREADY COVERS UP TO AS-OF.
                 MOVE LBL_AS-OF-DATE          TO WS-LAST-PAID-DATE
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE 'FETCH PERSISTED BALANCE' TO WS-SQL-ACTION
                 PERFORM CHECK-SQLCODE
           END-EVALUATE
           .

       WALK-REMAINING-PRINCIPAL.
      * SAME WALK AS PAYQUOTE AND LNDWISE4'S 900-LOAN-TABLE-CHECK:
      * AVERAGE THE POSTED PAYMENTS, THEN REPLAY THEM PERIOD BY
      * PERIOD SPLITTING INTEREST FROM PRINCIPAL, STARTING FROM THE
      * FINANCED AMOUNT.
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
           .

       DETERMINE-PAYOFF-RATE.
      * FIXED LOANS PAY OFF AT THE CONTRACT RATE; VARIABLE LOANS AT
      * THE RATE_TABLE ROW IN EFFECT TODAY - PAYQUOTE'S RULE.
           MOVE LOAN_INTEREST-RATE TO WS-PAYOFF-RATE

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
                            AND EFFECTIVE_DATE <= :WS-TODAY-DASHED)
              END-EXEC

              EVALUATE SQLCODE
                 WHEN 0
                    MOVE RATE_CURRENT-RATE TO WS-PAYOFF-RATE
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    MOVE 'LOOKUP PAYOFF RATE' TO WS-SQL-ACTION
                    PERFORM CHECK-SQLCODE
              END-EVALUATE
           END-IF

      * SCRA CAP IN FORCE TODAY - SAME TEST PAYQUOTE APPLIES.
           EXEC SQL
              SELECT COALESCE(MIN(S.CAP_RATE), :WS-SCRA-NO-CAP)
                INTO :WS-SCRA-SVC-RATE
                FROM KALA12.SCRA_SERVICE S
               WHERE S.SERVICE_STATUS  = 'A'
                 AND S.SERVICE_START  <= :WS-TODAY-DASHED
                 AND S.SERVICE_END    >= :WS-TODAY-DASHED
                 AND S.SERVICE_START   > :LOAN_CREATION-DATE
                 AND (S.CUSTOMER_ID = :LOAN_CUSTOMER-ID
                      OR S.CUSTOMER_ID IN
                         (SELECT LP.CUSTOMER_ID
                            FROM KALA12.LOAN_PARTY LP
                           WHERE LP.LOAN_ID = :LOAN_LOAN-ID
                             AND LP.PARTY_ROLE IN ('P', 'C')))
           END-EXEC
           MOVE 'LOOKUP SCRA SERVICE FOR PAYOFF' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF WS-SCRA-SVC-RATE < WS-PAYOFF-RATE
              MOVE WS-SCRA-SVC-RATE TO WS-PAYOFF-RATE
           END-IF
           .

       ACCRUE-PER-DIEM-INTEREST.
           MOVE WS-LAST-PAID-DATE(1:4) TO WS-DATE-NUM(1:4)
           MOVE WS-LAST-PAID-DATE(6:2) TO WS-DATE-NUM(5:2)
           MOVE WS-LAST-PAID-DATE(9:2) TO WS-DATE-NUM(7:2)
           COMPUTE WS-LASTPAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)

           COMPUTE WS-ACCRUAL-DAYS =
                   WS-TODAY-INTEGER - WS-LASTPAY-INTEGER
           IF WS-ACCRUAL-DAYS < 0
              MOVE 0 TO WS-ACCRUAL-DAYS
           END-IF

           COMPUTE WS-PER-DIEM ROUNDED =
                   (REMAINING-PRINCIPAL * WS-PAYOFF-RATE)
                   / 100 / 365

           COMPUTE WS-ACCRUED-INTEREST ROUNDED =
                   WS-PER-DIEM * WS-ACCRUAL-DAYS
           .

       SUM-UNPAID-LATE-FEES.
      * AN OVERDUE ROW CARRIES THE LATE FEE ON TOP OF THE SCHEDULED
      * AMOUNT IN REMAINING_AMOUNT - THE EXCESS OVER PAYMENT_AMOUNT
      * IS THE FEE STILL UNPAID.
           EXEC SQL
              SELECT COALESCE(SUM(CASE
                        WHEN REMAINING_AMOUNT > PAYMENT_AMOUNT
                        THEN REMAINING_AMOUNT - PAYMENT_AMOUNT
                        ELSE 0 END), 0)
                INTO :WS-LATE-FEES-UNPAID
                FROM PAYPLAN
               WHERE LOAN_ID = :LOAN_LOAN-ID
                 AND PLAN_STATUS = 'OVERDUE'
           END-EXEC

           MOVE 'SUM UNPAID LATE FEES' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       ASSESS-EARLY-PAYOFF-PENALTY.
      * LNDWISE4'S TERMS: NONE ON A VARIABLE LOAN OR ONE ALREADY PAID
      * THROUGH ITS TERM; OTHERWISE THE LOANTYPE PENALTY_RATE ON THE
      * PRINCIPAL SETTLED AHEAD OF SCHEDULE, WHILE THE LOAN IS STILL
      * INSIDE ITS PENALTY_FREE_MONTHS. NO CAP HERE - THE NEW LOAN
      * FINANCES IT RATHER THAN AN EXCESS WE HAPPEN TO HOLD.
           MOVE 0 TO WS-PENALTY-AMOUNT

           IF LOAN_INTEREST-TYPE = 'V'
              OR WS-NO-INVOICES-PAID NOT < LOAN_PAYMENT-PERIOD
              CONTINUE
           ELSE
              EXEC SQL
                SELECT PENALTY_RATE, PENALTY_FREE_MONTHS
                  INTO :TYPE_PENALTY-RATE, :TYPE_PENALTY-FREE-MONTHS
                  FROM LOANTYPE
                 WHERE ID = :LOAN_TYPE-ID
              END-EXEC
              MOVE 'LOOKUP EARLY PAYOFF PENALTY TERMS'
                TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              IF SQLCODE = 0
                 AND TYPE_PENALTY-RATE > 0
                 MOVE WS-DATE-YYYY TO WS-PEN-CUR-YEAR
                 MOVE WS-DATE-MM   TO WS-PEN-CUR-MONTH
                 MOVE LOAN_CREATION-DATE(1:4) TO WS-PEN-ORIG-YEAR
                 MOVE LOAN_CREATION-DATE(6:2) TO WS-PEN-ORIG-MONTH
                 COMPUTE WS-MONTHS-ELAPSED =
                         ((WS-PEN-CUR-YEAR - WS-PEN-ORIG-YEAR) * 12)
                         + WS-PEN-CUR-MONTH - WS-PEN-ORIG-MONTH

                 IF WS-MONTHS-ELAPSED < TYPE_PENALTY-FREE-MONTHS
                    COMPUTE WS-PERIODS-REMAINING =
                            LOAN_PAYMENT-PERIOD - WS-NO-INVOICES-PAID
                    COMPUTE WS-PREPAID-PRINCIPAL ROUNDED =
                            (LOAN_LOAN-AMOUNT - LOAN_DOWN-PAYMENT)
                            * WS-PERIODS-REMAINING
                            / LOAN_PAYMENT-PERIOD
                    COMPUTE WS-PENALTY-AMOUNT ROUNDED =
                            WS-PREPAID-PRINCIPAL
                            * TYPE_PENALTY-RATE / 100
                 END-IF
              END-IF
           END-IF
           .

       LOOKUP-ORIGINATION-FEE.
           MOVE 0 TO WS-ORIG-FEE

           EXEC SQL
              SELECT FEE_AMOUNT
                INTO :FSC_FEE-AMOUNT
                FROM KALA12.FEE_SCHEDULE
               WHERE TYPE_ID  = :WS-NEW-TYPE-ID
                 AND FEE_CODE = 'ORIG'
           END-EXEC

           EVALUATE SQLCODE
             WHEN 100
               CONTINUE
             WHEN 0
               IF FSC_FEE-AMOUNT > 0
                  AND FSC_FEE-AMOUNT < WS-NEW-PROCEEDS
                  MOVE FSC_FEE-AMOUNT TO WS-ORIG-FEE
               END-IF
             WHEN OTHER
               MOVE 'LOOKUP ORIGINATION FEE' TO WS-SQL-ACTION
               PERFORM CHECK-SQLCODE
           END-EVALUATE
           .

       FAIL-ONE-REFINANCE.
      * THE NEW LOAN STAYS UNFUNDED - FUNDDISB NEVER PICKS UP A LOAN
      * BOOKED AS A REFINANCE - UNTIL THE OFFICER SORTS IT OUT AND
      * SENDS THE LINKS AGAIN.
           MOVE WS-FAIL-REASON TO RFL_FAIL-REASON

           EXEC SQL
              UPDATE KALA12.REFI_LINK
                 SET REFI_STATUS = 'X',
                     FAIL_REASON = :RFL_FAIL-REASON
               WHERE NEW_LOAN_ID = :RFL_NEW-LOAN-ID
                 AND REFI_STATUS = 'P'
           END-EXEC
           MOVE 'FAIL REFINANCE LINKS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           EXEC SQL
              COMMIT
           END-EXEC

           MOVE RFL_NEW-LOAN-ID TO RFF-NEW-LOAN-ID
           MOVE WS-FAIL-REASON  TO RFF-REASON
           WRITE REFI-REPORT-LINE FROM WS-FAILED-LINE

           ADD 1 TO WS-REFIS-FAILED
           DISPLAY 'REFINANC - NEW LOAN-ID ' RFL_NEW-LOAN-ID
                   ' NOT REFINANCED - ' WS-FAIL-REASON
           .

       COMPLETE-ONE-REFINANCE.
      * CLOSE EVERY OLD LOAN FIRST. A DLTPAYPL FAILURE ON ANY OF THEM
      * ROLLS THE WHOLE REFINANCE BACK - HALF A CONSOLIDATION WOULD
      * LEAVE THE BORROWER OWING TWICE - AND THE LINKS STAY 'P' FOR
      * THE NEXT RUN. NO CURSOR IS OPEN HERE, SO THE ROLLBACK COSTS
      * NOTHING BUT THIS ONE NEW LOAN.
           MOVE 'N' TO WS-DLT-STATE

           PERFORM VARYING WS-OLD-IX FROM 1 BY 1
                   UNTIL WS-OLD-IX > WS-OLD-COUNT
                      OR DLT-FAILED
              PERFORM CLOSE-ONE-OLD-LOAN
           END-PERFORM

           IF DLT-FAILED
              EXEC SQL
                 ROLLBACK
              END-EXEC
              ADD 1 TO WS-REFIS-RETRY
              DISPLAY 'REFINANC - NEW LOAN-ID ' RFL_NEW-LOAN-ID
                      ' ROLLED BACK - LEFT PENDING FOR RETRY'
           ELSE
              PERFORM FUND-NEW-LOAN-INTERNALLY

      * THE DATABASE WORK IS ALL IN - ONLY NOW DOES THE MONEY GO TO
      * THE GL EXTRACT, WHICH A ROLLBACK COULD NOT TAKE BACK.
              PERFORM VARYING WS-OLD-IX FROM 1 BY 1
                      UNTIL WS-OLD-IX > WS-OLD-COUNT
                 PERFORM POST-ONE-OLD-LOAN
              END-PERFORM
              PERFORM POST-NEW-LOAN-PROCEEDS

              EXEC SQL
                 COMMIT
              END-EXEC

              MOVE RFL_NEW-LOAN-ID  TO RFN-NEW-LOAN-ID
              MOVE WS-PAYOFFS-TOTAL TO RFN-PAYOFFS
              MOVE WS-ORIG-FEE      TO RFN-ORIG-FEE
              MOVE WS-CASH-OUT      TO RFN-CASH-OUT
              MOVE WS-OFFICER-ID    TO RFN-OFFICER
              WRITE REFI-REPORT-LINE FROM WS-NEW-LOAN-LINE

              ADD 1 TO WS-REFIS-DONE
              ADD WS-OLD-COUNT TO WS-OLD-LOANS-CLOSED
              ADD WS-PAYOFFS-TOTAL TO WS-TOTAL-PAID-OFF

              DISPLAY 'REFINANC - NEW LOAN-ID ' RFL_NEW-LOAN-ID
                      ' FUNDED INTERNALLY - PAYOFFS: '
                      WS-PAYOFFS-TOTAL
           END-IF
           .

       CLOSE-ONE-OLD-LOAN.
           MOVE WS-OLD-LOAN-ID (WS-OLD-IX) TO WS-DLT-LOAN-ID
           CALL 'DLTPAYPL' USING WS-DLT-LOAN-ID, WS-DLT-REASON-CODE,
                WS-DLT-RETURN-CODE

           IF WS-DLT-RETURN-CODE NOT = 0
              MOVE 'Y' TO WS-DLT-STATE
              DISPLAY 'REFINANC - DLTPAYPL FAILED FOR LOAN-ID: '
                      WS-DLT-LOAN-ID ', SQLCODE=' WS-DLT-RETURN-CODE
           ELSE
      * THE SCHEDULE IS ARCHIVED - NOW CLOSE THE LOAN.
              MOVE 'C' TO LOAN_LOAN-STATUS
              MOVE WS-DLT-LOAN-ID TO LOAN_LOAN-ID

              EXEC SQL
                 UPDATE LOAN
                    SET LOAN_STATUS = :LOAN_LOAN-STATUS
                  WHERE LOAN_ID = :LOAN_LOAN-ID
              END-EXEC
              MOVE 'CLOSE REFINANCED LOAN' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

      * THE SAME DURABLE RECORD OF THE CHARGE LNDWISE4 LEAVES AT A
      * CASH PAYOFF.
              IF WS-OLD-PENALTY (WS-OLD-IX) > 0
                 MOVE WS-DLT-LOAN-ID     TO PEN_LOAN-ID
                 MOVE WS-NEW-CUSTOMER-ID TO PEN_CUSTOMER-ID
                 MOVE WS-OLD-PENALTY (WS-OLD-IX)
                   TO PEN_PENALTY-AMOUNT
                 MOVE WS-TODAY-DASHED    TO PEN_ASSESSED-DATE

                 EXEC SQL
                   INSERT INTO KALA12.PAYOFF_PENALTY
                         (LOAN_ID, CUSTOMER_ID,
                          PENALTY_AMOUNT, ASSESSED_DATE)
                   VALUES (:PEN_LOAN-ID, :PEN_CUSTOMER-ID,
                           :PEN_PENALTY-AMOUNT,
                           :PEN_ASSESSED-DATE)
                 END-EXEC
                 MOVE 'INSERT PAYOFF PENALTY ROW' TO WS-SQL-ACTION
                 PERFORM CHECK-SQLCODE
              END-IF

              MOVE WS-DLT-LOAN-ID TO RFL_OLD-LOAN-ID
              MOVE WS-OLD-PRINCIPAL (WS-OLD-IX)
                TO RFL_PAYOFF-PRINCIPAL
              COMPUTE RFL_PAYOFF-INTEREST =
                      WS-OLD-ACCRUED (WS-OLD-IX)
                      + WS-OLD-PER-DIEM-INT (WS-OLD-IX)
              MOVE WS-OLD-FEES (WS-OLD-IX)    TO RFL_PAYOFF-FEES
              MOVE WS-OLD-PENALTY (WS-OLD-IX) TO RFL_PENALTY-AMOUNT
              MOVE WS-TODAY-DASHED            TO RFL_COMPLETED-DATE

              EXEC SQL
                 UPDATE KALA12.REFI_LINK
                    SET REFI_STATUS       = 'C',
                        PAYOFF_PRINCIPAL  = :RFL_PAYOFF-PRINCIPAL,
                        PAYOFF_INTEREST   = :RFL_PAYOFF-INTEREST,
                        PAYOFF_FEES       = :RFL_PAYOFF-FEES,
                        PENALTY_AMOUNT    = :RFL_PENALTY-AMOUNT,
                        COMPLETED_DATE    = :RFL_COMPLETED-DATE
                  WHERE NEW_LOAN_ID = :RFL_NEW-LOAN-ID
                    AND OLD_LOAN_ID = :RFL_OLD-LOAN-ID
                    AND REFI_STATUS = 'P'
              END-EXEC
              MOVE 'COMPLETE REFINANCE LINK' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              PERFORM JOURNAL-OLD-LOAN-PAYOFF
           END-IF
           .

       JOURNAL-OLD-LOAN-PAYOFF.
      * ON THE OLD LOAN'S JOURNAL THE PENALTY IS CHARGED AND THE NEW
      * LOAN'S PROCEEDS THEN SETTLE EVERYTHING OWED, THE WAY A CASH
      * PAYOFF WOULD. BOTH ROWS CARRY THE NEW LOAN-ID AS REFERENCE.
           MOVE WS-DLT-LOAN-ID     TO LJR_LOAN-ID
           MOVE WS-TODAY-DASHED    TO LJR_EFFECTIVE-DATE
           MOVE 0                  TO LJR_ESC-AMOUNT
           MOVE RFL_NEW-LOAN-ID    TO LJR_REFERENCE-ID

           IF WS-OLD-PENALTY (WS-OLD-IX) > 0
              MOVE 'PPEN'          TO LJR_TRAN-CODE
              MOVE WS-OLD-PENALTY (WS-OLD-IX) TO LJR_AMOUNT
              MOVE 0               TO LJR_PRIN-AMOUNT
              MOVE 0               TO LJR_INT-AMOUNT
              MOVE WS-OLD-PENALTY (WS-OLD-IX) TO LJR_FEE-AMOUNT
              PERFORM POST-LOAN-JOURNAL
           END-IF

           MOVE 'PAPL'             TO LJR_TRAN-CODE
           MOVE WS-OLD-PAYOFF (WS-OLD-IX) TO LJR_AMOUNT
           COMPUTE LJR_PRIN-AMOUNT = 0 - WS-OLD-PRINCIPAL (WS-OLD-IX)
           COMPUTE LJR_INT-AMOUNT  = 0 - WS-OLD-ACCRUED (WS-OLD-IX)
                                       - WS-OLD-PER-DIEM-INT (WS-OLD-IX)
           COMPUTE LJR_FEE-AMOUNT  = 0 - WS-OLD-FEES (WS-OLD-IX)
                                       - WS-OLD-PENALTY (WS-OLD-IX)
           PERFORM POST-LOAN-JOURNAL
           .

       FUND-NEW-LOAN-INTERNALLY.
      * THE ORIGINATION FEE IS DEFERRED AS IT WOULD BE AT AN ACH
      * FUNDING, BUT IT NEVER CAME OUT OF CASH - THIS RUN POSTS IT
      * AGAINST THE NEW LOAN ITSELF, SO THE ROW GOES IN ALREADY
      * MARKED AS ON THE GL AND FEEASSES LEAVES IT ALONE. FEEAMORT
      * RECOGNIZES IT OVER THE NEW LOAN'S LIFE.
           MOVE RFL_NEW-LOAN-ID    TO FND_LOAN-ID
           MOVE WS-NEW-CUSTOMER-ID TO FND_CUSTOMER-ID

           IF WS-ORIG-FEE > 0
              EXEC SQL
                 INSERT INTO KALA12.FEE_ASSESSED
                       (LOAN_ID, FEE_CODE, FEE_AMOUNT,
                        ASSESSED_DATE, GL_POSTED)
                 VALUES (:FND_LOAN-ID, 'ORIG',
                         :WS-ORIG-FEE, :WS-TODAY-DASHED, 'Y')
              END-EXEC
              MOVE 'INSERT ORIGINATION FEE ROW' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              PERFORM SET-UP-DEFERRED-FEE
           END-IF

      * 'I' = FUNDED INTERNALLY AND SETTLED THE MOMENT IT IS WRITTEN -
      * WONA SCHEDULES IT THE SAME AS A 'D' ROW.
           MOVE WS-PAYOFFS-TOTAL TO FND_FUND-AMOUNT
           MOVE 'I'              TO FND_FUND-STATUS

           EXEC SQL
              INSERT INTO KALA12.LOAN_FUNDING
                    (LOAN_ID, CUSTOMER_ID, FUND_AMOUNT,
                     FUND_STATUS, SENT_DATE, SETTLED_DATE)
              VALUES (:FND_LOAN-ID, :FND_CUSTOMER-ID,
                      :FND_FUND-AMOUNT, :FND_FUND-STATUS,
                      :WS-TODAY-DASHED, :WS-TODAY-DASHED)
           END-EXEC
           MOVE 'INSERT LOAN_FUNDING INTERNAL ROW' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

      * CASH-OUT ABOVE THE PAYOFFS IS OWED TO THE BORROWER - RAISED
      * AS A PENDING REFUND SO REFDISB PAYS IT, AFTER SANCSCRN HAS
      * SCREENED IT, ON ITS OWN ACH FILE.
           IF WS-CASH-OUT > 0
              MOVE RFL_NEW-LOAN-ID    TO REFUND_LOAN-ID
              MOVE WS-NEW-CUSTOMER-ID TO REFUND_CUSTOMER-ID
              MOVE WS-CASH-OUT        TO REFUND_AMOUNT
              MOVE WS-TODAY-DASHED    TO REFUND_REFUND-DATE
              MOVE 'P'                TO REFUND_STATUS

              EXEC SQL
                 INSERT INTO KALA12.REFUND
                       (LOAN_ID, CUSTOMER_ID, REFUND_AMOUNT,
                        REFUND_DATE, REFUND_STATUS)
                 VALUES (:REFUND_LOAN-ID, :REFUND_CUSTOMER-ID,
                         :REFUND_AMOUNT, :REFUND_REFUND-DATE,
                         :REFUND_STATUS)
              END-EXEC
              MOVE 'INSERT REFINANCE CASH-OUT REFUND' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE
           END-IF

           PERFORM JOURNAL-NEW-LOAN-FUNDING
           .

       JOURNAL-NEW-LOAN-FUNDING.
      * THE NEW LOAN'S PRINCIPAL BUILDS UP ON ITS JOURNAL FROM THE
      * THREE THINGS IT FINANCED: THE PAYOFFS, THE ORIGINATION FEE
      * AND ANY CASH-OUT RAISED AS A REFUND TO THE BORROWER.
           MOVE RFL_NEW-LOAN-ID    TO LJR_LOAN-ID
           MOVE WS-TODAY-DASHED    TO LJR_EFFECTIVE-DATE
           MOVE 0                  TO LJR_INT-AMOUNT
           MOVE 0                  TO LJR_FEE-AMOUNT
           MOVE 0                  TO LJR_ESC-AMOUNT
           MOVE 0                  TO LJR_REFERENCE-ID

           MOVE 'FUND'             TO LJR_TRAN-CODE
           MOVE WS-PAYOFFS-TOTAL   TO LJR_AMOUNT
           MOVE WS-PAYOFFS-TOTAL   TO LJR_PRIN-AMOUNT
           PERFORM POST-LOAN-JOURNAL

           IF WS-ORIG-FEE > 0
              MOVE 'FEE '          TO LJR_TRAN-CODE
              MOVE WS-ORIG-FEE     TO LJR_AMOUNT
              MOVE WS-ORIG-FEE     TO LJR_PRIN-AMOUNT
              PERFORM POST-LOAN-JOURNAL
           END-IF

           IF WS-CASH-OUT > 0
              MOVE 'RFND'          TO LJR_TRAN-CODE
              MOVE WS-CASH-OUT     TO LJR_AMOUNT
              MOVE WS-CASH-OUT     TO LJR_PRIN-AMOUNT
              PERFORM POST-LOAN-JOURNAL
           END-IF
           .

       POST-ONE-OLD-LOAN.
      * THE OLD LOAN LEAVES EVERY CONTROL ACCOUNT IT SAT IN, THE WAY
      * A CASH PAYOFF'S WATERFALL WOULD CLEAR IT, AND THE NEW LOAN'S
      * PRINCIPAL TAKES ITS PLACE.
           MOVE WS-OLD-LOAN-ID (WS-OLD-IX) TO WS-GL-LOAN-ID

           IF WS-OLD-PRINCIPAL (WS-OLD-IX) > 0
              MOVE 'LOAN-PRINCIPAL  ' TO GL-ACCOUNT
              MOVE 'CR'               TO GL-DRCR
              MOVE WS-OLD-PRINCIPAL (WS-OLD-IX) TO WS-GL-POST-AMOUNT
              MOVE 'REFI PAYOFF PRIN'  TO GL-DESCRIPTION
              PERFORM WRITE-GL-POSTING
           END-IF

           IF WS-OLD-ACCRUED (WS-OLD-IX) > 0
              MOVE 'INT-RECEIVABLE  ' TO GL-ACCOUNT
              MOVE 'CR'               TO GL-DRCR
              MOVE WS-OLD-ACCRUED (WS-OLD-IX) TO WS-GL-POST-AMOUNT
              MOVE 'REFI PAYOFF INT'   TO GL-DESCRIPTION
              PERFORM WRITE-GL-POSTING
           END-IF

      * THE PER-DIEM SINCE THE LAST ACCRUAL WAS NEVER BOOKED AS A
      * RECEIVABLE - IT IS EARNED STRAIGHT TO INCOME.
           IF WS-OLD-PER-DIEM-INT (WS-OLD-IX) > 0
              MOVE 'INTEREST-INCOME ' TO GL-ACCOUNT
              MOVE 'CR'               TO GL-DRCR
              MOVE WS-OLD-PER-DIEM-INT (WS-OLD-IX)
                TO WS-GL-POST-AMOUNT
              MOVE 'REFI PAYOFF INT'   TO GL-DESCRIPTION
              PERFORM WRITE-GL-POSTING
           END-IF

           IF WS-OLD-FEES (WS-OLD-IX) > 0
              MOVE 'LOAN-RECEIVABLE ' TO GL-ACCOUNT
              MOVE 'CR'               TO GL-DRCR
              MOVE WS-OLD-FEES (WS-OLD-IX) TO WS-GL-POST-AMOUNT
              MOVE 'REFI PAYOFF FEES'  TO GL-DESCRIPTION
              PERFORM WRITE-GL-POSTING
           END-IF

           IF WS-OLD-PENALTY (WS-OLD-IX) > 0
              MOVE 'FEE-INCOME      ' TO GL-ACCOUNT
              MOVE 'CR'               TO GL-DRCR
              MOVE WS-OLD-PENALTY (WS-OLD-IX) TO WS-GL-POST-AMOUNT
              MOVE 'EARLY PAYOFF PEN'  TO GL-DESCRIPTION
              PERFORM WRITE-GL-POSTING
           END-IF

           IF WS-OLD-PAYOFF (WS-OLD-IX) > 0
              MOVE RFL_NEW-LOAN-ID    TO WS-GL-LOAN-ID
              MOVE 'LOAN-PRINCIPAL  ' TO GL-ACCOUNT
              MOVE 'DR'               TO GL-DRCR
              MOVE WS-OLD-PAYOFF (WS-OLD-IX) TO WS-GL-POST-AMOUNT
              MOVE 'REFI PAYOFF APPLIED' TO GL-DESCRIPTION
              PERFORM WRITE-GL-POSTING
           END-IF

           MOVE WS-OLD-LOAN-ID (WS-OLD-IX) TO RFO-OLD-LOAN-ID
           MOVE RFL_NEW-LOAN-ID            TO RFO-NEW-LOAN-ID
           MOVE WS-OLD-PRINCIPAL (WS-OLD-IX) TO RFO-PRINCIPAL
           COMPUTE RFO-INTEREST =
                   WS-OLD-ACCRUED (WS-OLD-IX)
                   + WS-OLD-PER-DIEM-INT (WS-OLD-IX)
           MOVE WS-OLD-FEES (WS-OLD-IX)    TO RFO-FEES
           IF WS-OLD-WAIVE (WS-OLD-IX) = 'Y'
              MOVE WS-OLD-WAIVED-AMT (WS-OLD-IX) TO RFO-PENALTY
              MOVE 'WAIVED' TO RFO-WAIVED
           ELSE
              MOVE WS-OLD-PENALTY (WS-OLD-IX) TO RFO-PENALTY
              MOVE SPACES TO RFO-WAIVED
           END-IF
           WRITE REFI-REPORT-LINE FROM WS-OLD-LOAN-LINE
           .

       SET-UP-DEFERRED-FEE.
      * THE SAME DEFERRED BALANCE FUNDDISB SETS UP FOR A NETTED FEE,
      * SO THE REFINANCE FEE RUNS DOWN AT LEVEL YIELD AND SHOWS IN
      * FEEAMORT'S ROLLFORWARD WITH EVERY OTHER ONE.
           MOVE FND_LOAN-ID      TO DFF_LOAN-ID DFA_LOAN-ID
           MOVE 'ORIG'           TO DFF_FEE-CODE DFA_FEE-CODE
           MOVE WS-NEW-TYPE-ID   TO DFF_TYPE-ID DFA_TYPE-ID
           MOVE WS-ORIG-FEE      TO DFF_FEE-AMOUNT DFF_UNAMORTIZED
                                    DFA_AMOUNT
           MOVE WS-TODAY-DASHED  TO DFF_SETUP-DATE DFF_LAST-AMORT-DATE
                                    DFA_ACT-DATE
           MOVE 'A'              TO DFF_DEFER-STATUS
           MOVE 'S'              TO DFA_ACT-TYPE

           EXEC SQL
              INSERT INTO KALA12.DEFERRED_FEE
                    (LOAN_ID, FEE_CODE, TYPE_ID, FEE_AMOUNT,
                     UNAMORTIZED, SETUP_DATE, LAST_AMORT_DATE,
                     DEFER_STATUS)
              VALUES (:DFF_LOAN-ID, :DFF_FEE-CODE, :DFF_TYPE-ID,
                      :DFF_FEE-AMOUNT, :DFF_UNAMORTIZED,
                      :DFF_SETUP-DATE, :DFF_LAST-AMORT-DATE,
                      :DFF_DEFER-STATUS)
           END-EXEC
           MOVE 'INSERT DEFERRED_FEE ROW' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           EXEC SQL
              INSERT INTO KALA12.DEFERRED_FEE_ACT
                    (LOAN_ID, FEE_CODE, TYPE_ID, ACT_DATE, ACT_TYPE,
                     AMOUNT)
              VALUES (:DFA_LOAN-ID, :DFA_FEE-CODE, :DFA_TYPE-ID,
                      :DFA_ACT-DATE, :DFA_ACT-TYPE, :DFA_AMOUNT)
           END-EXEC
           MOVE 'INSERT DEFERRED_FEE_ACT SETUP' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       POST-NEW-LOAN-PROCEEDS.
      * THE REST OF THE NEW LOAN'S PRINCIPAL - THE FEE IT FINANCED
      * AND ANY CASH-OUT NOW OWED TO THE BORROWER.
           MOVE RFL_NEW-LOAN-ID TO WS-GL-LOAN-ID

           IF WS-ORIG-FEE > 0
              MOVE 'LOAN-PRINCIPAL  ' TO GL-ACCOUNT
              MOVE 'DR'               TO GL-DRCR
              MOVE WS-ORIG-FEE        TO WS-GL-POST-AMOUNT
              MOVE 'REFI ORIG FEE'     TO GL-DESCRIPTION
              PERFORM WRITE-GL-POSTING

              MOVE 'DEFERRED-FEE-INC' TO GL-ACCOUNT
              MOVE 'CR'               TO GL-DRCR
              MOVE WS-ORIG-FEE        TO WS-GL-POST-AMOUNT
              MOVE 'REFI ORIG FEE'     TO GL-DESCRIPTION
              PERFORM WRITE-GL-POSTING
           END-IF

           IF WS-CASH-OUT > 0
              MOVE 'LOAN-PRINCIPAL  ' TO GL-ACCOUNT
              MOVE 'DR'               TO GL-DRCR
              MOVE WS-CASH-OUT        TO WS-GL-POST-AMOUNT
              MOVE 'REFI CASH OUT'     TO GL-DESCRIPTION
              PERFORM WRITE-GL-POSTING

              MOVE 'REFUND-LIABILITY' TO GL-ACCOUNT
              MOVE 'CR'               TO GL-DRCR
              MOVE WS-CASH-OUT        TO WS-GL-POST-AMOUNT
              MOVE 'REFI CASH OUT'     TO GL-DESCRIPTION
              PERFORM WRITE-GL-POSTING
           END-IF
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

           WRITE WS-OUTFILE-GL-POST FROM GL-POSTING-RECORD
           .

       WRITE-GL-TRAILER.
           MOVE WS-GL-TOTAL-DEBITS  TO GL-TRL-TOTAL-DEBITS
           MOVE WS-GL-TOTAL-CREDITS TO GL-TRL-TOTAL-CREDITS

           IF WS-GL-TOTAL-DEBITS = WS-GL-TOTAL-CREDITS
              MOVE 'BALANCED      ' TO GL-TRL-BALANCE-FLAG
           ELSE
              MOVE 'OUT OF BALANCE' TO GL-TRL-BALANCE-FLAG
              DISPLAY 'REFINANC - GL EXTRACT OUT OF BALANCE - '
                      'DEBITS: ' WS-GL-TOTAL-DEBITS
                      ' CREDITS: ' WS-GL-TOTAL-CREDITS
           END-IF

           WRITE WS-OUTFILE-GL-POST FROM GL-TRAILER-RECORD
           .

       POST-LOAN-JOURNAL.
      * ONE MONEY MOVEMENT TO THE LOAN'S TRANSACTION JOURNAL - THE
      * CALLER HAS FILLED THE LJR_ FIELDS. A FAILED POST ABENDS LIKE
      * ANY OTHER SQL ERROR SO THE MOVEMENT ROLLS BACK WITH IT.
           MOVE 'REFINANC' TO LJR_SOURCE-PGM

           CALL 'JRNLPOST' USING LJR_LOAN-ID, LJR_TRAN-CODE,
                                 LJR_EFFECTIVE-DATE, LJR_AMOUNT,
                                 LJR_PRIN-AMOUNT, LJR_INT-AMOUNT,
                                 LJR_FEE-AMOUNT, LJR_ESC-AMOUNT,
                                 LJR_SOURCE-PGM, LJR_REFERENCE-ID,
                                 WS-JRNL-RC

           IF WS-JRNL-RC NOT = 0
              DISPLAY 'ABEND DUE TO SQL ERROR DURING: '
                      'POST LOAN_JOURNAL ROW'
              DISPLAY 'SQLCODE=' WS-JRNL-RC
              MOVE 1111 TO WS-RETURN-CODE
              CALL 'CEE3ABD' USING WS-RETURN-CODE
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
