       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKDISB.
       AUTHOR. ISURU, WONA & MALENE.
      ********************************************************
      *      BATCH PROGRAM CONNECTED TO "LENDWISE" MAIN PGM. *
      *                                                      *
      * FUNCTION: CHECK DISBURSEMENT, FOR THE PAYOUTS ACH    *
      * CANNOT DELIVER. A LOAN FUNDING OR REFUND IS PAID BY  *
      * PAPER CHECK WHEN:                                    *
      *   - IT WAS LEFT NOT SENT ('N') OFF THE BANK FILE     *
      *     AND THE CUSTOMER HAS STILL GIVEN US NO PAYOUT    *
      *     ACCOUNT CHK-ACH-WAIT-DAYS AFTER THE REJECT, OR   *
      *   - THE BANK RETURNED THE ACH CREDIT ('F') - A       *
      *     REFUND ONLY WHILE ESCHEAT HAS NOT YET SENT ITS   *
      *     DUE-DILIGENCE LETTER;                            *
      * AND THE CUSTOMER HAS A MAILING ADDRESS IN EFFECT     *
      * (CUST_ADDRESS, NOT MARKED RETURNED MAIL), WAS        *
      * SCREENED CLEAR BY SANCSCRN TODAY AND IS NOT UNDER AN *
      * 'SN' HOLD. THE SOURCE ROW GOES TO 'C' (CHECK         *
      * ISSUED). EACH RUN:                                   *
      *   1. PAID FEED (PAIDIN, OPTIONAL) - THE BANK PAID    *
      *      THE CHECK: CHECK 'P', SOURCE ROW SETTLED 'D'.   *
      *   2. VOID FEED (VOIDIN, OPTIONAL) - CONFIRMS OUR     *
      *      OWN VOIDS; A CHECK THE BANK VOIDED ITSELF       *
      *      (STOP PAYMENT) IS VOIDED HERE AND REISSUED.     *
      *   3. A CHECK OUTSTANDING CHK-STALE-DAYS IS VOIDED    *
      *      AND REISSUED UNDER A NEW NUMBER.                *
      *   4. NEW CHECKS FOR TODAY'S CANDIDATES.              *
      * CHECK NUMBERS COME FROM THE STOCK RANGE LOADED AT    *
      * THE PRINTER (CHK-FIRST-NUMBER TO CHK-LAST-NUMBER);   *
      * WHEN IT RUNS OUT NOTHING MORE IS ISSUED (RC 8). EVERY*
      * CHECK GOES TO THE PRINT FILE (CHKPRT) AND, WITH      *
      * EVERY VOID, TO THE BANK'S POSITIVE-PAY ISSUE FILE    *
      * (POSPAY) SO THE BANK PAYS NOTHING ELSE.              *
      * A CHECK VOIDED CHK-MAX-REISSUE TIMES ALREADY, OR FOR *
      * A CUSTOMER WITH NO GOOD ADDRESS LEFT, IS NOT         *
      * REISSUED: THE REFUND GOES TO 'U' FOR ESCHEAT TO AGE, *
      * THE FUNDING BACK TO 'F' FOR OPERATIONS TO RESOLVE.   *
      ********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE BANK'S PAID-CHECK AND VOID FEEDS.
           SELECT PAIDIN ASSIGN TO PAIDIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-PAIDIN.

           SELECT VOIDIN ASSIGN TO VOIDIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-VOIDIN.

           SELECT CHKOUT ASSIGN TO CHKPRT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-CHKPRT.

           SELECT PPAYOUT ASSIGN TO POSPAY
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-POSPAY.

           SELECT RPTOUT ASSIGN TO CHKRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-CHKRPT.

      * OPS-TUNABLE RUN PARAMETERS, READ AT STARTUP.
           SELECT PARMIN ASSIGN TO PARMFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-PARMFILE.

       DATA DIVISION.
       FILE SECTION.

      * ONE RECORD PER CHECK THE BANK PAID, AMOUNT IN CENTS.
       FD PAIDIN
            RECORDING MODE F.
       01 PAID-RECORD.
          05 PD-CHECK-NUMBER    PIC 9(10).
          05 PD-AMOUNT          PIC 9(10).
          05 PD-PAID-DATE       PIC X(8).
          05 FILLER             PIC X(52).

      * ONE RECORD PER CHECK THE BANK VOIDED - OURS OFF THE
      * POSITIVE-PAY FILE, OR ITS OWN (STOP PAYMENT).
       FD VOIDIN
            RECORDING MODE F.
       01 VOID-RECORD.
          05 VD-CHECK-NUMBER    PIC 9(10).
          05 VD-VOID-DATE       PIC X(8).
          05 VD-REASON          PIC X(3).
          05 FILLER             PIC X(59).

       FD CHKOUT
            RECORDING MODE F.
       01 CHECK-PRINT-RECORD    PIC X(200).

       FD PPAYOUT
            RECORDING MODE F.
       01 POSPAY-RECORD         PIC X(80).

       FD RPTOUT
            RECORDING MODE F.
       01 CHECK-REPORT-LINE     PIC X(132).

       FD PARMIN
            RECORDING MODE F.
       01 PARM-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE CHECKISS END-EXEC.
           EXEC SQL INCLUDE CUSTOMER END-EXEC.
           EXEC SQL INCLUDE CUSTADDR END-EXEC.

      * FILE STATUS.
       01 FS-PAIDIN             PIC X(02).
       01 FS-VOIDIN             PIC X(02).
       01 FS-CHKPRT             PIC X(02).
       01 FS-POSPAY             PIC X(02).
       01 FS-CHKRPT             PIC X(02).
       01 EOF-PAID              PIC X VALUE 'N'.
         88 END-OF-PAID         VALUE 'Y'.
       01 EOF-VOID              PIC X VALUE 'N'.
         88 END-OF-VOID         VALUE 'Y'.

       01 WS-SQL-ACTION         PIC X(40).
       01 WS-RETURN-CODE        PIC S9(4) COMP.

       01 WS-CURRENT-DATE.
          05 WS-DATE-YYYY       PIC X(4).
          05 WS-DATE-MM         PIC X(2).
          05 WS-DATE-DD         PIC X(2).
       01 WS-TODAY-DASHED       PIC X(10).
       01 WS-TODAY-NUM          PIC 9(8).

      * CHECK STOCK, THE DISBURSEMENT ACCOUNT THE CHECKS ARE DRAWN
      * ON, AND THE TIMINGS - PARMFILE-TUNABLE. THE STOCK RANGE AND
      * ACCOUNT HAVE NO SAFE DEFAULT; WITHOUT THEM NOTHING IS
      * ISSUED.
       01 FS-PARMFILE           PIC X(2).
       01 WS-PARM-EOF           PIC X(1) VALUE 'N'.
         88 PARM-EOF-YES        VALUE 'Y'.
       01 WS-PARM-KEY           PIC X(20).
       01 WS-PARM-VALUE         PIC X(60).
       01 WS-PARM-TOKEN         PIC X(20).
       01 WS-PARM-LEN           PIC 9(4) USAGE COMP.
       01 WS-FIRST-CHECK        PIC 9(9) VALUE 0.
       01 WS-LAST-CHECK         PIC 9(9) VALUE 0.
       01 WS-DISB-ACCOUNT       PIC X(17) VALUE SPACES.
       01 WS-ACH-WAIT-DAYS      PIC 9(3) VALUE 5.
       01 WS-STALE-DAYS         PIC 9(3) VALUE 180.
       01 WS-MAX-REISSUE        PIC S9(4) USAGE COMP VALUE 2.
       01 WS-LOW-STOCK-WARN     PIC S9(9) USAGE COMP VALUE 100.

      * DATE ARITHMETIC - SAME AS ESCHEAT'S.
       01 WS-OFFSET-DAYS        PIC S9(5) USAGE COMP.
       01 WS-CUT-INTEGER        PIC S9(9) USAGE COMP.
       01 WS-CUT-NUM            PIC 9(8).
       01 WS-CUT-DASHED         PIC X(10).
       01 WS-WAIT-CUTOFF        PIC X(10).
       01 WS-STALE-CUTOFF       PIC X(10).
       01 WS-FEED-DATE          PIC X(10).

      * CHECK NUMBERING.
       01 WS-NEXT-CHECK         PIC S9(9) USAGE COMP.
       01 WS-HIGH-CHECK         PIC S9(9) USAGE COMP.
       01 WS-RANGE-FIRST        PIC S9(9) USAGE COMP.
       01 WS-RANGE-LAST         PIC S9(9) USAGE COMP.
       01 WS-STOCK-FLAG         PIC X VALUE 'Y'.
         88 STOCK-AVAILABLE     VALUE 'Y'.
         88 STOCK-EXHAUSTED     VALUE 'N'.

      * THE PAYOUT A CHECK IS BEING WRITTEN FOR.
       01 WS-PAY-SOURCE         PIC X(1).
       01 WS-PAY-LOAN-ID        PIC S9(9) USAGE COMP.
       01 WS-PAY-CUSTOMER-ID    PIC S9(9) USAGE COMP.
       01 WS-PAY-AMOUNT         PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-PAY-OLD-STATUS     PIC X(1).
       01 WS-PAY-REISSUE-SEQ    PIC S9(4) USAGE COMP.
       01 WS-PAY-REPLACES       PIC S9(9) USAGE COMP.
       01 WS-ADDRESS-FLAG       PIC X VALUE 'N'.
         88 ADDRESS-MAILABLE    VALUE 'Y'.
       01 WS-PAID-AMOUNT        PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-AMOUNT-IN-CENTS    PIC 9(10).
       01 WS-TOTAL-IN-CENTS     PIC 9(12).
       01 WS-ACTION-TEXT        PIC X(14).
       01 WS-NOTE-TEXT          PIC X(30).

      * RUN CONTROL TOTALS.
       01 WS-CHECKS-ISSUED      PIC 9(9) VALUE 0.
       01 WS-CHECKS-REISSUED    PIC 9(9) VALUE 0.
       01 WS-CHECKS-PAID        PIC 9(9) VALUE 0.
       01 WS-CHECKS-STALE       PIC 9(9) VALUE 0.
       01 WS-BANK-VOIDS         PIC 9(9) VALUE 0.
       01 WS-VOIDS-CONFIRMED    PIC 9(9) VALUE 0.
       01 WS-NOT-REISSUED       PIC 9(9) VALUE 0.
       01 WS-FEED-EXCEPTIONS    PIC 9(9) VALUE 0.
       01 WS-ISSUE-TOTAL        PIC S9(15)V9(2) USAGE COMP-3
                                VALUE 0.
       01 WS-VOID-TOTAL         PIC S9(15)V9(2) USAGE COMP-3
                                VALUE 0.
       01 WS-PAID-TOTAL         PIC S9(15)V9(2) USAGE COMP-3
                                VALUE 0.
       01 WS-PPAY-ISSUES        PIC 9(6) VALUE 0.
       01 WS-PPAY-VOIDS         PIC 9(6) VALUE 0.
       01 WS-PPAY-VOID-TOTAL    PIC S9(15)V9(2) USAGE COMP-3
                                VALUE 0.

      * CHECK PRINT RECORD - ONE PER CHECK, READY FOR THE PRINTER'S
      * MICR STOCK. THE CHECK IS VOID AFTER THE STALE DATE PRINTED
      * ON ITS FACE.
       01 CHECK-PRINT-LINE.
          05 CPR-CHECK-NUMBER   PIC 9(10).
          05 CPR-ISSUE-DATE     PIC X(10).
          05 CPR-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 CPR-PAYEE-NAME     PIC X(30).
          05 CPR-ADDR-LINE-1    PIC X(30).
          05 CPR-ADDR-LINE-2    PIC X(30).
          05 CPR-CITY           PIC X(20).
          05 CPR-STATE-CODE     PIC X(2).
          05 CPR-POSTAL-CODE    PIC X(10).
          05 CPR-MEMO           PIC X(30).
          05 CPR-VOID-AFTER     PIC X(10).
          05 FILLER             PIC X(12) VALUE SPACES.

      * POSITIVE-PAY ISSUE FILE - HEADER, ONE 'I' PER CHECK ISSUED
      * AND ONE 'V' PER CHECK WE VOIDED, AND A TRAILER CARRYING THE
      * COUNTS AND TOTALS (CENTS) FOR THE BANK TO PROVE.
       01 PPAY-HEADER.
          05 FILLER             PIC X(1)  VALUE 'H'.
          05 PPH-ACCOUNT        PIC X(17).
          05 PPH-FILE-DATE      PIC X(8).
          05 FILLER             PIC X(54) VALUE SPACES.

       01 PPAY-DETAIL.
          05 PPD-RECORD-TYPE    PIC X(1).
          05 PPD-ACCOUNT        PIC X(17).
          05 PPD-CHECK-NUMBER   PIC 9(10).
          05 PPD-AMOUNT         PIC 9(10).
          05 PPD-ISSUE-DATE     PIC X(8).
          05 PPD-PAYEE-NAME     PIC X(30).
          05 FILLER             PIC X(4)  VALUE SPACES.

       01 PPAY-TRAILER.
          05 FILLER             PIC X(1)  VALUE 'T'.
          05 PPT-ISSUE-COUNT    PIC 9(6).
          05 PPT-ISSUE-TOTAL    PIC 9(12).
          05 PPT-VOID-COUNT     PIC 9(6).
          05 PPT-VOID-TOTAL     PIC 9(12).
          05 FILLER             PIC X(43) VALUE SPACES.

      * REPORT LINES.
       01 WS-RPT-HEADER         PIC X(132) VALUE
           'CHECK DISBURSEMENT - CHECKS ISSUED, VOIDED AND PAID, AND FE
      -    'ED EXCEPTIONS'.

       01 WS-CHECK-LINE.
          05 RPT-ACTION         PIC X(14).
          05 FILLER             PIC X(8)  VALUE ' CHECK: '.
          05 RPT-CHECK-NUMBER   PIC 9(10).
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-SOURCE         PIC X(8).
          05 FILLER             PIC X(7)  VALUE ' LOAN: '.
          05 RPT-LOAN-ID        PIC 9(9).
          05 FILLER             PIC X(7)  VALUE ' CUST: '.
          05 RPT-CUSTOMER-ID    PIC 9(9).
          05 FILLER             PIC X(9)  VALUE ' AMOUNT: '.
          05 RPT-AMOUNT         PIC ZZZZZZZZZZZ9.99.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-NOTE           PIC X(30).

       01 WS-TOTAL-LINE.
          05 RPT-TOTAL-LABEL    PIC X(40).
          05 RPT-TOTAL-COUNT    PIC ZZZ,ZZZ,ZZ9.
          05 FILLER             PIC X(3)  VALUE SPACES.
          05 RPT-TOTAL-AMOUNT   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-TEXT-LINE          PIC X(132).

      *****************************************************
      *  FUNDINGS AND REFUNDS ACH COULD NOT DELIVER, FOR  *
      *  A CUSTOMER WITH A MAILABLE ADDRESS, SCREENED     *
      *  TODAY AND NOT UNDER AN 'SN' HOLD. A REFUND PAYS  *
      *  WHAT WAS ON ITS LAST ACH ENTRY - ANY OFFSET WAS  *
      *  TAKEN THERE - OR THE WHOLE REFUND IF IT NEVER    *
      *  WENT ON A NACHA FILE.                            *
      *****************************************************
           EXEC SQL
             DECLARE C-CHECK-CANDIDATES CURSOR WITH HOLD FOR
               SELECT 'F', F.LOAN_ID, F.CUSTOMER_ID, F.FUND_AMOUNT,
                      F.FUND_STATUS
                 FROM KALA12.LOAN_FUNDING F
                WHERE F.FUND_STATUS IN ('N', 'F')
      * ONE LEFT NOT SENT GIVES THE BORROWER TIME TO GIVE US AN
      * ACCOUNT - FUNDDISB SENDS IT BY ACH IF THEY DO.
                  AND (F.FUND_STATUS = 'F'
                       OR (NOT EXISTS
                             (SELECT 1 FROM KALA12.CUST_PAYOUT_ACCT P
                               WHERE P.CUSTOMER_ID = F.CUSTOMER_ID
                                 AND P.ACCT_STATUS = 'A')
                           AND NOT EXISTS
                             (SELECT 1 FROM KALA12.ACH_ENTRY E
                               WHERE E.SOURCE_TYPE  = 'F'
                                 AND E.LOAN_ID      = F.LOAN_ID
                                 AND E.ENTRY_STATUS = 'J'
                                 AND E.ACK_DATE     > :WS-WAIT-CUTOFF)))
      * ONE WHOSE CHECKS HAVE ALREADY GONE STALE TOO OFTEN IS FOR
      * OPERATIONS, NOT ANOTHER CHECK.
                  AND NOT EXISTS
                      (SELECT 1 FROM KALA12.CHECK_ISSUE K
                        WHERE K.SOURCE_TYPE  = 'F'
                          AND K.LOAN_ID      = F.LOAN_ID
                          AND K.CHECK_STATUS = 'V'
                          AND K.REISSUE_SEQ >= :WS-MAX-REISSUE)
                  AND EXISTS
                      (SELECT 1 FROM KALA12.CUST_ADDRESS A
                        WHERE A.CUSTOMER_ID   = F.CUSTOMER_ID
                          AND A.RETURNED_MAIL NOT = 'Y'
                          AND A.EFFECTIVE_DATE =
                              (SELECT MAX(A2.EFFECTIVE_DATE)
                                 FROM KALA12.CUST_ADDRESS A2
                                WHERE A2.CUSTOMER_ID = F.CUSTOMER_ID
                                  AND A2.EFFECTIVE_DATE <=
                                      :WS-TODAY-DASHED))
                  AND EXISTS
                      (SELECT 1 FROM KALA12.SCREEN_LOG S
                        WHERE S.SCREEN_TYPE = 'F'
                          AND S.LOAN_ID     = F.LOAN_ID
                          AND S.CUSTOMER_ID = F.CUSTOMER_ID
                          AND S.SCREEN_DATE = :WS-TODAY-DASHED
                          AND S.DECISION IN ('C', 'W'))
                  AND NOT EXISTS
                      (SELECT 1 FROM KALA12.ACCT_HOLD H
                        WHERE H.HOLD_CODE   = 'SN'
                          AND H.HOLD_STATUS = 'A'
                          AND ((H.HOLD_LEVEL = 'C'
                                AND H.HOLD_KEY = F.CUSTOMER_ID)
                            OR (H.HOLD_LEVEL = 'L'
                                AND H.HOLD_KEY = F.LOAN_ID)))
               UNION ALL
               SELECT 'R', R.LOAN_ID, R.CUSTOMER_ID,
                      COALESCE(
                        (SELECT E.AMOUNT
                           FROM KALA12.ACH_ENTRY E
                          WHERE E.SOURCE_TYPE = 'R'
                            AND E.LOAN_ID     = R.LOAN_ID
                            AND E.CUSTOMER_ID = R.CUSTOMER_ID
                            AND E.FILE_DATE CONCAT E.FILE_ID_MOD
                                CONCAT E.TRACE_NUMBER =
                                (SELECT MAX(E2.FILE_DATE
                                            CONCAT E2.FILE_ID_MOD
                                            CONCAT E2.TRACE_NUMBER)
                                   FROM KALA12.ACH_ENTRY E2
                                  WHERE E2.SOURCE_TYPE = 'R'
                                    AND E2.LOAN_ID     = R.LOAN_ID
                                    AND E2.CUSTOMER_ID =
                                        R.CUSTOMER_ID)),
                        R.REFUND_AMOUNT),
                      R.REFUND_STATUS
                 FROM KALA12.REFUND R
                WHERE R.REFUND_STATUS IN ('N', 'F')
                  AND (R.REFUND_STATUS = 'F'
                       OR (NOT EXISTS
                             (SELECT 1 FROM KALA12.CUST_PAYOUT_ACCT P
                               WHERE P.CUSTOMER_ID = R.CUSTOMER_ID
                                 AND P.ACCT_STATUS = 'A')
                           AND NOT EXISTS
                             (SELECT 1 FROM KALA12.ACH_ENTRY E
                               WHERE E.SOURCE_TYPE  = 'R'
                                 AND E.LOAN_ID      = R.LOAN_ID
                                 AND E.CUSTOMER_ID  = R.CUSTOMER_ID
                                 AND E.ENTRY_STATUS = 'J'
                                 AND E.ACK_DATE     > :WS-WAIT-CUTOFF)))
      * ONCE ESCHEAT'S LETTER HAS GONE, THE CUSTOMER CLAIMS IT.
                  AND NOT EXISTS
                      (SELECT 1 FROM KALA12.UNCLAIMED_PROP U
                        WHERE U.LOAN_ID     = R.LOAN_ID
                          AND U.CUSTOMER_ID = R.CUSTOMER_ID
                          AND U.REFUND_DATE = R.REFUND_DATE
                          AND U.ITEM_STATUS IN ('L', 'E'))
                  AND EXISTS
                      (SELECT 1 FROM KALA12.CUST_ADDRESS A
                        WHERE A.CUSTOMER_ID   = R.CUSTOMER_ID
                          AND A.RETURNED_MAIL NOT = 'Y'
                          AND A.EFFECTIVE_DATE =
                              (SELECT MAX(A2.EFFECTIVE_DATE)
                                 FROM KALA12.CUST_ADDRESS A2
                                WHERE A2.CUSTOMER_ID = R.CUSTOMER_ID
                                  AND A2.EFFECTIVE_DATE <=
                                      :WS-TODAY-DASHED))
                  AND EXISTS
                      (SELECT 1 FROM KALA12.SCREEN_LOG S
                        WHERE S.SCREEN_TYPE = 'R'
                          AND S.LOAN_ID     = R.LOAN_ID
                          AND S.CUSTOMER_ID = R.CUSTOMER_ID
                          AND S.SCREEN_DATE = :WS-TODAY-DASHED
                          AND S.DECISION IN ('C', 'W'))
                  AND NOT EXISTS
                      (SELECT 1 FROM KALA12.ACCT_HOLD H
                        WHERE H.HOLD_CODE   = 'SN'
                          AND H.HOLD_STATUS = 'A'
                          AND ((H.HOLD_LEVEL = 'C'
                                AND H.HOLD_KEY = R.CUSTOMER_ID)
                            OR (H.HOLD_LEVEL = 'L'
                                AND H.HOLD_KEY = R.LOAN_ID)))
                ORDER BY 1, 2
           END-EXEC.

      *****************************************************
      *  CHECKS OUTSTANDING PAST THE STALE DATE.          *
      *****************************************************
           EXEC SQL
             DECLARE C-STALE-CHECKS CURSOR WITH HOLD FOR
               SELECT CHECK_NUMBER, SOURCE_TYPE, LOAN_ID,
                      CUSTOMER_ID, PAYEE_NAME, AMOUNT, ISSUE_DATE,
                      REISSUE_SEQ
                 FROM KALA12.CHECK_ISSUE
                WHERE CHECK_STATUS = 'O'
                  AND ISSUE_DATE  <= :WS-STALE-CUTOFF
                ORDER BY CHECK_NUMBER
           END-EXEC.

       PROCEDURE DIVISION.

       MAIN-PARA.
           DISPLAY 'CHKDISB - CHECK DISBURSEMENT RUN.'

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-TODAY-NUM
           STRING WS-DATE-YYYY '-' WS-DATE-MM '-' WS-DATE-DD
             DELIMITED BY SIZE
             INTO WS-TODAY-DASHED

           PERFORM READ-RUN-PARAMETERS

           IF WS-FIRST-CHECK = 0 OR WS-LAST-CHECK < WS-FIRST-CHECK
              OR WS-DISB-ACCOUNT = SPACES
              DISPLAY 'CHKDISB - CHECK STOCK RANGE OR DISBURSEMENT '
                      'ACCOUNT MISSING FROM PARMFILE - NOTHING DONE.'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           COMPUTE WS-OFFSET-DAYS = 0 - WS-ACH-WAIT-DAYS
           PERFORM COMPUTE-OFFSET-DATE
           MOVE WS-CUT-DASHED TO WS-WAIT-CUTOFF

           COMPUTE WS-OFFSET-DAYS = 0 - WS-STALE-DAYS
           PERFORM COMPUTE-OFFSET-DATE
           MOVE WS-CUT-DASHED TO WS-STALE-CUTOFF

           PERFORM OPEN-OUTPUT-FILES
           PERFORM FIND-NEXT-CHECK-NUMBER

           PERFORM PROCESS-PAID-FEED
           PERFORM PROCESS-VOID-FEED
           PERFORM VOID-STALE-CHECKS
           PERFORM ISSUE-NEW-CHECKS

           PERFORM WRITE-POSPAY-TRAILER

           IF STOCK-AVAILABLE
              AND WS-RANGE-LAST - WS-NEXT-CHECK < WS-LOW-STOCK-WARN
              DISPLAY 'CHKDISB - CHECK STOCK RUNNING LOW - LAST '
                      'NUMBER ' WS-LAST-CHECK ', NEXT ' WS-NEXT-CHECK
           END-IF

           EXEC SQL
              COMMIT
           END-EXEC

           PERFORM WRITE-RUN-TOTALS

           CLOSE CHKOUT
           CLOSE PPAYOUT
           CLOSE RPTOUT

           DISPLAY 'CHKDISB - CHECKS ISSUED:         ' WS-CHECKS-ISSUED
           DISPLAY 'CHKDISB - CHECKS REISSUED:       '
                   WS-CHECKS-REISSUED
           DISPLAY 'CHKDISB - CHECKS PAID:           ' WS-CHECKS-PAID
           DISPLAY 'CHKDISB - STALE CHECKS VOIDED:   ' WS-CHECKS-STALE
           DISPLAY 'CHKDISB - VOIDED BY THE BANK:    ' WS-BANK-VOIDS
           DISPLAY 'CHKDISB - VOIDS CONFIRMED:       '
                   WS-VOIDS-CONFIRMED
           DISPLAY 'CHKDISB - VOIDED, NOT REISSUED:  '
                   WS-NOT-REISSUED
           DISPLAY 'CHKDISB - FEED EXCEPTIONS:       '
                   WS-FEED-EXCEPTIONS
           DISPLAY 'CHKDISB - NEXT CHECK NUMBER:     ' WS-NEXT-CHECK

           EVALUATE TRUE
             WHEN STOCK-EXHAUSTED
               MOVE 8 TO RETURN-CODE
             WHEN WS-FEED-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
             WHEN WS-NOT-REISSUED > 0
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               CONTINUE
           END-EVALUATE

           STOP RUN
           .

       READ-RUN-PARAMETERS.
      * KEYWORD=VALUE RECORDS; '*' IN COLUMN ONE IS A COMMENT.
           OPEN INPUT PARMIN
           IF FS-PARMFILE NOT = '00'
              DISPLAY 'CHKDISB - NO PARMFILE (STATUS ' FS-PARMFILE
                      ') - DEFAULTS IN EFFECT.'
           ELSE
              PERFORM READ-PARM-RECORD
              PERFORM UNTIL PARM-EOF-YES
                 PERFORM APPLY-PARM-RECORD
                 PERFORM READ-PARM-RECORD
              END-PERFORM
              CLOSE PARMIN
           END-IF

           DISPLAY 'CHKDISB - CHECK STOCK IN EFFECT: ' WS-FIRST-CHECK
                   ' TO ' WS-LAST-CHECK
           DISPLAY 'CHKDISB - CHK-ACH-WAIT-DAYS IN EFFECT: '
                   WS-ACH-WAIT-DAYS
           DISPLAY 'CHKDISB - CHK-STALE-DAYS IN EFFECT:    '
                   WS-STALE-DAYS
           DISPLAY 'CHKDISB - CHK-MAX-REISSUE IN EFFECT:   '
                   WS-MAX-REISSUE
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
                WHEN 'CHK-FIRST-NUMBER'
                  IF WS-PARM-LEN > 0 AND WS-PARM-LEN < 10
                     AND WS-PARM-TOKEN(1:WS-PARM-LEN) IS NUMERIC
                     MOVE WS-PARM-TOKEN(1:WS-PARM-LEN)
                       TO WS-FIRST-CHECK
                  ELSE
                     DISPLAY 'CHKDISB - BAD PARM VALUE IGNORED: '
                             PARM-RECORD
                  END-IF
                WHEN 'CHK-LAST-NUMBER'
                  IF WS-PARM-LEN > 0 AND WS-PARM-LEN < 10
                     AND WS-PARM-TOKEN(1:WS-PARM-LEN) IS NUMERIC
                     MOVE WS-PARM-TOKEN(1:WS-PARM-LEN)
                       TO WS-LAST-CHECK
                  ELSE
                     DISPLAY 'CHKDISB - BAD PARM VALUE IGNORED: '
                             PARM-RECORD
                  END-IF
                WHEN 'CHK-ACCOUNT'
                  IF WS-PARM-LEN > 0 AND WS-PARM-LEN < 18
                     MOVE WS-PARM-TOKEN(1:WS-PARM-LEN)
                       TO WS-DISB-ACCOUNT
                  ELSE
                     DISPLAY 'CHKDISB - BAD PARM VALUE IGNORED: '
                             PARM-RECORD
                  END-IF
                WHEN 'CHK-ACH-WAIT-DAYS'
                  IF WS-PARM-LEN > 0 AND WS-PARM-LEN < 4
                     AND WS-PARM-TOKEN(1:WS-PARM-LEN) IS NUMERIC
                     MOVE WS-PARM-TOKEN(1:WS-PARM-LEN)
                       TO WS-ACH-WAIT-DAYS
                  ELSE
                     DISPLAY 'CHKDISB - BAD PARM VALUE IGNORED: '
                             PARM-RECORD
                  END-IF
                WHEN 'CHK-STALE-DAYS'
                  IF WS-PARM-LEN > 0 AND WS-PARM-LEN < 4
                     AND WS-PARM-TOKEN(1:WS-PARM-LEN) IS NUMERIC
                     MOVE WS-PARM-TOKEN(1:WS-PARM-LEN)
                       TO WS-STALE-DAYS
                  ELSE
                     DISPLAY 'CHKDISB - BAD PARM VALUE IGNORED: '
                             PARM-RECORD
                  END-IF
                WHEN 'CHK-MAX-REISSUE'
                  IF WS-PARM-LEN > 0 AND WS-PARM-LEN < 3
                     AND WS-PARM-TOKEN(1:WS-PARM-LEN) IS NUMERIC
                     MOVE WS-PARM-TOKEN(1:WS-PARM-LEN)
                       TO WS-MAX-REISSUE
                  ELSE
                     DISPLAY 'CHKDISB - BAD PARM VALUE IGNORED: '
                             PARM-RECORD
                  END-IF
                WHEN OTHER
      * THE DAILY PARMLIB MEMBER IS SHARED WITH THE OTHER BATCH
      * PROGRAMS - KEYS THAT AREN'T OURS ARE SIMPLY NOT FOR US.
                  CONTINUE
              END-EVALUATE
           END-IF
           .

       COMPUTE-OFFSET-DATE.
      * TODAY PLUS WS-OFFSET-DAYS (NEGATIVE FOR A DATE IN THE
      * PAST), RETURNED IN WS-CUT-DASHED AS YYYY-MM-DD.
           COMPUTE WS-CUT-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
                   + WS-OFFSET-DAYS
           COMPUTE WS-CUT-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-CUT-INTEGER)
           MOVE WS-CUT-NUM(1:4) TO WS-CUT-DASHED(1:4)
           MOVE '-' TO WS-CUT-DASHED(5:1)
           MOVE WS-CUT-NUM(5:2) TO WS-CUT-DASHED(6:2)
           MOVE '-' TO WS-CUT-DASHED(8:1)
           MOVE WS-CUT-NUM(7:2) TO WS-CUT-DASHED(9:2)
           .

       OPEN-OUTPUT-FILES.
           OPEN OUTPUT CHKOUT
           IF FS-CHKPRT NOT = '00'
              DISPLAY 'CHKDISB - ERROR OPENING CHECK PRINT FILE.'
              DISPLAY 'FILE STATUS CODE: ' FS-CHKPRT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT PPAYOUT
           IF FS-POSPAY NOT = '00'
              DISPLAY 'CHKDISB - ERROR OPENING POSITIVE PAY FILE.'
              DISPLAY 'FILE STATUS CODE: ' FS-POSPAY
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPTOUT
           IF FS-CHKRPT NOT = '00'
              DISPLAY 'CHKDISB - ERROR OPENING REPORT FILE.'
              DISPLAY 'FILE STATUS CODE: ' FS-CHKRPT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           WRITE CHECK-REPORT-LINE FROM WS-RPT-HEADER

           MOVE WS-DISB-ACCOUNT  TO PPH-ACCOUNT
           MOVE WS-CURRENT-DATE  TO PPH-FILE-DATE
           WRITE POSPAY-RECORD FROM PPAY-HEADER
           .

       FIND-NEXT-CHECK-NUMBER.
      * NEXT NUMBER AFTER THE HIGHEST ALREADY WRITTEN FROM THIS
      * STOCK RANGE - A NEW RANGE STARTS AT ITS FIRST NUMBER.
           MOVE WS-FIRST-CHECK TO WS-RANGE-FIRST
           MOVE WS-LAST-CHECK  TO WS-RANGE-LAST

           EXEC SQL
              SELECT COALESCE(MAX(CHECK_NUMBER), 0)
                INTO :WS-HIGH-CHECK
                FROM KALA12.CHECK_ISSUE
               WHERE CHECK_NUMBER BETWEEN :WS-RANGE-FIRST
                                      AND :WS-RANGE-LAST
           END-EXEC
           MOVE 'FETCH HIGHEST CHECK NUMBER' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF WS-HIGH-CHECK = 0
              MOVE WS-RANGE-FIRST TO WS-NEXT-CHECK
           ELSE
              COMPUTE WS-NEXT-CHECK = WS-HIGH-CHECK + 1
           END-IF

           IF WS-NEXT-CHECK > WS-RANGE-LAST
              SET STOCK-EXHAUSTED TO TRUE
              DISPLAY 'CHKDISB - CHECK STOCK RANGE USED UP - LOAD '
                      'NEW STOCK AND SET CHK-FIRST/LAST-NUMBER.'
           END-IF
           .

      ****************************************************************
      *  BANK FEEDS                                                  *
      ****************************************************************
       PROCESS-PAID-FEED.
      * THE FEED IS OPTIONAL - A MISSING DATASET JUST MEANS NO
      * CHECKS CLEARED TODAY.
           OPEN INPUT PAIDIN
           IF FS-PAIDIN NOT = '00'
              DISPLAY 'CHKDISB - NO PAID-CHECK FEED TODAY. '
                      'FILE STATUS: ' FS-PAIDIN
           ELSE
              PERFORM READ-PAID-RECORD
              PERFORM UNTIL END-OF-PAID
                 PERFORM APPLY-PAID-CHECK
                 EXEC SQL
                    COMMIT
                 END-EXEC
                 PERFORM READ-PAID-RECORD
              END-PERFORM
              CLOSE PAIDIN
           END-IF
           .

       READ-PAID-RECORD.
           READ PAIDIN
              AT END
                 MOVE 'Y' TO EOF-PAID
           END-READ
           .

       APPLY-PAID-CHECK.
           IF NOT PD-CHECK-NUMBER NUMERIC
              OR NOT PD-AMOUNT NUMERIC
              OR NOT PD-PAID-DATE NUMERIC
              MOVE SPACES TO WS-TEXT-LINE
              STRING 'BAD PAID-CHECK RECORD SKIPPED: ' PAID-RECORD
                DELIMITED BY SIZE
                INTO WS-TEXT-LINE
              PERFORM WRITE-FEED-EXCEPTION
           ELSE
              MOVE PD-CHECK-NUMBER TO CHK_CHECK-NUMBER
              PERFORM FETCH-CHECK-ROW

              STRING PD-PAID-DATE(1:4) '-' PD-PAID-DATE(5:2) '-'
                     PD-PAID-DATE(7:2)
                DELIMITED BY SIZE
                INTO WS-FEED-DATE
              COMPUTE WS-PAID-AMOUNT = PD-AMOUNT / 100

              EVALUATE TRUE
                WHEN SQLCODE NOT = 0
                  MOVE 'NOT OURS'         TO WS-ACTION-TEXT
                  MOVE 'PAID - NO SUCH CHECK ISSUED' TO WS-NOTE-TEXT
                  PERFORM REPORT-FEED-CHECK
                WHEN CHK_CHECK-STATUS NOT = 'O'
      * POSITIVE PAY SHOULD HAVE STOPPED THIS ONE AT THE BANK.
                  MOVE 'PAID EXCEPTION'   TO WS-ACTION-TEXT
                  MOVE 'PAID BUT NOT OUTSTANDING' TO WS-NOTE-TEXT
                  PERFORM REPORT-FEED-CHECK
                WHEN OTHER
                  PERFORM SETTLE-PAID-CHECK
              END-EVALUATE
           END-IF
           .

       SETTLE-PAID-CHECK.
           EXEC SQL
              UPDATE KALA12.CHECK_ISSUE
                 SET CHECK_STATUS = 'P',
                     STATUS_DATE  = :WS-FEED-DATE
               WHERE CHECK_NUMBER = :CHK_CHECK-NUMBER
                 AND CHECK_STATUS = 'O'
           END-EXEC
           MOVE 'MARK CHECK PAID' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

      * THE MONEY HAS REACHED THE PAYEE - THE FUNDING OR REFUND IS
      * SETTLED EXACTLY AS IF THE ACH CREDIT HAD BEEN CONFIRMED.
           IF CHK_SOURCE-TYPE = 'F'
              EXEC SQL
                 UPDATE KALA12.LOAN_FUNDING
                    SET FUND_STATUS  = 'D',
                        SETTLED_DATE = :WS-FEED-DATE
                  WHERE LOAN_ID     = :CHK_LOAN-ID
                    AND FUND_STATUS = 'C'
              END-EXEC
              MOVE 'SETTLE FUNDING PAID BY CHECK' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE
           ELSE
              EXEC SQL
                 UPDATE KALA12.REFUND
                    SET REFUND_STATUS = 'D'
                  WHERE LOAN_ID       = :CHK_LOAN-ID
                    AND CUSTOMER_ID   = :CHK_CUSTOMER-ID
                    AND REFUND_STATUS = 'C'
              END-EXEC
              MOVE 'SETTLE REFUND PAID BY CHECK' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE
           END-IF

           ADD 1 TO WS-CHECKS-PAID
           ADD CHK_AMOUNT TO WS-PAID-TOTAL

           IF WS-PAID-AMOUNT NOT = CHK_AMOUNT
              MOVE 'PAID EXCEPTION'   TO WS-ACTION-TEXT
              MOVE 'PAID AMOUNT DIFFERS' TO WS-NOTE-TEXT
              PERFORM REPORT-FEED-CHECK
           END-IF
           .

       PROCESS-VOID-FEED.
      * OPTIONAL, LIKE THE PAID FEED.
           OPEN INPUT VOIDIN
           IF FS-VOIDIN NOT = '00'
              DISPLAY 'CHKDISB - NO VOID FEED TODAY. '
                      'FILE STATUS: ' FS-VOIDIN
           ELSE
              PERFORM READ-VOID-RECORD
              PERFORM UNTIL END-OF-VOID
                 PERFORM APPLY-VOID-CHECK
                 EXEC SQL
                    COMMIT
                 END-EXEC
                 PERFORM READ-VOID-RECORD
              END-PERFORM
              CLOSE VOIDIN
           END-IF
           .

       READ-VOID-RECORD.
           READ VOIDIN
              AT END
                 MOVE 'Y' TO EOF-VOID
           END-READ
           .

       APPLY-VOID-CHECK.
           IF NOT VD-CHECK-NUMBER NUMERIC
              OR NOT VD-VOID-DATE NUMERIC
              MOVE SPACES TO WS-TEXT-LINE
              STRING 'BAD VOID RECORD SKIPPED: ' VOID-RECORD
                DELIMITED BY SIZE
                INTO WS-TEXT-LINE
              PERFORM WRITE-FEED-EXCEPTION
           ELSE
              MOVE VD-CHECK-NUMBER TO CHK_CHECK-NUMBER
              PERFORM FETCH-CHECK-ROW

              STRING VD-VOID-DATE(1:4) '-' VD-VOID-DATE(5:2) '-'
                     VD-VOID-DATE(7:2)
                DELIMITED BY SIZE
                INTO WS-FEED-DATE

              EVALUATE TRUE
                WHEN SQLCODE NOT = 0
                  MOVE 'NOT OURS'         TO WS-ACTION-TEXT
                  MOVE 'VOID - NO SUCH CHECK ISSUED' TO WS-NOTE-TEXT
                  MOVE 0 TO WS-PAID-AMOUNT
                  PERFORM REPORT-FEED-CHECK
                WHEN CHK_CHECK-STATUS = 'V'
      * OUR OWN VOID, OFF THE POSITIVE-PAY FILE, NOW IN FORCE.
                  ADD 1 TO WS-VOIDS-CONFIRMED
                WHEN CHK_CHECK-STATUS = 'P'
                  MOVE 'VOID EXCEPTION'   TO WS-ACTION-TEXT
                  MOVE 'VOID OF A CHECK ALREADY PAID' TO WS-NOTE-TEXT
                  MOVE CHK_AMOUNT TO WS-PAID-AMOUNT
                  PERFORM REPORT-FEED-CHECK
                WHEN OTHER
      * THE BANK STOPPED IT ITSELF (LOST, STOP PAYMENT) - THE
      * PAYEE STILL HAS NOTHING, SO A NEW CHECK GOES OUT.
                  IF VD-REASON = SPACES
                     MOVE 'BNK' TO CHK_VOID-REASON
                  ELSE
                     MOVE VD-REASON TO CHK_VOID-REASON
                  END-IF
                  PERFORM VOID-CHECK-ROW
                  ADD 1 TO WS-BANK-VOIDS
                  MOVE 'BANK VOID' TO WS-ACTION-TEXT
                  MOVE SPACES      TO WS-NOTE-TEXT
                  STRING 'REASON ' CHK_VOID-REASON
                    DELIMITED BY SIZE
                    INTO WS-NOTE-TEXT
                  PERFORM WRITE-CHECK-LINE
                  PERFORM REISSUE-VOIDED-CHECK
              END-EVALUATE
           END-IF
           .

       FETCH-CHECK-ROW.
           EXEC SQL
              SELECT SOURCE_TYPE, LOAN_ID, CUSTOMER_ID, PAYEE_NAME,
                     AMOUNT, ISSUE_DATE, CHECK_STATUS, REISSUE_SEQ
                INTO :CHK_SOURCE-TYPE, :CHK_LOAN-ID,
                     :CHK_CUSTOMER-ID, :CHK_PAYEE-NAME, :CHK_AMOUNT,
                     :CHK_ISSUE-DATE, :CHK_CHECK-STATUS,
                     :CHK_REISSUE-SEQ
                FROM KALA12.CHECK_ISSUE
               WHERE CHECK_NUMBER = :CHK_CHECK-NUMBER
           END-EXEC
           MOVE 'FETCH CHECK_ISSUE ROW' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

      ****************************************************************
      *  STALE CHECKS                                                *
      ****************************************************************
       VOID-STALE-CHECKS.
           EXEC SQL
              OPEN C-STALE-CHECKS
           END-EXEC
           MOVE 'OPEN C-STALE-CHECKS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM FETCH-STALE-CHECK
           PERFORM UNTIL SQLCODE NOT = 0
              MOVE 'STL'  TO CHK_VOID-REASON
              MOVE WS-TODAY-DASHED TO WS-FEED-DATE
              PERFORM VOID-CHECK-ROW
              PERFORM WRITE-POSPAY-VOID
              ADD 1 TO WS-CHECKS-STALE
              MOVE 'STALE VOID' TO WS-ACTION-TEXT
              MOVE SPACES       TO WS-NOTE-TEXT
              STRING 'ISSUED ' CHK_ISSUE-DATE
                DELIMITED BY SIZE
                INTO WS-NOTE-TEXT
              PERFORM WRITE-CHECK-LINE
              PERFORM REISSUE-VOIDED-CHECK
              EXEC SQL
                 COMMIT
              END-EXEC
              PERFORM FETCH-STALE-CHECK
           END-PERFORM

           EXEC SQL
              CLOSE C-STALE-CHECKS
           END-EXEC
           MOVE 'CLOSE C-STALE-CHECKS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       FETCH-STALE-CHECK.
           EXEC SQL
              FETCH C-STALE-CHECKS
                INTO :CHK_CHECK-NUMBER, :CHK_SOURCE-TYPE,
                     :CHK_LOAN-ID, :CHK_CUSTOMER-ID,
                     :CHK_PAYEE-NAME, :CHK_AMOUNT,
                     :CHK_ISSUE-DATE, :CHK_REISSUE-SEQ
           END-EXEC
           MOVE 'FETCH C-STALE-CHECKS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       VOID-CHECK-ROW.
           EXEC SQL
              UPDATE KALA12.CHECK_ISSUE
                 SET CHECK_STATUS = 'V',
                     STATUS_DATE  = :WS-FEED-DATE,
                     VOID_REASON  = :CHK_VOID-REASON
               WHERE CHECK_NUMBER = :CHK_CHECK-NUMBER
                 AND CHECK_STATUS = 'O'
           END-EXEC
           MOVE 'VOID CHECK' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           ADD CHK_AMOUNT TO WS-VOID-TOTAL
           .

       REISSUE-VOIDED-CHECK.
      * THE SAME PAYOUT GOES OUT AGAIN UNDER A NEW NUMBER, TO THE
      * ADDRESS IN EFFECT TODAY - UNLESS IT HAS GONE STALE TOO
      * OFTEN OR THERE IS NO LONGER ANYWHERE TO MAIL IT.
           MOVE CHK_SOURCE-TYPE  TO WS-PAY-SOURCE
           MOVE CHK_LOAN-ID      TO WS-PAY-LOAN-ID
           MOVE CHK_CUSTOMER-ID  TO WS-PAY-CUSTOMER-ID
           MOVE CHK_AMOUNT       TO WS-PAY-AMOUNT
           MOVE 'C'              TO WS-PAY-OLD-STATUS
           MOVE CHK_CHECK-NUMBER TO WS-PAY-REPLACES
           COMPUTE WS-PAY-REISSUE-SEQ = CHK_REISSUE-SEQ + 1

           PERFORM FETCH-MAILING-ADDRESS

           EVALUATE TRUE
             WHEN CHK_REISSUE-SEQ NOT < WS-MAX-REISSUE
               MOVE 'REISSUED TOO OFTEN' TO WS-NOTE-TEXT
               PERFORM GIVE-UP-ON-CHECK
             WHEN NOT ADDRESS-MAILABLE
               MOVE 'NO MAILABLE ADDRESS' TO WS-NOTE-TEXT
               PERFORM GIVE-UP-ON-CHECK
             WHEN STOCK-EXHAUSTED
      * STAYS 'C' WITH NO OUTSTANDING CHECK - NEW STOCK, THEN
      * OPERATIONS REISSUES BY HAND OFF THE REPORT.
               MOVE 'NOT REISSUED'     TO WS-ACTION-TEXT
               MOVE 'CHECK STOCK USED UP' TO WS-NOTE-TEXT
               PERFORM WRITE-CHECK-LINE
               ADD 1 TO WS-NOT-REISSUED
             WHEN OTHER
               PERFORM WRITE-ONE-CHECK
               ADD 1 TO WS-CHECKS-REISSUED
           END-EVALUATE
           .

       GIVE-UP-ON-CHECK.
      * A REFUND NO CHECK CAN REACH IS UNDELIVERABLE - ESCHEAT AGES
      * IT. A FUNDING GOES BACK TO FAILED FOR OPERATIONS.
           IF WS-PAY-SOURCE = 'R'
              EXEC SQL
                 UPDATE KALA12.REFUND
                    SET REFUND_STATUS = 'U'
                  WHERE LOAN_ID       = :WS-PAY-LOAN-ID
                    AND CUSTOMER_ID   = :WS-PAY-CUSTOMER-ID
                    AND REFUND_STATUS = 'C'
              END-EXEC
              MOVE 'REFUND CHECK UNDELIVERABLE' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE
           ELSE
              EXEC SQL
                 UPDATE KALA12.LOAN_FUNDING
                    SET FUND_STATUS = 'F'
                  WHERE LOAN_ID     = :WS-PAY-LOAN-ID
                    AND FUND_STATUS = 'C'
              END-EXEC
              MOVE 'FUNDING CHECK NOT REISSUED' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE
           END-IF

           ADD 1 TO WS-NOT-REISSUED
           MOVE 'NOT REISSUED' TO WS-ACTION-TEXT
           PERFORM WRITE-CHECK-LINE
           .

      ****************************************************************
      *  NEW CHECKS                                                  *
      ****************************************************************
       ISSUE-NEW-CHECKS.
           IF STOCK-EXHAUSTED
              DISPLAY 'CHKDISB - NO CHECK STOCK - NO NEW CHECKS.'
           ELSE
              EXEC SQL
                 OPEN C-CHECK-CANDIDATES
              END-EXEC
              MOVE 'OPEN C-CHECK-CANDIDATES' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              PERFORM FETCH-CHECK-CANDIDATE
              PERFORM UNTIL SQLCODE NOT = 0
                         OR STOCK-EXHAUSTED
                 PERFORM ISSUE-ONE-CHECK
                 EXEC SQL
                    COMMIT
                 END-EXEC
                 PERFORM FETCH-CHECK-CANDIDATE
              END-PERFORM

              EXEC SQL
                 CLOSE C-CHECK-CANDIDATES
              END-EXEC
              MOVE 'CLOSE C-CHECK-CANDIDATES' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE
           END-IF
           .

       FETCH-CHECK-CANDIDATE.
           EXEC SQL
              FETCH C-CHECK-CANDIDATES
                INTO :WS-PAY-SOURCE, :WS-PAY-LOAN-ID,
                     :WS-PAY-CUSTOMER-ID, :WS-PAY-AMOUNT,
                     :WS-PAY-OLD-STATUS
           END-EXEC
           MOVE 'FETCH C-CHECK-CANDIDATES' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       ISSUE-ONE-CHECK.
           MOVE 0 TO WS-PAY-REISSUE-SEQ
           MOVE 0 TO WS-PAY-REPLACES

           PERFORM FETCH-MAILING-ADDRESS

           IF ADDRESS-MAILABLE
              PERFORM WRITE-ONE-CHECK

              IF WS-PAY-SOURCE = 'F'
                 EXEC SQL
                    UPDATE KALA12.LOAN_FUNDING
                       SET FUND_STATUS = 'C',
                           SENT_DATE   = :WS-TODAY-DASHED
                     WHERE LOAN_ID     = :WS-PAY-LOAN-ID
                       AND FUND_STATUS = :WS-PAY-OLD-STATUS
                 END-EXEC
                 MOVE 'MARK FUNDING CHECK ISSUED' TO WS-SQL-ACTION
                 PERFORM CHECK-SQLCODE
              ELSE
                 EXEC SQL
                    UPDATE KALA12.REFUND
                       SET REFUND_STATUS = 'C'
                     WHERE LOAN_ID       = :WS-PAY-LOAN-ID
                       AND CUSTOMER_ID   = :WS-PAY-CUSTOMER-ID
                       AND REFUND_STATUS = :WS-PAY-OLD-STATUS
                 END-EXEC
                 MOVE 'MARK REFUND CHECK ISSUED' TO WS-SQL-ACTION
                 PERFORM CHECK-SQLCODE

      * A RETURNED REFUND ESCHEAT HAS STARTED TO AGE IS NO LONGER
      * UNCLAIMED - THE CHECK DELIVERS IT.
                 EXEC SQL
                    UPDATE KALA12.UNCLAIMED_PROP
                       SET ITEM_STATUS = 'C'
                     WHERE LOAN_ID     = :WS-PAY-LOAN-ID
                       AND CUSTOMER_ID = :WS-PAY-CUSTOMER-ID
                       AND ITEM_STATUS = 'A'
                 END-EXEC
                 MOVE 'CLOSE UNCLAIMED ITEM BY CHECK' TO WS-SQL-ACTION
                 PERFORM CHECK-SQLCODE
              END-IF

              ADD 1 TO WS-CHECKS-ISSUED
           END-IF
           .

       FETCH-MAILING-ADDRESS.
      * THE NEWEST ADDRESS IN EFFECT TODAY, SAME RULE AS ESCHEAT.
      * MAIL THAT CAME BACK FROM IT MEANS IT IS NO GOOD FOR A CHECK.
           MOVE WS-PAY-CUSTOMER-ID TO ADR_CUSTOMER-ID
           EXEC SQL
              SELECT ADDR_LINE_1, ADDR_LINE_2, CITY, STATE_CODE,
                     POSTAL_CODE, RETURNED_MAIL
                INTO :ADR_ADDR-LINE-1, :ADR_ADDR-LINE-2, :ADR_CITY,
                     :ADR_STATE-CODE, :ADR_POSTAL-CODE,
                     :ADR_RETURNED-MAIL
                FROM KALA12.CUST_ADDRESS
               WHERE CUSTOMER_ID = :ADR_CUSTOMER-ID
                 AND EFFECTIVE_DATE =
                     (SELECT MAX(EFFECTIVE_DATE)
                        FROM KALA12.CUST_ADDRESS
                       WHERE CUSTOMER_ID = :ADR_CUSTOMER-ID
                         AND EFFECTIVE_DATE <= :WS-TODAY-DASHED)
           END-EXEC
           MOVE 'FETCH MAILING ADDRESS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF SQLCODE = 0 AND ADR_RETURNED-MAIL NOT = 'Y'
              MOVE 'Y' TO WS-ADDRESS-FLAG
           ELSE
              MOVE 'N' TO WS-ADDRESS-FLAG
           END-IF

           MOVE WS-PAY-CUSTOMER-ID TO CUSTOMER_ID
           EXEC SQL
              SELECT NAME
                INTO :CUSTOMER_NAME
                FROM CUSTOMER
               WHERE ID = :CUSTOMER_ID
           END-EXEC
           MOVE 'FETCH PAYEE NAME' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF SQLCODE NOT = 0
              MOVE 'N' TO WS-ADDRESS-FLAG
           END-IF
           .

       WRITE-ONE-CHECK.
      * TAKES THE NEXT NUMBER OFF THE STOCK, RECORDS THE CHECK, AND
      * WRITES IT TO THE PRINTER AND THE BANK.
           MOVE WS-NEXT-CHECK      TO CHK_CHECK-NUMBER
           MOVE WS-PAY-SOURCE      TO CHK_SOURCE-TYPE
           MOVE WS-PAY-LOAN-ID     TO CHK_LOAN-ID
           MOVE WS-PAY-CUSTOMER-ID TO CHK_CUSTOMER-ID
           MOVE CUSTOMER_NAME      TO CHK_PAYEE-NAME
           MOVE WS-PAY-AMOUNT      TO CHK_AMOUNT
           MOVE WS-TODAY-DASHED    TO CHK_ISSUE-DATE
           MOVE 'O'                TO CHK_CHECK-STATUS
           MOVE WS-TODAY-DASHED    TO CHK_STATUS-DATE
           MOVE SPACES             TO CHK_VOID-REASON
           MOVE WS-PAY-REISSUE-SEQ TO CHK_REISSUE-SEQ
           MOVE WS-PAY-REPLACES    TO CHK_REPLACES-CHECK

           EXEC SQL
              INSERT INTO KALA12.CHECK_ISSUE
                    (CHECK_NUMBER, SOURCE_TYPE, LOAN_ID, CUSTOMER_ID,
                     PAYEE_NAME, AMOUNT, ISSUE_DATE, CHECK_STATUS,
                     STATUS_DATE, VOID_REASON, REISSUE_SEQ,
                     REPLACES_CHECK)
              VALUES (:CHK_CHECK-NUMBER, :CHK_SOURCE-TYPE,
                      :CHK_LOAN-ID, :CHK_CUSTOMER-ID,
                      :CHK_PAYEE-NAME, :CHK_AMOUNT, :CHK_ISSUE-DATE,
                      :CHK_CHECK-STATUS, :CHK_STATUS-DATE,
                      :CHK_VOID-REASON, :CHK_REISSUE-SEQ,
                      :CHK_REPLACES-CHECK)
           END-EXEC
           MOVE 'INSERT CHECK_ISSUE ROW' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM WRITE-CHECK-PRINT
           PERFORM WRITE-POSPAY-ISSUE

           ADD CHK_AMOUNT TO WS-ISSUE-TOTAL

           IF WS-PAY-REPLACES = 0
              MOVE 'ISSUED'   TO WS-ACTION-TEXT
              MOVE SPACES     TO WS-NOTE-TEXT
           ELSE
              MOVE 'REISSUED' TO WS-ACTION-TEXT
              MOVE WS-PAY-REPLACES TO RPT-CHECK-NUMBER
              MOVE SPACES     TO WS-NOTE-TEXT
              STRING 'REPLACES ' RPT-CHECK-NUMBER
                DELIMITED BY SIZE
                INTO WS-NOTE-TEXT
           END-IF
           PERFORM WRITE-CHECK-LINE

           ADD 1 TO WS-NEXT-CHECK
           IF WS-NEXT-CHECK > WS-RANGE-LAST
              SET STOCK-EXHAUSTED TO TRUE
              DISPLAY 'CHKDISB - CHECK STOCK RANGE USED UP - NO '
                      'MORE CHECKS THIS RUN.'
           END-IF
           .

       WRITE-CHECK-PRINT.
           MOVE SPACES TO CHECK-PRINT-LINE
           MOVE CHK_CHECK-NUMBER TO CPR-CHECK-NUMBER
           MOVE CHK_ISSUE-DATE   TO CPR-ISSUE-DATE
           MOVE CHK_AMOUNT       TO CPR-AMOUNT
           MOVE CHK_PAYEE-NAME   TO CPR-PAYEE-NAME
           MOVE ADR_ADDR-LINE-1  TO CPR-ADDR-LINE-1
           MOVE ADR_ADDR-LINE-2  TO CPR-ADDR-LINE-2
           MOVE ADR_CITY         TO CPR-CITY
           MOVE ADR_STATE-CODE   TO CPR-STATE-CODE
           MOVE ADR_POSTAL-CODE  TO CPR-POSTAL-CODE
           MOVE CHK_LOAN-ID      TO RPT-LOAN-ID
           IF CHK_SOURCE-TYPE = 'F'
              STRING 'LOAN PROCEEDS - LOAN ' RPT-LOAN-ID
                DELIMITED BY SIZE
                INTO CPR-MEMO
           ELSE
              STRING 'REFUND - LOAN ' RPT-LOAN-ID
                DELIMITED BY SIZE
                INTO CPR-MEMO
           END-IF

           MOVE WS-STALE-DAYS TO WS-OFFSET-DAYS
           PERFORM COMPUTE-OFFSET-DATE
           MOVE WS-CUT-DASHED TO CPR-VOID-AFTER

           WRITE CHECK-PRINT-RECORD FROM CHECK-PRINT-LINE
           .

       WRITE-POSPAY-ISSUE.
           MOVE 'I'               TO PPD-RECORD-TYPE
           PERFORM FILL-POSPAY-DETAIL
           WRITE POSPAY-RECORD FROM PPAY-DETAIL
           ADD 1 TO WS-PPAY-ISSUES
           .

       WRITE-POSPAY-VOID.
           MOVE 'V'               TO PPD-RECORD-TYPE
           PERFORM FILL-POSPAY-DETAIL
           WRITE POSPAY-RECORD FROM PPAY-DETAIL
           ADD 1 TO WS-PPAY-VOIDS
           ADD CHK_AMOUNT TO WS-PPAY-VOID-TOTAL
           .

       FILL-POSPAY-DETAIL.
           MOVE WS-DISB-ACCOUNT   TO PPD-ACCOUNT
           MOVE CHK_CHECK-NUMBER  TO PPD-CHECK-NUMBER
           COMPUTE WS-AMOUNT-IN-CENTS = CHK_AMOUNT * 100
           MOVE WS-AMOUNT-IN-CENTS TO PPD-AMOUNT
           MOVE CHK_ISSUE-DATE(1:4) TO PPD-ISSUE-DATE(1:4)
           MOVE CHK_ISSUE-DATE(6:2) TO PPD-ISSUE-DATE(5:2)
           MOVE CHK_ISSUE-DATE(9:2) TO PPD-ISSUE-DATE(7:2)
           MOVE CHK_PAYEE-NAME    TO PPD-PAYEE-NAME
           .

       WRITE-POSPAY-TRAILER.
      * ONLY THE VOIDS WE SENT COUNT HERE - THE BANK'S OWN ARE
      * ALREADY IN FORCE AT THE BANK.
           MOVE WS-PPAY-ISSUES TO PPT-ISSUE-COUNT
           COMPUTE WS-TOTAL-IN-CENTS = WS-ISSUE-TOTAL * 100
           MOVE WS-TOTAL-IN-CENTS TO PPT-ISSUE-TOTAL
           MOVE WS-PPAY-VOIDS TO PPT-VOID-COUNT
           COMPUTE WS-TOTAL-IN-CENTS = WS-PPAY-VOID-TOTAL * 100
           MOVE WS-TOTAL-IN-CENTS TO PPT-VOID-TOTAL
           WRITE POSPAY-RECORD FROM PPAY-TRAILER
           .

      ****************************************************************
      *  REPORT                                                      *
      ****************************************************************
       WRITE-CHECK-LINE.
           MOVE WS-ACTION-TEXT   TO RPT-ACTION
           MOVE CHK_CHECK-NUMBER TO RPT-CHECK-NUMBER
           IF CHK_SOURCE-TYPE = 'F'
              MOVE 'FUNDING ' TO RPT-SOURCE
           ELSE
              MOVE 'REFUND  ' TO RPT-SOURCE
           END-IF
           MOVE CHK_LOAN-ID      TO RPT-LOAN-ID
           MOVE CHK_CUSTOMER-ID  TO RPT-CUSTOMER-ID
           MOVE CHK_AMOUNT       TO RPT-AMOUNT
           MOVE WS-NOTE-TEXT     TO RPT-NOTE
           WRITE CHECK-REPORT-LINE FROM WS-CHECK-LINE
           .

       REPORT-FEED-CHECK.
      * A FEED RECORD THAT DOES NOT FIT OUR CHECK REGISTER - FOR
      * TREASURY TO TAKE UP WITH THE BANK.
           ADD 1 TO WS-FEED-EXCEPTIONS
           MOVE WS-ACTION-TEXT   TO RPT-ACTION
           MOVE CHK_CHECK-NUMBER TO RPT-CHECK-NUMBER
           MOVE SPACES           TO RPT-SOURCE
           MOVE 0                TO RPT-LOAN-ID RPT-CUSTOMER-ID
           MOVE WS-PAID-AMOUNT   TO RPT-AMOUNT
           MOVE WS-NOTE-TEXT     TO RPT-NOTE
           WRITE CHECK-REPORT-LINE FROM WS-CHECK-LINE
           DISPLAY 'CHKDISB - ' WS-ACTION-TEXT ' CHECK '
                   CHK_CHECK-NUMBER ' - ' WS-NOTE-TEXT
           .

       WRITE-FEED-EXCEPTION.
           ADD 1 TO WS-FEED-EXCEPTIONS
           WRITE CHECK-REPORT-LINE FROM WS-TEXT-LINE
           DISPLAY 'CHKDISB - ' WS-TEXT-LINE(1:60)
           .

       WRITE-RUN-TOTALS.
           MOVE SPACES TO WS-TEXT-LINE
           WRITE CHECK-REPORT-LINE FROM WS-TEXT-LINE

           MOVE 'CHECKS WRITTEN (NEW AND REISSUED)' TO RPT-TOTAL-LABEL
           COMPUTE RPT-TOTAL-COUNT =
                   WS-CHECKS-ISSUED + WS-CHECKS-REISSUED
           MOVE WS-ISSUE-TOTAL TO RPT-TOTAL-AMOUNT
           WRITE CHECK-REPORT-LINE FROM WS-TOTAL-LINE

           MOVE 'CHECKS PAID BY THE BANK' TO RPT-TOTAL-LABEL
           MOVE WS-CHECKS-PAID TO RPT-TOTAL-COUNT
           MOVE WS-PAID-TOTAL  TO RPT-TOTAL-AMOUNT
           WRITE CHECK-REPORT-LINE FROM WS-TOTAL-LINE

           MOVE 'CHECKS VOIDED (STALE AND BANK)' TO RPT-TOTAL-LABEL
           COMPUTE RPT-TOTAL-COUNT = WS-CHECKS-STALE + WS-BANK-VOIDS
           MOVE WS-VOID-TOTAL  TO RPT-TOTAL-AMOUNT
           WRITE CHECK-REPORT-LINE FROM WS-TOTAL-LINE

           MOVE 'VOIDED AND NOT REISSUED' TO RPT-TOTAL-LABEL
           MOVE WS-NOT-REISSUED TO RPT-TOTAL-COUNT
           MOVE 0 TO RPT-TOTAL-AMOUNT
           WRITE CHECK-REPORT-LINE FROM WS-TOTAL-LINE

           MOVE 'FEED EXCEPTIONS FOR TREASURY' TO RPT-TOTAL-LABEL
           MOVE WS-FEED-EXCEPTIONS TO RPT-TOTAL-COUNT
           WRITE CHECK-REPORT-LINE FROM WS-TOTAL-LINE
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
