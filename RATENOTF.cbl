      * LNDWISE4'S REPRICING WILL APPLY, AND WRITES A        *
      * CUSTOMER NOTICE EXTRACT (OLD RATE, NEW RATE, NEW     *
      * PAYMENT, EFFECTIVE DATE) IN THE NOTIFYOUT STYLE.     *
      * DELIVRTE DECIDES EACH NOTICE'S ROUTE: ELECTRONIC     *
      * NOTICES GO ON THE EXTRACT, PAPER ONES ON A MAIL-     *
      * HOUSE FILE WITH THE POSTAL ADDRESS BEHIND THEM.      *
      ********************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-RATENOUT.

           SELECT MNOTOUT ASSIGN TO RATEMAIL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-RATEMAIL.

           SELECT PARMIN ASSIGN TO PARMFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
          05 NOT-PHONE           PIC X(15).
          05 FILLER              PIC X(11).

      * MAIL HOUSE'S COPY - THE SAME NOTICE RECORD FOLLOWED BY AN
      * 'ADR ' CONTINUATION RECORD, THE WAY PIFLTR'S LETTERS GO.
       FD MNOTOUT
            RECORDING MODE F.
       01 MNOTICE-RECORD        PIC X(140).

       FD PARMIN
            RECORDING MODE F.
       01 PARM-RECORD            PIC X(80).
           EXEC SQL INCLUDE CUSTOMER  END-EXEC.
           EXEC SQL INCLUDE PAYPLAN   END-EXEC.
           EXEC SQL INCLUDE RATETABLE END-EXEC.
           EXEC SQL INCLUDE CUSTADDR  END-EXEC.

      * FILE STATUS.
       01 FS-RATENOUT           PIC X(02).
       01 FS-RATEMAIL           PIC X(02).

       01 WS-SQL-ACTION         PIC X(40).
       01 WS-RETURN-CODE        PIC S9(4) COMP.
      * RUN CONTROL TOTALS.
       01 WS-RATES-AHEAD        PIC 9(9) VALUE 0.
       01 WS-NOTICES-WRITTEN    PIC 9(9) VALUE 0.
       01 WS-NOTICES-MAILED     PIC 9(9) VALUE 0.
       01 WS-NOTICES-SUPPRESSED PIC 9(9) VALUE 0.
       01 WS-CONSENT-FALLBACKS  PIC 9(9) VALUE 0.

      * HOW THIS CUSTOMER'S NOTICE GOES OUT - FROM DELIVRTE.
       01 WS-DOC-TYPE           PIC X(1) VALUE 'R'.
       01 WS-DELIVERY           PIC X(1).
         88 DELIVER-ELECTRONIC  VALUE 'E'.
       01 WS-PAPER-FALLBACK     PIC X(1).

      * THE MAILING ADDRESS IN EFFECT FOR A PAPER NOTICE. RETURNED
      * MAIL SUPPRESSES IT UNTIL ADDRMNT CORRECTS THE ADDRESS.
       01 WS-ADDRESS-STATE      PIC X(1).
         88 ADDRESS-ON-FILE     VALUE 'Y'.
         88 ADDRESS-SUPPRESSED  VALUE 'S'.
         88 ADDRESS-MISSING     VALUE 'N'.

       01 WS-ADDR-RECORD.
          05 FILLER              PIC X(4) VALUE 'ADR '.
          05 NOT-ADDRESS-TEXT    PIC X(136).

      *****************************************************
      *  EFFECTIVE-DATED RATE ROWS TAKING EFFECT INSIDE   *
              STOP RUN
           END-IF

           OPEN OUTPUT MNOTOUT
           IF FS-RATEMAIL NOT = '00'
              DISPLAY 'RATENOTF - ERROR OPENING MAIL-HOUSE FILE.'
              DISPLAY 'FILE STATUS CODE: ' FS-RATEMAIL
              STOP RUN
           END-IF

           EXEC SQL
              OPEN C-UPCOMING-RATES
           END-EXEC
           PERFORM CHECK-SQLCODE

           CLOSE NOTOUT
           CLOSE MNOTOUT

           DISPLAY 'RATENOTF - RATE ROWS IN WINDOW: ' WS-RATES-AHEAD
           DISPLAY 'RATENOTF - NOTICES WRITTEN:     '
                   WS-NOTICES-WRITTEN
           DISPLAY 'RATENOTF - OF WHICH ON PAPER:   '
                   WS-NOTICES-MAILED
           DISPLAY 'RATENOTF - PAPER, NO E-CONSENT: '
                   WS-CONSENT-FALLBACKS
           DISPLAY 'RATENOTF - RETURNED-MAIL SUPPRESSED: '
                   WS-NOTICES-SUPPRESSED

           STOP RUN
           .
              MOVE CUSTOMER_EMAIL      TO NOT-EMAIL
              MOVE CUSTOMER_PHONE      TO NOT-PHONE

              CALL 'DELIVRTE' USING LOAN_CUSTOMER-ID, WS-DOC-TYPE,
                                    WS-DELIVERY, WS-PAPER-FALLBACK,
                                    WS-RETURN-CODE
              IF WS-PAPER-FALLBACK = 'Y'
                 ADD 1 TO WS-CONSENT-FALLBACKS
              END-IF

              IF DELIVER-ELECTRONIC
                 WRITE NOTICE-RECORD
                 ADD 1 TO WS-NOTICES-WRITTEN
              ELSE
                 PERFORM MAIL-ONE-NOTICE
              END-IF
           END-IF
           .

       MAIL-ONE-NOTICE.
      * A PAPER NOTICE NEEDS A LIVE ADDRESS - RETURNED MAIL HOLDS IT
      * BACK THE SAME WAY IT HOLDS BACK STATEMENTS AND LETTERS.
           PERFORM FETCH-MAILING-ADDRESS

           IF ADDRESS-SUPPRESSED
              ADD 1 TO WS-NOTICES-SUPPRESSED
              DISPLAY 'RATENOTF - RETURNED MAIL ON CUSTOMER-ID: '
                      LOAN_CUSTOMER-ID ' - NOTICE SUPPRESSED.'
           ELSE
              WRITE MNOTICE-RECORD FROM NOTICE-RECORD
              IF ADDRESS-ON-FILE
                 MOVE SPACES TO NOT-ADDRESS-TEXT
                 STRING ADR_ADDR-LINE-1 ' ' ADR_ADDR-LINE-2 ' '
                        ADR_CITY ' ' ADR_POSTAL-CODE
                   DELIMITED BY SIZE
                   INTO NOT-ADDRESS-TEXT
                 WRITE MNOTICE-RECORD FROM WS-ADDR-RECORD
              END-IF
              ADD 1 TO WS-NOTICES-WRITTEN
              ADD 1 TO WS-NOTICES-MAILED
           END-IF
           .

       FETCH-MAILING-ADDRESS.
           MOVE LOAN_CUSTOMER-ID TO ADR_CUSTOMER-ID

           EXEC SQL
              SELECT ADDR_LINE_1, ADDR_LINE_2, CITY, POSTAL_CODE,
                     RETURNED_MAIL
                INTO :ADR_ADDR-LINE-1, :ADR_ADDR-LINE-2,
                     :ADR_CITY, :ADR_POSTAL-CODE,
                     :ADR_RETURNED-MAIL
                FROM KALA12.CUST_ADDRESS
               WHERE CUSTOMER_ID = :ADR_CUSTOMER-ID
                 AND EFFECTIVE_DATE =
                     (SELECT MAX(EFFECTIVE_DATE)
                        FROM KALA12.CUST_ADDRESS
                       WHERE CUSTOMER_ID = :ADR_CUSTOMER-ID
                         AND EFFECTIVE_DATE <= :WS-TODAY-DASHED)
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 100
               SET ADDRESS-MISSING TO TRUE
             WHEN SQLCODE NOT = 0
               MOVE 'FETCH MAILING ADDRESS' TO WS-SQL-ACTION
               PERFORM CHECK-SQLCODE
               SET ADDRESS-MISSING TO TRUE
             WHEN ADR_RETURNED-MAIL = 'Y'
               SET ADDRESS-SUPPRESSED TO TRUE
             WHEN OTHER
               SET ADDRESS-ON-FILE TO TRUE
           END-EVALUATE
           .

       COMPUTE-WOULD-BE-PAYMENT.
      * SAME RECALCULATION LNDWISE4'S REPRICING APPLIES: THE LEVEL
      * PRINCIPAL SLICE (NET OF DOWN PAYMENT) PLUS THE NEXT OPEN
