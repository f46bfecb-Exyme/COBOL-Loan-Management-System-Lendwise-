      * THE LIFE (FROM THE PAYMENT ROWS AND THE ARCHIVED     *
      * SCHEDULE), ANY EARLY-SETTLEMENT PENALTY FROM         *
      * PAYOFF_PENALTY, AND ANY REFUND RAISED - SO THE       *
      * CUSTOMER'S RECORD OF CLOSURE COMES FROM US. A        *
      * CUSTOMER DELIVRTE ROUTES ELECTRONIC GETS THE LETTER  *
      * ON THE E-DELIVERY FILE INSTEAD OF THE MAIL HOUSE'S.  *
      ********************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-LTRFILE.

           SELECT ELTROUT ASSIGN TO ELTRFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-ELTRFILE.

       DATA DIVISION.
       FILE SECTION.

          05 FILLER              PIC X(1).
          05 LTR-EMAIL           PIC X(50).

      * E-DELIVERY VENDOR'S COPY - SAME LETTER RECORD, NO ADDRESS.
       FD ELTROUT
            RECORDING MODE F.
       01 ELETTER-RECORD        PIC X(193).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA    END-EXEC.

      * FILE STATUS.
       01 FS-LTRFILE            PIC X(02).
       01 FS-ELTRFILE           PIC X(02).

       01 WS-SQL-ACTION         PIC X(40).
       01 WS-RETURN-CODE        PIC S9(4) COMP.
       01 WS-LETTERS-WRITTEN    PIC 9(9) VALUE 0.
       01 WS-LETTERS-SUPPRESSED PIC 9(9) VALUE 0.

      * HOW THIS CUSTOMER'S LETTER GOES OUT - FROM DELIVRTE.
       01 WS-DOC-TYPE           PIC X(1) VALUE 'L'.
       01 WS-DELIVERY           PIC X(1).
         88 DELIVER-ELECTRONIC  VALUE 'E'.
       01 WS-PAPER-FALLBACK     PIC X(1).
       01 WS-LETTERS-EDELIVERED PIC 9(9) VALUE 0.
       01 WS-CONSENT-FALLBACKS  PIC 9(9) VALUE 0.

      * THE MAILING ADDRESS IN EFFECT - CARRIED ON A CONTINUATION
      * RECORD BEHIND THE LETTER. RETURNED MAIL SUPPRESSES THE
      * LETTER UNTIL ADDRMNT CORRECTS THE ADDRESS.
         88 ADDRESS-ON-FILE     VALUE 'Y'.
         88 ADDRESS-SUPPRESSED  VALUE 'S'.
         88 ADDRESS-MISSING     VALUE 'N'.
         88 ADDRESS-NOT-NEEDED  VALUE 'E'.

       01 WS-ADDR-RECORD.
          05 FILLER              PIC X(4) VALUE 'ADR '.
              STOP RUN
           END-IF

           OPEN OUTPUT ELTROUT
           IF FS-ELTRFILE NOT = '00'
              DISPLAY 'PIFLTR - ERROR OPENING E-DELIVERY FILE.'
              DISPLAY 'FILE STATUS CODE: ' FS-ELTRFILE
              STOP RUN
           END-IF

           EXEC SQL
              OPEN C-PAID-OFF-LOANS
           END-EXEC
           PERFORM CHECK-SQLCODE

           CLOSE LTROUT
           CLOSE ELTROUT

           PERFORM RECORD-RUN-END

           DISPLAY 'PIFLTR - LETTERS WRITTEN: ' WS-LETTERS-WRITTEN
           DISPLAY 'PIFLTR - OF WHICH E-DELIVERED: '
                   WS-LETTERS-EDELIVERED
           DISPLAY 'PIFLTR - PAPER, NO E-CONSENT: '
                   WS-CONSENT-FALLBACKS
           DISPLAY 'PIFLTR - RETURNED-MAIL SUPPRESSED: '
                   WS-LETTERS-SUPPRESSED

              MOVE 'FETCH CUSTOMER FOR LETTER' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              CALL 'DELIVRTE' USING LOAN_CUSTOMER-ID, WS-DOC-TYPE,
                                    WS-DELIVERY, WS-PAPER-FALLBACK,
                                    WS-RETURN-CODE
              IF WS-PAPER-FALLBACK = 'Y'
                 ADD 1 TO WS-CONSENT-FALLBACKS
              END-IF

      * AN E-DELIVERED LETTER NEEDS NO POSTAL ADDRESS, SO RETURNED
      * MAIL DOES NOT HOLD IT BACK.
              IF DELIVER-ELECTRONIC
                 SET ADDRESS-NOT-NEEDED TO TRUE
              ELSE
                 PERFORM FETCH-MAILING-ADDRESS
              END-IF
              IF ADDRESS-SUPPRESSED
                 ADD 1 TO WS-LETTERS-SUPPRESSED
                 DISPLAY 'PIFLTR - RETURNED MAIL ON CUSTOMER-ID: '
              MOVE WS-REFUND-RAISED   TO LTR-REFUND
              MOVE CUSTOMER_EMAIL     TO LTR-EMAIL

              IF DELIVER-ELECTRONIC
                 WRITE ELETTER-RECORD FROM LETTER-RECORD
                 ADD 1 TO WS-LETTERS-EDELIVERED
              ELSE
                 WRITE LETTER-RECORD
              END-IF
              IF ADDRESS-ON-FILE
                 MOVE SPACES TO LTR-ADDRESS-TEXT
                 STRING ADR_ADDR-LINE-1 ' ' ADR_ADDR-LINE-2 ' '
