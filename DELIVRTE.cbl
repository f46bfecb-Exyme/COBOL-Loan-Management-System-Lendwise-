       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELIVRTE.
       AUTHOR. ISURU, WONA & MALENE.
      ********************************************************
      *      SUBPROGRAM CONNECTED TO "LENDWISE" MAIN PGM.    *
      *                                                      *
      * FUNCTION: DECIDES HOW ONE DOCUMENT OR REMINDER       *
      * REACHES ONE CUSTOMER, FROM THE CUSTOMER'S COMM_PREF  *
      * ROW. EVERY PROGRAM THAT SENDS ANYTHING CALLS THIS    *
      * SO THE RULES LIVE IN ONE PLACE:                      *
      *  - A LEGALLY REQUIRED DOCUMENT (STATEMENT, LETTER,   *
      *    RATE NOTICE, TAX DOCUMENT) GOES ELECTRONIC ONLY   *
      *    WHEN THE CUSTOMER ASKED FOR IT, E-SIGN CONSENT IS *
      *    ON FILE AND THERE IS AN EMAIL TO SEND IT TO -     *
      *    OTHERWISE PAPER. DO-NOT-CONTACT FLAGS NEVER STOP  *
      *    A REQUIRED DOCUMENT.                              *
      *  - A REMINDER GOES ON THE CUSTOMER'S CHOSEN CHANNEL, *
      *    OR NOT AT ALL WHEN THAT CHANNEL IS FLAGGED DO-    *
      *    NOT-CONTACT OR HAS NO CONTACT DETAIL ON FILE.     *
      * NO COMM_PREF ROW MEANS PAPER DOCUMENTS AND EMAIL     *
      * REMINDERS, WHICH IS HOW THE SYSTEM SENT THEM BEFORE. *
      ********************************************************

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA    END-EXEC.

           EXEC SQL INCLUDE COMMPREF END-EXEC.

       01 DLV-EMAIL                PIC X(50).
       01 DLV-PHONE                PIC X(15).
       01 DLV-DOC-PREF             PIC X(1).

       LINKAGE SECTION.
      * VARIABLES RECIEVED FROM MAIN PROGRAM.

       01 LS_CUSTOMER-ID           PIC S9(9) USAGE COMP.
      * 'S' STATEMENT, 'L' PAID-IN-FULL LETTER, 'R' RATE CHANGE
      * NOTICE, 'T' TAX DOCUMENT, 'M' PAYMENT REMINDER.
       01 LS_DOC-TYPE              PIC X(1).
      * RETURNED: 'P' PAPER (MAIL HOUSE), 'E' EMAIL / E-DELIVERY,
      * 'S' SMS, 'N' DO NOT SEND. ONLY A REMINDER CAN COME BACK
      * 'S' OR 'N'.
       01 LS_DELIVERY              PIC X(1).
      * 'Y' WHEN THE CUSTOMER ASKED FOR ELECTRONIC DELIVERY OF A
      * REQUIRED DOCUMENT BUT GETS PAPER (NO CONSENT OR NO EMAIL) -
      * CALLERS COUNT THESE ON THEIR CONTROL TOTALS.
       01 LS_PAPER-FALLBACK        PIC X(1).
      * 0 = ROUTED. NONZERO = THE SQLCODE THAT FAILED; LS_DELIVERY
      * IS THEN 'P' FOR A DOCUMENT AND 'N' FOR A REMINDER.
       01 LS-RETURN-CODE           PIC S9(4) USAGE COMP.


       PROCEDURE DIVISION USING LS_CUSTOMER-ID, LS_DOC-TYPE,
                                LS_DELIVERY, LS_PAPER-FALLBACK,
                                LS-RETURN-CODE.

       MAIN-PARA.

           MOVE 0   TO LS-RETURN-CODE
           MOVE 'N' TO LS_PAPER-FALLBACK

           PERFORM FETCH-PREFERENCES

           IF LS-RETURN-CODE NOT = 0
              IF LS_DOC-TYPE = 'M'
                 MOVE 'N' TO LS_DELIVERY
              ELSE
                 MOVE 'P' TO LS_DELIVERY
              END-IF
              GOBACK
           END-IF

           IF LS_DOC-TYPE = 'M'
              PERFORM ROUTE-REMINDER
           ELSE
              PERFORM ROUTE-REQUIRED-DOCUMENT
           END-IF

           GOBACK.

       FETCH-PREFERENCES.
      * CONTACT DETAILS FIRST - A CHANNEL WITH NOTHING TO SEND TO IS
      * NO CHANNEL AT ALL.

           MOVE LS_CUSTOMER-ID TO CPF_CUSTOMER-ID

           EXEC SQL
                SELECT EMAIL, PHONE
                  INTO :DLV-EMAIL, :DLV-PHONE
                  FROM CUSTOMER
                 WHERE ID = :CPF_CUSTOMER-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE SPACES TO DLV-EMAIL DLV-PHONE
              WHEN OTHER
                 DISPLAY "DELIVRTE - ERROR READING CUSTOMER: "
                         LS_CUSTOMER-ID " SQLCODE: " SQLCODE
                 MOVE SQLCODE TO LS-RETURN-CODE
           END-EVALUATE

           IF LS-RETURN-CODE = 0
              EXEC SQL
                   SELECT STMT_DELIVERY, LETTER_DELIVERY,
                          NOTICE_DELIVERY, TAXDOC_DELIVERY,
                          REMIND_CHANNEL, DNC_EMAIL, DNC_PHONE,
                          DNC_MAIL, ECONSENT
                     INTO :CPF_STMT-DELIVERY, :CPF_LETTER-DELIVERY,
                          :CPF_NOTICE-DELIVERY, :CPF_TAXDOC-DELIVERY,
                          :CPF_REMIND-CHANNEL, :CPF_DNC-EMAIL,
                          :CPF_DNC-PHONE, :CPF_DNC-MAIL,
                          :CPF_ECONSENT
                     FROM KALA12.COMM_PREF
                    WHERE CUSTOMER_ID = :CPF_CUSTOMER-ID
              END-EXEC

              EVALUATE SQLCODE
                 WHEN 0
                    CONTINUE
                 WHEN 100
                    PERFORM DEFAULT-PREFERENCES
                 WHEN OTHER
                    DISPLAY "DELIVRTE - ERROR READING COMM_PREF: "
                            LS_CUSTOMER-ID " SQLCODE: " SQLCODE
                    MOVE SQLCODE TO LS-RETURN-CODE
              END-EVALUATE
           END-IF
           .

       DEFAULT-PREFERENCES.
      * NO PREFERENCE ON FILE - SEND THINGS THE WAY THEY ALWAYS WENT.

           MOVE 'P' TO CPF_STMT-DELIVERY
           MOVE 'P' TO CPF_LETTER-DELIVERY
           MOVE 'P' TO CPF_NOTICE-DELIVERY
           MOVE 'P' TO CPF_TAXDOC-DELIVERY
           MOVE 'E' TO CPF_REMIND-CHANNEL
           MOVE 'N' TO CPF_DNC-EMAIL
           MOVE 'N' TO CPF_DNC-PHONE
           MOVE 'N' TO CPF_DNC-MAIL
           MOVE 'N' TO CPF_ECONSENT
           .

       ROUTE-REQUIRED-DOCUMENT.
      * ELECTRONIC DELIVERY OF A REQUIRED DISCLOSURE IS ONLY VALID
      * UNDER E-SIGN CONSENT - WITHOUT IT, OR WITH NO EMAIL TO SEND
      * TO, THE DOCUMENT STILL GOES OUT ON PAPER.

           EVALUATE LS_DOC-TYPE
              WHEN 'S'
                 MOVE CPF_STMT-DELIVERY   TO DLV-DOC-PREF
              WHEN 'L'
                 MOVE CPF_LETTER-DELIVERY TO DLV-DOC-PREF
              WHEN 'R'
                 MOVE CPF_NOTICE-DELIVERY TO DLV-DOC-PREF
              WHEN 'T'
                 MOVE CPF_TAXDOC-DELIVERY TO DLV-DOC-PREF
              WHEN OTHER
                 MOVE 'P' TO DLV-DOC-PREF
           END-EVALUATE

           MOVE 'P' TO LS_DELIVERY

           IF DLV-DOC-PREF = 'E'
              IF CPF_ECONSENT = 'Y'
                 AND DLV-EMAIL NOT = SPACES
                 MOVE 'E' TO LS_DELIVERY
              ELSE
                 MOVE 'Y' TO LS_PAPER-FALLBACK
              END-IF
           END-IF
           .

       ROUTE-REMINDER.
      * A REMINDER IS A COURTESY, NOT A DISCLOSURE - DO-NOT-CONTACT
      * WINS OVER IT.

           EVALUATE CPF_REMIND-CHANNEL
              WHEN 'E'
                 IF CPF_DNC-EMAIL = 'Y' OR DLV-EMAIL = SPACES
                    MOVE 'N' TO LS_DELIVERY
                 ELSE
                    MOVE 'E' TO LS_DELIVERY
                 END-IF
              WHEN 'S'
                 IF CPF_DNC-PHONE = 'Y' OR DLV-PHONE = SPACES
                    MOVE 'N' TO LS_DELIVERY
                 ELSE
                    MOVE 'S' TO LS_DELIVERY
                 END-IF
              WHEN 'M'
                 IF CPF_DNC-MAIL = 'Y'
                    MOVE 'N' TO LS_DELIVERY
                 ELSE
                    MOVE 'P' TO LS_DELIVERY
                 END-IF
              WHEN OTHER
                 MOVE 'N' TO LS_DELIVERY
           END-EVALUATE
           .
