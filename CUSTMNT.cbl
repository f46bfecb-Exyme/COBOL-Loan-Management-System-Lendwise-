      * OPERATOR ID, THE WAY PLANCORR WRITES PAYPLAN_AUDIT.  *
      * UNSAFE CHANGES TO CUSTOMERS WITH OPEN LOANS          *
      * (DEACTIVATION, CREDIT LIMIT BELOW EXPOSURE) ARE      *
      * REJECTED. THE SAME FEED KEEPS THE CUSTOMER'S         *
      * COMMUNICATION PREFERENCES (COMM_PREF - DELIVERY PER  *
      * DOCUMENT TYPE, REMINDER CHANNEL, DO-NOT-CONTACT      *
      * FLAGS, E-SIGN CONSENT), AUDITED THE SAME WAY, AND    *
      * THE BANK ACCOUNT WE PAY THE CUSTOMER'S FUNDINGS AND  *
      * REFUNDS INTO (CUST_PAYOUT_ACCT), WHICH ACHBUILD      *
      * NEEDS FOR EVERY CREDIT ENTRY ON THE BANK FILE.       *
      ********************************************************

       ENVIRONMENT DIVISION.
          05 UPD-CUSTOMER-ID     PIC 9(9).
      * 'ST' STATUS, 'DQ' DELINQUENCY, 'CO' CASCADE-OVERPAYMENT,
      * 'EM' EMAIL, 'PH' PHONE, 'CL' CREDIT LIMIT.
      * COMMUNICATION PREFERENCES (COMM_PREF):
      * 'DS' STATEMENT, 'DL' LETTER, 'DR' RATE NOTICE, 'DT' TAX
      * DOCUMENT DELIVERY (P/E), 'RC' REMINDER CHANNEL (E/S/M/N),
      * 'NE' 'NP' 'NM' DO-NOT-CONTACT EMAIL/PHONE/MAIL (Y/N),
      * 'EC' E-SIGN CONSENT (Y GIVEN / W WITHDRAWN).
      * PAYOUT ACCOUNT (CUST_PAYOUT_ACCT):
      * 'PB' ROUTING (9 DIGITS), SPACE, ACCOUNT (UP TO 17), SPACE,
      * TYPE (C CHECKING / S SAVINGS), 'PX' CLOSE THE ACCOUNT.
          05 UPD-FIELD-CODE      PIC X(2).
          05 UPD-NEW-VALUE       PIC X(50).
          05 UPD-OPERATOR-ID     PIC X(8).
           EXEC SQL INCLUDE CUSTOMER  END-EXEC.
           EXEC SQL INCLUDE LOAN      END-EXEC.
           EXEC SQL INCLUDE CUSTAUDIT END-EXEC.
           EXEC SQL INCLUDE COMMPREF  END-EXEC.
           EXEC SQL INCLUDE PAYOUTAC  END-EXEC.

      * FILE STATUS.
       01 FS-INFILE             PIC X(02).
       01 WS-NEW-VALUE-TEXT     PIC X(50).
       01 WS-LIMIT-EDIT         PIC -(13)9.99.

      * SET BY FETCH-COMM-PREF - DECIDES INSERT OR UPDATE ON SAVE.
       01 WS-PREF-ROW-FLAG      PIC X VALUE 'N'.
         88 PREF-ROW-EXISTS     VALUE 'Y'.
         88 PREF-ROW-NEW        VALUE 'N'.
       01 WS-PREF-VALUE         PIC X(1).

      * PAYOUT ACCOUNT KEYED AS 'ROUTING ACCOUNT TYPE'. THE ROUTING
      * NUMBER'S NINTH DIGIT IS THE ABA CHECK DIGIT - WEIGHTS 3 7 1
      * OVER ALL NINE DIGITS MUST SUM TO A MULTIPLE OF TEN.
       01 WS-PAYOUT-ROUTING     PIC X(9).
       01 WS-PAYOUT-ROUTING-N REDEFINES WS-PAYOUT-ROUTING.
          05 WS-ABA-DIGIT       PIC 9(1) OCCURS 9 TIMES.
       01 WS-PAYOUT-ACCOUNT     PIC X(17).
       01 WS-PAYOUT-TYPE        PIC X(1).
       01 WS-PAYOUT-EXTRA       PIC X(20).
       01 WS-ABA-SUM            PIC 9(4).
       01 WS-ABA-REMAINDER      PIC 9(4).
       01 WS-ABA-QUOTIENT       PIC 9(4).
       01 WS-PAYOUT-ROW-FLAG    PIC X VALUE 'N'.
         88 PAYOUT-ROW-EXISTS   VALUE 'Y'.
         88 PAYOUT-ROW-NEW      VALUE 'N'.

       01 WS-UPDATES-APPLIED    PIC 9(9) VALUE 0.
       01 WS-UPDATES-REJECTED   PIC 9(9) VALUE 0.

               PERFORM UPDATE-PHONE
             WHEN 'CL'
               PERFORM UPDATE-CREDIT-LIMIT
             WHEN 'DS'
             WHEN 'DL'
             WHEN 'DR'
             WHEN 'DT'
               PERFORM UPDATE-DELIVERY-PREF
             WHEN 'RC'
               PERFORM UPDATE-REMIND-CHANNEL
             WHEN 'NE'
             WHEN 'NP'
             WHEN 'NM'
               PERFORM UPDATE-DNC-FLAG
             WHEN 'EC'
               PERFORM UPDATE-ECONSENT
             WHEN 'PB'
               PERFORM UPDATE-PAYOUT-ACCOUNT
             WHEN 'PX'
               PERFORM CLOSE-PAYOUT-ACCOUNT
             WHEN OTHER
               SET PROCESS-REQUEST-NO TO TRUE
               MOVE 'UNKNOWN FIELD CODE' TO WS-REJECT-REASON
           END-IF
           .

       UPDATE-DELIVERY-PREF.
           MOVE UPD-NEW-VALUE(1:1) TO WS-PREF-VALUE

           IF WS-PREF-VALUE NOT = 'P'
              AND WS-PREF-VALUE NOT = 'E'
              SET PROCESS-REQUEST-NO TO TRUE
              MOVE 'DELIVERY MUST BE P/E' TO WS-REJECT-REASON
           ELSE
              PERFORM FETCH-COMM-PREF

              EVALUATE UPD-FIELD-CODE
                WHEN 'DS'
                  MOVE CPF_STMT-DELIVERY   TO WS-OLD-VALUE-TEXT
                  MOVE WS-PREF-VALUE       TO CPF_STMT-DELIVERY
                  MOVE 'STMT_DELIVERY'     TO CAUD_FIELD-CHANGED
                WHEN 'DL'
                  MOVE CPF_LETTER-DELIVERY TO WS-OLD-VALUE-TEXT
                  MOVE WS-PREF-VALUE       TO CPF_LETTER-DELIVERY
                  MOVE 'LETTER_DELIVERY'   TO CAUD_FIELD-CHANGED
                WHEN 'DR'
                  MOVE CPF_NOTICE-DELIVERY TO WS-OLD-VALUE-TEXT
                  MOVE WS-PREF-VALUE       TO CPF_NOTICE-DELIVERY
                  MOVE 'NOTICE_DELIVERY'   TO CAUD_FIELD-CHANGED
                WHEN 'DT'
                  MOVE CPF_TAXDOC-DELIVERY TO WS-OLD-VALUE-TEXT
                  MOVE WS-PREF-VALUE       TO CPF_TAXDOC-DELIVERY
                  MOVE 'TAXDOC_DELIVERY'   TO CAUD_FIELD-CHANGED
              END-EVALUATE

              PERFORM SAVE-COMM-PREF
           END-IF
           .

       UPDATE-REMIND-CHANNEL.
           MOVE UPD-NEW-VALUE(1:1) TO WS-PREF-VALUE

           IF WS-PREF-VALUE NOT = 'E'
              AND WS-PREF-VALUE NOT = 'S'
              AND WS-PREF-VALUE NOT = 'M'
              AND WS-PREF-VALUE NOT = 'N'
              SET PROCESS-REQUEST-NO TO TRUE
              MOVE 'CHANNEL MUST BE ESMN' TO WS-REJECT-REASON
           ELSE
              PERFORM FETCH-COMM-PREF

              MOVE CPF_REMIND-CHANNEL TO WS-OLD-VALUE-TEXT
              MOVE WS-PREF-VALUE      TO CPF_REMIND-CHANNEL
              MOVE 'REMIND_CHANNEL'   TO CAUD_FIELD-CHANGED

              PERFORM SAVE-COMM-PREF
           END-IF
           .

       UPDATE-DNC-FLAG.
           MOVE UPD-NEW-VALUE(1:1) TO WS-PREF-VALUE

           IF WS-PREF-VALUE NOT = 'Y'
              AND WS-PREF-VALUE NOT = 'N'
              SET PROCESS-REQUEST-NO TO TRUE
              MOVE 'FLAG MUST BE Y/N' TO WS-REJECT-REASON
           ELSE
              PERFORM FETCH-COMM-PREF

              EVALUATE UPD-FIELD-CODE
                WHEN 'NE'
                  MOVE CPF_DNC-EMAIL TO WS-OLD-VALUE-TEXT
                  MOVE WS-PREF-VALUE TO CPF_DNC-EMAIL
                  MOVE 'DNC_EMAIL'   TO CAUD_FIELD-CHANGED
                WHEN 'NP'
                  MOVE CPF_DNC-PHONE TO WS-OLD-VALUE-TEXT
                  MOVE WS-PREF-VALUE TO CPF_DNC-PHONE
                  MOVE 'DNC_PHONE'   TO CAUD_FIELD-CHANGED
                WHEN 'NM'
                  MOVE CPF_DNC-MAIL  TO WS-OLD-VALUE-TEXT
                  MOVE WS-PREF-VALUE TO CPF_DNC-MAIL
                  MOVE 'DNC_MAIL'    TO CAUD_FIELD-CHANGED
              END-EVALUATE

              PERFORM SAVE-COMM-PREF
           END-IF
           .

       UPDATE-ECONSENT.
      * CONSENT IS GIVEN ('Y') OR WITHDRAWN ('W') - NEVER KEYED BACK
      * TO 'N', SO THE AUDIT TRAIL SHOWS IT WAS ONCE ON FILE. CONSENT
      * WITH NO EMAIL TO DELIVER TO WOULD BE MEANINGLESS.
           MOVE UPD-NEW-VALUE(1:1) TO WS-PREF-VALUE

           IF WS-PREF-VALUE NOT = 'Y'
              AND WS-PREF-VALUE NOT = 'W'
              SET PROCESS-REQUEST-NO TO TRUE
              MOVE 'CONSENT MUST BE Y/W' TO WS-REJECT-REASON
           ELSE
              IF WS-PREF-VALUE = 'Y'
                 AND CUSTOMER_EMAIL = SPACES
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'NO EMAIL ON FILE' TO WS-REJECT-REASON
              ELSE
                 PERFORM FETCH-COMM-PREF

                 MOVE CPF_ECONSENT  TO WS-OLD-VALUE-TEXT
                 MOVE WS-PREF-VALUE TO CPF_ECONSENT
                 MOVE 'ECONSENT'    TO CAUD_FIELD-CHANGED

                 EXEC SQL
                    SELECT CHAR(CURRENT DATE, ISO)
                      INTO :CPF_ECONSENT-DATE
                      FROM SYSIBM.SYSDUMMY1
                 END-EXEC
                 MOVE 'FETCH CONSENT DATE' TO WS-SQL-ACTION
                 PERFORM CHECK-SQLCODE

                 PERFORM SAVE-COMM-PREF
              END-IF
           END-IF
           .

       FETCH-COMM-PREF.
      * A CUSTOMER WITHOUT A ROW YET STARTS FROM THE SAME DEFAULTS
      * DELIVRTE ASSUMES - PAPER, EMAIL REMINDERS, NO FLAGS, NO
      * CONSENT - SO THE FIRST ROW'S AUDIT SHOWS A TRUE BEFORE-IMAGE.
           MOVE CUSTOMER_ID TO CPF_CUSTOMER-ID

           EXEC SQL
              SELECT STMT_DELIVERY, LETTER_DELIVERY, NOTICE_DELIVERY,
                     TAXDOC_DELIVERY, REMIND_CHANNEL, DNC_EMAIL,
                     DNC_PHONE, DNC_MAIL, ECONSENT, ECONSENT_DATE
                INTO :CPF_STMT-DELIVERY, :CPF_LETTER-DELIVERY,
                     :CPF_NOTICE-DELIVERY, :CPF_TAXDOC-DELIVERY,
                     :CPF_REMIND-CHANNEL, :CPF_DNC-EMAIL,
                     :CPF_DNC-PHONE, :CPF_DNC-MAIL, :CPF_ECONSENT,
                     :CPF_ECONSENT-DATE
                FROM KALA12.COMM_PREF
               WHERE CUSTOMER_ID = :CPF_CUSTOMER-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 SET PREF-ROW-EXISTS TO TRUE
              WHEN 100
                 SET PREF-ROW-NEW TO TRUE
                 MOVE 'P' TO CPF_STMT-DELIVERY
                 MOVE 'P' TO CPF_LETTER-DELIVERY
                 MOVE 'P' TO CPF_NOTICE-DELIVERY
                 MOVE 'P' TO CPF_TAXDOC-DELIVERY
                 MOVE 'E' TO CPF_REMIND-CHANNEL
                 MOVE 'N' TO CPF_DNC-EMAIL
                 MOVE 'N' TO CPF_DNC-PHONE
                 MOVE 'N' TO CPF_DNC-MAIL
                 MOVE 'N' TO CPF_ECONSENT
                 MOVE '0001-01-01' TO CPF_ECONSENT-DATE
              WHEN OTHER
                 MOVE 'FETCH COMM_PREF FOR UPDATE' TO WS-SQL-ACTION
                 PERFORM CHECK-SQLCODE
           END-EVALUATE
           .

       SAVE-COMM-PREF.
      * WHOLE ROW WRITTEN BACK WITH THE OPERATOR AND TIME OF THE
      * CHANGE, THEN THE BEFORE/AFTER IMAGE GOES TO CUSTOMER_AUDIT.
           MOVE UPD-OPERATOR-ID TO CPF_UPDATED-BY

           EXEC SQL
              SELECT CURRENT TIMESTAMP
                INTO :CPF_UPDATED-TS
                FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF PREF-ROW-EXISTS
              EXEC SQL
                 UPDATE KALA12.COMM_PREF
                    SET STMT_DELIVERY   = :CPF_STMT-DELIVERY,
                        LETTER_DELIVERY = :CPF_LETTER-DELIVERY,
                        NOTICE_DELIVERY = :CPF_NOTICE-DELIVERY,
                        TAXDOC_DELIVERY = :CPF_TAXDOC-DELIVERY,
                        REMIND_CHANNEL  = :CPF_REMIND-CHANNEL,
                        DNC_EMAIL       = :CPF_DNC-EMAIL,
                        DNC_PHONE       = :CPF_DNC-PHONE,
                        DNC_MAIL        = :CPF_DNC-MAIL,
                        ECONSENT        = :CPF_ECONSENT,
                        ECONSENT_DATE   = :CPF_ECONSENT-DATE,
                        UPDATED_BY      = :CPF_UPDATED-BY,
                        UPDATED_TS      = :CPF_UPDATED-TS
                  WHERE CUSTOMER_ID = :CPF_CUSTOMER-ID
              END-EXEC
              MOVE 'UPDATE COMM_PREF ROW' TO WS-SQL-ACTION
           ELSE
              EXEC SQL
                 INSERT INTO KALA12.COMM_PREF
                       (CUSTOMER_ID, STMT_DELIVERY, LETTER_DELIVERY,
                        NOTICE_DELIVERY, TAXDOC_DELIVERY,
                        REMIND_CHANNEL, DNC_EMAIL, DNC_PHONE,
                        DNC_MAIL, ECONSENT, ECONSENT_DATE,
                        UPDATED_BY, UPDATED_TS)
                 VALUES (:CPF_CUSTOMER-ID, :CPF_STMT-DELIVERY,
                         :CPF_LETTER-DELIVERY, :CPF_NOTICE-DELIVERY,
                         :CPF_TAXDOC-DELIVERY, :CPF_REMIND-CHANNEL,
                         :CPF_DNC-EMAIL, :CPF_DNC-PHONE,
                         :CPF_DNC-MAIL, :CPF_ECONSENT,
                         :CPF_ECONSENT-DATE, :CPF_UPDATED-BY,
                         :CPF_UPDATED-TS)
              END-EXEC
              MOVE 'INSERT COMM_PREF ROW' TO WS-SQL-ACTION
           END-IF
           PERFORM CHECK-SQLCODE

           MOVE WS-PREF-VALUE TO WS-NEW-VALUE-TEXT
           PERFORM WRITE-CUSTOMER-AUDIT
           .

       UPDATE-PAYOUT-ACCOUNT.
           MOVE SPACES TO WS-PAYOUT-ROUTING WS-PAYOUT-ACCOUNT
                          WS-PAYOUT-TYPE WS-PAYOUT-EXTRA
           UNSTRING UPD-NEW-VALUE DELIMITED BY ALL SPACE
               INTO WS-PAYOUT-ROUTING, WS-PAYOUT-ACCOUNT,
                    WS-PAYOUT-TYPE, WS-PAYOUT-EXTRA

           EVALUATE TRUE
              WHEN WS-PAYOUT-ROUTING IS NOT NUMERIC
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'BAD ROUTING NUMBER' TO WS-REJECT-REASON
              WHEN WS-PAYOUT-ACCOUNT = SPACES
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'BAD ACCOUNT NUMBER' TO WS-REJECT-REASON
              WHEN WS-PAYOUT-TYPE NOT = 'C'
               AND WS-PAYOUT-TYPE NOT = 'S'
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'ACCT TYPE MUST BE CS' TO WS-REJECT-REASON
              WHEN WS-PAYOUT-EXTRA NOT = SPACES
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'BAD PAYOUT VALUE' TO WS-REJECT-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF PROCESS-REQUEST-YES
              COMPUTE WS-ABA-SUM =
                      3 * (WS-ABA-DIGIT(1) + WS-ABA-DIGIT(4)
                           + WS-ABA-DIGIT(7))
                    + 7 * (WS-ABA-DIGIT(2) + WS-ABA-DIGIT(5)
                           + WS-ABA-DIGIT(8))
                    +     (WS-ABA-DIGIT(3) + WS-ABA-DIGIT(6)
                           + WS-ABA-DIGIT(9))
              DIVIDE WS-ABA-SUM BY 10 GIVING WS-ABA-QUOTIENT
                     REMAINDER WS-ABA-REMAINDER
              IF WS-ABA-REMAINDER NOT = 0
                 OR WS-PAYOUT-ROUTING = '000000000'
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'ROUTING CHECK DIGIT' TO WS-REJECT-REASON
              END-IF
           END-IF

           IF PROCESS-REQUEST-YES
              PERFORM FETCH-PAYOUT-ACCOUNT

              IF PAYOUT-ROW-EXISTS
                 STRING POA_ROUTING-NUMBER ' ' POA_ACCOUNT-NUMBER
                        ' ' POA_ACCOUNT-TYPE ' ' POA_ACCT-STATUS
                   DELIMITED BY SIZE
                   INTO WS-OLD-VALUE-TEXT
              ELSE
                 MOVE SPACES TO WS-OLD-VALUE-TEXT
              END-IF

              MOVE WS-PAYOUT-ROUTING TO POA_ROUTING-NUMBER
              MOVE WS-PAYOUT-ACCOUNT TO POA_ACCOUNT-NUMBER
              MOVE WS-PAYOUT-TYPE    TO POA_ACCOUNT-TYPE
              MOVE 'A'               TO POA_ACCT-STATUS

              PERFORM SAVE-PAYOUT-ACCOUNT
           END-IF
           .

       CLOSE-PAYOUT-ACCOUNT.
      * CLOSING LEAVES THE ROW FOR THE AUDIT TRAIL - NO CREDIT GOES
      * OUT FOR THE CUSTOMER UNTIL A NEW ACCOUNT IS KEYED.
           PERFORM FETCH-PAYOUT-ACCOUNT

           IF PAYOUT-ROW-NEW
              OR POA_ACCT-STATUS NOT = 'A'
              SET PROCESS-REQUEST-NO TO TRUE
              MOVE 'NO PAYOUT ACCOUNT' TO WS-REJECT-REASON
           ELSE
              STRING POA_ROUTING-NUMBER ' ' POA_ACCOUNT-NUMBER
                     ' ' POA_ACCOUNT-TYPE ' ' POA_ACCT-STATUS
                DELIMITED BY SIZE
                INTO WS-OLD-VALUE-TEXT
              MOVE 'C' TO POA_ACCT-STATUS

              PERFORM SAVE-PAYOUT-ACCOUNT
           END-IF
           .

       FETCH-PAYOUT-ACCOUNT.
           MOVE CUSTOMER_ID TO POA_CUSTOMER-ID
           MOVE SPACES TO WS-OLD-VALUE-TEXT

           EXEC SQL
              SELECT ROUTING_NUMBER, ACCOUNT_NUMBER, ACCOUNT_TYPE,
                     ACCT_STATUS
                INTO :POA_ROUTING-NUMBER, :POA_ACCOUNT-NUMBER,
                     :POA_ACCOUNT-TYPE, :POA_ACCT-STATUS
                FROM KALA12.CUST_PAYOUT_ACCT
               WHERE CUSTOMER_ID = :POA_CUSTOMER-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 SET PAYOUT-ROW-EXISTS TO TRUE
              WHEN 100
                 SET PAYOUT-ROW-NEW TO TRUE
              WHEN OTHER
                 MOVE 'FETCH PAYOUT ACCOUNT' TO WS-SQL-ACTION
                 PERFORM CHECK-SQLCODE
           END-EVALUATE
           .

       SAVE-PAYOUT-ACCOUNT.
      * SAME SHAPE AS SAVE-COMM-PREF - WHOLE ROW WRITTEN BACK WITH
      * THE OPERATOR AND TIME, THEN THE BEFORE/AFTER IMAGE.
           MOVE UPD-OPERATOR-ID TO POA_UPDATED-BY

           EXEC SQL
              SELECT CURRENT TIMESTAMP
                INTO :POA_UPDATED-TS
                FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF PAYOUT-ROW-EXISTS
              EXEC SQL
                 UPDATE KALA12.CUST_PAYOUT_ACCT
                    SET ROUTING_NUMBER = :POA_ROUTING-NUMBER,
                        ACCOUNT_NUMBER = :POA_ACCOUNT-NUMBER,
                        ACCOUNT_TYPE   = :POA_ACCOUNT-TYPE,
                        ACCT_STATUS    = :POA_ACCT-STATUS,
                        UPDATED_BY     = :POA_UPDATED-BY,
                        UPDATED_TS     = :POA_UPDATED-TS
                  WHERE CUSTOMER_ID = :POA_CUSTOMER-ID
              END-EXEC
              MOVE 'UPDATE PAYOUT ACCOUNT ROW' TO WS-SQL-ACTION
           ELSE
              EXEC SQL
                 INSERT INTO KALA12.CUST_PAYOUT_ACCT
                       (CUSTOMER_ID, ROUTING_NUMBER, ACCOUNT_NUMBER,
                        ACCOUNT_TYPE, ACCT_STATUS, UPDATED_BY,
                        UPDATED_TS)
                 VALUES (:POA_CUSTOMER-ID, :POA_ROUTING-NUMBER,
                         :POA_ACCOUNT-NUMBER, :POA_ACCOUNT-TYPE,
                         :POA_ACCT-STATUS, :POA_UPDATED-BY,
                         :POA_UPDATED-TS)
              END-EXEC
              MOVE 'INSERT PAYOUT ACCOUNT ROW' TO WS-SQL-ACTION
           END-IF
           PERFORM CHECK-SQLCODE

           MOVE SPACES TO WS-NEW-VALUE-TEXT
           STRING POA_ROUTING-NUMBER ' ' POA_ACCOUNT-NUMBER
                  ' ' POA_ACCOUNT-TYPE ' ' POA_ACCT-STATUS
             DELIMITED BY SIZE
             INTO WS-NEW-VALUE-TEXT
           MOVE 'PAYOUT_ACCOUNT' TO CAUD_FIELD-CHANGED
           PERFORM WRITE-CUSTOMER-AUDIT
           .

       WRITE-CUSTOMER-AUDIT.
      * BEFORE/AFTER IMAGE WITH THE OPERATOR WHO ASKED FOR THE
      * CHANGE, THE WAY PLANCORR WRITES PAYPLAN_AUDIT.
