      * PHONE - THE MAIL HOUSE KEPT ITS OWN LIST WE COULD    *
      * NOT SEE OR CORRECT. THE ADDRIN FEED CARRIES:         *
      *   'AD' - A NEW EFFECTIVE-DATED ADDRESS (A NEW ROW;   *
      *          HISTORY IS NEVER OVERWRITTEN), WITH ITS     *
      *          TWO-LETTER STATE CODE.                      *
      *   'RM' - SET OR CLEAR THE RETURNED-MAIL FLAG, WHICH  *
      *          SUPPRESSES STATEMENTS AND LETTERS UNTIL     *
      *          THE ADDRESS IS CORRECTED.                   *
          05 ADI-CITY            PIC X(20).
          05 ADI-POSTAL-CODE     PIC X(10).
          05 ADI-OPERATOR-ID     PIC X(8).
          05 ADI-STATE-CODE      PIC X(2).
          05 FILLER              PIC X(9).

       FD REJOUT
            RECORDING MODE F.
           .

       ADD-NEW-ADDRESS.
           EVALUATE TRUE
             WHEN ADI-ADDR-LINE-1 = SPACES
               OR ADI-CITY = SPACES
               OR ADI-POSTAL-CODE = SPACES
               SET PROCESS-REQUEST-NO TO TRUE
               MOVE 'INCOMPLETE ADDRESS' TO WS-REJECT-REASON
             WHEN ADI-STATE-CODE IS NOT ALPHABETIC
               OR ADI-STATE-CODE(1:1) = SPACE
               OR ADI-STATE-CODE(2:1) = SPACE
               SET PROCESS-REQUEST-NO TO TRUE
               MOVE 'INVALID STATE CODE' TO WS-REJECT-REASON
             WHEN OTHER
      * THE BEFORE IMAGE IS THE ADDRESS CURRENTLY IN EFFECT, IF ANY.
               PERFORM FETCH-CURRENT-ADDRESS
               IF SQLCODE = 0
                  MOVE SPACES TO WS-OLD-VALUE-TEXT
                  STRING ADR_ADDR-LINE-1 ' ' ADR_CITY ' '
                         ADR_STATE-CODE
                    DELIMITED BY SIZE
                    INTO WS-OLD-VALUE-TEXT
               ELSE
                  MOVE 'NO ADDRESS ON FILE' TO WS-OLD-VALUE-TEXT
               END-IF

               MOVE ADI-CUSTOMER-ID  TO ADR_CUSTOMER-ID
               MOVE WS-TODAY-DASHED  TO ADR_EFFECTIVE-DATE
               MOVE ADI-ADDR-LINE-1  TO ADR_ADDR-LINE-1
               MOVE ADI-ADDR-LINE-2  TO ADR_ADDR-LINE-2
               MOVE ADI-CITY         TO ADR_CITY
               MOVE ADI-STATE-CODE   TO ADR_STATE-CODE
               MOVE ADI-POSTAL-CODE  TO ADR_POSTAL-CODE
               MOVE 'N'              TO ADR_RETURNED-MAIL

               EXEC SQL
                  INSERT INTO KALA12.CUST_ADDRESS
                        (CUSTOMER_ID, EFFECTIVE_DATE, ADDR_LINE_1,
                         ADDR_LINE_2, CITY, STATE_CODE, POSTAL_CODE,
                         RETURNED_MAIL)
                  VALUES (:ADR_CUSTOMER-ID, :ADR_EFFECTIVE-DATE,
                          :ADR_ADDR-LINE-1, :ADR_ADDR-LINE-2,
                          :ADR_CITY, :ADR_STATE-CODE,
                          :ADR_POSTAL-CODE, :ADR_RETURNED-MAIL)
               END-EXEC
               MOVE 'INSERT EFFECTIVE-DATED ADDRESS' TO WS-SQL-ACTION
               PERFORM CHECK-SQLCODE

               MOVE SPACES TO WS-NEW-VALUE-TEXT
               STRING ADI-ADDR-LINE-1 ' ' ADI-CITY ' '
                      ADI-STATE-CODE
                 DELIMITED BY SIZE
                 INTO WS-NEW-VALUE-TEXT
               MOVE 'POSTAL_ADDRESS' TO CAUD_FIELD-CHANGED
               PERFORM WRITE-CUSTOMER-AUDIT
           END-EVALUATE
           .

       SET-RETURNED-MAIL.

           EXEC SQL
              SELECT EFFECTIVE_DATE, ADDR_LINE_1, ADDR_LINE_2,
                     CITY, STATE_CODE, POSTAL_CODE, RETURNED_MAIL
                INTO :ADR_EFFECTIVE-DATE, :ADR_ADDR-LINE-1,
                     :ADR_ADDR-LINE-2, :ADR_CITY, :ADR_STATE-CODE,
                     :ADR_POSTAL-CODE, :ADR_RETURNED-MAIL
                FROM KALA12.CUST_ADDRESS
               WHERE CUSTOMER_ID = :ADR_CUSTOMER-ID
