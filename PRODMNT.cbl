      *  'NP'/'XP' MIN/MAX PAYMENT PERIOD                    *
      *  'PR' PENALTY RATE   'PF' PENALTY-FREE MONTHS        *
      *  'RS' REPAY STRUCTURE (S/I/B)  'IO' IO PERIODS       *
      *  'SC' MIN BEHAVIOR SCORE CUT-OFF (0 = NONE)          *
      * EVERY APPLIED CHANGE WRITES A BEFORE/AFTER           *
      * LOANTYPE_AUDIT ROW WITH THE OPERATOR ID. A           *
      * TIGHTENED MIN/MAX BOUND RUNS AN IMPACT CHECK FIRST:  *
                 MOVE 0     TO TYPE_PENALTY-FREE-MONTHS
                 MOVE 'S'   TO TYPE_REPAY-STRUCTURE
                 MOVE 0     TO TYPE_IO-PERIOD-COUNT
                 MOVE 0     TO TYPE_MIN-BEHAVIOR-SCORE

                 EXEC SQL
                    INSERT INTO KALA12.LOANTYPE
                           MAX_INTEREST_RATE, MIN_PAYMENT_PERIOD,
                           MAX_PAYMENT_PERIOD, PENALTY_RATE,
                           PENALTY_FREE_MONTHS, REPAY_STRUCTURE,
                           IO_PERIOD_COUNT, MIN_BEHAVIOR_SCORE)
                    VALUES (:TYPE_ID, :TYPE_NAME,
                            :TYPE_MIN-INTEREST-RATE,
                            :TYPE_MAX-INTEREST-RATE,
                            :TYPE_PENALTY-RATE,
                            :TYPE_PENALTY-FREE-MONTHS,
                            :TYPE_REPAY-STRUCTURE,
                            :TYPE_IO-PERIOD-COUNT,
                            :TYPE_MIN-BEHAVIOR-SCORE)
                 END-EXEC
                 MOVE 'INSERT NEW PRODUCT' TO WS-SQL-ACTION
                 PERFORM CHECK-SQLCODE
                     MAX_INTEREST_RATE, MIN_PAYMENT_PERIOD,
                     MAX_PAYMENT_PERIOD, PENALTY_RATE,
                     PENALTY_FREE_MONTHS, REPAY_STRUCTURE,
                     IO_PERIOD_COUNT, MIN_BEHAVIOR_SCORE
                INTO :TYPE_NAME, :TYPE_MIN-INTEREST-RATE,
                     :TYPE_MAX-INTEREST-RATE,
                     :TYPE_MIN-PAYMENT-PERIOD,
                     :TYPE_MAX-PAYMENT-PERIOD, :TYPE_PENALTY-RATE,
                     :TYPE_PENALTY-FREE-MONTHS,
                     :TYPE_REPAY-STRUCTURE, :TYPE_IO-PERIOD-COUNT,
                     :TYPE_MIN-BEHAVIOR-SCORE
                FROM LOANTYPE
               WHERE ID = :TYPE_ID
           END-EXEC
               PERFORM UPDATE-REPAY-STRUCTURE
             WHEN 'IO'
               PERFORM UPDATE-IO-COUNT
             WHEN 'SC'
               PERFORM UPDATE-MIN-SCORE
             WHEN OTHER
               SET PROCESS-REQUEST-NO TO TRUE
               MOVE 'UNKNOWN FIELD CODE' TO WS-REJECT-REASON
           END-IF
           .

       UPDATE-MIN-SCORE.
      * NO IMPACT CHECK - THE CUT-OFF ONLY GATES NEW ORIGINATIONS,
      * IT NEVER TOUCHES A LOAN ALREADY ON THE BOOK.
           PERFORM PARSE-PERIOD-VALUE
           IF PROCESS-REQUEST-YES
              IF WS-NEW-PERIOD NOT = 0
                 AND (WS-NEW-PERIOD < 100 OR WS-NEW-PERIOD > 900)
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'SCORE NOT 0/100-900' TO WS-REJECT-REASON
              ELSE
                 MOVE TYPE_MIN-BEHAVIOR-SCORE TO WS-PERIOD-EDIT
                 MOVE WS-PERIOD-EDIT TO WS-OLD-VALUE-TEXT
                 MOVE WS-NEW-PERIOD TO TYPE_MIN-BEHAVIOR-SCORE
                 EXEC SQL
                    UPDATE KALA12.LOANTYPE
                       SET MIN_BEHAVIOR_SCORE =
                           :TYPE_MIN-BEHAVIOR-SCORE
                     WHERE ID = :TYPE_ID
                 END-EXEC
                 MOVE 'UPDATE MIN BEHAVIOR SCORE' TO WS-SQL-ACTION
                 PERFORM CHECK-SQLCODE
                 MOVE WS-NEW-PERIOD TO WS-PERIOD-EDIT
                 MOVE WS-PERIOD-EDIT TO WS-NEW-VALUE-TEXT
                 MOVE 'MIN_BEHAVIOR_SCORE' TO TAUD_FIELD-CHANGED
                 PERFORM WRITE-TYPE-AUDIT
              END-IF
           END-IF
           .

       JUDGE-IMPACT.
      * THE IMPACT REPORT ALWAYS SHOWS WHAT A TIGHTENED BOUND WOULD
      * STRAND; WHETHER THAT BLOCKS THE CHANGE IS THE IMPACT-BLOCK
