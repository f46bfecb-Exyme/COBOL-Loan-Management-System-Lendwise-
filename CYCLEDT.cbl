      * FAITHFULLY PROCESS THURSDAY'S BUSINESS DAY. ENDS     *
      * WITH RETURN CODE 8 ON A BAD REQUEST (E.G. OPENING    *
      * OVER AN ALREADY-OPEN CYCLE) SO THE SCHEDULER STOPS.  *
      *                                                      *
      * IT ALSO BRACKETS THE DAYTIME INTRADAY PAYMENT STREAM:*
      * 'ISTRT' REFUSES WHILE A CYCLE IS OPEN AND OTHERWISE  *
      * RECORDS AN 'R' BATCH_RUN_CONTROL ROW (STEP INTRADAY) *
      * SO THE ONLINE CORRECTION AND TELLER SCREENS LOCK OUT *
      * WHILE IT RUNS; 'IEND ' ENDS THAT ROW CLEAN AND       *
      * 'IFAIL' MARKS IT FAILED. 'OPEN ' REFUSES WHILE AN    *
      * INTRADAY STREAM IS STILL RUNNING.                    *
      ********************************************************

       ENVIRONMENT DIVISION.

           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE PROCDATE END-EXEC.
           EXEC SQL INCLUDE RUNCTL   END-EXEC.

       01 WS-SQL-ACTION         PIC X(40).
       01 WS-RETURN-CODE        PIC S9(4) COMP.

      * THE SYSIN CONTROL CARD: 'OPEN ', 'CLOSE', 'ISTRT', 'IEND '
      * OR 'IFAIL' IN COLUMNS 1-5, AND FOR OPEN AN OPTIONAL
      * YYYY-MM-DD IN COLUMNS 7-16.
       01 WS-CONTROL-CARD.
          05 WS-ACTION          PIC X(5).
          05 FILLER             PIC X(1).
       01 WS-TODAY-DASHED       PIC X(10).

       01 WS-OPEN-COUNT         PIC S9(9) USAGE COMP.
       01 WS-INTRADAY-COUNT     PIC S9(9) USAGE COMP.

       PROCEDURE DIVISION.

               PERFORM OPEN-CYCLE-DATE
             WHEN 'CLOSE'
               PERFORM CLOSE-CYCLE-DATE
             WHEN 'ISTRT'
               PERFORM START-INTRADAY-RUN
             WHEN 'IEND '
               MOVE 'E' TO RUNCTL_RUN-STATUS
               PERFORM END-INTRADAY-RUN
             WHEN 'IFAIL'
               MOVE 'F' TO RUNCTL_RUN-STATUS
               PERFORM END-INTRADAY-RUN
             WHEN OTHER
               DISPLAY 'CYCLEDT - ACTION MUST BE OPEN, CLOSE, ISTRT, '
                       'IEND OR IFAIL.'
               MOVE 8 TO RETURN-CODE
           END-EVALUATE

           MOVE 'COUNT OPEN CYCLES' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

      * THE NIGHT MUST NOT START UNDER A DAYTIME PAYMENT STREAM
      * THAT IS STILL APPLYING MONEY.
           PERFORM COUNT-RUNNING-INTRADAY

           IF WS-OPEN-COUNT > 0
              DISPLAY 'CYCLEDT - A CYCLE IS ALREADY OPEN - CLOSE '
                      'IT (OR INVESTIGATE) BEFORE OPENING ANOTHER.'
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-INTRADAY-COUNT > 0
                 DISPLAY 'CYCLEDT - AN INTRADAY PAYMENT RUN IS STILL '
                         'RUNNING - LET IT END (OR MARK IT IFAIL).'
                 MOVE 8 TO RETURN-CODE
              ELSE
                 IF WS-CARD-DATE = SPACES
                    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
                    STRING WS-DATE-YYYY '-' WS-DATE-MM '-' WS-DATE-DD
                      DELIMITED BY SIZE
                      INTO WS-TODAY-DASHED
                    MOVE WS-TODAY-DASHED TO PRD_CYCLE-DATE
                 ELSE
                    IF WS-CARD-DATE(5:1) NOT = '-'
                       OR WS-CARD-DATE(8:1) NOT = '-'
                       OR WS-CARD-DATE(1:4) IS NOT NUMERIC
                       OR WS-CARD-DATE(6:2) IS NOT NUMERIC
                       OR WS-CARD-DATE(9:2) IS NOT NUMERIC
                       DISPLAY 'CYCLEDT - BAD CYCLE DATE: '
                               WS-CARD-DATE
                       MOVE 8 TO RETURN-CODE
                    ELSE
                       MOVE WS-CARD-DATE TO PRD_CYCLE-DATE
                    END-IF
                 END-IF

                 IF RETURN-CODE = 0
                    MOVE 'O' TO PRD_CYCLE-STATUS

                    EXEC SQL
                       INSERT INTO KALA12.PROCESS_DATE
                             (CYCLE_DATE, CYCLE_STATUS, OPENED_TS)
                       VALUES (:PRD_CYCLE-DATE, :PRD_CYCLE-STATUS,
                               CURRENT TIMESTAMP)
                    END-EXEC
                    MOVE 'INSERT OPEN CYCLE ROW' TO WS-SQL-ACTION
                    PERFORM CHECK-SQLCODE

                    DISPLAY 'CYCLEDT - CYCLE OPENED FOR BUSINESS '
                            'DATE: ' PRD_CYCLE-DATE
                 END-IF
              END-IF
           END-IF
           .
           END-IF
           .

       START-INTRADAY-RUN.
      * THE DAYTIME STREAM RUNS BETWEEN NIGHTS ONLY - AN OPEN CYCLE
      * MEANS THE NIGHT IS UP (OR NEVER CLOSED).
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-OPEN-COUNT
                FROM KALA12.PROCESS_DATE
               WHERE CYCLE_STATUS = 'O'
           END-EXEC
           MOVE 'COUNT OPEN CYCLES' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF WS-OPEN-COUNT > 0
              DISPLAY 'CYCLEDT - A CYCLE IS OPEN - NO INTRADAY '
                      'PAYMENT RUN UNTIL IT IS CLOSED.'
              MOVE 8 TO RETURN-CODE
           ELSE
      * A ROW STILL 'R' IS FROM A STREAM THAT NEVER REACHED ITS LAST
      * STEP - IT IS NOT RUNNING NOW, SO IT IS MARKED FAILED.
              MOVE 'INTRADAY' TO RUNCTL_STEP-NAME
              EXEC SQL
                UPDATE KALA12.BATCH_RUN_CONTROL
                   SET RUN_STATUS = 'F'
                 WHERE STEP_NAME  = :RUNCTL_STEP-NAME
                   AND RUN_STATUS = 'R'
              END-EXEC
              MOVE 'FLAG STALE INTRADAY RUN ROWS' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              MOVE 'KALA12I'  TO RUNCTL_JOB-NAME
              MOVE 'R'        TO RUNCTL_RUN-STATUS
              MOVE 0          TO RUNCTL_CHECKPOINT-KEY

              EXEC SQL
                SELECT CURRENT TIMESTAMP
                  INTO :RUNCTL_START-TS
                  FROM SYSIBM.SYSDUMMY1
              END-EXEC

              EXEC SQL
                INSERT INTO KALA12.BATCH_RUN_CONTROL
                      (JOB_NAME, STEP_NAME, START_TS, RUN_STATUS,
                       CHECKPOINT_KEY)
                VALUES (:RUNCTL_JOB-NAME, :RUNCTL_STEP-NAME,
                        :RUNCTL_START-TS, :RUNCTL_RUN-STATUS,
                        :RUNCTL_CHECKPOINT-KEY)
              END-EXEC
              MOVE 'INSERT INTRADAY RUN ROW' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              DISPLAY 'CYCLEDT - INTRADAY PAYMENT RUN STARTED: '
                      RUNCTL_START-TS
           END-IF
           .

       END-INTRADAY-RUN.
      * RUNCTL_RUN-STATUS IS 'E' OR 'F' FROM THE CONTROL CARD.
           MOVE 'INTRADAY' TO RUNCTL_STEP-NAME
           EXEC SQL
             UPDATE KALA12.BATCH_RUN_CONTROL
                SET RUN_STATUS = :RUNCTL_RUN-STATUS,
                    END_TS     = CURRENT TIMESTAMP
              WHERE STEP_NAME  = :RUNCTL_STEP-NAME
                AND RUN_STATUS = 'R'
           END-EXEC
           MOVE 'END INTRADAY RUN ROW' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF SQLCODE = 0
              DISPLAY 'CYCLEDT - INTRADAY PAYMENT RUN ENDED, STATUS: '
                      RUNCTL_RUN-STATUS
           ELSE
              DISPLAY 'CYCLEDT - NO INTRADAY PAYMENT RUN TO END.'
              MOVE 8 TO RETURN-CODE
           END-IF
           .

       COUNT-RUNNING-INTRADAY.
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-INTRADAY-COUNT
                FROM KALA12.BATCH_RUN_CONTROL
               WHERE STEP_NAME  = 'INTRADAY'
                 AND RUN_STATUS = 'R'
           END-EXEC
           MOVE 'COUNT RUNNING INTRADAY RUNS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       CHECK-SQLCODE.
           EVALUATE SQLCODE
             WHEN 0
