       IDENTIFICATION DIVISION.
       PROGRAM-ID. TELLCLOS.
       AUTHOR. ISURU, WONA & MALENE.
      ********************************************************
      *      CICS PSEUDO-CONVERSATIONAL TRANSACTION "TCLS".  *
      *                                                      *
      * FUNCTION: TELLER DRAWER CLOSE-OUT. AT THE END OF THE *
      * DAY THE TELLER COUNTS THE CASH TAKEN AT THE COUNTER  *
      * (THE STANDING FLOAT LEFT OUT), KEYS THE COUNT AND    *
      * CONFIRMS WITH 'Y'. THE TELLER'S TELLER_SESSION ROW   *
      * FOR TODAY IS CLOSED WITH THE COUNTED CASH ('C'), AND *
      * TPAY TAKES NO MORE PAYMENTS ON IT. A TELLER WHO      *
      * POSTED NOTHING TODAY STILL CLOSES A DRAWER (OPENED   *
      * HERE UNDER THE BRANCH ON THE 'TPAY' OPERATOR_AUTH    *
      * ROW), SO CASH TAKEN BUT NEVER KEYED SHOWS AS OVER.   *
      * THE COUNT IS BLIND - THE SCREEN NEVER SHOWS WHAT THE *
      * DRAWER SHOULD HOLD. TELLPRF PROVES THE COUNT AGAINST *
      * THE TELLER'S PAYMENT ROWS THAT NIGHT AND BOOKS ANY   *
      * OVER/SHORT. REFUSES TO RUN WHILE ANY                 *
      * BATCH_RUN_CONTROL STEP SHOWS 'R', THE WAY TPAY DOES. *
      * A DRAWER THE BRANCH COUNT FEED ALREADY CLOSED CANNOT *
      * BE CLOSED AGAIN. PART OF THE LENDWISE SYSTEM.        *
      ********************************************************

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA     END-EXEC.

           EXEC SQL INCLUDE OPERAUTH  END-EXEC.

           EXEC SQL INCLUDE TELLSESS  END-EXEC.

           EXEC SQL INCLUDE PROCDATE  END-EXEC.

           COPY TELCMAP.

       01 WS-USERID              PIC X(8).
       01 WS-ABEND-MSG           PIC X(60)
                  VALUE 'TELLCLOS ABENDED - SEE CICS LOG'.

       01 WS-CURRENT-DATE.
          05 WS-DATE-YYYY        PIC X(4).
          05 WS-DATE-MM          PIC X(2).
          05 WS-DATE-DD          PIC X(2).
       01 WS-TODAY-DASHED        PIC X(10).

      * COUNT IS KEYED AS DIGITS ONLY WITH AN IMPLIED 2-DECIMAL
      * SCALE (E.G. 150000 = 1500.00), SAME AS TPAY'S AMOUNT.
       01 WS-AMT-LEN             PIC 9(4) USAGE COMP.
       01 WS-AMT-TRIMMED         PIC X(15).
       01 WS-AMT-INTEGER         PIC 9(15).
       01 WS-COUNTED-CASH        PIC S9(13)V99.

      * EDITED FIELDS FOR THE RESULT LINE.
       01 WS-COUNT-EDIT          PIC -(9)9.99.
       01 WS-POSTINGS-EDIT       PIC Z(4)9.

       01 WS-INPUT-VALID-FLAG    PIC X(1) VALUE 'Y'.
           88 INPUT-VALID                    VALUE 'Y'.
           88 INPUT-INVALID                  VALUE 'N'.
       01 WS-INVALID-REASON      PIC X(60) VALUE SPACES.

      * THE TELLER'S DRAWER FOR TODAY - OPENED HERE WHEN THE TELLER
      * TOOK NO PAYMENTS.
       01 WS-DRAWER-FLAG         PIC X(1) VALUE 'N'.
           88 DRAWER-EXISTS                  VALUE 'Y'.
           88 DRAWER-TO-OPEN                 VALUE 'N'.

       01 WS-RUNNING-COUNT       PIC S9(9) USAGE COMP.
       01 WS-CLOSE-SQLCODE       PIC S9(9) USAGE COMP.
       01 WS-COMMIT-OK-FLAG      PIC X(1) VALUE 'Y'.
           88 COMMIT-OK                      VALUE 'Y'.
           88 COMMIT-FAILED                  VALUE 'N'.

       LINKAGE SECTION.

       01 DFHCOMMAREA.
           05 CA-STATE           PIC X(1).
               88 CA-STATE-CONFIRMED         VALUE 'C'.

       PROCEDURE DIVISION.

       MAIN-PARA.

           EXEC CICS HANDLE CONDITION
                MAPFAIL(SEND-INITIAL-SCREEN)
                ERROR(ABEND-PARA)
           END-EXEC

           IF EIBCALEN = 0
              PERFORM SEND-INITIAL-SCREEN
           ELSE
              IF CA-STATE-CONFIRMED
                 PERFORM SEND-INITIAL-SCREEN
              ELSE
                 PERFORM RECEIVE-AND-CLOSE-DRAWER
              END-IF
           END-IF

           EXEC CICS RETURN
                TRANSID('TCLS')
                COMMAREA(DFHCOMMAREA)
                LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC
           .

       SEND-INITIAL-SCREEN.

           MOVE LOW-VALUES TO TELCMAPO
           MOVE 'KEY THE COUNTED CASH AND Y TO CLOSE YOUR DRAWER'
                TO MSGO

           EXEC CICS SEND MAP('TELCMAP')
                MAPSET('TELCMAP')
                FROM(TELCMAPO)
                ERASE
           END-EXEC

           MOVE SPACE TO CA-STATE

      * HANDLE CONDITION MAPFAIL GETS HERE BY AN IMPLICIT GO TO, NOT
      * A PERFORM - RETURN EXPLICITLY, SAME AS THE OTHER SCREENS.
           EXEC CICS RETURN
                TRANSID('TCLS')
                COMMAREA(DFHCOMMAREA)
                LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC
           .

       RECEIVE-AND-CLOSE-DRAWER.

           EXEC CICS RECEIVE MAP('TELCMAP')
                MAPSET('TELCMAP')
                INTO(TELCMAPI)
           END-EXEC

           SET INPUT-VALID TO TRUE
           MOVE SPACES TO WS-INVALID-REASON

           PERFORM CHECK-BATCH-IN-FLIGHT

           IF INPUT-VALID
              PERFORM VALIDATE-COUNT
           END-IF

           IF INPUT-VALID
              PERFORM FETCH-SESSION-DATE
           END-IF

           IF INPUT-VALID
              PERFORM FETCH-TODAYS-DRAWER
           END-IF

           IF INPUT-INVALID
              PERFORM SEND-INVALID-INPUT-SCREEN
           ELSE
              PERFORM CLOSE-THE-DRAWER
              PERFORM COMMIT-OR-ROLLBACK-CHANGES
              PERFORM SEND-RESULT-SCREEN
           END-IF
           .

       CHECK-BATCH-IN-FLIGHT.
      * A COUNT LANDING WHILE THE CYCLE RUNS COULD MISS TONIGHT'S
      * PROOF OR CLOSE A DRAWER THE PROOF HAS JUST FLAGGED - SAME
      * BATCH_RUN_CONTROL CHECK TPAY MAKES.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-RUNNING-COUNT
                  FROM KALA12.BATCH_RUN_CONTROL
                 WHERE RUN_STATUS = 'R'
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE NOT = 0
                DISPLAY "TELLCLOS - RUN-CONTROL CHECK FAILED, "
                        "SQLCODE=" SQLCODE
                MOVE 'RUN-CONTROL CHECK FAILED - TRY AGAIN'
                     TO WS-INVALID-REASON
                SET INPUT-INVALID TO TRUE
             WHEN WS-RUNNING-COUNT > 0
                MOVE 'BATCH CYCLE IN FLIGHT - RETRY WHEN IT ENDS'
                     TO WS-INVALID-REASON
                SET INPUT-INVALID TO TRUE
             WHEN OTHER
                CONTINUE
           END-EVALUATE
           .

       VALIDATE-COUNT.
      * A COUNT OF ZERO IS A VALID COUNT - THE DRAWER TOOK NOTHING.
           UNSTRING CNTAMTI DELIMITED BY SPACE
               INTO WS-AMT-TRIMMED COUNT IN WS-AMT-LEN
           IF WS-AMT-LEN = 0
              OR CNTAMTI(1:WS-AMT-LEN) IS NOT NUMERIC
              MOVE 'COUNT MUST BE DIGITS ONLY (IMPLIED .NN)'
                   TO WS-INVALID-REASON
              SET INPUT-INVALID TO TRUE
           ELSE
              MOVE CNTAMTI(1:WS-AMT-LEN) TO WS-AMT-INTEGER
      * CNTAMTI CARRIES AN IMPLIED 2 DECIMALS (150000 = 1500.00) -
      * DIVIDING THE UNSCALED INTEGER BY 100 APPLIES THAT SCALE.
              COMPUTE WS-COUNTED-CASH = WS-AMT-INTEGER / 100
           END-IF

      * A CLOSED DRAWER TAKES NO MORE CASH, SO THE TELLER SAYS SO.
           IF INPUT-VALID
              IF CONFRMI NOT = 'Y'
                 MOVE 'KEY Y IN CONFIRM TO CLOSE THE DRAWER'
                      TO WS-INVALID-REASON
                 SET INPUT-INVALID TO TRUE
              END-IF
           END-IF
           .

       FETCH-TODAYS-DRAWER.
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC

           MOVE WS-USERID       TO TSS_TELLER-ID
           MOVE WS-TODAY-DASHED TO TSS_BUSINESS-DATE

           EXEC SQL
                SELECT SESSION_STATUS, BRANCH_ID, POSTED_COUNT
                  INTO :TSS_SESSION-STATUS, :TSS_BRANCH-ID,
                       :TSS_POSTED-COUNT
                  FROM KALA12.TELLER_SESSION
                 WHERE TELLER_ID     = :TSS_TELLER-ID
                   AND BUSINESS_DATE = :TSS_BUSINESS-DATE
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
                SET DRAWER-EXISTS TO TRUE
                IF TSS_SESSION-STATUS = 'C' OR 'P'
                   MOVE 'YOUR DRAWER IS ALREADY CLOSED OUT FOR TODAY'
                        TO WS-INVALID-REASON
                   SET INPUT-INVALID TO TRUE
                END-IF
             WHEN 100
                SET DRAWER-TO-OPEN TO TRUE
                MOVE 0 TO TSS_POSTED-COUNT
                PERFORM FETCH-TELLER-BRANCH
             WHEN OTHER
                DISPLAY "TELLCLOS - DRAWER FETCH FAILED, "
                        "SQLCODE=" SQLCODE
                MOVE 'DRAWER CHECK FAILED - TRY AGAIN'
                     TO WS-INVALID-REASON
                SET INPUT-INVALID TO TRUE
           END-EVALUATE
           .

       FETCH-SESSION-DATE.
      * THE DRAWER BELONGS TO THE BUSINESS DATE JRNLPOST POSTS TO -
      * THE OPEN PROCESS_DATE CYCLE WHEN THERE IS ONE, SO A DRAWER
      * KEPT OPEN PAST MIDNIGHT STAYS ON THE DAY TELLPRF PROVES.
      * NO OPEN CYCLE, AND IT IS TODAY.
           EXEC SQL
                SELECT CYCLE_DATE
                  INTO :PRD_CYCLE-DATE
                  FROM KALA12.PROCESS_DATE
                 WHERE CYCLE_STATUS = 'O'
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
                MOVE PRD_CYCLE-DATE TO WS-TODAY-DASHED
             WHEN 100
                ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
                STRING WS-DATE-YYYY '-' WS-DATE-MM '-' WS-DATE-DD
                  DELIMITED BY SIZE
                  INTO WS-TODAY-DASHED
             WHEN OTHER
                DISPLAY "TELLCLOS - PROCESS_DATE READ FAILED, "
                        "SQLCODE=" SQLCODE
                MOVE 'DRAWER CHECK FAILED - TRY AGAIN'
                     TO WS-INVALID-REASON
                SET INPUT-INVALID TO TRUE
           END-EVALUATE
           .

       FETCH-TELLER-BRANCH.
      * NO POSTINGS TODAY - THE DRAWER OPENS UNDER THE BRANCH ON THE
      * TELLER'S 'TPAY' AUTHORITY ROW, THE SAME WAY TPAY OPENS IT.
           MOVE WS-USERID TO OPA_OPERATOR-ID

           EXEC SQL
                SELECT BRANCH_ID
                  INTO :OPA_BRANCH-ID
                  FROM KALA12.OPERATOR_AUTH
                 WHERE OPERATOR_ID = :OPA_OPERATOR-ID
                   AND TRAN_CODE   = 'TPAY'
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
                MOVE OPA_BRANCH-ID TO TSS_BRANCH-ID
             WHEN 100
                MOVE 'NOT AUTHORIZED TO TAKE TELLER PAYMENTS'
                     TO WS-INVALID-REASON
                SET INPUT-INVALID TO TRUE
             WHEN OTHER
                DISPLAY "TELLCLOS - AUTHORITY CHECK FAILED, "
                        "SQLCODE=" SQLCODE
                MOVE 'AUTHORITY CHECK FAILED - TRY AGAIN'
                     TO WS-INVALID-REASON
                SET INPUT-INVALID TO TRUE
           END-EVALUATE
           .

       CLOSE-THE-DRAWER.
           MOVE WS-COUNTED-CASH TO TSS_COUNTED-CASH
           MOVE 'O'             TO TSS_CLOSE-SOURCE
           MOVE WS-USERID       TO TSS_CLOSED-BY

           IF DRAWER-TO-OPEN
              EXEC SQL
                 INSERT INTO KALA12.TELLER_SESSION
                        (TELLER_ID, BUSINESS_DATE, BRANCH_ID,
                         SESSION_STATUS, OPENED_TS, POSTED_COUNT,
                         POSTED_AMOUNT, COUNTED_CASH, CLOSE_SOURCE,
                         CLOSED_BY, CLOSED_TS, OVER_SHORT)
                 VALUES (:TSS_TELLER-ID, :TSS_BUSINESS-DATE,
                         :TSS_BRANCH-ID, 'C', CURRENT TIMESTAMP, 0, 0,
                         :TSS_COUNTED-CASH, :TSS_CLOSE-SOURCE,
                         :TSS_CLOSED-BY, CURRENT TIMESTAMP, 0)
              END-EXEC
           ELSE
      * ONLY AN OPEN (OR FLAGGED-UNCLOSED) DRAWER CLOSES - A COUNT
      * FROM ANOTHER TERMINAL SINCE THE FETCH UPDATES NOTHING.
              EXEC SQL
                 UPDATE KALA12.TELLER_SESSION
                    SET SESSION_STATUS = 'C',
                        COUNTED_CASH   = :TSS_COUNTED-CASH,
                        CLOSE_SOURCE   = :TSS_CLOSE-SOURCE,
                        CLOSED_BY      = :TSS_CLOSED-BY,
                        CLOSED_TS      = CURRENT TIMESTAMP
                  WHERE TELLER_ID      = :TSS_TELLER-ID
                    AND BUSINESS_DATE  = :TSS_BUSINESS-DATE
                    AND SESSION_STATUS IN ('O','U')
              END-EXEC
           END-IF
           MOVE SQLCODE TO WS-CLOSE-SQLCODE
           .

       COMMIT-OR-ROLLBACK-CHANGES.

           IF WS-CLOSE-SQLCODE = 0
              EXEC CICS SYNCPOINT END-EXEC
              SET COMMIT-OK TO TRUE
              DISPLAY "TELLCLOS - DRAWER CLOSED BY TELLER " WS-USERID
                      " FOR " WS-TODAY-DASHED
           ELSE
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              SET COMMIT-FAILED TO TRUE
              DISPLAY "TELLCLOS - CLOSE-OUT ROLLED BACK, SQLCODE="
                      WS-CLOSE-SQLCODE
           END-IF
           .

       SEND-RESULT-SCREEN.

           MOVE LOW-VALUES TO TELCMAPO

           IF COMMIT-OK
              MOVE WS-COUNTED-CASH  TO WS-COUNT-EDIT
              MOVE TSS_POSTED-COUNT TO WS-POSTINGS-EDIT
              STRING 'DRAWER ' WS-TODAY-DASHED
                     ' COUNTED ' WS-COUNT-EDIT
                     ' POSTINGS ' WS-POSTINGS-EDIT
                DELIMITED BY SIZE
                INTO RSLTO
              MOVE 'DRAWER CLOSED - OVER/SHORT IS PROVED TONIGHT'
                   TO MSGO
           ELSE
              MOVE 'CLOSE-OUT FAILED - NOT SAVED, SEE CICS LOG'
                   TO MSGO
           END-IF

           EXEC CICS SEND MAP('TELCMAP')
                MAPSET('TELCMAP')
                FROM(TELCMAPO)
                ERASE
           END-EXEC

           SET CA-STATE-CONFIRMED TO TRUE
           .

       SEND-INVALID-INPUT-SCREEN.

           MOVE LOW-VALUES TO TELCMAPO
           MOVE WS-INVALID-REASON TO MSGO

           EXEC CICS SEND MAP('TELCMAP')
                MAPSET('TELCMAP')
                FROM(TELCMAPO)
                ERASE
           END-EXEC

           MOVE SPACE TO CA-STATE
           .

       ABEND-PARA.

           EXEC CICS SEND TEXT
                FROM(WS-ABEND-MSG)
                LENGTH(LENGTH OF WS-ABEND-MSG)
                ERASE
           END-EXEC

           EXEC CICS RETURN END-EXEC
           .
