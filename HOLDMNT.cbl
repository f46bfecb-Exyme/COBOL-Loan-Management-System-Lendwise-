      * STANDING REPORT OF EVERYTHING CURRENTLY HELD.        *
      * LNDWISE4, DELQAGE AND REFDISB ALL CHECK ACCT_HOLD    *
      * AND STAND DOWN WHILE A HOLD IS ACTIVE.               *
      * RELEASING A CUSTOMER'S 'SN' (POSSIBLE SANCTIONS      *
      * MATCH) HOLD IS COMPLIANCE CLEARING THE MATCH: IT IS  *
      * RECORDED ON SCREEN_LOG SO SANCSCRN STOPS RAISING IT. *
      ********************************************************

       ENVIRONMENT DIVISION.
           EXEC SQL INCLUDE LOAN     END-EXEC.
           EXEC SQL INCLUDE CUSTOMER END-EXEC.
           EXEC SQL INCLUDE ACCTHOLD END-EXEC.
           EXEC SQL INCLUDE SCRNLOG  END-EXEC.

      * FILE STATUS.
       01 FS-INFILE             PIC X(02).
                 MOVE 'INVALID KEY' TO WS-REJECT-REASON
              WHEN HLD-CODE NOT = 'BK' AND HLD-CODE NOT = 'DC'
               AND HLD-CODE NOT = 'DS' AND HLD-CODE NOT = 'CD'
               AND HLD-CODE NOT = 'SN'
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'UNKNOWN HOLD CODE' TO WS-REJECT-REASON
              WHEN HLD-OPERATOR-ID = SPACES
              ADD 1 TO WS-HOLDS-RELEASED
              DISPLAY 'HOLDMNT - HOLD ' HLD-CODE ' RELEASED ON '
                      HLD-LEVEL '/' HLD-KEY ' BY ' HLD-OPERATOR-ID
              IF HLD-CODE = 'SN' AND HLD-LEVEL = 'C'
                 PERFORM RECORD-SANCTIONS-CLEARANCE
              END-IF
           ELSE
              SET PROCESS-REQUEST-NO TO TRUE
              MOVE 'NO ACTIVE HOLD' TO WS-REJECT-REASON
           END-IF
           .

       RECORD-SANCTIONS-CLEARANCE.
      * THE CLEARANCE IS A 'K' COPY OF THE CUSTOMER'S LATEST
      * POSSIBLE-MATCH ROW, SIGNED BY THE COMPLIANCE OPERATOR. A
      * HOLD PLACED BY HAND WITH NO SCREEN BEHIND IT HAS NOTHING
      * TO COPY AND JUST COMES OFF.
           MOVE HLD-KEY         TO SCL_CUSTOMER-ID
           MOVE HLD-OPERATOR-ID TO SCL_DECIDED-BY

           EXEC SQL
              INSERT INTO KALA12.SCREEN_LOG
                    (SCREEN_TS, SCREEN_DATE, SCREEN_TYPE,
                     CUSTOMER_ID, LOAN_ID, SCREENED_NAME,
                     SCREENED_CITY, SCREENED_STATE, LIST_LOADED_TS,
                     ENTRY_ID, ALIAS_SEQ, MATCH_SCORE, DECISION,
                     DECIDED_BY)
              SELECT CURRENT TIMESTAMP, CHAR(CURRENT DATE, ISO),
                     S.SCREEN_TYPE, S.CUSTOMER_ID, S.LOAN_ID,
                     S.SCREENED_NAME, S.SCREENED_CITY,
                     S.SCREENED_STATE, S.LIST_LOADED_TS,
                     S.ENTRY_ID, S.ALIAS_SEQ, S.MATCH_SCORE, 'K',
                     :SCL_DECIDED-BY
                FROM KALA12.SCREEN_LOG S
               WHERE S.CUSTOMER_ID = :SCL_CUSTOMER-ID
                 AND S.DECISION    = 'H'
                 AND S.SCREEN_TS   =
                     (SELECT MAX(S2.SCREEN_TS)
                        FROM KALA12.SCREEN_LOG S2
                       WHERE S2.CUSTOMER_ID = :SCL_CUSTOMER-ID
                         AND S2.DECISION    = 'H')
           END-EXEC
           MOVE 'RECORD SANCTIONS CLEARANCE' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       WRITE-STANDING-REPORT.
           WRITE HOLD-REPORT-LINE FROM WS-RPT-HEADER

