       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCRAMNT.
       AUTHOR. ISURU, WONA & MALENE.
      ********************************************************
      *      BATCH PROGRAM CONNECTED TO "LENDWISE" MAIN PGM. *
      *                                                      *
      * FUNCTION: SERVICEMEMBER (SCRA) ACTIVE-DUTY STATUS    *
      * MAINTENANCE, IN THE HOLDMNT MOLD. A VALIDATED ON/OFF *
      * FEED PER CUSTOMER OPENS A PERIOD OF ACTIVE DUTY      *
      * ('ON ', WITH THE CAP RATE - 6.00 WHEN NOT SUPPLIED)  *
      * AND CLOSES IT ON RELEASE FROM DUTY ('OFF', WITH THE  *
      * LAST DAY OF SERVICE). THE PERIOD CAPS EVERY LOAN THE *
      * CUSTOMER IS OBLIGATED ON AS BORROWER OR CO-BORROWER  *
      * THAT WAS TAKEN OUT BEFORE SERVICE STARTED; LNDWISE4  *
      * STARTS AND ENDS THE CAP PER LOAN AND RE-PRICES THE   *
      * REMAINING INSTALLMENTS. EVERY RUN ENDS WITH THE      *
      * COMPLIANCE REPORT OF EVERY LOAN THAT HAS EVER BEEN   *
      * CAPPED - DATES COVERED AND INTEREST FORGIVEN.        *
      ********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCRAIN ASSIGN TO INFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-INFILE.

           SELECT REJOUT ASSIGN TO REJFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-REJFILE.

           SELECT SCROUT ASSIGN TO SCRARPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-SCRARPT.

       DATA DIVISION.
       FILE SECTION.

       FD SCRAIN
            RECORDING MODE F.
       01 SCRAIN-RECORD.
      * 'ON ' STARTS A PERIOD OF ACTIVE DUTY, 'OFF' ENDS IT.
          05 SCR-ACTION          PIC X(3).
          05 SCR-CUSTOMER-ID     PIC 9(9).
      * 'ON ': FIRST DAY OF SERVICE. 'OFF': NOT USED.
          05 SCR-SERVICE-START   PIC X(10).
      * 'ON ': LAST DAY WHEN KNOWN, ELSE SPACES (OPEN-ENDED).
      * 'OFF': LAST DAY OF SERVICE - REQUIRED.
          05 SCR-SERVICE-END     PIC X(10).
      * ANNUAL CAP RATE, E.G. 0600. SPACES DEFAULT TO 6.00.
          05 SCR-CAP-RATE-X      PIC X(4).
          05 SCR-CAP-RATE REDEFINES SCR-CAP-RATE-X
                                 PIC 9(2)V99.
          05 SCR-OPERATOR-ID     PIC X(8).
          05 FILLER              PIC X(36).

       FD REJOUT
            RECORDING MODE F.
       01 REJECT-RECORD.
          05 REJ-DATA            PIC X(80).
          05 REJ-REASON          PIC X(20).

       FD SCROUT
            RECORDING MODE F.
       01 SCRA-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE CUSTOMER END-EXEC.
           EXEC SQL INCLUDE SCRASVC  END-EXEC.
           EXEC SQL INCLUDE SCRACAP  END-EXEC.

      * FILE STATUS.
       01 FS-INFILE             PIC X(02).
       01 FS-REJFILE            PIC X(02).
       01 FS-SCRARPT            PIC X(02).
       01 EOF                   PIC X VALUE 'N'.
         88 END-OF-FILE         VALUE 'Y'.

       01 WS-SQL-ACTION         PIC X(40).
       01 WS-RETURN-CODE        PIC S9(4) COMP.

       01 WS-PROCESS-REQUEST    PIC X VALUE 'Y'.
         88 PROCESS-REQUEST-YES VALUE 'Y'.
         88 PROCESS-REQUEST-NO  VALUE 'N'.
       01 WS-REJECT-REASON      PIC X(20).
       01 WS-EXIST-COUNT        PIC S9(9) USAGE COMP.

      * STATUTORY CEILING WHEN THE FEED CARRIES NO RATE.
       01 WS-DEFAULT-CAP-RATE   PIC S9(2)V9(2) COMP-3 VALUE 6.00.
      * END DATE OF A PERIOD STILL OPEN.
       01 WS-OPEN-END-DATE      PIC X(10) VALUE '9999-12-31'.

      * RUN CONTROL TOTALS.
       01 WS-PERIODS-STARTED    PIC 9(9) VALUE 0.
       01 WS-PERIODS-ENDED      PIC 9(9) VALUE 0.
       01 WS-FEED-REJECTED      PIC 9(9) VALUE 0.
       01 WS-CAPS-REPORTED      PIC 9(9) VALUE 0.
       01 WS-TOTAL-FORGIVEN     PIC S9(15)V9(2) COMP-3 VALUE 0.

      * COMPLIANCE REPORT LINES.
       01 WS-RPT-HEADER.
          05 FILLER             PIC X(40) VALUE
             'SCRA RATE CAP COMPLIANCE REPORT - EVERY '.
          05 FILLER             PIC X(40) VALUE
             'LOAN CAPPED, DATES COVERED, INT FORGIVEN'.
          05 FILLER             PIC X(52) VALUE SPACES.

       01 WS-CAP-LINE.
          05 FILLER             PIC X(6)  VALUE 'LOAN: '.
          05 RPT-LOAN-ID        PIC 9(9).
          05 FILLER             PIC X(11) VALUE ' SVCMEMBER:'.
          05 RPT-CUSTOMER-ID    PIC 9(9).
          05 FILLER             PIC X(6)  VALUE ' FROM '.
          05 RPT-CAP-START      PIC X(10).
          05 FILLER             PIC X(4)  VALUE ' TO '.
          05 RPT-CAP-END        PIC X(10).
          05 FILLER             PIC X(8)  VALUE ' STATUS '.
          05 RPT-CAP-STATUS     PIC X(1).
          05 FILLER             PIC X(10) VALUE ' CONTRACT '.
          05 RPT-CONTRACT-RATE  PIC Z9.99.
          05 FILLER             PIC X(5)  VALUE ' CAP '.
          05 RPT-CAP-RATE       PIC Z9.99.
          05 FILLER             PIC X(11) VALUE ' FORGIVEN: '.
          05 RPT-FORGIVEN       PIC +ZZZZZZZZZZZZZZ9.99.
          05 FILLER             PIC X(3)  VALUE SPACES.

       01 WS-CAP-TOTAL-LINE.
          05 FILLER             PIC X(18) VALUE 'LOANS REPORTED:   '.
          05 RPT-TOTAL-CAPS     PIC ZZZZZZZZ9.
          05 FILLER             PIC X(26)
                                VALUE '   TOTAL INTEREST FORGIVEN'.
          05 FILLER             PIC X(2)  VALUE ': '.
          05 RPT-TOTAL-FORGIVEN PIC +ZZZZZZZZZZZZZZ9.99.
          05 FILLER             PIC X(58) VALUE SPACES.

      *****************************************************
      *  EVERY LOAN THAT HAS EVER BEEN CAPPED, FOR THE    *
      *  COMPLIANCE REPORT.                               *
      *****************************************************
           EXEC SQL
             DECLARE C-SCRA-CAPS CURSOR WITH HOLD FOR
               SELECT LOAN_ID, CUSTOMER_ID, CAP_START,
                      CAP_END, CAP_STATUS, CONTRACT_RATE,
                      CAP_RATE, INTEREST_FORGIVEN
                 FROM KALA12.SCRA_CAP
                ORDER BY LOAN_ID, CAP_START
           END-EXEC.

       PROCEDURE DIVISION.

       MAIN-PARA.
           DISPLAY 'SCRAMNT - SERVICEMEMBER STATUS MAINTENANCE RUN.'

           OPEN INPUT SCRAIN
           IF FS-INFILE NOT = '00'
              DISPLAY 'SCRAMNT - ERROR OPENING ACTIVE-DUTY FEED.'
              DISPLAY 'FILE STATUS CODE: ' FS-INFILE
              STOP RUN
           END-IF

           OPEN OUTPUT REJOUT
           IF FS-REJFILE NOT = '00'
              DISPLAY 'SCRAMNT - ERROR OPENING REJECT FILE.'
              DISPLAY 'FILE STATUS CODE: ' FS-REJFILE
              STOP RUN
           END-IF

           OPEN OUTPUT SCROUT
           IF FS-SCRARPT NOT = '00'
              DISPLAY 'SCRAMNT - ERROR OPENING COMPLIANCE REPORT.'
              DISPLAY 'FILE STATUS CODE: ' FS-SCRARPT
              STOP RUN
           END-IF

           PERFORM READ-SCRA-RECORD
           PERFORM UNTIL END-OF-FILE
              PERFORM PROCESS-SCRA-REQUEST
              PERFORM READ-SCRA-RECORD
           END-PERFORM

           EXEC SQL
              COMMIT
           END-EXEC

           PERFORM WRITE-COMPLIANCE-REPORT

           CLOSE SCRAIN
           CLOSE REJOUT
           CLOSE SCROUT

           DISPLAY 'SCRAMNT - PERIODS STARTED: ' WS-PERIODS-STARTED
           DISPLAY 'SCRAMNT - PERIODS ENDED:   ' WS-PERIODS-ENDED
           DISPLAY 'SCRAMNT - FEED REJECTED:   ' WS-FEED-REJECTED
           DISPLAY 'SCRAMNT - CAPS REPORTED:   ' WS-CAPS-REPORTED

           STOP RUN
           .

       READ-SCRA-RECORD.
           READ SCRAIN
              AT END
                 MOVE 'Y' TO EOF
           END-READ
           .

       PROCESS-SCRA-REQUEST.
           SET PROCESS-REQUEST-YES TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

           EVALUATE TRUE
              WHEN SCR-ACTION NOT = 'ON ' AND SCR-ACTION NOT = 'OFF'
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'UNKNOWN ACTION' TO WS-REJECT-REASON
              WHEN NOT SCR-CUSTOMER-ID NUMERIC
                OR SCR-CUSTOMER-ID = 0
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'INVALID CUSTOMER-ID' TO WS-REJECT-REASON
              WHEN SCR-OPERATOR-ID = SPACES
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'MISSING OPERATOR-ID' TO WS-REJECT-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF PROCESS-REQUEST-YES
              IF SCR-ACTION = 'ON '
                 PERFORM VALIDATE-SERVICE-START
              ELSE
                 PERFORM VALIDATE-SERVICE-END
              END-IF
           END-IF

           IF PROCESS-REQUEST-YES
              PERFORM VALIDATE-SERVICE-CUSTOMER
           END-IF

           IF PROCESS-REQUEST-YES
              IF SCR-ACTION = 'ON '
                 PERFORM START-SERVICE-PERIOD
              ELSE
                 PERFORM END-SERVICE-PERIOD
              END-IF
           END-IF

           IF PROCESS-REQUEST-NO
              MOVE SCRAIN-RECORD TO REJ-DATA
              MOVE WS-REJECT-REASON TO REJ-REASON
              WRITE REJECT-RECORD
              ADD 1 TO WS-FEED-REJECTED
              DISPLAY 'SCRAMNT - REJECTED FEED RECORD: '
                      WS-REJECT-REASON
           END-IF
           .

       VALIDATE-SERVICE-START.
      * START DATE REQUIRED; END DATE AND CAP RATE OPTIONAL.
           EVALUATE TRUE
              WHEN SCR-SERVICE-START(5:1) NOT = '-'
                OR SCR-SERVICE-START(8:1) NOT = '-'
                OR SCR-SERVICE-START(1:4) IS NOT NUMERIC
                OR SCR-SERVICE-START(6:2) IS NOT NUMERIC
                OR SCR-SERVICE-START(9:2) IS NOT NUMERIC
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'INVALID START DATE' TO WS-REJECT-REASON
              WHEN SCR-SERVICE-END NOT = SPACES
               AND (SCR-SERVICE-END(5:1) NOT = '-'
                OR SCR-SERVICE-END(8:1) NOT = '-'
                OR SCR-SERVICE-END(1:4) IS NOT NUMERIC
                OR SCR-SERVICE-END(6:2) IS NOT NUMERIC
                OR SCR-SERVICE-END(9:2) IS NOT NUMERIC)
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'INVALID END DATE' TO WS-REJECT-REASON
              WHEN SCR-SERVICE-END NOT = SPACES
               AND SCR-SERVICE-END < SCR-SERVICE-START
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'END BEFORE START' TO WS-REJECT-REASON
              WHEN SCR-CAP-RATE-X NOT = SPACES
               AND NOT SCR-CAP-RATE NUMERIC
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'INVALID CAP RATE' TO WS-REJECT-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       VALIDATE-SERVICE-END.
           IF SCR-SERVICE-END(5:1) NOT = '-'
           OR SCR-SERVICE-END(8:1) NOT = '-'
           OR SCR-SERVICE-END(1:4) IS NOT NUMERIC
           OR SCR-SERVICE-END(6:2) IS NOT NUMERIC
           OR SCR-SERVICE-END(9:2) IS NOT NUMERIC
              SET PROCESS-REQUEST-NO TO TRUE
              MOVE 'INVALID END DATE' TO WS-REJECT-REASON
           END-IF
           .

       VALIDATE-SERVICE-CUSTOMER.
      * THE FEED MUST NAME A REAL CUSTOMER.
           MOVE SCR-CUSTOMER-ID TO CUSTOMER_ID
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-EXIST-COUNT
                FROM CUSTOMER
               WHERE ID = :CUSTOMER_ID
           END-EXEC
           MOVE 'CHECK SERVICE CUSTOMER EXISTS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF WS-EXIST-COUNT = 0
              SET PROCESS-REQUEST-NO TO TRUE
              MOVE 'UNKNOWN CUSTOMER' TO WS-REJECT-REASON
           END-IF
           .

       START-SERVICE-PERIOD.
           MOVE SCR-CUSTOMER-ID   TO SVC_CUSTOMER-ID
           MOVE SCR-SERVICE-START TO SVC_SERVICE-START
           IF SCR-SERVICE-END = SPACES
              MOVE WS-OPEN-END-DATE TO SVC_SERVICE-END
           ELSE
              MOVE SCR-SERVICE-END  TO SVC_SERVICE-END
           END-IF
           IF SCR-CAP-RATE-X = SPACES
           OR SCR-CAP-RATE = 0
              MOVE WS-DEFAULT-CAP-RATE TO SVC_CAP-RATE
           ELSE
              MOVE SCR-CAP-RATE TO SVC_CAP-RATE
           END-IF

      * AN ACTIVE PERIOD THAT OVERLAPS IS A RE-SENT FEED OR AN
      * EXTENSION THAT MUST COME IN AS OFF + ON.
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-EXIST-COUNT
                FROM KALA12.SCRA_SERVICE
               WHERE CUSTOMER_ID    = :SVC_CUSTOMER-ID
                 AND SERVICE_STATUS = 'A'
                 AND SERVICE_START <= :SVC_SERVICE-END
                 AND SERVICE_END   >= :SVC_SERVICE-START
           END-EXEC
           MOVE 'CHECK OVERLAPPING SERVICE' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF WS-EXIST-COUNT > 0
              SET PROCESS-REQUEST-NO TO TRUE
              MOVE 'PERIOD OVERLAPS' TO WS-REJECT-REASON
           ELSE
              MOVE 'A'             TO SVC_SERVICE-STATUS
              MOVE SCR-OPERATOR-ID TO SVC_UPDATED-BY

              EXEC SQL
                 SELECT CURRENT TIMESTAMP
                   INTO :SVC_UPDATED-TS
                   FROM SYSIBM.SYSDUMMY1
              END-EXEC

              EXEC SQL
                 INSERT INTO KALA12.SCRA_SERVICE
                       (CUSTOMER_ID, SERVICE_START, SERVICE_END,
                        CAP_RATE, SERVICE_STATUS, UPDATED_BY,
                        UPDATED_TS)
                 VALUES (:SVC_CUSTOMER-ID, :SVC_SERVICE-START,
                         :SVC_SERVICE-END, :SVC_CAP-RATE,
                         :SVC_SERVICE-STATUS, :SVC_UPDATED-BY,
                         :SVC_UPDATED-TS)
              END-EXEC
              MOVE 'INSERT SERVICE ROW' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              ADD 1 TO WS-PERIODS-STARTED
              DISPLAY 'SCRAMNT - ACTIVE DUTY FROM ' SVC_SERVICE-START
                      ' FOR CUSTOMER ' SCR-CUSTOMER-ID
                      ' BY ' SCR-OPERATOR-ID
           END-IF
           .

       END-SERVICE-PERIOD.
      * CLOSES THE ACTIVE PERIOD THAT THE RELEASE DATE FALLS IN.
           MOVE SCR-CUSTOMER-ID TO SVC_CUSTOMER-ID
           MOVE SCR-SERVICE-END TO SVC_SERVICE-END
           MOVE SCR-OPERATOR-ID TO SVC_UPDATED-BY

           EXEC SQL
              UPDATE KALA12.SCRA_SERVICE
                 SET SERVICE_END = :SVC_SERVICE-END,
                     UPDATED_BY  = :SVC_UPDATED-BY,
                     UPDATED_TS  = CURRENT TIMESTAMP
               WHERE CUSTOMER_ID    = :SVC_CUSTOMER-ID
                 AND SERVICE_STATUS = 'A'
                 AND SERVICE_START <= :SVC_SERVICE-END
                 AND SERVICE_END   >= :SVC_SERVICE-END
           END-EXEC
           MOVE 'END SERVICE ROW' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF SQLCODE = 0
              ADD 1 TO WS-PERIODS-ENDED
              DISPLAY 'SCRAMNT - ACTIVE DUTY ENDS ' SVC_SERVICE-END
                      ' FOR CUSTOMER ' SCR-CUSTOMER-ID
                      ' BY ' SCR-OPERATOR-ID
           ELSE
              SET PROCESS-REQUEST-NO TO TRUE
              MOVE 'NO ACTIVE PERIOD' TO WS-REJECT-REASON
           END-IF
           .

       WRITE-COMPLIANCE-REPORT.
           WRITE SCRA-REPORT-LINE FROM WS-RPT-HEADER

           EXEC SQL
              OPEN C-SCRA-CAPS
           END-EXEC
           MOVE 'OPEN C-SCRA-CAPS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM FETCH-SCRA-CAP
           PERFORM UNTIL SQLCODE NOT = 0
              MOVE SCP_LOAN-ID           TO RPT-LOAN-ID
              MOVE SCP_CUSTOMER-ID       TO RPT-CUSTOMER-ID
              MOVE SCP_CAP-START         TO RPT-CAP-START
              MOVE SCP_CAP-END           TO RPT-CAP-END
              MOVE SCP_CAP-STATUS        TO RPT-CAP-STATUS
              MOVE SCP_CONTRACT-RATE     TO RPT-CONTRACT-RATE
              MOVE SCP_CAP-RATE          TO RPT-CAP-RATE
              MOVE SCP_INTEREST-FORGIVEN TO RPT-FORGIVEN
              WRITE SCRA-REPORT-LINE FROM WS-CAP-LINE
              ADD 1 TO WS-CAPS-REPORTED
              ADD SCP_INTEREST-FORGIVEN TO WS-TOTAL-FORGIVEN
              PERFORM FETCH-SCRA-CAP
           END-PERFORM

           EXEC SQL
              CLOSE C-SCRA-CAPS
           END-EXEC
           MOVE 'CLOSE C-SCRA-CAPS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           MOVE WS-CAPS-REPORTED  TO RPT-TOTAL-CAPS
           MOVE WS-TOTAL-FORGIVEN TO RPT-TOTAL-FORGIVEN
           WRITE SCRA-REPORT-LINE FROM WS-CAP-TOTAL-LINE
           .

       FETCH-SCRA-CAP.
           EXEC SQL
              FETCH C-SCRA-CAPS
                INTO :SCP_LOAN-ID, :SCP_CUSTOMER-ID,
                     :SCP_CAP-START, :SCP_CAP-END,
                     :SCP_CAP-STATUS, :SCP_CONTRACT-RATE,
                     :SCP_CAP-RATE, :SCP_INTEREST-FORGIVEN
           END-EXEC
           MOVE 'FETCH C-SCRA-CAPS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
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
