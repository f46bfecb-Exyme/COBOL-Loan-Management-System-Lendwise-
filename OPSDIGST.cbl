      *  - THE WONA AND PAYMENT REJECT FILES AND THE         *
      *    SUSPENSE FILE: RECORD COUNTS PER STEP.            *
      *  - SQL_ERROR_LOG: UNRESOLVED ROWS.                   *
      *  - THE BALCHK PRE AND POST PROOF REPORTS AND THE     *
      *    GLPROOF CONTROL-ACCOUNT PROOF: THEIR VERDICT      *
      *    LINES.                                            *
      *  - FEED_RECEIPT: FEEDGATE'S VERDICT ON EACH INBOUND  *
      *    FEED FOR THE CYCLE DATE.                          *
      *  - TELLER_SESSION: CASH DRAWERS STILL NOT CLOSED OUT *
      *    FOR THE CYCLE DATE OR EARLIER (A WARNING - THAT   *
      *    TELLER CASH IS NOT FINAL) AND THE DRAWERS TELLPRF *
      *    PROVED OVER OR SHORT TONIGHT.                     *
      * PRINTS A ONE-PAGE DIGEST AND ENDS WITH RETURN CODE   *
      * 8 WHEN ANY SECTION IS RED, SO THE SCHEDULER PAGES.   *
      * RUNS AS THE LAST REPORTING STEP OF THE DAILY CYCLE.  *
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-POSTRPT.

           SELECT GLPRF ASSIGN TO GLPRFRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-GLPRFRPT.

           SELECT DIGOUT ASSIGN TO DIGEST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
            RECORDING MODE F.
       01 BALPOST-RECORD         PIC X(100).

       FD GLPRF
            RECORDING MODE F.
       01 GLPRF-RECORD           PIC X(100).

       FD DIGOUT
            RECORDING MODE F.
       01 DIGEST-LINE            PIC X(132).
           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE RUNCTL   END-EXEC.
           EXEC SQL INCLUDE PROCDATE END-EXEC.
           EXEC SQL INCLUDE FEEDRCPT END-EXEC.

      * FILE STATUS.
       01 FS-WONAREJ            PIC X(02).
       01 FS-SUSPFILE           PIC X(02).
       01 FS-PRERPT             PIC X(02).
       01 FS-POSTRPT            PIC X(02).
       01 FS-GLPRFRPT           PIC X(02).
       01 FS-DIGEST             PIC X(02).
       01 WS-FILE-EOF           PIC X VALUE 'N'.
         88 FILE-AT-END         VALUE 'Y'.
       01 WS-STEPS-SLOW         PIC 9(4) VALUE 0.
       01 WS-PRE-VERDICT        PIC X(60) VALUE 'NOT FOUND'.
       01 WS-POST-VERDICT       PIC X(60) VALUE 'NOT FOUND'.
       01 WS-GL-VERDICT         PIC X(60) VALUE 'NOT FOUND'.
       01 WS-FEEDS-REPORTED     PIC 9(4) VALUE 0.
       01 WS-FEEDS-FAILED       PIC 9(4) VALUE 0.
       01 WS-DRAWERS-UNCLOSED   PIC S9(9) USAGE COMP.
       01 WS-DRAWERS-OVER-SHORT PIC S9(9) USAGE COMP.

       01 WS-RED-FLAG           PIC X VALUE 'N'.
         88 DIGEST-RED          VALUE 'Y'.
          05 DIG-COUNT          PIC ZZZZZZZZ9.
          05 FILLER             PIC X(87) VALUE SPACES.

       01 WS-FEED-LINE.
          05 FILLER             PIC X(8)  VALUE '  FEED: '.
          05 DIG-FEED-NAME      PIC X(8).
          05 FILLER             PIC X(9)  VALUE ' STATUS: '.
          05 DIG-FEED-STATUS    PIC X(1).
          05 FILLER             PIC X(10) VALUE ' RECORDS: '.
          05 DIG-FEED-RECORDS   PIC ZZZZZZZZ9.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 DIG-FEED-NOTE      PIC X(40).
          05 FILLER             PIC X(46) VALUE SPACES.

      *****************************************************
      *  TONIGHT'S RUN-CONTROL ROWS, ONE PER STEP.        *
      *****************************************************
                  AND START_TS < :WS-CYCLE-START-TS
           END-EXEC.

      *****************************************************
      *  FEEDGATE'S VERDICTS FOR THE CYCLE DATE.          *
      *****************************************************
           EXEC SQL
             DECLARE C-FEED-RECEIPTS CURSOR WITH HOLD FOR
               SELECT FEED_NAME, RECEIPT_STATUS, RECORD_COUNT, NOTE
                 FROM KALA12.FEED_RECEIPT
                WHERE CYCLE_DATE = :PRD_CYCLE-DATE
                ORDER BY FEED_NAME
           END-EXEC.

       PROCEDURE DIVISION.

       MAIN-PARA.

           PERFORM FETCH-CYCLE-WINDOW

           MOVE 'INBOUND FEED GATE' TO WS-SECTION-LINE
           WRITE DIGEST-LINE FROM WS-SECTION-LINE
           PERFORM REPORT-FEED-GATE

           MOVE 'DAILY CYCLE DIGEST - STEP TIMINGS'
             TO WS-SECTION-LINE
           WRITE DIGEST-LINE FROM WS-SECTION-LINE
           PERFORM COUNT-REJECT-FILES
           PERFORM COUNT-UNRESOLVED-ERRORS

           MOVE 'TELLER DRAWERS' TO WS-SECTION-LINE
           WRITE DIGEST-LINE FROM WS-SECTION-LINE
           PERFORM COUNT-TELLER-DRAWERS

           MOVE 'BALANCING VERDICTS' TO WS-SECTION-LINE
           WRITE DIGEST-LINE FROM WS-SECTION-LINE
           PERFORM READ-BALCHK-VERDICTS
           DISPLAY 'OPSDIGST - STEPS RAN LONG:     ' WS-STEPS-SLOW
           DISPLAY 'OPSDIGST - UNRESOLVED ERRORS:  '
                   WS-UNRESOLVED-ERRORS
           DISPLAY 'OPSDIGST - FEEDS FAILED GATE:  ' WS-FEEDS-FAILED
           DISPLAY 'OPSDIGST - DRAWERS NOT CLOSED: '
                   WS-DRAWERS-UNCLOSED

           IF DIGEST-RED
              DISPLAY 'OPSDIGST - DIGEST IS RED - RC 8.'
             DELIMITED BY SIZE
             INTO WS-CYCLE-START-TS

           STRING WS-DIG-YYYY '-' WS-DIG-MM '-' WS-DIG-DD
             DELIMITED BY SIZE
             INTO PRD_CYCLE-DATE

           EXEC SQL
              SELECT OPENED_TS, CYCLE_DATE
                INTO :PRD_OPENED-TS, :PRD_CYCLE-DATE
                FROM KALA12.PROCESS_DATE
               WHERE CYCLE_STATUS = 'O'
           END-EXEC
                   + WS-TS-SS
           .

       REPORT-FEED-GATE.
      * A FEED THAT STOPPED THE CYCLE - OR NO VERDICTS AT ALL, THE
      * GATE NEVER RAN - TURNS THE DIGEST RED. 'P' (NOT IN YET) IS
      * LISTED BUT IS ONLY A WARNING.
           EXEC SQL
              OPEN C-FEED-RECEIPTS
           END-EXEC
           MOVE 'OPEN C-FEED-RECEIPTS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM FETCH-FEED-RECEIPT
           PERFORM UNTIL SQLCODE NOT = 0
              MOVE FDR_FEED-NAME      TO DIG-FEED-NAME
              MOVE FDR_RECEIPT-STATUS TO DIG-FEED-STATUS
              MOVE FDR_RECORD-COUNT   TO DIG-FEED-RECORDS
              MOVE FDR_NOTE           TO DIG-FEED-NOTE
              WRITE DIGEST-LINE FROM WS-FEED-LINE
              ADD 1 TO WS-FEEDS-REPORTED
              IF FDR_RECEIPT-STATUS = 'M' OR 'B' OR 'T' OR 'D'
                 ADD 1 TO WS-FEEDS-FAILED
                 SET DIGEST-RED TO TRUE
              END-IF
              PERFORM FETCH-FEED-RECEIPT
           END-PERFORM

           EXEC SQL
              CLOSE C-FEED-RECEIPTS
           END-EXEC
           MOVE 'CLOSE C-FEED-RECEIPTS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF WS-FEEDS-REPORTED = 0
              MOVE '  NO FEED VERDICTS FOR THE CYCLE DATE'
                TO WS-SECTION-LINE
              WRITE DIGEST-LINE FROM WS-SECTION-LINE
              SET DIGEST-RED TO TRUE
           END-IF
           .

       FETCH-FEED-RECEIPT.
           EXEC SQL
              FETCH C-FEED-RECEIPTS
                INTO :FDR_FEED-NAME, :FDR_RECEIPT-STATUS,
                     :FDR_RECORD-COUNT, :FDR_NOTE
           END-EXEC
           MOVE 'FETCH C-FEED-RECEIPTS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       COUNT-REJECT-FILES.
           MOVE 0 TO WS-WONA-REJECTS
           OPEN INPUT WONAREJ
           END-IF
           .

       COUNT-TELLER-DRAWERS.
      * AN UNCLOSED DRAWER IS A WARNING, NOT RED - THE CASH IS STILL
      * IN THE BRANCH AND A LATE COUNT PROVES IT ON THE NEXT RUN.
      * AN OVER/SHORT IS ALREADY BOOKED; IT IS LISTED FOR FOLLOW-UP.
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-DRAWERS-UNCLOSED
                FROM KALA12.TELLER_SESSION
               WHERE SESSION_STATUS IN ('O', 'U')
                 AND BUSINESS_DATE <= :PRD_CYCLE-DATE
           END-EXEC
           MOVE 'COUNT DRAWERS NOT CLOSED' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           MOVE 'DRAWERS NOT CLOSED OUT:' TO DIG-COUNT-LABEL
           MOVE WS-DRAWERS-UNCLOSED TO DIG-COUNT
           WRITE DIGEST-LINE FROM WS-COUNT-LINE

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-DRAWERS-OVER-SHORT
                FROM KALA12.TELLER_SESSION
               WHERE SESSION_STATUS = 'P'
                 AND PROVED_DATE    = :PRD_CYCLE-DATE
                 AND OVER_SHORT    <> 0
           END-EXEC
           MOVE 'COUNT DRAWERS OVER OR SHORT' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           MOVE 'DRAWERS PROVED OVER/SHORT:' TO DIG-COUNT-LABEL
           MOVE WS-DRAWERS-OVER-SHORT TO DIG-COUNT
           WRITE DIGEST-LINE FROM WS-COUNT-LINE

           IF WS-DRAWERS-UNCLOSED > 0
              MOVE '  WARNING: TELLER CASH NOT FINAL - SEE TELLPRF'
                TO WS-SECTION-LINE
              WRITE DIGEST-LINE FROM WS-SECTION-LINE
           END-IF
           .

       READ-BALCHK-VERDICTS.
           OPEN INPUT BALPRE
           IF FS-PRERPT = '00'
              CLOSE BALPOST
           END-IF

           OPEN INPUT GLPRF
           IF FS-GLPRFRPT = '00'
              MOVE 'N' TO WS-FILE-EOF
              PERFORM UNTIL FILE-AT-END
                 READ GLPRF
                    AT END
                       SET FILE-AT-END TO TRUE
                    NOT AT END
                       IF GLPRF-RECORD(1:8) = 'VERDICT:'
                          MOVE GLPRF-RECORD(1:60)
                            TO WS-GL-VERDICT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GLPRF
           END-IF

           MOVE SPACES TO WS-SECTION-LINE
           STRING '  PRE:  ' WS-PRE-VERDICT DELIMITED BY SIZE
             INTO WS-SECTION-LINE
             INTO WS-SECTION-LINE
           WRITE DIGEST-LINE FROM WS-SECTION-LINE

           MOVE SPACES TO WS-SECTION-LINE
           STRING '  GL:   ' WS-GL-VERDICT DELIMITED BY SIZE
             INTO WS-SECTION-LINE
           WRITE DIGEST-LINE FROM WS-SECTION-LINE

           IF WS-PRE-VERDICT(1:23) = 'VERDICT: OUT OF BALANCE'
              OR WS-POST-VERDICT(1:23) = 'VERDICT: OUT OF BALANCE'
              OR WS-GL-VERDICT(1:23) = 'VERDICT: OUT OF BALANCE'
              SET DIGEST-RED TO TRUE
           END-IF
           .
