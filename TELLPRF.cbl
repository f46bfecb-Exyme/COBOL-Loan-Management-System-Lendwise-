       IDENTIFICATION DIVISION.
       PROGRAM-ID. TELLPRF.
       AUTHOR. ISURU, WONA & MALENE.
      ********************************************************
      *      BATCH PROGRAM CONNECTED TO "LENDWISE" MAIN PGM. *
      *                                                      *
      * FUNCTION: TELLER DRAWER PROOF. EVERY TPAY POSTING    *
      * GOES ON THE TELLER'S TELLER_SESSION ROW FOR THE DAY  *
      * AND CARRIES THE TELLER'S USERID ON ITS PAYMENT ROW.  *
      * THE DRAWER IS CLOSED WITH THE COUNTED CASH ON THE    *
      * TCLS SCREEN OR ON THE BRANCH COUNT FEED (DD CNTFILE, *
      * OPTIONAL), WHICH THIS PROGRAM LOADS FIRST. THEN:     *
      *  - EVERY CLOSED DRAWER UP TO THE BUSINESS DATE IS    *
      *    PROVED - THE COUNTED CASH AGAINST THE SUM OF THAT *
      *    TELLER'S 'TELLER' PAYMENT ROWS FOR THE DRAWER'S   *
      *    DATE. THE DIFFERENCE IS THE OVER/SHORT: IT IS     *
      *    KEPT ON THE ROW (NOW 'P' PROVED), PRINTED PER     *
      *    BRANCH AND TELLER (DD DRWRPT) AND BOOKED ON THE   *
      *    GL EXTRACT (DD DRWGL) - OVER DR CASH / CR         *
      *    CASH-OVER-SHORT, SHORT THE REVERSE.               *
      *  - EVERY DRAWER STILL OPEN FOR THE BUSINESS DATE OR  *
      *    EARLIER IS FLAGGED 'U' (UNCLOSED) AND LISTED, SO  *
      *    OPSDIGST AND DEPRECON KNOW THAT DAY'S TELLER CASH *
      *    IS NOT FINAL. A LATE COUNT STILL CLOSES IT AND    *
      *    THE NEXT RUN PROVES IT.                           *
      * ENDS WITH RETURN CODE 4 WHEN ANY DRAWER IS OVER OR   *
      * SHORT, NOT CLOSED, OR A COUNT RECORD WAS REJECTED.   *
      * THE BUSINESS DATE IS THE OPEN CYCLE DATE (CYCLEDT)   *
      * WHEN THERE IS ONE, ELSE TODAY.                       *
      ********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CNTIN ASSIGN TO CNTFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-CNTFILE.

           SELECT PRFOUT ASSIGN TO DRWRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-DRWRPT.

           SELECT WS-OUTFILE-GL ASSIGN TO DRWGL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS STATUS-OUTFILE-GL.

       DATA DIVISION.
       FILE SECTION.

      * BRANCH COUNT FEED - ONE RECORD PER DRAWER COUNTED AT THE
      * BRANCH. COUNTED CASH IS THE DAY'S TAKINGS, FLOAT LEFT OUT.
       FD CNTIN
            RECORDING MODE F.
       01 CNTIN-RECORD.
          05 CNT-TELLER-ID       PIC X(8).
          05 CNT-BUSINESS-DATE   PIC X(10).
          05 CNT-BRANCH-ID       PIC X(4).
          05 CNT-COUNTED-CASH    PIC 9(13)V99.
          05 FILLER              PIC X(43).

       FD PRFOUT
            RECORDING MODE F.
       01 DRAWER-REPORT-LINE     PIC X(132).

       FD WS-OUTFILE-GL.
       01 WS-OUTFILE-GL-POST     PIC X(80).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE PROCDATE END-EXEC.
           EXEC SQL INCLUDE TELLSESS END-EXEC.

      * FILE STATUS.
       01 FS-CNTFILE            PIC X(02).
       01 FS-DRWRPT             PIC X(02).
       01 STATUS-OUTFILE-GL     PIC X(02).
       01 EOF-CNT               PIC X VALUE 'N'.
         88 END-OF-COUNTS       VALUE 'Y'.

       01 WS-SQL-ACTION         PIC X(40).
       01 WS-RETURN-CODE        PIC S9(4) COMP.

       01 WS-CURRENT-DATE.
          05 WS-DATE-YYYY       PIC X(4).
          05 WS-DATE-MM         PIC X(2).
          05 WS-DATE-DD         PIC X(2).
       01 WS-TODAY-DASHED       PIC X(10).

      * ONE CLOSED DRAWER AS FETCHED, WITH ITS PAYMENT ROWS.
       01 WS-PAYMENT-TOTAL      PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-PAYMENT-COUNT      PIC S9(9) USAGE COMP.

      * BRANCH CONTROL BREAK.
       01 WS-PREV-BRANCH        PIC X(4).
       01 WS-FIRST-DRAWER       PIC X VALUE 'Y'.
         88 FIRST-DRAWER        VALUE 'Y'.
       01 WS-BRANCH-TOTALS.
          05 WS-BR-PAYMENTS     PIC S9(15)V9(2) USAGE COMP-3.
          05 WS-BR-COUNTED      PIC S9(15)V9(2) USAGE COMP-3.
          05 WS-BR-OVER-SHORT   PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-GRAND-TOTALS.
          05 WS-GR-PAYMENTS     PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
          05 WS-GR-COUNTED      PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
          05 WS-GR-OVER-SHORT   PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.

      * RUN CONTROL TOTALS.
       01 WS-COUNTS-READ        PIC 9(9) VALUE 0.
       01 WS-COUNTS-APPLIED     PIC 9(9) VALUE 0.
       01 WS-COUNTS-REJECTED    PIC 9(9) VALUE 0.
       01 WS-DRAWERS-PROVED     PIC 9(9) VALUE 0.
       01 WS-DRAWERS-OUT        PIC 9(9) VALUE 0.
       01 WS-DRAWERS-UNCLOSED   PIC 9(9) VALUE 0.

      * GL POSTING EXTRACT - SAME INTERFACE LAYOUT AS LNDWISE4'S
      * GLOUT, WITH A TRAILER PROVING DEBITS EQUAL CREDITS.
       01  GL-POSTING-RECORD.
           05 GL-RECORD-TYPE          PIC X(1).
           05 GL-POSTING-DATE         PIC X(10).
           05 GL-ACCOUNT              PIC X(16).
           05 GL-DRCR                 PIC X(2).
           05 GL-AMOUNT               PIC 9(13)V99.
           05 GL-LOAN-ID              PIC 9(9).
           05 GL-DESCRIPTION          PIC X(20).
           05 FILLER                  PIC X(7).

       01  GL-TRAILER-RECORD.
           05 GL-TRL-RECORD-TYPE      PIC X(1) VALUE 'T'.
           05 GL-TRL-TOTAL-DEBITS     PIC 9(13)V99.
           05 GL-TRL-TOTAL-CREDITS    PIC 9(13)V99.
           05 GL-TRL-BALANCE-FLAG     PIC X(14).
           05 FILLER                  PIC X(35).

       01  WS-GL-TOTAL-DEBITS      PIC S9(15)V9(2) COMP-3 VALUE 0.
       01  WS-GL-TOTAL-CREDITS     PIC S9(15)V9(2) COMP-3 VALUE 0.
       01  WS-GL-POST-AMOUNT       PIC S9(15)V9(2) COMP-3.
       01  WS-GL-DEBIT-ACCT        PIC X(16).
       01  WS-GL-CREDIT-ACCT       PIC X(16).

      * REPORT LINES.
       01 WS-RPT-HEADER.
          05 FILLER             PIC X(40)
                 VALUE 'TELLER DRAWER PROOF - OVER/SHORT THROUGH'.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-BUSINESS-DATE  PIC X(10).
          05 FILLER             PIC X(81) VALUE SPACES.

       01 WS-COL-HEAD-LINE.
          05 FILLER             PIC X(6)  VALUE 'BRANCH'.
          05 FILLER             PIC X(10) VALUE 'TELLER'.
          05 FILLER             PIC X(12) VALUE 'DRAWER DATE'.
          05 FILLER             PIC X(7)  VALUE 'CLOSED'.
          05 FILLER             PIC X(7)  VALUE 'POSTED'.
          05 FILLER             PIC X(17) VALUE '   PAYMENT ROWS'.
          05 FILLER             PIC X(17) VALUE '   COUNTED CASH'.
          05 FILLER             PIC X(17) VALUE '     OVER/SHORT'.
          05 FILLER             PIC X(39) VALUE 'NOTE'.

       01 WS-DRAWER-LINE.
          05 RPT-BRANCH         PIC X(4).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 RPT-TELLER         PIC X(8).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 RPT-DRAWER-DATE    PIC X(10).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 RPT-SOURCE         PIC X(6).
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-POSTINGS       PIC ZZZZ9.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 RPT-PAYMENTS       PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 RPT-COUNTED        PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 RPT-OVER-SHORT     PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 RPT-NOTE           PIC X(39).

       01 WS-TOTAL-LINE.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 RPT-TOTAL-LABEL    PIC X(40).
          05 RPT-TOT-PAYMENTS   PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 RPT-TOT-COUNTED    PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 RPT-TOT-OVER-SHORT PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(41) VALUE SPACES.

       01 WS-COUNT-EXC-LINE.
          05 FILLER             PIC X(12) VALUE 'COUNT FEED: '.
          05 RPT-CNT-TELLER     PIC X(8).
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-CNT-DATE       PIC X(10).
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-CNT-BRANCH     PIC X(4).
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-CNT-AMOUNT     PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 RPT-CNT-REASON     PIC X(40).
          05 FILLER             PIC X(38) VALUE SPACES.

       01 WS-SECTION-LINE       PIC X(132).
       01 WS-BLANK-LINE         PIC X(132) VALUE SPACES.

      *****************************************************
      *  EVERY COUNTED DRAWER NOT YET PROVED, WITH THE    *
      *  TELLER'S PAYMENT ROWS FOR THE DRAWER'S DATE.     *
      *****************************************************
           EXEC SQL
             DECLARE C-CLOSED-DRAWERS CURSOR WITH HOLD FOR
               SELECT S.TELLER_ID, S.BUSINESS_DATE, S.BRANCH_ID,
                      S.COUNTED_CASH, S.CLOSE_SOURCE,
                      COALESCE((SELECT SUM(P.PAID_AMOUNT)
                                  FROM KALA12.PAYMENT P
                                 WHERE P.PAYMENT_CHANNEL = 'TELLER'
                                   AND P.TELLER_ID = S.TELLER_ID
                                   AND P.PAID_DATE =
                                       S.BUSINESS_DATE), 0),
                      (SELECT COUNT(*)
                         FROM KALA12.PAYMENT P
                        WHERE P.PAYMENT_CHANNEL = 'TELLER'
                          AND P.TELLER_ID = S.TELLER_ID
                          AND P.PAID_DATE = S.BUSINESS_DATE)
                 FROM KALA12.TELLER_SESSION S
                WHERE S.SESSION_STATUS = 'C'
                  AND S.BUSINESS_DATE <= :WS-TODAY-DASHED
                ORDER BY S.BRANCH_ID, S.TELLER_ID, S.BUSINESS_DATE
           END-EXEC.

      *****************************************************
      *  EVERY DRAWER STILL WAITING FOR ITS COUNT.        *
      *****************************************************
           EXEC SQL
             DECLARE C-UNCLOSED-DRAWERS CURSOR WITH HOLD FOR
               SELECT TELLER_ID, BUSINESS_DATE, BRANCH_ID,
                      POSTED_COUNT, POSTED_AMOUNT
                 FROM KALA12.TELLER_SESSION
                WHERE SESSION_STATUS = 'U'
                ORDER BY BRANCH_ID, TELLER_ID, BUSINESS_DATE
           END-EXEC.

       PROCEDURE DIVISION.

       MAIN-PARA.
           DISPLAY 'TELLPRF - TELLER DRAWER PROOF RUN.'

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

      * THE SAME BUSINESS DAY THE REST OF THE CYCLE IS PROCESSING.
           EXEC SQL
              SELECT CYCLE_DATE
                INTO :PRD_CYCLE-DATE
                FROM KALA12.PROCESS_DATE
               WHERE CYCLE_STATUS = 'O'
           END-EXEC

           IF SQLCODE = 0
              MOVE PRD_CYCLE-DATE(1:4) TO WS-DATE-YYYY
              MOVE PRD_CYCLE-DATE(6:2) TO WS-DATE-MM
              MOVE PRD_CYCLE-DATE(9:2) TO WS-DATE-DD
              DISPLAY 'TELLPRF - PROCESSING DATE IN EFFECT: '
                      PRD_CYCLE-DATE
           END-IF

           STRING WS-DATE-YYYY '-' WS-DATE-MM '-' WS-DATE-DD
             DELIMITED BY SIZE
             INTO WS-TODAY-DASHED

           OPEN OUTPUT PRFOUT
           IF FS-DRWRPT NOT = '00'
              DISPLAY 'TELLPRF - ERROR OPENING REPORT FILE.'
              DISPLAY 'FILE STATUS CODE: ' FS-DRWRPT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT WS-OUTFILE-GL
           IF STATUS-OUTFILE-GL NOT = '00'
              DISPLAY 'TELLPRF - ERROR OPENING GL EXTRACT.'
              DISPLAY 'FILE STATUS CODE: ' STATUS-OUTFILE-GL
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE WS-TODAY-DASHED TO RPT-BUSINESS-DATE
           WRITE DRAWER-REPORT-LINE FROM WS-RPT-HEADER
           WRITE DRAWER-REPORT-LINE FROM WS-BLANK-LINE

           PERFORM LOAD-COUNT-FEED
           PERFORM PROVE-CLOSED-DRAWERS
           PERFORM FLAG-UNCLOSED-DRAWERS

      * ONE UNIT OF WORK FOR THE WHOLE PROOF - AN ABEND LEAVES THE
      * DRAWERS UNPROVED AND TAKES THE UNCATALOGED GL EXTRACT WITH
      * IT, SO THE RERUN BOOKS EVERY OVER/SHORT EXACTLY ONCE.
           EXEC SQL
              COMMIT
           END-EXEC

           PERFORM WRITE-GL-TRAILER
           CLOSE WS-OUTFILE-GL
           CLOSE PRFOUT

           DISPLAY 'TELLPRF - COUNT RECORDS READ:    ' WS-COUNTS-READ
           DISPLAY 'TELLPRF - COUNT RECORDS APPLIED: '
                   WS-COUNTS-APPLIED
           DISPLAY 'TELLPRF - COUNT RECORDS REJECTED:'
                   WS-COUNTS-REJECTED
           DISPLAY 'TELLPRF - DRAWERS PROVED:        '
                   WS-DRAWERS-PROVED
           DISPLAY 'TELLPRF - DRAWERS OVER/SHORT:    ' WS-DRAWERS-OUT
           DISPLAY 'TELLPRF - NET OVER/SHORT:        '
                   WS-GR-OVER-SHORT
           DISPLAY 'TELLPRF - DRAWERS NOT CLOSED:    '
                   WS-DRAWERS-UNCLOSED

           IF WS-DRAWERS-OUT > 0 OR WS-DRAWERS-UNCLOSED > 0
              OR WS-COUNTS-REJECTED > 0
              DISPLAY 'TELLPRF - DRAWER EXCEPTIONS - RC 4.'
              MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN
           .

       LOAD-COUNT-FEED.
      * THE FEED IS OPTIONAL - A BRANCH THAT CLOSES EVERY DRAWER ON
      * TCLS SENDS NOTHING, AND THE DD MAY BE DUMMY.
           OPEN INPUT CNTIN
           IF FS-CNTFILE NOT = '00'
              DISPLAY 'TELLPRF - NO COUNT FEED (STATUS ' FS-CNTFILE
                      ') - ONLINE CLOSE-OUTS ONLY.'
           ELSE
              PERFORM READ-COUNT-RECORD
              PERFORM UNTIL END-OF-COUNTS
                 ADD 1 TO WS-COUNTS-READ
                 PERFORM APPLY-ONE-COUNT
                 PERFORM READ-COUNT-RECORD
              END-PERFORM
              CLOSE CNTIN
           END-IF
           .

       READ-COUNT-RECORD.
           READ CNTIN
              AT END
                 SET END-OF-COUNTS TO TRUE
           END-READ
           .

       APPLY-ONE-COUNT.
           EVALUATE TRUE
             WHEN CNT-TELLER-ID = SPACES
               MOVE 'NO TELLER ID' TO RPT-CNT-REASON
               PERFORM REJECT-COUNT-RECORD
             WHEN CNT-COUNTED-CASH NOT NUMERIC
               MOVE 'COUNTED CASH NOT NUMERIC' TO RPT-CNT-REASON
               PERFORM REJECT-COUNT-RECORD
             WHEN CNT-BUSINESS-DATE > WS-TODAY-DASHED
               MOVE 'DATED AFTER THE BUSINESS DATE'
                 TO RPT-CNT-REASON
               PERFORM REJECT-COUNT-RECORD
             WHEN OTHER
               PERFORM CLOSE-DRAWER-FROM-FEED
           END-EVALUATE
           .

       CLOSE-DRAWER-FROM-FEED.
           MOVE CNT-TELLER-ID     TO TSS_TELLER-ID
           MOVE CNT-BUSINESS-DATE TO TSS_BUSINESS-DATE
           MOVE CNT-COUNTED-CASH  TO TSS_COUNTED-CASH
           MOVE 'F'               TO TSS_CLOSE-SOURCE
           MOVE 'TELLPRF'         TO TSS_CLOSED-BY

           EXEC SQL
              SELECT SESSION_STATUS, BRANCH_ID
                INTO :TSS_SESSION-STATUS, :TSS_BRANCH-ID
                FROM KALA12.TELLER_SESSION
               WHERE TELLER_ID     = :TSS_TELLER-ID
                 AND BUSINESS_DATE = :TSS_BUSINESS-DATE
           END-EXEC
           MOVE 'FETCH DRAWER FOR COUNT RECORD' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           EVALUATE TRUE
             WHEN SQLCODE = 100
      * A TELLER WHO POSTED NOTHING STILL HANDS IN A COUNT - THE
      * DRAWER IS OPENED AND CLOSED AT ONCE UNDER THE FEED'S BRANCH.
               MOVE CNT-BRANCH-ID TO TSS_BRANCH-ID
               EXEC SQL
                  INSERT INTO KALA12.TELLER_SESSION
                        (TELLER_ID, BUSINESS_DATE, BRANCH_ID,
                         SESSION_STATUS, OPENED_TS, POSTED_COUNT,
                         POSTED_AMOUNT, COUNTED_CASH, CLOSE_SOURCE,
                         CLOSED_BY, CLOSED_TS, OVER_SHORT)
                  VALUES (:TSS_TELLER-ID, :TSS_BUSINESS-DATE,
                          :TSS_BRANCH-ID, 'C', CURRENT TIMESTAMP, 0,
                          0, :TSS_COUNTED-CASH, :TSS_CLOSE-SOURCE,
                          :TSS_CLOSED-BY, CURRENT TIMESTAMP, 0)
               END-EXEC
               MOVE 'INSERT DRAWER FROM COUNT FEED' TO WS-SQL-ACTION
               PERFORM CHECK-SQLCODE
               ADD 1 TO WS-COUNTS-APPLIED
             WHEN TSS_SESSION-STATUS = 'O' OR 'U'
      * THE DRAWER STAYS UNDER THE BRANCH IT WAS OPENED UNDER.
               EXEC SQL
                  UPDATE KALA12.TELLER_SESSION
                     SET SESSION_STATUS = 'C',
                         COUNTED_CASH   = :TSS_COUNTED-CASH,
                         CLOSE_SOURCE   = :TSS_CLOSE-SOURCE,
                         CLOSED_BY      = :TSS_CLOSED-BY,
                         CLOSED_TS      = CURRENT TIMESTAMP
                   WHERE TELLER_ID      = :TSS_TELLER-ID
                     AND BUSINESS_DATE  = :TSS_BUSINESS-DATE
               END-EXEC
               MOVE 'CLOSE DRAWER FROM COUNT FEED' TO WS-SQL-ACTION
               PERFORM CHECK-SQLCODE
               ADD 1 TO WS-COUNTS-APPLIED
             WHEN OTHER
      * ONE COUNT PER DRAWER - THE FIRST ONE IN (TCLS OR AN EARLIER
      * FEED) STANDS, AND A SECOND IS OPS' TO LOOK AT.
               MOVE 'DRAWER ALREADY CLOSED OUT' TO RPT-CNT-REASON
               PERFORM REJECT-COUNT-RECORD
           END-EVALUATE
           .

       REJECT-COUNT-RECORD.
           ADD 1 TO WS-COUNTS-REJECTED

           MOVE CNT-TELLER-ID     TO RPT-CNT-TELLER
           MOVE CNT-BUSINESS-DATE TO RPT-CNT-DATE
           MOVE CNT-BRANCH-ID     TO RPT-CNT-BRANCH
           IF CNT-COUNTED-CASH NUMERIC
              MOVE CNT-COUNTED-CASH TO RPT-CNT-AMOUNT
           ELSE
              MOVE 0 TO RPT-CNT-AMOUNT
           END-IF
           WRITE DRAWER-REPORT-LINE FROM WS-COUNT-EXC-LINE

           DISPLAY 'TELLPRF - COUNT RECORD REJECTED FOR TELLER '
                   CNT-TELLER-ID ' ' CNT-BUSINESS-DATE ' - '
                   RPT-CNT-REASON
           .

       PROVE-CLOSED-DRAWERS.
           IF WS-COUNTS-REJECTED > 0
              WRITE DRAWER-REPORT-LINE FROM WS-BLANK-LINE
           END-IF
           WRITE DRAWER-REPORT-LINE FROM WS-COL-HEAD-LINE

           EXEC SQL
              OPEN C-CLOSED-DRAWERS
           END-EXEC
           MOVE 'OPEN C-CLOSED-DRAWERS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM FETCH-CLOSED-DRAWER
           PERFORM UNTIL SQLCODE NOT = 0
              PERFORM PROVE-ONE-DRAWER
              PERFORM FETCH-CLOSED-DRAWER
           END-PERFORM

           EXEC SQL
              CLOSE C-CLOSED-DRAWERS
           END-EXEC
           MOVE 'CLOSE C-CLOSED-DRAWERS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF NOT FIRST-DRAWER
              PERFORM WRITE-BRANCH-TOTAL
           END-IF

           MOVE 'ALL BRANCHES'      TO RPT-TOTAL-LABEL
           MOVE WS-GR-PAYMENTS      TO RPT-TOT-PAYMENTS
           MOVE WS-GR-COUNTED       TO RPT-TOT-COUNTED
           MOVE WS-GR-OVER-SHORT    TO RPT-TOT-OVER-SHORT
           WRITE DRAWER-REPORT-LINE FROM WS-TOTAL-LINE
           .

       FETCH-CLOSED-DRAWER.
           EXEC SQL
              FETCH C-CLOSED-DRAWERS
                INTO :TSS_TELLER-ID, :TSS_BUSINESS-DATE,
                     :TSS_BRANCH-ID, :TSS_COUNTED-CASH,
                     :TSS_CLOSE-SOURCE, :WS-PAYMENT-TOTAL,
                     :WS-PAYMENT-COUNT
           END-EXEC
           MOVE 'FETCH C-CLOSED-DRAWERS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       PROVE-ONE-DRAWER.
           IF FIRST-DRAWER
              MOVE 'N' TO WS-FIRST-DRAWER
              MOVE TSS_BRANCH-ID TO WS-PREV-BRANCH
              INITIALIZE WS-BRANCH-TOTALS
           ELSE
              IF TSS_BRANCH-ID NOT = WS-PREV-BRANCH
                 PERFORM WRITE-BRANCH-TOTAL
                 MOVE TSS_BRANCH-ID TO WS-PREV-BRANCH
                 INITIALIZE WS-BRANCH-TOTALS
              END-IF
           END-IF

           COMPUTE TSS_OVER-SHORT =
                   TSS_COUNTED-CASH - WS-PAYMENT-TOTAL

           EXEC SQL
              UPDATE KALA12.TELLER_SESSION
                 SET SESSION_STATUS = 'P',
                     OVER_SHORT     = :TSS_OVER-SHORT,
                     PROVED_DATE    = :WS-TODAY-DASHED
               WHERE TELLER_ID      = :TSS_TELLER-ID
                 AND BUSINESS_DATE  = :TSS_BUSINESS-DATE
                 AND SESSION_STATUS = 'C'
           END-EXEC
           MOVE 'MARK DRAWER PROVED' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           ADD 1 TO WS-DRAWERS-PROVED

           MOVE TSS_BRANCH-ID     TO RPT-BRANCH
           MOVE TSS_TELLER-ID     TO RPT-TELLER
           MOVE TSS_BUSINESS-DATE TO RPT-DRAWER-DATE
           IF TSS_CLOSE-SOURCE = 'F'
              MOVE 'FEED'   TO RPT-SOURCE
           ELSE
              MOVE 'ONLINE' TO RPT-SOURCE
           END-IF
           MOVE WS-PAYMENT-COUNT  TO RPT-POSTINGS
           MOVE WS-PAYMENT-TOTAL  TO RPT-PAYMENTS
           MOVE TSS_COUNTED-CASH  TO RPT-COUNTED
           MOVE TSS_OVER-SHORT    TO RPT-OVER-SHORT

           EVALUATE TRUE
             WHEN TSS_OVER-SHORT > 0
               MOVE 'OVER'     TO RPT-NOTE
               MOVE 'CASH            ' TO WS-GL-DEBIT-ACCT
               MOVE 'CASH-OVER-SHORT ' TO WS-GL-CREDIT-ACCT
               MOVE TSS_OVER-SHORT     TO WS-GL-POST-AMOUNT
               MOVE 'DRAWER OVER'      TO GL-DESCRIPTION
               PERFORM POST-OVER-SHORT
             WHEN TSS_OVER-SHORT < 0
               MOVE 'SHORT'    TO RPT-NOTE
               MOVE 'CASH-OVER-SHORT ' TO WS-GL-DEBIT-ACCT
               MOVE 'CASH            ' TO WS-GL-CREDIT-ACCT
               COMPUTE WS-GL-POST-AMOUNT = 0 - TSS_OVER-SHORT
               MOVE 'DRAWER SHORT'     TO GL-DESCRIPTION
               PERFORM POST-OVER-SHORT
             WHEN OTHER
               MOVE 'BALANCED' TO RPT-NOTE
           END-EVALUATE

           WRITE DRAWER-REPORT-LINE FROM WS-DRAWER-LINE

           ADD WS-PAYMENT-TOTAL TO WS-BR-PAYMENTS WS-GR-PAYMENTS
           ADD TSS_COUNTED-CASH TO WS-BR-COUNTED  WS-GR-COUNTED
           ADD TSS_OVER-SHORT   TO WS-BR-OVER-SHORT WS-GR-OVER-SHORT
           .

       POST-OVER-SHORT.
           ADD 1 TO WS-DRAWERS-OUT
           MOVE TSS_TELLER-ID TO GL-DESCRIPTION(13:8)

           MOVE WS-GL-DEBIT-ACCT  TO GL-ACCOUNT
           MOVE 'DR'              TO GL-DRCR
           PERFORM WRITE-GL-POSTING

           MOVE WS-GL-CREDIT-ACCT TO GL-ACCOUNT
           MOVE 'CR'              TO GL-DRCR
           PERFORM WRITE-GL-POSTING

           DISPLAY 'TELLPRF - ' RPT-NOTE(1:5) ' TELLER ' TSS_TELLER-ID
                   ' BRANCH ' TSS_BRANCH-ID ' ' TSS_BUSINESS-DATE
                   ' AMOUNT: ' WS-GL-POST-AMOUNT
           .

       WRITE-BRANCH-TOTAL.
           MOVE SPACES TO RPT-TOTAL-LABEL
           STRING 'BRANCH ' WS-PREV-BRANCH ' TOTAL'
             DELIMITED BY SIZE
             INTO RPT-TOTAL-LABEL
           MOVE WS-BR-PAYMENTS   TO RPT-TOT-PAYMENTS
           MOVE WS-BR-COUNTED    TO RPT-TOT-COUNTED
           MOVE WS-BR-OVER-SHORT TO RPT-TOT-OVER-SHORT
           WRITE DRAWER-REPORT-LINE FROM WS-TOTAL-LINE
           WRITE DRAWER-REPORT-LINE FROM WS-BLANK-LINE
           .

       FLAG-UNCLOSED-DRAWERS.
      * A DRAWER STILL OPEN FOR THE BUSINESS DATE OR EARLIER HAS NO
      * COUNT TO PROVE - ITS DAY'S TELLER CASH IS NOT FINAL UNTIL IT
      * IS CLOSED OUT.
           EXEC SQL
              UPDATE KALA12.TELLER_SESSION
                 SET SESSION_STATUS = 'U'
               WHERE SESSION_STATUS = 'O'
                 AND BUSINESS_DATE <= :WS-TODAY-DASHED
           END-EXEC
           MOVE 'FLAG UNCLOSED DRAWERS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           WRITE DRAWER-REPORT-LINE FROM WS-BLANK-LINE
           MOVE 'DRAWERS NOT CLOSED OUT - TELLER CASH NOT FINAL'
             TO WS-SECTION-LINE
           WRITE DRAWER-REPORT-LINE FROM WS-SECTION-LINE

           EXEC SQL
              OPEN C-UNCLOSED-DRAWERS
           END-EXEC
           MOVE 'OPEN C-UNCLOSED-DRAWERS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM FETCH-UNCLOSED-DRAWER
           PERFORM UNTIL SQLCODE NOT = 0
              PERFORM LIST-ONE-UNCLOSED
              PERFORM FETCH-UNCLOSED-DRAWER
           END-PERFORM

           EXEC SQL
              CLOSE C-UNCLOSED-DRAWERS
           END-EXEC
           MOVE 'CLOSE C-UNCLOSED-DRAWERS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF WS-DRAWERS-UNCLOSED = 0
              MOVE '  NONE - EVERY DRAWER IS CLOSED OUT'
                TO WS-SECTION-LINE
              WRITE DRAWER-REPORT-LINE FROM WS-SECTION-LINE
           END-IF
           .

       FETCH-UNCLOSED-DRAWER.
           EXEC SQL
              FETCH C-UNCLOSED-DRAWERS
                INTO :TSS_TELLER-ID, :TSS_BUSINESS-DATE,
                     :TSS_BRANCH-ID, :TSS_POSTED-COUNT,
                     :TSS_POSTED-AMOUNT
           END-EXEC
           MOVE 'FETCH C-UNCLOSED-DRAWERS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       LIST-ONE-UNCLOSED.
           ADD 1 TO WS-DRAWERS-UNCLOSED

           MOVE TSS_BRANCH-ID     TO RPT-BRANCH
           MOVE TSS_TELLER-ID     TO RPT-TELLER
           MOVE TSS_BUSINESS-DATE TO RPT-DRAWER-DATE
           MOVE 'NO'              TO RPT-SOURCE
           MOVE TSS_POSTED-COUNT  TO RPT-POSTINGS
           MOVE TSS_POSTED-AMOUNT TO RPT-PAYMENTS
           MOVE 0                 TO RPT-COUNTED
           MOVE 0                 TO RPT-OVER-SHORT
           MOVE 'NOT CLOSED - CASH NOT FINAL' TO RPT-NOTE
           WRITE DRAWER-REPORT-LINE FROM WS-DRAWER-LINE

           DISPLAY 'TELLPRF - DRAWER NOT CLOSED: TELLER '
                   TSS_TELLER-ID ' BRANCH ' TSS_BRANCH-ID ' '
                   TSS_BUSINESS-DATE
           .

       WRITE-GL-POSTING.
           MOVE 'D'                TO GL-RECORD-TYPE
           MOVE WS-TODAY-DASHED    TO GL-POSTING-DATE
           MOVE WS-GL-POST-AMOUNT  TO GL-AMOUNT
           MOVE 0                  TO GL-LOAN-ID

           IF GL-DRCR = 'DR'
              ADD WS-GL-POST-AMOUNT TO WS-GL-TOTAL-DEBITS
           ELSE
              ADD WS-GL-POST-AMOUNT TO WS-GL-TOTAL-CREDITS
           END-IF

           WRITE WS-OUTFILE-GL-POST FROM GL-POSTING-RECORD
           .

       WRITE-GL-TRAILER.
           MOVE WS-GL-TOTAL-DEBITS  TO GL-TRL-TOTAL-DEBITS
           MOVE WS-GL-TOTAL-CREDITS TO GL-TRL-TOTAL-CREDITS

           IF WS-GL-TOTAL-DEBITS = WS-GL-TOTAL-CREDITS
              MOVE 'BALANCED      ' TO GL-TRL-BALANCE-FLAG
           ELSE
              MOVE 'OUT OF BALANCE' TO GL-TRL-BALANCE-FLAG
              DISPLAY 'TELLPRF - GL EXTRACT OUT OF BALANCE - '
                      'DEBITS: ' WS-GL-TOTAL-DEBITS
                      ' CREDITS: ' WS-GL-TOTAL-CREDITS
           END-IF

           WRITE WS-OUTFILE-GL-POST FROM GL-TRAILER-RECORD
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
