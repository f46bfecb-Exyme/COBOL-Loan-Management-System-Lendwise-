       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCHEAT.
       AUTHOR. ISURU, WONA & MALENE.
      ********************************************************
      *      BATCH PROGRAM CONNECTED TO "LENDWISE" MAIN PGM. *
      *                                                      *
      * FUNCTION: UNCLAIMED REFUND ESCHEATMENT. A REFUND     *
      * WHOSE MONEY NEVER REACHED THE CUSTOMER - AN ACH      *
      * CREDIT THE BANK RETURNED ('F') OR ONE HELD BECAUSE   *
      * THE CUSTOMER IS INACTIVE OR GONE ('U') - IS AGED     *
      * HERE UNDER THE STATE UNCLAIMED-PROPERTY RULES. RUN   *
      * MODE COMES FROM SYSIN:                               *
      *                                                      *
      *   'AGE'   (DAILY, AFTER REFDISB) -                   *
      *     1. CLAIMS (CLAIMIN, OPTIONAL): A CUSTOMER WHO    *
      *        ANSWERED PUTS THE REFUND BACK TO 'P' SO       *
      *        REFDISB PAYS IT OUT AGAIN.                    *
      *     2. EVERY NEW 'F'/'U' REFUND OPENS AN             *
      *        UNCLAIMED_PROP ROW.                           *
      *     3. ONCE ESCHEAT-DORMANT-DAYS HAVE RUN FROM THE   *
      *        REFUND DATE, A DUE-DILIGENCE LETTER IS        *
      *        WRITTEN TO THE LAST CUST_ADDRESS ON FILE      *
      *        (ESCLTR) AND THE ITEM TAKES THAT STATE.       *
      *     4. ESCHEAT-RESP-DAYS AFTER THE LETTER WITH       *
      *        NO CLAIM, THE ITEM AND THE REFUND GO TO 'E'   *
      *        AND THE LIABILITY MOVES TO ESCHEAT PAYABLE    *
      *        (DR REFUND LIABILITY / CR ESCHEAT PAYABLE ON  *
      *        THE ESCHGL EXTRACT).                          *
      *                                                      *
      *   'REMIT YYYY' (ANNUAL) - THE STATE REMITTANCE       *
      *     REPORT (ESCRPT): EVERY ITEM ESCHEATED IN THE     *
      *     YEAR, GROUPED BY STATE WITH A TOTAL PER STATE.   *
      *     A BLANK YEAR MEANS THE PRIOR CALENDAR YEAR.      *
      *                                                      *
      * AN ITEM WITH NO ADDRESS ON FILE GETS NO LETTER AND   *
      * FALLS TO ESCHEAT-HOME-STATE, THE STATE THE COMPANY   *
      * IS INCORPORATED IN.                                  *
      ********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIMIN ASSIGN TO CLAIMIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-CLAIMIN.

           SELECT LTROUT ASSIGN TO ESCLTR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-ESCLTR.

           SELECT WS-OUTFILE-GL ASSIGN TO ESCHGL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS STATUS-OUTFILE-GL.

           SELECT RPTOUT ASSIGN TO ESCRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-ESCRPT.

      * OPS-TUNABLE RUN PARAMETERS, READ AT STARTUP.
           SELECT PARMIN ASSIGN TO PARMFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-PARMFILE.

       DATA DIVISION.
       FILE SECTION.

      * CUSTOMER RESPONSES TO A DUE-DILIGENCE LETTER, KEYED THE
      * SAME WAY AS THE REFDISB SETTLEMENT FEED.
       FD CLAIMIN
            RECORDING MODE F.
       01 CLAIM-RECORD.
          05 CLM-LOAN-ID        PIC 9(9).
          05 CLM-CUSTOMER-ID    PIC 9(9).
          05 FILLER             PIC X(62).

       FD LTROUT
            RECORDING MODE F.
       01 LETTER-RECORD         PIC X(200).

       FD WS-OUTFILE-GL.
       01 WS-OUTFILE-GL-POST    PIC X(80).

       FD RPTOUT
            RECORDING MODE F.
       01 ESCHEAT-REPORT-LINE   PIC X(132).

       FD PARMIN
            RECORDING MODE F.
       01 PARM-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE REFUND   END-EXEC.
           EXEC SQL INCLUDE CUSTOMER END-EXEC.
           EXEC SQL INCLUDE CUSTADDR END-EXEC.
           EXEC SQL INCLUDE UNCLAIM  END-EXEC.

      * FILE STATUS.
       01 FS-CLAIMIN            PIC X(02).
       01 FS-ESCLTR             PIC X(02).
       01 STATUS-OUTFILE-GL     PIC X(02).
       01 FS-ESCRPT             PIC X(02).
       01 EOF-CLAIM             PIC X VALUE 'N'.
         88 END-OF-CLAIM        VALUE 'Y'.

       01 WS-SQL-ACTION         PIC X(40).
       01 WS-RETURN-CODE        PIC S9(4) COMP.

      * RUN CARD FROM SYSIN: 'AGE' OR 'REMIT YYYY'.
       01 WS-RUN-CARD.
          05 WS-RUN-MODE        PIC X(5).
          05 FILLER             PIC X(1).
          05 WS-RUN-YEAR        PIC X(4).
          05 FILLER             PIC X(70).

       01 WS-CURRENT-DATE.
          05 WS-DATE-YYYY       PIC X(4).
          05 WS-DATE-MM         PIC X(2).
          05 WS-DATE-DD         PIC X(2).
       01 WS-TODAY-DASHED       PIC X(10).
       01 WS-TODAY-NUM          PIC 9(8).

      * AGING PERIODS - PARMFILE-TUNABLE, SAME MECHANISM AS THE
      * OTHER BATCH PROGRAMS. THE DEFAULTS ARE THE COMMON
      * THREE-YEAR DORMANCY AND A 60-DAY ANSWER WINDOW.
       01 FS-PARMFILE           PIC X(2).
       01 WS-PARM-EOF           PIC X(1) VALUE 'N'.
         88 PARM-EOF-YES        VALUE 'Y'.
       01 WS-PARM-KEY           PIC X(20).
       01 WS-PARM-VALUE         PIC X(60).
       01 WS-PARM-TOKEN         PIC X(20).
       01 WS-PARM-LEN           PIC 9(4) USAGE COMP.
       01 WS-DORMANT-DAYS       PIC 9(4) VALUE 1095.
       01 WS-RESPONSE-DAYS      PIC 9(3) VALUE 60.
       01 WS-HOME-STATE         PIC X(2) VALUE 'DE'.

      * CUTOFF DATES DERIVED FROM THE PERIODS.
       01 WS-OFFSET-DAYS        PIC S9(5) USAGE COMP.
       01 WS-CUT-INTEGER        PIC S9(9) USAGE COMP.
       01 WS-CUT-NUM            PIC 9(8).
       01 WS-CUT-DASHED         PIC X(10).
       01 WS-DORMANT-CUTOFF     PIC X(10).
       01 WS-RESPONSE-CUTOFF    PIC X(10).
       01 WS-RESPOND-BY         PIC X(10).

      * REMITTANCE YEAR AND STATE CONTROL BREAK.
       01 WS-REMIT-YEAR         PIC X(4).
       01 WS-REMIT-YEAR-NUM     PIC 9(4).
       01 WS-PRIOR-STATE        PIC X(2) VALUE SPACES.
       01 WS-STATE-COUNT        PIC 9(7) VALUE 0.
       01 WS-STATE-AMOUNT       PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-STATES-REPORTED    PIC 9(4) VALUE 0.

      * RUN CONTROL TOTALS.
       01 WS-CLAIMS-APPLIED     PIC 9(9) VALUE 0.
       01 WS-CLAIMS-IGNORED     PIC 9(9) VALUE 0.
       01 WS-ITEMS-OPENED       PIC S9(9) USAGE COMP VALUE 0.
       01 WS-LETTERS-WRITTEN    PIC 9(9) VALUE 0.
       01 WS-NO-ADDRESS         PIC 9(9) VALUE 0.
       01 WS-ITEMS-ESCHEATED    PIC 9(9) VALUE 0.
       01 WS-TOTAL-ESCHEATED    PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-ITEMS-REMITTED     PIC 9(9) VALUE 0.
       01 WS-TOTAL-REMITTED     PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.

      * DUE-DILIGENCE LETTER - ONE RECORD PER LETTER FOR THE MAIL
      * HOUSE, WITH THE LAST ADDRESS ON FILE AND THE ANSWER DATE.
       01 LTR-DETAIL.
          05 LTR-CUSTOMER-ID    PIC 9(9).
          05 LTR-CUSTOMER-NAME  PIC X(30).
          05 LTR-ADDR-LINE-1    PIC X(30).
          05 LTR-ADDR-LINE-2    PIC X(30).
          05 LTR-CITY           PIC X(20).
          05 LTR-STATE-CODE     PIC X(2).
          05 LTR-POSTAL-CODE    PIC X(10).
          05 LTR-LOAN-ID        PIC 9(9).
          05 LTR-AMOUNT         PIC 9(13)V99.
          05 LTR-REFUND-DATE    PIC X(10).
          05 LTR-RESPOND-BY     PIC X(10).
      * 'Y' WHEN THE ADDRESS IS FLAGGED RETURNED-MAIL - THE LETTER
      * IS STILL OWED UNDER THE LAW, THE MAIL HOUSE TRACKS IT.
          05 LTR-RETURNED-MAIL  PIC X(1).
          05 FILLER             PIC X(24).

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
       01  WS-GL-LOAN-ID           PIC S9(9) USAGE COMP.

      * REMITTANCE REPORT LINES.
       01 WS-RPT-HEADER.
          05 FILLER             PIC X(40)
                     VALUE 'UNCLAIMED PROPERTY REMITTANCE - YEAR: '.
          05 RPT-YEAR           PIC X(4).
          05 FILLER             PIC X(88) VALUE SPACES.

       01 WS-RPT-COLUMNS.
          05 FILLER             PIC X(7)  VALUE 'STATE'.
          05 FILLER             PIC X(11) VALUE 'CUSTOMER'.
          05 FILLER             PIC X(31) VALUE 'NAME'.
          05 FILLER             PIC X(11) VALUE 'LOAN'.
          05 FILLER             PIC X(12) VALUE 'REFUND DATE'.
          05 FILLER             PIC X(12) VALUE 'ESCHEATED'.
          05 FILLER             PIC X(48) VALUE '             AMOUNT'.

       01 WS-RPT-DETAIL.
          05 RPTD-STATE         PIC X(2).
          05 FILLER             PIC X(5) VALUE SPACES.
          05 RPTD-CUSTOMER-ID   PIC 9(9).
          05 FILLER             PIC X(2) VALUE SPACES.
          05 RPTD-NAME          PIC X(30).
          05 FILLER             PIC X(1) VALUE SPACES.
          05 RPTD-LOAN-ID       PIC 9(9).
          05 FILLER             PIC X(2) VALUE SPACES.
          05 RPTD-REFUND-DATE   PIC X(10).
          05 FILLER             PIC X(2) VALUE SPACES.
          05 RPTD-ESCHEAT-DATE  PIC X(10).
          05 FILLER             PIC X(2) VALUE SPACES.
          05 RPTD-AMOUNT        PIC +ZZZZZZZZZZZZZZ9.99.
          05 FILLER             PIC X(29) VALUE SPACES.

       01 WS-RPT-STATE-TOTAL.
          05 FILLER             PIC X(14) VALUE '  TOTAL STATE '.
          05 RPTS-STATE         PIC X(2).
          05 FILLER             PIC X(9)  VALUE '  ITEMS: '.
          05 RPTS-COUNT         PIC ZZZZZZ9.
          05 FILLER             PIC X(51) VALUE SPACES.
          05 RPTS-AMOUNT        PIC +ZZZZZZZZZZZZZZ9.99.
          05 FILLER             PIC X(30) VALUE SPACES.

       01 WS-RPT-GRAND-TOTAL.
          05 FILLER             PIC X(16) VALUE 'TOTAL ALL STATES'.
          05 FILLER             PIC X(9)  VALUE '  ITEMS: '.
          05 RPTG-COUNT         PIC ZZZZZZ9.
          05 FILLER             PIC X(51) VALUE SPACES.
          05 RPTG-AMOUNT        PIC +ZZZZZZZZZZZZZZ9.99.
          05 FILLER             PIC X(30) VALUE SPACES.

       01 WS-RPT-BLANK          PIC X(132) VALUE SPACES.

      *****************************************************
      *  ITEMS STILL AGING WHOSE DORMANCY HAS LAPSED -    *
      *  THEY ARE OWED A DUE-DILIGENCE LETTER.            *
      *****************************************************
           EXEC SQL
             DECLARE C-DORMANT-ITEMS CURSOR WITH HOLD FOR
               SELECT LOAN_ID, CUSTOMER_ID, REFUND_DATE, AMOUNT
                 FROM KALA12.UNCLAIMED_PROP
                WHERE ITEM_STATUS = 'A'
                  AND REFUND_DATE <= :WS-DORMANT-CUTOFF
                ORDER BY CUSTOMER_ID, LOAN_ID
           END-EXEC.

      *****************************************************
      *  LETTERED ITEMS WHOSE ANSWER WINDOW HAS CLOSED    *
      *  WITH NO CLAIM - THEY ARE ESCHEATED.              *
      *****************************************************
           EXEC SQL
             DECLARE C-UNANSWERED-ITEMS CURSOR WITH HOLD FOR
               SELECT LOAN_ID, CUSTOMER_ID, REFUND_DATE, AMOUNT,
                      STATE_CODE
                 FROM KALA12.UNCLAIMED_PROP
                WHERE ITEM_STATUS = 'L'
                  AND LETTER_DATE <= :WS-RESPONSE-CUTOFF
                ORDER BY CUSTOMER_ID, LOAN_ID
           END-EXEC.

      *****************************************************
      *  THE YEAR'S ESCHEATED ITEMS, BY STATE, FOR THE    *
      *  ANNUAL REMITTANCE REPORT.                        *
      *****************************************************
           EXEC SQL
             DECLARE C-ESCHEATED-ITEMS CURSOR FOR
               SELECT U.STATE_CODE, U.CUSTOMER_ID,
                      COALESCE(C.NAME, ' '),
                      U.LOAN_ID, U.REFUND_DATE, U.ESCHEAT_DATE,
                      U.AMOUNT
                 FROM KALA12.UNCLAIMED_PROP U
                 LEFT JOIN CUSTOMER C
                   ON C.ID = U.CUSTOMER_ID
                WHERE U.ITEM_STATUS = 'E'
                  AND SUBSTR(U.ESCHEAT_DATE, 1, 4) = :WS-REMIT-YEAR
                ORDER BY U.STATE_CODE, U.CUSTOMER_ID, U.LOAN_ID
           END-EXEC.

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE SPACES TO WS-RUN-CARD
           ACCEPT WS-RUN-CARD

           DISPLAY 'ESCHEAT - UNCLAIMED REFUND RUN, MODE: '
                   WS-RUN-MODE

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-DATE-YYYY '-' WS-DATE-MM '-' WS-DATE-DD
             DELIMITED BY SIZE
             INTO WS-TODAY-DASHED
           MOVE WS-CURRENT-DATE TO WS-TODAY-NUM

           EVALUATE WS-RUN-MODE
             WHEN 'AGE  '
               PERFORM AGE-UNCLAIMED-REFUNDS
             WHEN 'REMIT'
               PERFORM WRITE-REMITTANCE-REPORT
             WHEN OTHER
               DISPLAY 'ESCHEAT - INVALID MODE - MUST BE AGE OR REMIT.'
               MOVE 8 TO RETURN-CODE
           END-EVALUATE

           STOP RUN
           .

       AGE-UNCLAIMED-REFUNDS.
           PERFORM READ-RUN-PARAMETERS

           MOVE WS-DORMANT-DAYS TO WS-OFFSET-DAYS
           COMPUTE WS-OFFSET-DAYS = 0 - WS-OFFSET-DAYS
           PERFORM COMPUTE-OFFSET-DATE
           MOVE WS-CUT-DASHED TO WS-DORMANT-CUTOFF

           MOVE WS-RESPONSE-DAYS TO WS-OFFSET-DAYS
           COMPUTE WS-OFFSET-DAYS = 0 - WS-OFFSET-DAYS
           PERFORM COMPUTE-OFFSET-DATE
           MOVE WS-CUT-DASHED TO WS-RESPONSE-CUTOFF

           MOVE WS-RESPONSE-DAYS TO WS-OFFSET-DAYS
           PERFORM COMPUTE-OFFSET-DATE
           MOVE WS-CUT-DASHED TO WS-RESPOND-BY

           OPEN OUTPUT LTROUT
           IF FS-ESCLTR NOT = '00'
              DISPLAY 'ESCHEAT - ERROR OPENING LETTER FILE.'
              DISPLAY 'FILE STATUS CODE: ' FS-ESCLTR
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT WS-OUTFILE-GL
           IF STATUS-OUTFILE-GL NOT = '00'
              DISPLAY 'ESCHEAT - ERROR OPENING GL EXTRACT.'
              DISPLAY 'FILE STATUS CODE: ' STATUS-OUTFILE-GL
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM PROCESS-CLAIMS
           PERFORM REGISTER-UNDELIVERABLES
           PERFORM SEND-DUE-DILIGENCE-LETTERS
           PERFORM ESCHEAT-UNANSWERED-ITEMS

           EXEC SQL
              COMMIT
           END-EXEC

           PERFORM WRITE-GL-TRAILER
           CLOSE WS-OUTFILE-GL
           CLOSE LTROUT

           DISPLAY 'ESCHEAT - CLAIMS APPLIED:         '
                   WS-CLAIMS-APPLIED
           DISPLAY 'ESCHEAT - CLAIMS IGNORED:         '
                   WS-CLAIMS-IGNORED
           DISPLAY 'ESCHEAT - NEW ITEMS OPENED:       '
                   WS-ITEMS-OPENED
           DISPLAY 'ESCHEAT - LETTERS WRITTEN:        '
                   WS-LETTERS-WRITTEN
           DISPLAY 'ESCHEAT - NO ADDRESS ON FILE:     '
                   WS-NO-ADDRESS
           DISPLAY 'ESCHEAT - ITEMS ESCHEATED:        '
                   WS-ITEMS-ESCHEATED
           DISPLAY 'ESCHEAT - AMOUNT ESCHEATED:       '
                   WS-TOTAL-ESCHEATED
           .

       READ-RUN-PARAMETERS.
      * KEYWORD=VALUE RECORDS; '*' IN COLUMN ONE IS A COMMENT. A
      * MISSING PARMFILE LEAVES THE COMPILED DEFAULTS IN EFFECT.
           OPEN INPUT PARMIN
           IF FS-PARMFILE NOT = '00'
              DISPLAY 'ESCHEAT - NO PARMFILE (STATUS ' FS-PARMFILE
                      ') - DEFAULTS IN EFFECT.'
           ELSE
              PERFORM READ-PARM-RECORD
              PERFORM UNTIL PARM-EOF-YES
                 PERFORM APPLY-PARM-RECORD
                 PERFORM READ-PARM-RECORD
              END-PERFORM
              CLOSE PARMIN
           END-IF

           DISPLAY 'ESCHEAT - ESCHEAT-DORMANT-DAYS IN EFFECT:  '
                   WS-DORMANT-DAYS
           DISPLAY 'ESCHEAT - ESCHEAT-RESP-DAYS IN EFFECT: '
                   WS-RESPONSE-DAYS
           DISPLAY 'ESCHEAT - ESCHEAT-HOME-STATE IN EFFECT:    '
                   WS-HOME-STATE
           .

       READ-PARM-RECORD.
           READ PARMIN
              AT END
                 SET PARM-EOF-YES TO TRUE
           END-READ
           .

       APPLY-PARM-RECORD.
           IF PARM-RECORD(1:1) = '*' OR PARM-RECORD = SPACES
              CONTINUE
           ELSE
              MOVE SPACES TO WS-PARM-KEY WS-PARM-VALUE WS-PARM-TOKEN
              UNSTRING PARM-RECORD DELIMITED BY '='
                  INTO WS-PARM-KEY, WS-PARM-VALUE
              UNSTRING WS-PARM-VALUE DELIMITED BY SPACE
                  INTO WS-PARM-TOKEN COUNT IN WS-PARM-LEN

              EVALUATE WS-PARM-KEY
                WHEN 'ESCHEAT-DORMANT-DAYS'
                  IF WS-PARM-LEN > 0 AND WS-PARM-LEN < 5
                     AND WS-PARM-TOKEN(1:WS-PARM-LEN) IS NUMERIC
                     MOVE WS-PARM-TOKEN(1:WS-PARM-LEN)
                       TO WS-DORMANT-DAYS
                  ELSE
                     DISPLAY 'ESCHEAT - BAD PARM VALUE IGNORED: '
                             PARM-RECORD
                  END-IF
                WHEN 'ESCHEAT-RESP-DAYS'
                  IF WS-PARM-LEN > 0 AND WS-PARM-LEN < 4
                     AND WS-PARM-TOKEN(1:WS-PARM-LEN) IS NUMERIC
                     MOVE WS-PARM-TOKEN(1:WS-PARM-LEN)
                       TO WS-RESPONSE-DAYS
                  ELSE
                     DISPLAY 'ESCHEAT - BAD PARM VALUE IGNORED: '
                             PARM-RECORD
                  END-IF
                WHEN 'ESCHEAT-HOME-STATE'
                  IF WS-PARM-LEN = 2
                     AND WS-PARM-TOKEN(1:2) IS ALPHABETIC
                     MOVE WS-PARM-TOKEN(1:2) TO WS-HOME-STATE
                  ELSE
                     DISPLAY 'ESCHEAT - BAD PARM VALUE IGNORED: '
                             PARM-RECORD
                  END-IF
                WHEN OTHER
      * THE DAILY PARMLIB MEMBER IS SHARED WITH THE OTHER BATCH
      * PROGRAMS - KEYS THAT AREN'T OURS ARE SIMPLY NOT FOR US.
                  CONTINUE
              END-EVALUATE
           END-IF
           .

       COMPUTE-OFFSET-DATE.
      * TODAY PLUS WS-OFFSET-DAYS (NEGATIVE FOR A DATE IN THE
      * PAST), RETURNED IN WS-CUT-DASHED AS YYYY-MM-DD.
           COMPUTE WS-CUT-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
                   + WS-OFFSET-DAYS
           COMPUTE WS-CUT-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-CUT-INTEGER)
           MOVE WS-CUT-NUM(1:4) TO WS-CUT-DASHED(1:4)
           MOVE '-' TO WS-CUT-DASHED(5:1)
           MOVE WS-CUT-NUM(5:2) TO WS-CUT-DASHED(6:2)
           MOVE '-' TO WS-CUT-DASHED(8:1)
           MOVE WS-CUT-NUM(7:2) TO WS-CUT-DASHED(9:2)
           .

       PROCESS-CLAIMS.
      * THE FEED IS OPTIONAL - A MISSING DATASET JUST MEANS NO
      * CUSTOMER ANSWERED TODAY. AN ITEM ALREADY ESCHEATED CANNOT
      * BE CLAIMED HERE; THE CUSTOMER CLAIMS IT FROM THE STATE. A
      * 'U' REFUND ONLY PAYS OUT ONCE THE CUSTOMER IS ACTIVE AGAIN
      * (CUSTMNT) - OTHERWISE REFDISB HOLDS IT BACK AS 'U'.
           OPEN INPUT CLAIMIN
           IF FS-CLAIMIN NOT = '00'
              DISPLAY 'ESCHEAT - NO CLAIMS FEED TODAY. '
                      'FILE STATUS: ' FS-CLAIMIN
           ELSE
              PERFORM READ-CLAIM-RECORD
              PERFORM UNTIL END-OF-CLAIM
                 PERFORM APPLY-CLAIM
                 PERFORM READ-CLAIM-RECORD
              END-PERFORM
              CLOSE CLAIMIN
           END-IF
           .

       READ-CLAIM-RECORD.
           READ CLAIMIN
              AT END
                 MOVE 'Y' TO EOF-CLAIM
           END-READ
           .

       APPLY-CLAIM.
           IF NOT CLM-LOAN-ID NUMERIC
              OR NOT CLM-CUSTOMER-ID NUMERIC
              DISPLAY 'ESCHEAT - BAD CLAIM RECORD SKIPPED: '
                      CLAIM-RECORD
              ADD 1 TO WS-CLAIMS-IGNORED
           ELSE
              MOVE CLM-LOAN-ID     TO UNC_LOAN-ID
              MOVE CLM-CUSTOMER-ID TO UNC_CUSTOMER-ID

      * ONLY THE REFUNDS BEHIND THE ITEMS BEING CLAIMED ARE
      * RELEASED - A NEWER FAILED REFUND NOT YET REGISTERED AS AN
      * ITEM WAITS FOR ITS OWN ITEM AND ITS OWN CLAIM.
              EXEC SQL
                 UPDATE KALA12.REFUND R
                    SET REFUND_STATUS = 'P'
                  WHERE R.LOAN_ID       = :UNC_LOAN-ID
                    AND R.CUSTOMER_ID   = :UNC_CUSTOMER-ID
                    AND R.REFUND_STATUS IN ('F', 'U')
                    AND R.REFUND_DATE IN
                        (SELECT U.REFUND_DATE
                           FROM KALA12.UNCLAIMED_PROP U
                          WHERE U.LOAN_ID     = :UNC_LOAN-ID
                            AND U.CUSTOMER_ID = :UNC_CUSTOMER-ID
                            AND U.ITEM_STATUS IN ('A', 'L'))
              END-EXEC
              MOVE 'RELEASE CLAIMED REFUND' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              EXEC SQL
                 UPDATE KALA12.UNCLAIMED_PROP
                    SET ITEM_STATUS = 'R'
                  WHERE LOAN_ID     = :UNC_LOAN-ID
                    AND CUSTOMER_ID = :UNC_CUSTOMER-ID
                    AND ITEM_STATUS IN ('A', 'L')
              END-EXEC
              MOVE 'MARK UNCLAIMED ITEM CLAIMED' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              IF SQLCODE = 0
                 ADD 1 TO WS-CLAIMS-APPLIED
                 DISPLAY 'ESCHEAT - CLAIM APPLIED, REFUND RELEASED '
                         'FOR LOAN-ID: ' CLM-LOAN-ID
              ELSE
                 ADD 1 TO WS-CLAIMS-IGNORED
                 DISPLAY 'ESCHEAT - NO OPEN ITEM FOR LOAN-ID: '
                         CLM-LOAN-ID ' - CLAIM IGNORED'
              END-IF
           END-IF
           .

       REGISTER-UNDELIVERABLES.
      * EVERY 'F'/'U' REFUND NOT ALREADY BEING AGED (OR ALREADY
      * ESCHEATED) OPENS AN ITEM. A REFUND CLAIMED EARLIER THAT
      * FAILS AGAIN OPENS A FRESH ONE.
           EXEC SQL
              INSERT INTO KALA12.UNCLAIMED_PROP
                    (LOAN_ID, CUSTOMER_ID, REFUND_DATE, AMOUNT,
                     REASON, ITEM_STATUS, STATE_CODE, LETTER_DATE,
                     ESCHEAT_DATE)
              SELECT R.LOAN_ID, R.CUSTOMER_ID, R.REFUND_DATE,
                     R.REFUND_AMOUNT, R.REFUND_STATUS, 'A', ' ',
                     ' ', ' '
                FROM KALA12.REFUND R
               WHERE R.REFUND_STATUS IN ('F', 'U')
                 AND NOT EXISTS
                     (SELECT 1 FROM KALA12.UNCLAIMED_PROP U
                       WHERE U.LOAN_ID     = R.LOAN_ID
                         AND U.CUSTOMER_ID = R.CUSTOMER_ID
                         AND U.REFUND_DATE = R.REFUND_DATE
                         AND U.ITEM_STATUS IN ('A', 'L', 'E'))
           END-EXEC
           MOVE 'OPEN UNCLAIMED PROPERTY ITEMS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF SQLCODE = 0
              MOVE SQLERRD(3) TO WS-ITEMS-OPENED
           END-IF
           .

       SEND-DUE-DILIGENCE-LETTERS.
           EXEC SQL
              OPEN C-DORMANT-ITEMS
           END-EXEC
           MOVE 'OPEN C-DORMANT-ITEMS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM FETCH-DORMANT-ITEM
           PERFORM UNTIL SQLCODE NOT = 0
              PERFORM LETTER-ONE-ITEM
              PERFORM FETCH-DORMANT-ITEM
           END-PERFORM

           EXEC SQL
              CLOSE C-DORMANT-ITEMS
           END-EXEC
           MOVE 'CLOSE C-DORMANT-ITEMS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       FETCH-DORMANT-ITEM.
           EXEC SQL
              FETCH C-DORMANT-ITEMS
                INTO :UNC_LOAN-ID, :UNC_CUSTOMER-ID,
                     :UNC_REFUND-DATE, :UNC_AMOUNT
           END-EXEC
           MOVE 'FETCH C-DORMANT-ITEMS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       LETTER-ONE-ITEM.
           PERFORM FETCH-LAST-ADDRESS

           IF SQLCODE = 0
              MOVE ADR_STATE-CODE TO UNC_STATE-CODE
              PERFORM FETCH-CUSTOMER-NAME

              MOVE SPACES            TO LTR-DETAIL
              MOVE UNC_CUSTOMER-ID   TO LTR-CUSTOMER-ID
              MOVE CUSTOMER_NAME     TO LTR-CUSTOMER-NAME
              MOVE ADR_ADDR-LINE-1   TO LTR-ADDR-LINE-1
              MOVE ADR_ADDR-LINE-2   TO LTR-ADDR-LINE-2
              MOVE ADR_CITY          TO LTR-CITY
              MOVE ADR_STATE-CODE    TO LTR-STATE-CODE
              MOVE ADR_POSTAL-CODE   TO LTR-POSTAL-CODE
              MOVE UNC_LOAN-ID       TO LTR-LOAN-ID
              MOVE UNC_AMOUNT        TO LTR-AMOUNT
              MOVE UNC_REFUND-DATE   TO LTR-REFUND-DATE
              MOVE WS-RESPOND-BY     TO LTR-RESPOND-BY
              MOVE ADR_RETURNED-MAIL TO LTR-RETURNED-MAIL
              WRITE LETTER-RECORD FROM LTR-DETAIL
              ADD 1 TO WS-LETTERS-WRITTEN
           ELSE
              MOVE WS-HOME-STATE TO UNC_STATE-CODE
              ADD 1 TO WS-NO-ADDRESS
              DISPLAY 'ESCHEAT - NO ADDRESS ON FILE FOR CUSTOMER-ID: '
                      UNC_CUSTOMER-ID ' - NO LETTER, STATE '
                      WS-HOME-STATE
           END-IF

      * AN UNKNOWN OR BLANK STATE ON AN OLD ADDRESS ROW FALLS TO
      * THE HOME STATE THE SAME WAY A MISSING ADDRESS DOES.
           IF UNC_STATE-CODE = SPACES
              MOVE WS-HOME-STATE TO UNC_STATE-CODE
           END-IF

           MOVE WS-TODAY-DASHED TO UNC_LETTER-DATE
           EXEC SQL
              UPDATE KALA12.UNCLAIMED_PROP
                 SET ITEM_STATUS = 'L',
                     LETTER_DATE = :UNC_LETTER-DATE,
                     STATE_CODE  = :UNC_STATE-CODE
               WHERE LOAN_ID     = :UNC_LOAN-ID
                 AND CUSTOMER_ID = :UNC_CUSTOMER-ID
                 AND REFUND_DATE = :UNC_REFUND-DATE
                 AND ITEM_STATUS = 'A'
           END-EXEC
           MOVE 'MARK UNCLAIMED ITEM LETTERED' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       FETCH-LAST-ADDRESS.
      * THE LAST ADDRESS ON FILE - THE NEWEST ROW DATED ON OR
      * BEFORE TODAY, THE SAME RULE ADDRMNT AND STMTGEN USE.
           MOVE UNC_CUSTOMER-ID TO ADR_CUSTOMER-ID

           EXEC SQL
              SELECT ADDR_LINE_1, ADDR_LINE_2, CITY, STATE_CODE,
                     POSTAL_CODE, RETURNED_MAIL
                INTO :ADR_ADDR-LINE-1, :ADR_ADDR-LINE-2, :ADR_CITY,
                     :ADR_STATE-CODE, :ADR_POSTAL-CODE,
                     :ADR_RETURNED-MAIL
                FROM KALA12.CUST_ADDRESS
               WHERE CUSTOMER_ID = :ADR_CUSTOMER-ID
                 AND EFFECTIVE_DATE =
                     (SELECT MAX(EFFECTIVE_DATE)
                        FROM KALA12.CUST_ADDRESS
                       WHERE CUSTOMER_ID = :ADR_CUSTOMER-ID
                         AND EFFECTIVE_DATE <= :WS-TODAY-DASHED)
           END-EXEC
           MOVE 'FETCH LAST ADDRESS ON FILE' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       FETCH-CUSTOMER-NAME.
           EXEC SQL
              SELECT NAME
                INTO :CUSTOMER_NAME
                FROM CUSTOMER
               WHERE ID = :UNC_CUSTOMER-ID
           END-EXEC
           MOVE 'FETCH CUSTOMER NAME FOR LETTER' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF SQLCODE NOT = 0
              MOVE SPACES TO CUSTOMER_NAME
           END-IF
           .

       ESCHEAT-UNANSWERED-ITEMS.
           EXEC SQL
              OPEN C-UNANSWERED-ITEMS
           END-EXEC
           MOVE 'OPEN C-UNANSWERED-ITEMS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM FETCH-UNANSWERED-ITEM
           PERFORM UNTIL SQLCODE NOT = 0
              PERFORM ESCHEAT-ONE-ITEM
              PERFORM FETCH-UNANSWERED-ITEM
           END-PERFORM

           EXEC SQL
              CLOSE C-UNANSWERED-ITEMS
           END-EXEC
           MOVE 'CLOSE C-UNANSWERED-ITEMS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       FETCH-UNANSWERED-ITEM.
           EXEC SQL
              FETCH C-UNANSWERED-ITEMS
                INTO :UNC_LOAN-ID, :UNC_CUSTOMER-ID,
                     :UNC_REFUND-DATE, :UNC_AMOUNT,
                     :UNC_STATE-CODE
           END-EXEC
           MOVE 'FETCH C-UNANSWERED-ITEMS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       ESCHEAT-ONE-ITEM.
           MOVE WS-TODAY-DASHED TO UNC_ESCHEAT-DATE
           EXEC SQL
              UPDATE KALA12.UNCLAIMED_PROP
                 SET ITEM_STATUS  = 'E',
                     ESCHEAT_DATE = :UNC_ESCHEAT-DATE
               WHERE LOAN_ID     = :UNC_LOAN-ID
                 AND CUSTOMER_ID = :UNC_CUSTOMER-ID
                 AND REFUND_DATE = :UNC_REFUND-DATE
                 AND ITEM_STATUS = 'L'
           END-EXEC
           MOVE 'MARK UNCLAIMED ITEM ESCHEATED' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           MOVE UNC_LOAN-ID     TO REFUND_LOAN-ID
           MOVE UNC_CUSTOMER-ID TO REFUND_CUSTOMER-ID
           EXEC SQL
              UPDATE KALA12.REFUND
                 SET REFUND_STATUS = 'E'
               WHERE LOAN_ID       = :REFUND_LOAN-ID
                 AND CUSTOMER_ID   = :REFUND_CUSTOMER-ID
                 AND REFUND_DATE   = :UNC_REFUND-DATE
                 AND REFUND_STATUS IN ('F', 'U')
           END-EXEC
           MOVE 'MARK REFUND ESCHEATED' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

      * THE MONEY IS NO LONGER OWED TO THE CUSTOMER BUT TO THE
      * STATE - THE LIABILITY MOVES, NO CASH MOVES UNTIL THE
      * ANNUAL REMITTANCE.
           MOVE UNC_LOAN-ID TO WS-GL-LOAN-ID

           MOVE 'REFUND-LIABILITY' TO GL-ACCOUNT
           MOVE 'DR'               TO GL-DRCR
           MOVE UNC_AMOUNT         TO WS-GL-POST-AMOUNT
           MOVE 'REFUND ESCHEATED'  TO GL-DESCRIPTION
           PERFORM WRITE-GL-POSTING

           MOVE 'ESCHEAT-PAYABLE ' TO GL-ACCOUNT
           MOVE 'CR'               TO GL-DRCR
           MOVE UNC_AMOUNT         TO WS-GL-POST-AMOUNT
           MOVE 'REFUND ESCHEATED'  TO GL-DESCRIPTION
           PERFORM WRITE-GL-POSTING

           ADD 1 TO WS-ITEMS-ESCHEATED
           ADD UNC_AMOUNT TO WS-TOTAL-ESCHEATED

           DISPLAY 'ESCHEAT - ' UNC_AMOUNT ' ESCHEATED TO STATE '
                   UNC_STATE-CODE ' FOR LOAN-ID: ' UNC_LOAN-ID
           .

       WRITE-REMITTANCE-REPORT.
           IF WS-RUN-YEAR = SPACES
              MOVE WS-DATE-YYYY TO WS-REMIT-YEAR-NUM
              SUBTRACT 1 FROM WS-REMIT-YEAR-NUM
              MOVE WS-REMIT-YEAR-NUM TO WS-REMIT-YEAR
           ELSE
              IF WS-RUN-YEAR IS NOT NUMERIC
                 DISPLAY 'ESCHEAT - INVALID REMITTANCE YEAR: '
                         WS-RUN-YEAR
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-RUN-YEAR TO WS-REMIT-YEAR
           END-IF

           DISPLAY 'ESCHEAT - REMITTANCE YEAR: ' WS-REMIT-YEAR

           OPEN OUTPUT RPTOUT
           IF FS-ESCRPT NOT = '00'
              DISPLAY 'ESCHEAT - ERROR OPENING REMITTANCE REPORT.'
              DISPLAY 'FILE STATUS CODE: ' FS-ESCRPT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE WS-REMIT-YEAR TO RPT-YEAR
           WRITE ESCHEAT-REPORT-LINE FROM WS-RPT-HEADER
           WRITE ESCHEAT-REPORT-LINE FROM WS-RPT-BLANK
           WRITE ESCHEAT-REPORT-LINE FROM WS-RPT-COLUMNS

           EXEC SQL
              OPEN C-ESCHEATED-ITEMS
           END-EXEC
           MOVE 'OPEN C-ESCHEATED-ITEMS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM FETCH-ESCHEATED-ITEM
           PERFORM UNTIL SQLCODE NOT = 0
              IF UNC_STATE-CODE NOT = WS-PRIOR-STATE
                 AND WS-STATE-COUNT > 0
                 PERFORM WRITE-STATE-TOTAL
              END-IF
              PERFORM WRITE-REMITTANCE-LINE
              PERFORM FETCH-ESCHEATED-ITEM
           END-PERFORM

           EXEC SQL
              CLOSE C-ESCHEATED-ITEMS
           END-EXEC
           MOVE 'CLOSE C-ESCHEATED-ITEMS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF WS-STATE-COUNT > 0
              PERFORM WRITE-STATE-TOTAL
           END-IF

           MOVE WS-ITEMS-REMITTED TO RPTG-COUNT
           MOVE WS-TOTAL-REMITTED TO RPTG-AMOUNT
           WRITE ESCHEAT-REPORT-LINE FROM WS-RPT-GRAND-TOTAL

           CLOSE RPTOUT

           DISPLAY 'ESCHEAT - STATES REPORTED:        '
                   WS-STATES-REPORTED
           DISPLAY 'ESCHEAT - ITEMS REMITTED:         '
                   WS-ITEMS-REMITTED
           DISPLAY 'ESCHEAT - AMOUNT REMITTED:        '
                   WS-TOTAL-REMITTED
           .

       FETCH-ESCHEATED-ITEM.
           EXEC SQL
              FETCH C-ESCHEATED-ITEMS
                INTO :UNC_STATE-CODE, :UNC_CUSTOMER-ID,
                     :CUSTOMER_NAME, :UNC_LOAN-ID,
                     :UNC_REFUND-DATE, :UNC_ESCHEAT-DATE,
                     :UNC_AMOUNT
           END-EXEC
           MOVE 'FETCH C-ESCHEATED-ITEMS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       WRITE-REMITTANCE-LINE.
           MOVE UNC_STATE-CODE   TO RPTD-STATE
           MOVE UNC_CUSTOMER-ID  TO RPTD-CUSTOMER-ID
           MOVE CUSTOMER_NAME    TO RPTD-NAME
           MOVE UNC_LOAN-ID      TO RPTD-LOAN-ID
           MOVE UNC_REFUND-DATE  TO RPTD-REFUND-DATE
           MOVE UNC_ESCHEAT-DATE TO RPTD-ESCHEAT-DATE
           MOVE UNC_AMOUNT       TO RPTD-AMOUNT
           WRITE ESCHEAT-REPORT-LINE FROM WS-RPT-DETAIL

           MOVE UNC_STATE-CODE TO WS-PRIOR-STATE
           ADD 1 TO WS-STATE-COUNT
           ADD UNC_AMOUNT TO WS-STATE-AMOUNT
           ADD 1 TO WS-ITEMS-REMITTED
           ADD UNC_AMOUNT TO WS-TOTAL-REMITTED
           .

       WRITE-STATE-TOTAL.
           MOVE WS-PRIOR-STATE  TO RPTS-STATE
           MOVE WS-STATE-COUNT  TO RPTS-COUNT
           MOVE WS-STATE-AMOUNT TO RPTS-AMOUNT
           WRITE ESCHEAT-REPORT-LINE FROM WS-RPT-STATE-TOTAL
           WRITE ESCHEAT-REPORT-LINE FROM WS-RPT-BLANK

           ADD 1 TO WS-STATES-REPORTED
           MOVE 0 TO WS-STATE-COUNT
           MOVE 0 TO WS-STATE-AMOUNT
           .

       WRITE-GL-POSTING.
           MOVE 'D'                TO GL-RECORD-TYPE
           MOVE WS-TODAY-DASHED    TO GL-POSTING-DATE
           MOVE WS-GL-POST-AMOUNT  TO GL-AMOUNT
           MOVE WS-GL-LOAN-ID      TO GL-LOAN-ID

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
              DISPLAY 'ESCHEAT - GL EXTRACT OUT OF BALANCE - '
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
