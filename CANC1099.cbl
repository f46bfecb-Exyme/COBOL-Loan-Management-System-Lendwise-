       IDENTIFICATION DIVISION.
       PROGRAM-ID. CANC1099.
       AUTHOR. ISURU, WONA & MALENE.
      ********************************************************
      *      BATCH PROGRAM CONNECTED TO "LENDWISE" MAIN PGM. *
      *                                                      *
      * FUNCTION: YEAR-END 1099-C CANCELLATION OF DEBT       *
      * REPORTING. FOR THE TAX YEAR ON THE YEARIN CONTROL    *
      * CARD (SAME CARD AS YEARINT) IT FINDS EVERY DEBT      *
      * CANCELLED BY AN IDENTIFIABLE EVENT IN THE YEAR:      *
      *                                                      *
      *   'F' CREDITOR AGREEMENT - A SETTLEMENT SETTLMNT     *
      *       COMPLETED IN THE YEAR; THE FORGIVEN AMOUNT ON  *
      *       SETTLE_AGREE, DATED THE SETTLED DATE.          *
      *   'G' DEFINED POLICY TO DISCONTINUE COLLECTION - A   *
      *       LOAN CHGOFF WROTE OFF THAT HAS GONE THE POLICY *
      *       PERIOD (DISCONTINUE-MONTHS, DEFAULT 36) SINCE  *
      *       CHARGE-OFF WITH NO AGENCY PLACEMENT STILL      *
      *       WORKING IT; THE CHARGED AMOUNT LESS WHAT HAS   *
      *       BEEN RECOVERED. THE CHARGE-OFF ALONE IS NOT AN *
      *       EVENT - COLLECTION CONTINUES AFTER IT.         *
      *                                                      *
      * INTEREST DISCHARGED IS THE ACCRUED INTEREST STILL    *
      * CARRIED ON THE LOAN'S BALANCE ROW. THE PRIMARY       *
      * BORROWER IS A DEBTOR ON EVERY LOAN; A CO-BORROWER    *
      * ON A LOAN OVER $10,000 IS JOINTLY LIABLE AND IS      *
      * REPORTED FOR THE FULL AMOUNT TOO. GUARANTORS ARE     *
      * NOT DEBTORS.                                         *
      *                                                      *
      * EACH DEBT IS KEPT ON DEBT_CANCEL. A DEBTOR WHOSE     *
      * CANCELLED DEBT FOR THE YEAR REACHES THE THRESHOLD    *
      * (C1099-THRESHOLD, DEFAULT $600) GETS A FORM PER      *
      * LOAN: A PAYEE RECORD ON THE IRS TRANSMISSION FILE    *
      * (DD IRSFILE) AND A BORROWER COPY FOR THE MAIL HOUSE  *
      * (DD COPYFILE) AT THE CUST_ADDRESS IN EFFECT, OR ON   *
      * THE E-DELIVERY FILE (DD ECOPYFIL) WHEN DELIVRTE      *
      * ROUTES THE DEBTOR'S TAX DOCUMENTS ELECTRONIC. THE    *
      * CONTROL REPORT (DD CTLRPT) AGREES THE YEAR TO THE    *
      * SETTLE_AGREE AND CHARGEOFF TOTALS.                   *
      *                                                      *
      * A RERUN OF THE SAME YEAR REBUILDS THAT YEAR'S ROWS;  *
      * A CHARGE-OFF REPORTED IN AN EARLIER YEAR IS NEVER    *
      * REPORTED AGAIN.                                      *
      ********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YEARIN ASSIGN TO INFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-INFILE.

           SELECT IRSOUT ASSIGN TO IRSFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-IRSFILE.

           SELECT COPYOUT ASSIGN TO COPYFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-COPYFILE.

           SELECT ECOPYOUT ASSIGN TO ECOPYFIL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-ECOPYFIL.

           SELECT CTLOUT ASSIGN TO CTLRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-CTLRPT.

      * OPS-TUNABLE RUN PARAMETERS, READ AT STARTUP.
           SELECT PARMIN ASSIGN TO PARMFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-PARMFILE.

       DATA DIVISION.
       FILE SECTION.

       FD YEARIN
            RECORDING MODE F.
       01 YEARIN-RECORD.
          05 YRI-TAX-YEAR        PIC 9(4).
          05 FILLER              PIC X(76).

       FD IRSOUT
            RECORDING MODE F.
       01 IRS-RECORD             PIC X(200).

       FD COPYOUT
            RECORDING MODE F.
       01 COPY-RECORD            PIC X(132).

       FD ECOPYOUT
            RECORDING MODE F.
       01 ECOPY-RECORD           PIC X(132).

       FD CTLOUT
            RECORDING MODE F.
       01 CTL-RECORD             PIC X(132).

       FD PARMIN
            RECORDING MODE F.
       01 PARM-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE CUSTOMER END-EXEC.
           EXEC SQL INCLUDE LOAN     END-EXEC.
           EXEC SQL INCLUDE CUSTADDR END-EXEC.
           EXEC SQL INCLUDE SETTLE   END-EXEC.
           EXEC SQL INCLUDE CHARGOFF END-EXEC.
           EXEC SQL INCLUDE DEBTCNCL END-EXEC.

      * FILE STATUS.
       01 FS-INFILE             PIC X(02).
       01 FS-IRSFILE            PIC X(02).
       01 FS-COPYFILE           PIC X(02).
       01 FS-ECOPYFIL           PIC X(02).
       01 FS-CTLRPT             PIC X(02).

       01 WS-SQL-ACTION         PIC X(40).
       01 WS-RETURN-CODE        PIC S9(4) COMP.

      * POLICY PERIOD AND REPORTING THRESHOLD - PARMFILE-TUNABLE,
      * SAME MECHANISM AS CHGOFF'S CHARGEOFF-DAYS.
       01 WS-DISCONTINUE-MONTHS PIC 9(3) VALUE 36.
       01 WS-THRESHOLD          PIC 9(7) VALUE 600.
       01 FS-PARMFILE           PIC X(2).
       01 WS-PARM-EOF           PIC X(1) VALUE 'N'.
         88 PARM-EOF-YES        VALUE 'Y'.
       01 WS-PARM-KEY           PIC X(20).
       01 WS-PARM-VALUE         PIC X(60).
       01 WS-PARM-TOKEN         PIC X(20).
       01 WS-PARM-LEN           PIC 9(4) USAGE COMP.

      * A CO-BORROWER IS REPORTED ONLY ON A DEBT OVER THIS AMOUNT.
       01 WS-JOINT-DEBT-FLOOR   PIC S9(15)V9(2) USAGE COMP-3
                                VALUE 10000.

       01 WS-CURRENT-DATE.
          05 WS-DATE-YYYY       PIC X(4).
          05 WS-DATE-MM         PIC X(2).
          05 WS-DATE-DD         PIC X(2).
       01 WS-TODAY-DASHED       PIC X(10).

       01 WS-YEAR-START         PIC X(10).
       01 WS-YEAR-END           PIC X(10).

      * A CHARGE-OFF DATED BEFORE THIS DAY HAS GONE THE FULL
      * POLICY PERIOD BY THE END OF THE TAX YEAR.
       01 WS-POLICY-CUTOFF      PIC X(10).

      * MONTH ARITHMETIC ON A YYYY-MM-DD DATE.
       01 WS-DATE-WORK.
          05 WS-WORK-YYYY       PIC 9(4).
          05 FILLER             PIC X(1) VALUE '-'.
          05 WS-WORK-MM         PIC 9(2).
          05 FILLER             PIC X(1) VALUE '-'.
          05 WS-WORK-DD         PIC 9(2).
       01 WS-MONTH-INDEX        PIC S9(9) USAGE COMP.
       01 WS-LATEST-RECALL      PIC X(10).

       01 WS-EVENT-CODE         PIC X(1).
       01 WS-EVENT-DATE         PIC X(10).
       01 WS-DISCHARGED         PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-INTEREST-DUE       PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-DEBT-AMOUNT        PIC S9(15)V9(2) USAGE COMP-3.

      * DEBTOR CONTROL BREAK.
       01 WS-PRIOR-CUSTOMER     PIC S9(9) USAGE COMP VALUE 0.
       01 WS-DEBTOR-TOTAL       PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-FILE-SW            PIC X(1).
         88 DEBTOR-IS-REPORTED  VALUE 'Y'.
       01 WS-ADDRESS-SW         PIC X(1).
         88 ADDRESS-ON-FILE     VALUE 'Y'.

      * RUN CONTROL TOTALS.
       01 WS-SETTLE-COUNT       PIC 9(9) VALUE 0.
       01 WS-SETTLE-FORGIVEN    PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-CHGOFF-COUNT       PIC 9(9) VALUE 0.
       01 WS-CHGOFF-DISCHARGED  PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-DEBTS-INTEREST     PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-COBORROWER-ROWS    PIC 9(9) VALUE 0.
       01 WS-DEBTORS-FILED      PIC 9(9) VALUE 0.
       01 WS-FORMS-FILED        PIC 9(9) VALUE 0.
       01 WS-FILED-DISCHARGED   PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-FILED-INTEREST     PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-DEBTORS-UNDER      PIC 9(9) VALUE 0.
       01 WS-UNDER-AMOUNT       PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-NO-ADDRESS         PIC 9(9) VALUE 0.
       01 WS-COPIES-EDELIVERED  PIC 9(9) VALUE 0.
       01 WS-CONSENT-FALLBACKS  PIC 9(9) VALUE 0.

      * HOW THE DEBTOR'S BORROWER COPY GOES OUT - FROM DELIVRTE.
       01 WS-DOC-TYPE           PIC X(1) VALUE 'T'.
       01 WS-DELIVERY           PIC X(1).
         88 DELIVER-ELECTRONIC  VALUE 'E'.
       01 WS-PAPER-FALLBACK     PIC X(1).
       01 WS-COPY-LINE          PIC X(132).

      * CONTROL-TOTAL AGREEMENT FIGURES READ BACK FROM THE TABLES.
       01 WS-TBL-COUNT          PIC S9(9) USAGE COMP.
       01 WS-TBL-AMOUNT         PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-TBL-CHARGED        PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-TBL-RECOVERED      PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-TBL-NET            PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-TBL-THIS-YEAR      PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-TBL-EARLIER        PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-TBL-OPEN           PIC S9(15)V9(2) USAGE COMP-3.

      * IRS TRANSMISSION FILE - TRANSMITTER 'T', PAYER 'A', ONE
      * PAYEE 'B' PER FORM, END OF PAYER 'C', END OF TRANSMISSION
      * 'F'. TYPE OF RETURN '5' IS THE 1099-C; AMOUNT CODE 2 IS
      * THE DEBT DISCHARGED, 3 THE INTEREST INCLUDED IN IT. THE
      * DEBTOR'S TIN IS NOT HELD HERE - THE FILING AGENT MERGES IT
      * ON BY ACCOUNT NUMBER BEFORE SUBMISSION.
       01 IRS-TRANSMITTER-REC.
          05 FILLER             PIC X(1)  VALUE 'T'.
          05 IRST-TAX-YEAR      PIC 9(4).
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 FILLER             PIC X(30) VALUE 'LENDWISE'.
          05 IRST-CREATED-DATE  PIC X(10).
          05 FILLER             PIC X(154) VALUE SPACES.

       01 IRS-PAYER-REC.
          05 FILLER             PIC X(1)  VALUE 'A'.
          05 IRSA-TAX-YEAR      PIC 9(4).
          05 FILLER             PIC X(2)  VALUE '5 '.
          05 FILLER             PIC X(16) VALUE '23'.
          05 FILLER             PIC X(40) VALUE 'LENDWISE'.
          05 FILLER             PIC X(137) VALUE SPACES.

       01 IRS-PAYEE-REC.
          05 FILLER             PIC X(1)  VALUE 'B'.
          05 IRSB-TAX-YEAR      PIC 9(4).
          05 IRSB-TIN           PIC X(9).
          05 IRSB-ACCOUNT       PIC 9(9).
          05 IRSB-CUSTOMER-ID   PIC 9(9).
          05 IRSB-NAME          PIC X(30).
          05 IRSB-ADDR-LINE-1   PIC X(30).
          05 IRSB-ADDR-LINE-2   PIC X(30).
          05 IRSB-CITY          PIC X(20).
          05 IRSB-STATE         PIC X(2).
          05 IRSB-POSTAL-CODE   PIC X(10).
          05 IRSB-AMOUNT-2      PIC 9(10)V99.
          05 IRSB-AMOUNT-3      PIC 9(10)V99.
          05 IRSB-EVENT-DATE    PIC X(10).
          05 IRSB-EVENT-CODE    PIC X(1).
          05 FILLER             PIC X(11) VALUE SPACES.

       01 IRS-END-PAYER-REC.
          05 FILLER             PIC X(1)  VALUE 'C'.
          05 IRSC-PAYEE-COUNT   PIC 9(8).
          05 IRSC-AMOUNT-2      PIC 9(13)V99.
          05 IRSC-AMOUNT-3      PIC 9(13)V99.
          05 FILLER             PIC X(161) VALUE SPACES.

       01 IRS-END-TRANS-REC.
          05 FILLER             PIC X(1)  VALUE 'F'.
          05 IRSF-PAYER-COUNT   PIC 9(8).
          05 IRSF-PAYEE-COUNT   PIC 9(8).
          05 FILLER             PIC X(183) VALUE SPACES.

      * BORROWER COPY FOR THE MAIL HOUSE - ONE BLOCK PER FORM. IT
      * GOES OUT ON RETURNED MAIL TOO - IT IS A TAX DOCUMENT, NOT
      * DUNNING - THE SAME RULE AS THE INTEREST CERTIFICATE.
       01 WS-COPY-TITLE.
          05 FILLER             PIC X(45)
                 VALUE 'FORM 1099-C  CANCELLATION OF DEBT  TAX YEAR '.
          05 CPY-TAX-YEAR       PIC 9(4).
          05 FILLER             PIC X(30)
                 VALUE '  COPY B FOR DEBTOR'.
          05 FILLER             PIC X(53) VALUE SPACES.

       01 WS-COPY-CREDITOR.
          05 FILLER             PIC X(20) VALUE 'CREDITOR: LENDWISE'.
          05 FILLER             PIC X(112) VALUE SPACES.

       01 WS-COPY-DEBTOR.
          05 FILLER             PIC X(8)  VALUE 'DEBTOR: '.
          05 CPY-CUSTOMER-ID    PIC 9(9).
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 CPY-NAME           PIC X(30).
          05 FILLER             PIC X(84) VALUE SPACES.

       01 WS-COPY-ADDRESS.
          05 FILLER             PIC X(9)  VALUE 'ADDRESS: '.
          05 CPY-ADDRESS-TEXT   PIC X(123).

       01 WS-COPY-AMOUNTS.
          05 FILLER             PIC X(9)  VALUE 'ACCOUNT: '.
          05 CPY-LOAN-ID        PIC 9(9).
          05 FILLER             PIC X(17) VALUE '  DATE OF EVENT: '.
          05 CPY-EVENT-DATE     PIC X(10).
          05 FILLER             PIC X(22)
                 VALUE '  AMOUNT DISCHARGED: '.
          05 CPY-DISCHARGED     PIC Z(12)9.99.
          05 FILLER             PIC X(21)
                 VALUE '  INTEREST INCLUDED: '.
          05 CPY-INTEREST       PIC Z(12)9.99.
          05 FILLER             PIC X(12) VALUE SPACES.

       01 WS-COPY-EVENT.
          05 FILLER             PIC X(25)
                 VALUE 'IDENTIFIABLE EVENT CODE: '.
          05 CPY-EVENT-CODE     PIC X(1).
          05 FILLER             PIC X(3)  VALUE ' - '.
          05 CPY-EVENT-TEXT     PIC X(45).
          05 FILLER             PIC X(58) VALUE SPACES.

      * CONTROL REPORT.
       01 WS-CTL-HEADER.
          05 FILLER             PIC X(48)
                 VALUE '1099-C CANCELLATION OF DEBT - CONTROL REPORT'.
          05 FILLER             PIC X(9)  VALUE 'TAX YEAR '.
          05 CTLH-TAX-YEAR      PIC 9(4).
          05 FILLER             PIC X(9)  VALUE '  POLICY '.
          05 CTLH-MONTHS        PIC ZZ9.
          05 FILLER             PIC X(16) VALUE ' MONTHS  FLOOR $'.
          05 CTLH-THRESHOLD     PIC Z(6)9.
          05 FILLER             PIC X(36) VALUE SPACES.

       01 WS-CTL-LINE.
          05 CTL-LABEL          PIC X(50).
          05 CTL-COUNT          PIC Z(8)9.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 CTL-AMOUNT         PIC Z(13)9.99-.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 CTL-FLAG           PIC X(12).
          05 FILLER             PIC X(39) VALUE SPACES.

      *****************************************************
      *  SETTLEMENTS COMPLETED IN THE TAX YEAR - EVENT F. *
      *****************************************************
           EXEC SQL
             DECLARE C-SETTLED CURSOR WITH HOLD FOR
               SELECT S.LOAN_ID, L.CUSTOMER_ID, L.LOAN_AMOUNT,
                      S.SETTLED_DATE, S.FORGIVEN_AMOUNT
                 FROM KALA12.SETTLE_AGREE S
                 JOIN LOAN L
                   ON L.LOAN_ID = S.LOAN_ID
                WHERE S.SETTLE_STATUS = 'C'
                  AND S.SETTLED_DATE >= :WS-YEAR-START
                  AND S.SETTLED_DATE <= :WS-YEAR-END
                ORDER BY S.LOAN_ID
           END-EXEC.

      *****************************************************
      *  CHARGE-OFFS PAST THE POLICY PERIOD BY YEAR END,  *
      *  STILL WRITTEN OFF, NOT WITH AN AGENCY AT YEAR    *
      *  END AND NOT REPORTED IN AN EARLIER YEAR - EVENT  *
      *  G.                                               *
      *****************************************************
           EXEC SQL
             DECLARE C-DISCONTINUED CURSOR WITH HOLD FOR
               SELECT C.LOAN_ID, L.CUSTOMER_ID, L.LOAN_AMOUNT,
                      C.CHARGEOFF_DATE, C.CHARGED_AMOUNT,
                      C.RECOVERED_AMOUNT
                 FROM KALA12.CHARGEOFF C
                 JOIN LOAN L
                   ON L.LOAN_ID = C.LOAN_ID
                WHERE L.LOAN_STATUS = 'W'
                  AND C.CHARGEOFF_DATE < :WS-POLICY-CUTOFF
                  AND NOT EXISTS
                      (SELECT 1 FROM KALA12.AGENCY_PLACEMENT A
                        WHERE A.LOAN_ID = C.LOAN_ID
                          AND A.PLACED_DATE <= :WS-YEAR-END
                          AND (A.PLACE_STATUS = 'A'
                               OR A.RECALL_DATE > :WS-YEAR-END))
                  AND NOT EXISTS
                      (SELECT 1 FROM KALA12.DEBT_CANCEL D
                        WHERE D.LOAN_ID = C.LOAN_ID
                          AND D.TAX_YEAR < :DCN_TAX-YEAR)
                ORDER BY C.LOAN_ID
           END-EXEC.

      *****************************************************
      *  THE YEAR'S CANCELLED DEBTS BY DEBTOR, FOR THE    *
      *  THRESHOLD TEST AND THE FORMS.                    *
      *****************************************************
           EXEC SQL
             DECLARE C-CANCELLED CURSOR WITH HOLD FOR
               SELECT D.CUSTOMER_ID, D.LOAN_ID, D.PARTY_ROLE,
                      D.EVENT_CODE, D.EVENT_DATE,
                      D.PRINCIPAL_AMOUNT, D.INTEREST_AMOUNT,
                      C.NAME
                 FROM KALA12.DEBT_CANCEL D
                 JOIN CUSTOMER C
                   ON C.ID = D.CUSTOMER_ID
                WHERE D.TAX_YEAR = :DCN_TAX-YEAR
                ORDER BY D.CUSTOMER_ID, D.LOAN_ID
           END-EXEC.

       PROCEDURE DIVISION.

       MAIN-PARA.
           DISPLAY 'CANC1099 - 1099-C CANCELLATION OF DEBT RUN.'

           PERFORM READ-RUN-PARAMETERS
           PERFORM READ-YEAR-CONTROL
           PERFORM OPEN-OUTPUT-FILES
           PERFORM CLEAR-PRIOR-RUN

           PERFORM GATHER-SETTLEMENTS
           PERFORM GATHER-CHARGEOFFS

           EXEC SQL
              COMMIT
           END-EXEC

           PERFORM WRITE-TRANSMISSION-HEADERS
           PERFORM REPORT-CANCELLED-DEBTS
           PERFORM WRITE-TRANSMISSION-TRAILERS

           EXEC SQL
              COMMIT
           END-EXEC

           PERFORM WRITE-CONTROL-REPORT

           CLOSE IRSOUT
           CLOSE COPYOUT
           CLOSE ECOPYOUT
           CLOSE CTLOUT

           DISPLAY 'CANC1099 - DEBTORS REPORTED:      ' WS-DEBTORS-FILED
           DISPLAY 'CANC1099 - FORMS FILED:           ' WS-FORMS-FILED
           DISPLAY 'CANC1099 - DEBT DISCHARGED:       '
                   WS-FILED-DISCHARGED
           DISPLAY 'CANC1099 - DEBTORS UNDER FLOOR:   ' WS-DEBTORS-UNDER
           DISPLAY 'CANC1099 - COPIES E-DELIVERED:    '
                   WS-COPIES-EDELIVERED
           DISPLAY 'CANC1099 - PAPER, NO E-CONSENT:   '
                   WS-CONSENT-FALLBACKS

           STOP RUN
           .

       READ-RUN-PARAMETERS.
      * KEYWORD=VALUE RECORDS; '*' IN COLUMN ONE IS A COMMENT. A
      * MISSING PARMFILE LEAVES THE COMPILED DEFAULTS IN EFFECT.
           OPEN INPUT PARMIN
           IF FS-PARMFILE NOT = '00'
              DISPLAY 'CANC1099 - NO PARMFILE (STATUS ' FS-PARMFILE
                      ') - DEFAULTS IN EFFECT.'
           ELSE
              PERFORM READ-PARM-RECORD
              PERFORM UNTIL PARM-EOF-YES
                 PERFORM APPLY-PARM-RECORD
                 PERFORM READ-PARM-RECORD
              END-PERFORM
              CLOSE PARMIN
           END-IF

           DISPLAY 'CANC1099 - DISCONTINUE-MONTHS IN EFFECT: '
                   WS-DISCONTINUE-MONTHS
           DISPLAY 'CANC1099 - C1099-THRESHOLD IN EFFECT:    '
                   WS-THRESHOLD
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
                WHEN 'DISCONTINUE-MONTHS'
                  IF WS-PARM-LEN > 0 AND WS-PARM-LEN < 4
                     AND WS-PARM-TOKEN(1:WS-PARM-LEN) IS NUMERIC
                     MOVE WS-PARM-TOKEN(1:WS-PARM-LEN)
                       TO WS-DISCONTINUE-MONTHS
                  ELSE
                     DISPLAY 'CANC1099 - BAD PARM VALUE IGNORED: '
                             PARM-RECORD
                  END-IF
                WHEN 'C1099-THRESHOLD'
                  IF WS-PARM-LEN > 0 AND WS-PARM-LEN < 8
                     AND WS-PARM-TOKEN(1:WS-PARM-LEN) IS NUMERIC
                     MOVE WS-PARM-TOKEN(1:WS-PARM-LEN)
                       TO WS-THRESHOLD
                  ELSE
                     DISPLAY 'CANC1099 - BAD PARM VALUE IGNORED: '
                             PARM-RECORD
                  END-IF
                WHEN OTHER
      * THE PARMLIB MEMBER IS SHARED WITH THE OTHER BATCH PROGRAMS -
      * KEYS THAT AREN'T OURS ARE SIMPLY NOT FOR US.
                  CONTINUE
              END-EVALUATE
           END-IF
           .

       READ-YEAR-CONTROL.
           OPEN INPUT YEARIN
           IF FS-INFILE NOT = '00'
              DISPLAY 'CANC1099 - ERROR OPENING YEARIN.'
              DISPLAY 'FILE STATUS CODE: ' FS-INFILE
              STOP RUN
           END-IF

           READ YEARIN
              AT END
                 DISPLAY 'CANC1099 - YEARIN IS EMPTY - NO TAX YEAR.'
                 STOP RUN
           END-READ

           IF NOT YRI-TAX-YEAR NUMERIC
              OR YRI-TAX-YEAR = 0
              DISPLAY 'CANC1099 - BAD TAX YEAR: ' YEARIN-RECORD
              STOP RUN
           END-IF

           CLOSE YEARIN

           MOVE YRI-TAX-YEAR TO DCN_TAX-YEAR

           MOVE SPACES TO WS-YEAR-START
           STRING YRI-TAX-YEAR '-01-01' DELIMITED BY SIZE
             INTO WS-YEAR-START
           MOVE SPACES TO WS-YEAR-END
           STRING YRI-TAX-YEAR '-12-31' DELIMITED BY SIZE
             INTO WS-YEAR-END

      * CHARGE-OFF MONTH PLUS THE POLICY MONTHS MUST LAND NO LATER
      * THAN DECEMBER, SO THE CUTOFF IS THE FIRST OF THE MONTH THE
      * POLICY PERIOD BACK FROM NEXT JANUARY.
           COMPUTE WS-MONTH-INDEX = YRI-TAX-YEAR * 12 + 12
                                  - WS-DISCONTINUE-MONTHS
           DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-WORK-YYYY
                  REMAINDER WS-WORK-MM
           ADD 1 TO WS-WORK-MM
           MOVE 1 TO WS-WORK-DD
           MOVE WS-DATE-WORK TO WS-POLICY-CUTOFF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-DATE-YYYY '-' WS-DATE-MM '-' WS-DATE-DD
                  DELIMITED BY SIZE INTO WS-TODAY-DASHED

           DISPLAY 'CANC1099 - TAX YEAR ' YRI-TAX-YEAR
                   ' (' WS-YEAR-START ' - ' WS-YEAR-END ')'
           DISPLAY 'CANC1099 - CHARGED OFF BEFORE ' WS-POLICY-CUTOFF
                   ' IS PAST THE POLICY PERIOD.'
           .

       OPEN-OUTPUT-FILES.
           OPEN OUTPUT IRSOUT
           IF FS-IRSFILE NOT = '00'
              DISPLAY 'CANC1099 - ERROR OPENING IRS FILE.'
              DISPLAY 'FILE STATUS CODE: ' FS-IRSFILE
              STOP RUN
           END-IF

           OPEN OUTPUT COPYOUT
           IF FS-COPYFILE NOT = '00'
              DISPLAY 'CANC1099 - ERROR OPENING BORROWER COPY FILE.'
              DISPLAY 'FILE STATUS CODE: ' FS-COPYFILE
              STOP RUN
           END-IF

           OPEN OUTPUT ECOPYOUT
           IF FS-ECOPYFIL NOT = '00'
              DISPLAY 'CANC1099 - ERROR OPENING E-DELIVERY FILE.'
              DISPLAY 'FILE STATUS CODE: ' FS-ECOPYFIL
              STOP RUN
           END-IF

           OPEN OUTPUT CTLOUT
           IF FS-CTLRPT NOT = '00'
              DISPLAY 'CANC1099 - ERROR OPENING CONTROL REPORT.'
              DISPLAY 'FILE STATUS CODE: ' FS-CTLRPT
              STOP RUN
           END-IF
           .

       CLEAR-PRIOR-RUN.
      * A RERUN OF THE YEAR STARTS FROM NOTHING, SO A CORRECTED
      * SETTLEMENT OR RECOVERY IS PICKED UP ON THE NEW RUN.
           EXEC SQL
              DELETE FROM KALA12.DEBT_CANCEL
               WHERE TAX_YEAR = :DCN_TAX-YEAR
           END-EXEC
           MOVE 'CLEAR DEBT_CANCEL FOR TAX YEAR' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       GATHER-SETTLEMENTS.
           EXEC SQL
              OPEN C-SETTLED
           END-EXEC
           MOVE 'OPEN C-SETTLED' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM FETCH-SETTLED
           PERFORM UNTIL SQLCODE NOT = 0
              PERFORM RECORD-ONE-SETTLEMENT
              PERFORM FETCH-SETTLED
           END-PERFORM

           EXEC SQL
              CLOSE C-SETTLED
           END-EXEC
           MOVE 'CLOSE C-SETTLED' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       FETCH-SETTLED.
           EXEC SQL
              FETCH C-SETTLED
                INTO :STL_LOAN-ID, :LOAN_CUSTOMER-ID,
                     :LOAN_LOAN-AMOUNT, :STL_SETTLED-DATE,
                     :STL_FORGIVEN-AMOUNT
           END-EXEC
           MOVE 'FETCH C-SETTLED' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       RECORD-ONE-SETTLEMENT.
           MOVE STL_LOAN-ID TO LOAN_LOAN-ID
           MOVE 'F'         TO WS-EVENT-CODE
           MOVE STL_SETTLED-DATE TO WS-EVENT-DATE
           MOVE STL_FORGIVEN-AMOUNT TO WS-DISCHARGED
           IF WS-DISCHARGED < 0
              MOVE 0 TO WS-DISCHARGED
           END-IF

           ADD 1 TO WS-SETTLE-COUNT
           ADD WS-DISCHARGED TO WS-SETTLE-FORGIVEN

           PERFORM RECORD-CANCELLED-DEBT
           .

       GATHER-CHARGEOFFS.
           EXEC SQL
              OPEN C-DISCONTINUED
           END-EXEC
           MOVE 'OPEN C-DISCONTINUED' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM FETCH-DISCONTINUED
           PERFORM UNTIL SQLCODE NOT = 0
              PERFORM RECORD-ONE-DISCONTINUED
              PERFORM FETCH-DISCONTINUED
           END-PERFORM

           EXEC SQL
              CLOSE C-DISCONTINUED
           END-EXEC
           MOVE 'CLOSE C-DISCONTINUED' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       FETCH-DISCONTINUED.
           EXEC SQL
              FETCH C-DISCONTINUED
                INTO :CHG_LOAN-ID, :LOAN_CUSTOMER-ID,
                     :LOAN_LOAN-AMOUNT, :CHG_CHARGEOFF-DATE,
                     :CHG_CHARGED-AMOUNT, :CHG_RECOVERED-AMOUNT
           END-EXEC
           MOVE 'FETCH C-DISCONTINUED' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       RECORD-ONE-DISCONTINUED.
           MOVE CHG_LOAN-ID TO LOAN_LOAN-ID
           MOVE 'G'         TO WS-EVENT-CODE

      * THE POLICY DATE IS THE CHARGE-OFF DATE PLUS THE POLICY
      * MONTHS (A DAY PAST THE END OF A SHORT MONTH FALLS BACK TO
      * ITS LAST DAY).
           MOVE CHG_CHARGEOFF-DATE TO WS-DATE-WORK
           COMPUTE WS-MONTH-INDEX = WS-WORK-YYYY * 12
                                  + WS-WORK-MM - 1
                                  + WS-DISCONTINUE-MONTHS
           DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-WORK-YYYY
                  REMAINDER WS-WORK-MM
           ADD 1 TO WS-WORK-MM
           EVALUATE TRUE
             WHEN WS-WORK-MM = 2 AND WS-WORK-DD > 28
               MOVE 28 TO WS-WORK-DD
             WHEN (WS-WORK-MM = 4 OR 6 OR 9 OR 11)
                  AND WS-WORK-DD > 30
               MOVE 30 TO WS-WORK-DD
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           MOVE WS-DATE-WORK TO WS-EVENT-DATE

      * COLLECTION ONLY STOPPED WHEN THE LAST AGENCY GAVE THE LOAN
      * BACK - A LATER RECALL IN THE YEAR IS THE EVENT DATE.
           EXEC SQL
              SELECT COALESCE(MAX(RECALL_DATE), ' ')
                INTO :WS-LATEST-RECALL
                FROM KALA12.AGENCY_PLACEMENT
               WHERE LOAN_ID = :CHG_LOAN-ID
                 AND PLACE_STATUS = 'R'
                 AND RECALL_DATE <= :WS-YEAR-END
           END-EXEC
           MOVE 'FETCH LATEST AGENCY RECALL' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF WS-LATEST-RECALL > WS-EVENT-DATE
              MOVE WS-LATEST-RECALL TO WS-EVENT-DATE
           END-IF

           COMPUTE WS-DISCHARGED = CHG_CHARGED-AMOUNT
                                 - CHG_RECOVERED-AMOUNT
           IF WS-DISCHARGED < 0
              MOVE 0 TO WS-DISCHARGED
           END-IF

           ADD 1 TO WS-CHGOFF-COUNT
           ADD WS-DISCHARGED TO WS-CHGOFF-DISCHARGED

           PERFORM RECORD-CANCELLED-DEBT
           .

       RECORD-CANCELLED-DEBT.
      * INTEREST STILL CARRIED ON THE BALANCE ROW WAS NEVER
      * COLLECTED AND GOES WITH THE DEBT.
           EXEC SQL
              SELECT ACCRUED_INTEREST
                INTO :WS-INTEREST-DUE
                FROM KALA12.LOAN_BALANCE
               WHERE LOAN_ID = :LOAN_LOAN-ID
           END-EXEC
           MOVE 'FETCH ACCRUED INTEREST' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF SQLCODE = 100 OR WS-INTEREST-DUE < 0
              MOVE 0 TO WS-INTEREST-DUE
           END-IF

           IF WS-DISCHARGED = 0 AND WS-INTEREST-DUE = 0
              CONTINUE
           ELSE
              ADD WS-INTEREST-DUE TO WS-DEBTS-INTEREST

              MOVE LOAN_LOAN-ID      TO DCN_LOAN-ID
              MOVE LOAN_CUSTOMER-ID  TO DCN_CUSTOMER-ID
              MOVE 'P'               TO DCN_PARTY-ROLE
              MOVE WS-EVENT-CODE     TO DCN_EVENT-CODE
              MOVE WS-EVENT-DATE     TO DCN_EVENT-DATE
              MOVE WS-DISCHARGED     TO DCN_PRINCIPAL-AMOUNT
              MOVE WS-INTEREST-DUE   TO DCN_INTEREST-AMOUNT
              MOVE 'N'               TO DCN_REPORTED

              EXEC SQL
                 INSERT INTO KALA12.DEBT_CANCEL
                       (TAX_YEAR, LOAN_ID, CUSTOMER_ID, PARTY_ROLE,
                        EVENT_CODE, EVENT_DATE, PRINCIPAL_AMOUNT,
                        INTEREST_AMOUNT, REPORTED)
                 VALUES (:DCN_TAX-YEAR, :DCN_LOAN-ID,
                         :DCN_CUSTOMER-ID, :DCN_PARTY-ROLE,
                         :DCN_EVENT-CODE, :DCN_EVENT-DATE,
                         :DCN_PRINCIPAL-AMOUNT,
                         :DCN_INTEREST-AMOUNT, :DCN_REPORTED)
              END-EXEC
              MOVE 'INSERT DEBT_CANCEL PRIMARY' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

      * JOINTLY LIABLE CO-BORROWERS ON A DEBT OVER $10,000 EACH
      * GET A FORM FOR THE FULL AMOUNT.
              IF LOAN_LOAN-AMOUNT > WS-JOINT-DEBT-FLOOR
                 EXEC SQL
                    INSERT INTO KALA12.DEBT_CANCEL
                          (TAX_YEAR, LOAN_ID, CUSTOMER_ID,
                           PARTY_ROLE, EVENT_CODE, EVENT_DATE,
                           PRINCIPAL_AMOUNT, INTEREST_AMOUNT,
                           REPORTED)
                    SELECT :DCN_TAX-YEAR, :DCN_LOAN-ID,
                           LP.CUSTOMER_ID, 'C', :DCN_EVENT-CODE,
                           :DCN_EVENT-DATE, :DCN_PRINCIPAL-AMOUNT,
                           :DCN_INTEREST-AMOUNT, 'N'
                      FROM KALA12.LOAN_PARTY LP
                     WHERE LP.LOAN_ID = :DCN_LOAN-ID
                       AND LP.PARTY_ROLE = 'C'
                       AND LP.CUSTOMER_ID NOT = :DCN_CUSTOMER-ID
                 END-EXEC
                 MOVE 'INSERT DEBT_CANCEL CO-BORROWERS'
                   TO WS-SQL-ACTION
                 PERFORM CHECK-SQLCODE
                 IF SQLCODE = 0
                    ADD SQLERRD(3) TO WS-COBORROWER-ROWS
                 END-IF
              END-IF
           END-IF
           .

       WRITE-TRANSMISSION-HEADERS.
           MOVE YRI-TAX-YEAR   TO IRST-TAX-YEAR
           MOVE WS-TODAY-DASHED TO IRST-CREATED-DATE
           WRITE IRS-RECORD FROM IRS-TRANSMITTER-REC

           MOVE YRI-TAX-YEAR   TO IRSA-TAX-YEAR
           WRITE IRS-RECORD FROM IRS-PAYER-REC
           .

       REPORT-CANCELLED-DEBTS.
           EXEC SQL
              OPEN C-CANCELLED
           END-EXEC
           MOVE 'OPEN C-CANCELLED' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM FETCH-CANCELLED
           PERFORM UNTIL SQLCODE NOT = 0
              IF DCN_CUSTOMER-ID NOT = WS-PRIOR-CUSTOMER
                 PERFORM START-DEBTOR
              END-IF
              PERFORM REPORT-ONE-DEBT
              PERFORM FETCH-CANCELLED
           END-PERFORM

           EXEC SQL
              CLOSE C-CANCELLED
           END-EXEC
           MOVE 'CLOSE C-CANCELLED' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       FETCH-CANCELLED.
           EXEC SQL
              FETCH C-CANCELLED
                INTO :DCN_CUSTOMER-ID, :DCN_LOAN-ID,
                     :DCN_PARTY-ROLE, :DCN_EVENT-CODE,
                     :DCN_EVENT-DATE, :DCN_PRINCIPAL-AMOUNT,
                     :DCN_INTEREST-AMOUNT, :CUSTOMER_NAME
           END-EXEC
           MOVE 'FETCH C-CANCELLED' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       START-DEBTOR.
           MOVE DCN_CUSTOMER-ID TO WS-PRIOR-CUSTOMER

      * THE THRESHOLD IS TESTED ON EVERYTHING CANCELLED FOR THE
      * DEBTOR IN THE YEAR; ONCE MET EVERY DEBT GETS ITS FORM.
           EXEC SQL
              SELECT COALESCE(SUM(PRINCIPAL_AMOUNT
                                  + INTEREST_AMOUNT), 0)
                INTO :WS-DEBTOR-TOTAL
                FROM KALA12.DEBT_CANCEL
               WHERE TAX_YEAR = :DCN_TAX-YEAR
                 AND CUSTOMER_ID = :DCN_CUSTOMER-ID
           END-EXEC
           MOVE 'SUM DEBTOR CANCELLED DEBT' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF WS-DEBTOR-TOTAL < WS-THRESHOLD
              MOVE 'N' TO WS-FILE-SW
              ADD 1 TO WS-DEBTORS-UNDER
              ADD WS-DEBTOR-TOTAL TO WS-UNDER-AMOUNT
           ELSE
              MOVE 'Y' TO WS-FILE-SW
              ADD 1 TO WS-DEBTORS-FILED
              PERFORM FETCH-DEBTOR-ADDRESS
           END-IF
           .

       FETCH-DEBTOR-ADDRESS.
           MOVE DCN_CUSTOMER-ID TO ADR_CUSTOMER-ID
           MOVE SPACES TO ADR_ADDR-LINE-1 ADR_ADDR-LINE-2 ADR_CITY
                          ADR_STATE-CODE ADR_POSTAL-CODE

           EXEC SQL
              SELECT ADDR_LINE_1, ADDR_LINE_2, CITY, STATE_CODE,
                     POSTAL_CODE
                INTO :ADR_ADDR-LINE-1, :ADR_ADDR-LINE-2,
                     :ADR_CITY, :ADR_STATE-CODE, :ADR_POSTAL-CODE
                FROM KALA12.CUST_ADDRESS
               WHERE CUSTOMER_ID = :ADR_CUSTOMER-ID
                 AND EFFECTIVE_DATE =
                     (SELECT MAX(EFFECTIVE_DATE)
                        FROM KALA12.CUST_ADDRESS
                       WHERE CUSTOMER_ID = :ADR_CUSTOMER-ID
                         AND EFFECTIVE_DATE <= :WS-TODAY-DASHED)
           END-EXEC
           MOVE 'FETCH DEBTOR ADDRESS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF SQLCODE = 0
              MOVE 'Y' TO WS-ADDRESS-SW
           ELSE
              MOVE 'N' TO WS-ADDRESS-SW
              ADD 1 TO WS-NO-ADDRESS
              DISPLAY 'CANC1099 - NO ADDRESS ON FILE FOR CUSTOMER '
                      DCN_CUSTOMER-ID
           END-IF
           .

       REPORT-ONE-DEBT.
           IF NOT DEBTOR-IS-REPORTED
              CONTINUE
           ELSE
              COMPUTE WS-DEBT-AMOUNT = DCN_PRINCIPAL-AMOUNT
                                     + DCN_INTEREST-AMOUNT
              PERFORM WRITE-PAYEE-RECORD
              PERFORM WRITE-BORROWER-COPY

              EXEC SQL
                 UPDATE KALA12.DEBT_CANCEL
                    SET REPORTED = 'Y'
                  WHERE TAX_YEAR = :DCN_TAX-YEAR
                    AND LOAN_ID = :DCN_LOAN-ID
                    AND CUSTOMER_ID = :DCN_CUSTOMER-ID
              END-EXEC
              MOVE 'MARK DEBT_CANCEL REPORTED' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              ADD 1 TO WS-FORMS-FILED
              ADD WS-DEBT-AMOUNT TO WS-FILED-DISCHARGED
              ADD DCN_INTEREST-AMOUNT TO WS-FILED-INTEREST
           END-IF
           .

       WRITE-PAYEE-RECORD.
           MOVE YRI-TAX-YEAR        TO IRSB-TAX-YEAR
           MOVE SPACES              TO IRSB-TIN
           MOVE DCN_LOAN-ID         TO IRSB-ACCOUNT
           MOVE DCN_CUSTOMER-ID     TO IRSB-CUSTOMER-ID
           MOVE CUSTOMER_NAME       TO IRSB-NAME
           MOVE ADR_ADDR-LINE-1     TO IRSB-ADDR-LINE-1
           MOVE ADR_ADDR-LINE-2     TO IRSB-ADDR-LINE-2
           MOVE ADR_CITY            TO IRSB-CITY
           MOVE ADR_STATE-CODE      TO IRSB-STATE
           MOVE ADR_POSTAL-CODE     TO IRSB-POSTAL-CODE
           MOVE WS-DEBT-AMOUNT      TO IRSB-AMOUNT-2
           MOVE DCN_INTEREST-AMOUNT TO IRSB-AMOUNT-3
           MOVE DCN_EVENT-DATE      TO IRSB-EVENT-DATE
           MOVE DCN_EVENT-CODE      TO IRSB-EVENT-CODE
           WRITE IRS-RECORD FROM IRS-PAYEE-REC
           .

       WRITE-BORROWER-COPY.
      * THE IRS RECORD ALWAYS GOES; ONLY THE DEBTOR'S OWN COPY
      * FOLLOWS THE TAX-DOCUMENT DELIVERY PREFERENCE.
           CALL 'DELIVRTE' USING DCN_CUSTOMER-ID, WS-DOC-TYPE,
                                 WS-DELIVERY, WS-PAPER-FALLBACK,
                                 WS-RETURN-CODE
           IF WS-PAPER-FALLBACK = 'Y'
              ADD 1 TO WS-CONSENT-FALLBACKS
           END-IF
           IF DELIVER-ELECTRONIC
              ADD 1 TO WS-COPIES-EDELIVERED
           END-IF

           MOVE YRI-TAX-YEAR TO CPY-TAX-YEAR
           MOVE WS-COPY-TITLE TO WS-COPY-LINE
           PERFORM WRITE-COPY-LINE
           MOVE WS-COPY-CREDITOR TO WS-COPY-LINE
           PERFORM WRITE-COPY-LINE

           MOVE DCN_CUSTOMER-ID TO CPY-CUSTOMER-ID
           MOVE CUSTOMER_NAME   TO CPY-NAME
           MOVE WS-COPY-DEBTOR TO WS-COPY-LINE
           PERFORM WRITE-COPY-LINE

           MOVE SPACES TO CPY-ADDRESS-TEXT
           IF ADDRESS-ON-FILE
              STRING ADR_ADDR-LINE-1 ' ' ADR_ADDR-LINE-2 ' '
                     ADR_CITY ' ' ADR_STATE-CODE ' '
                     ADR_POSTAL-CODE
                DELIMITED BY SIZE
                INTO CPY-ADDRESS-TEXT
           ELSE
              MOVE 'NONE ON FILE' TO CPY-ADDRESS-TEXT
           END-IF
           MOVE WS-COPY-ADDRESS TO WS-COPY-LINE
           PERFORM WRITE-COPY-LINE

           MOVE DCN_LOAN-ID         TO CPY-LOAN-ID
           MOVE DCN_EVENT-DATE      TO CPY-EVENT-DATE
           MOVE WS-DEBT-AMOUNT      TO CPY-DISCHARGED
           MOVE DCN_INTEREST-AMOUNT TO CPY-INTEREST
           MOVE WS-COPY-AMOUNTS TO WS-COPY-LINE
           PERFORM WRITE-COPY-LINE

           MOVE DCN_EVENT-CODE TO CPY-EVENT-CODE
           EVALUATE DCN_EVENT-CODE
             WHEN 'F'
               MOVE 'DISCHARGE BY AGREEMENT OF CREDITOR AND DEBTOR'
                 TO CPY-EVENT-TEXT
             WHEN 'G'
               MOVE 'CREDITOR POLICY TO DISCONTINUE COLLECTION'
                 TO CPY-EVENT-TEXT
             WHEN OTHER
               MOVE SPACES TO CPY-EVENT-TEXT
           END-EVALUATE
           MOVE WS-COPY-EVENT TO WS-COPY-LINE
           PERFORM WRITE-COPY-LINE

           MOVE SPACES TO WS-COPY-LINE
           PERFORM WRITE-COPY-LINE
           .

       WRITE-COPY-LINE.
           IF DELIVER-ELECTRONIC
              WRITE ECOPY-RECORD FROM WS-COPY-LINE
           ELSE
              WRITE COPY-RECORD FROM WS-COPY-LINE
           END-IF
           .

       WRITE-TRANSMISSION-TRAILERS.
           MOVE WS-FORMS-FILED      TO IRSC-PAYEE-COUNT
           MOVE WS-FILED-DISCHARGED TO IRSC-AMOUNT-2
           MOVE WS-FILED-INTEREST   TO IRSC-AMOUNT-3
           WRITE IRS-RECORD FROM IRS-END-PAYER-REC

           MOVE 1              TO IRSF-PAYER-COUNT
           MOVE WS-FORMS-FILED TO IRSF-PAYEE-COUNT
           WRITE IRS-RECORD FROM IRS-END-TRANS-REC
           .

       WRITE-CONTROL-REPORT.
           MOVE YRI-TAX-YEAR          TO CTLH-TAX-YEAR
           MOVE WS-DISCONTINUE-MONTHS TO CTLH-MONTHS
           MOVE WS-THRESHOLD          TO CTLH-THRESHOLD
           WRITE CTL-RECORD FROM WS-CTL-HEADER
           MOVE SPACES TO CTL-RECORD
           WRITE CTL-RECORD

      * SETTLEMENTS - EVERY COMPLETED AGREEMENT IN THE YEAR IS AN
      * EVENT F, SO THE FORGIVEN TOTALS MUST AGREE.
           EXEC SQL
              SELECT COUNT(*), COALESCE(SUM(FORGIVEN_AMOUNT), 0)
                INTO :WS-TBL-COUNT, :WS-TBL-AMOUNT
                FROM KALA12.SETTLE_AGREE
               WHERE SETTLE_STATUS = 'C'
                 AND SETTLED_DATE >= :WS-YEAR-START
                 AND SETTLED_DATE <= :WS-YEAR-END
           END-EXEC
           MOVE 'TOTAL SETTLEMENTS FOR YEAR' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           MOVE 'SETTLE_AGREE COMPLETED IN YEAR - FORGIVEN'
             TO CTL-LABEL
           MOVE WS-TBL-COUNT  TO CTL-COUNT
           MOVE WS-TBL-AMOUNT TO CTL-AMOUNT
           MOVE SPACES        TO CTL-FLAG
           WRITE CTL-RECORD FROM WS-CTL-LINE

           MOVE 'EVENT F (AGREEMENT) - PRINCIPAL CANCELLED'
             TO CTL-LABEL
           MOVE WS-SETTLE-COUNT    TO CTL-COUNT
           MOVE WS-SETTLE-FORGIVEN TO CTL-AMOUNT
           IF WS-TBL-COUNT = WS-SETTLE-COUNT
              AND WS-TBL-AMOUNT = WS-SETTLE-FORGIVEN
              MOVE 'AGREES'    TO CTL-FLAG
           ELSE
              MOVE 'DIFFERENCE' TO CTL-FLAG
           END-IF
           WRITE CTL-RECORD FROM WS-CTL-LINE
           MOVE SPACES TO CTL-RECORD
           WRITE CTL-RECORD

      * CHARGE-OFFS - THE WHOLE CHARGEOFF TABLE, NET OF RECOVERIES,
      * SPLIT INTO WHAT IS CANCELLED THIS YEAR, WHAT WAS CANCELLED
      * IN EARLIER YEARS AND WHAT IS STILL BEING COLLECTED.
           EXEC SQL
              SELECT COUNT(*), COALESCE(SUM(CHARGED_AMOUNT), 0),
                     COALESCE(SUM(RECOVERED_AMOUNT), 0)
                INTO :WS-TBL-COUNT, :WS-TBL-CHARGED,
                     :WS-TBL-RECOVERED
                FROM KALA12.CHARGEOFF
           END-EXEC
           MOVE 'TOTAL CHARGEOFF TABLE' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           COMPUTE WS-TBL-NET = WS-TBL-CHARGED - WS-TBL-RECOVERED

           EXEC SQL
              SELECT COALESCE(SUM(C.CHARGED_AMOUNT
                                  - C.RECOVERED_AMOUNT), 0)
                INTO :WS-TBL-THIS-YEAR
                FROM KALA12.CHARGEOFF C
               WHERE EXISTS
                     (SELECT 1 FROM KALA12.DEBT_CANCEL D
                       WHERE D.LOAN_ID = C.LOAN_ID
                         AND D.TAX_YEAR = :DCN_TAX-YEAR
                         AND D.EVENT_CODE = 'G'
                         AND D.PARTY_ROLE = 'P')
           END-EXEC
           MOVE 'TOTAL CHARGEOFFS CANCELLED IN YEAR' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           EXEC SQL
              SELECT COALESCE(SUM(C.CHARGED_AMOUNT
                                  - C.RECOVERED_AMOUNT), 0)
                INTO :WS-TBL-EARLIER
                FROM KALA12.CHARGEOFF C
               WHERE EXISTS
                     (SELECT 1 FROM KALA12.DEBT_CANCEL D
                       WHERE D.LOAN_ID = C.LOAN_ID
                         AND D.TAX_YEAR < :DCN_TAX-YEAR
                         AND D.EVENT_CODE = 'G'
                         AND D.PARTY_ROLE = 'P')
           END-EXEC
           MOVE 'TOTAL CHARGEOFFS CANCELLED EARLIER' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           COMPUTE WS-TBL-OPEN = WS-TBL-NET - WS-TBL-THIS-YEAR
                               - WS-TBL-EARLIER

           MOVE 'CHARGEOFF TABLE - CHARGED'  TO CTL-LABEL
           MOVE WS-TBL-COUNT   TO CTL-COUNT
           MOVE WS-TBL-CHARGED TO CTL-AMOUNT
           MOVE SPACES         TO CTL-FLAG
           WRITE CTL-RECORD FROM WS-CTL-LINE

           MOVE 'CHARGEOFF TABLE - RECOVERED' TO CTL-LABEL
           MOVE ZERO             TO CTL-COUNT
           MOVE WS-TBL-RECOVERED TO CTL-AMOUNT
           WRITE CTL-RECORD FROM WS-CTL-LINE

           MOVE 'CHARGEOFF TABLE - NET OF RECOVERIES' TO CTL-LABEL
           MOVE WS-TBL-NET TO CTL-AMOUNT
           WRITE CTL-RECORD FROM WS-CTL-LINE

           MOVE '  CANCELLED IN EARLIER YEARS' TO CTL-LABEL
           MOVE WS-TBL-EARLIER TO CTL-AMOUNT
           WRITE CTL-RECORD FROM WS-CTL-LINE

           MOVE '  STILL IN COLLECTION OR POLICY PERIOD' TO CTL-LABEL
           MOVE WS-TBL-OPEN TO CTL-AMOUNT
           WRITE CTL-RECORD FROM WS-CTL-LINE

           MOVE '  CANCELLED THIS YEAR' TO CTL-LABEL
           MOVE WS-TBL-THIS-YEAR TO CTL-AMOUNT
           WRITE CTL-RECORD FROM WS-CTL-LINE

      * A RECOVERY ABOVE THE CHARGED AMOUNT IS CANCELLED AT ZERO, SO
      * ONLY THAT CAN MAKE THE EVENT G FIGURE DIFFER FROM THE TABLE.
           MOVE 'EVENT G (POLICY) - PRINCIPAL CANCELLED' TO CTL-LABEL
           MOVE WS-CHGOFF-COUNT      TO CTL-COUNT
           MOVE WS-CHGOFF-DISCHARGED TO CTL-AMOUNT
           IF WS-CHGOFF-DISCHARGED = WS-TBL-THIS-YEAR
              MOVE 'AGREES'    TO CTL-FLAG
           ELSE
              MOVE 'DIFFERENCE' TO CTL-FLAG
           END-IF
           WRITE CTL-RECORD FROM WS-CTL-LINE
           MOVE SPACES TO CTL-RECORD
           WRITE CTL-RECORD

           MOVE SPACES TO CTL-FLAG
           MOVE 'INTEREST CANCELLED WITH THE DEBTS' TO CTL-LABEL
           MOVE ZERO              TO CTL-COUNT
           MOVE WS-DEBTS-INTEREST TO CTL-AMOUNT
           WRITE CTL-RECORD FROM WS-CTL-LINE

           MOVE 'CO-BORROWER DEBTS (JOINT LIABILITY)' TO CTL-LABEL
           MOVE WS-COBORROWER-ROWS TO CTL-COUNT
           MOVE ZERO               TO CTL-AMOUNT
           WRITE CTL-RECORD FROM WS-CTL-LINE

           MOVE 'DEBTORS REPORTED' TO CTL-LABEL
           MOVE WS-DEBTORS-FILED TO CTL-COUNT
           MOVE ZERO             TO CTL-AMOUNT
           WRITE CTL-RECORD FROM WS-CTL-LINE

           MOVE 'FORMS FILED - DEBT DISCHARGED (BOX 2)' TO CTL-LABEL
           MOVE WS-FORMS-FILED      TO CTL-COUNT
           MOVE WS-FILED-DISCHARGED TO CTL-AMOUNT
           WRITE CTL-RECORD FROM WS-CTL-LINE

           MOVE 'FORMS FILED - INTEREST INCLUDED (BOX 3)' TO CTL-LABEL
           MOVE WS-FORMS-FILED    TO CTL-COUNT
           MOVE WS-FILED-INTEREST TO CTL-AMOUNT
           WRITE CTL-RECORD FROM WS-CTL-LINE

           MOVE 'DEBTORS UNDER THE THRESHOLD - NOT FILED' TO CTL-LABEL
           MOVE WS-DEBTORS-UNDER TO CTL-COUNT
           MOVE WS-UNDER-AMOUNT  TO CTL-AMOUNT
           WRITE CTL-RECORD FROM WS-CTL-LINE

           MOVE 'REPORTED DEBTORS WITH NO ADDRESS ON FILE' TO CTL-LABEL
           MOVE WS-NO-ADDRESS TO CTL-COUNT
           MOVE ZERO          TO CTL-AMOUNT
           IF WS-NO-ADDRESS > 0
              MOVE 'REVIEW'    TO CTL-FLAG
           END-IF
           WRITE CTL-RECORD FROM WS-CTL-LINE
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
