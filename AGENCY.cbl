       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENCY.
       AUTHOR. ISURU, WONA & MALENE.
      ********************************************************
      *      BATCH PROGRAM CONNECTED TO "LENDWISE" MAIN PGM. *
      *                                                      *
      * FUNCTION: OUTSIDE COLLECTION AGENCY PLACEMENT,       *
      * REMITTANCE AND RECALL FOR CHARGED-OFF ('W') LOANS.   *
      * RUN MODE COMES FROM SYSIN:                           *
      *                                                      *
      *   'DAILY' (BEFORE CHGOFF) -                          *
      *     1. LOADS THE AGENCIES' REMITTANCE LINES          *
      *        (REMITIN, OPTIONAL - MOST DAYS THERE IS NONE) *
      *        INTO AGENCY_REMIT AND GROWS THE PLACEMENT'S   *
      *        COLLECTED AND COMMISSION TOTALS. CHGOFF'S     *
      *        RECOVERY PASS BOOKS THE CASH NET OF           *
      *        COMMISSION LATER THE SAME NIGHT.              *
      *     2. RECALLS EVERY ACTIVE PLACEMENT WHOSE ACCOUNT  *
      *        HAS SINCE TAKEN A HOLD (BANKRUPTCY OR OTHER), *
      *        AN AGREED SETTLEMENT, OR IS PAID OFF, AND     *
      *        TELLS THE AGENCY ON THE RECALL FILE (AGYRCL). *
      *                                                      *
      *   'PLACE' (MONTH END) -                              *
      *     1. PLACES EVERY CHARGED-OFF LOAN NOT ALREADY     *
      *        WITH AN AGENCY, CHARGED OFF AT LEAST          *
      *        AGENCY-PLACE-DAYS AGO, STILL OWING, AND FREE  *
      *        OF HOLDS AND SETTLEMENTS. AGENCIES COME FROM  *
      *        AGENCY-CODES AND ARE ASSIGNED IN TURN. THE    *
      *        PLACEMENT FILE (AGYPLC) CARRIES THE BALANCE   *
      *        OFF THE CHARGEOFF ROW AND THE CUSTOMER'S      *
      *        CONTACT DETAILS AND LAST ADDRESS ON FILE.     *
      *     2. PRINTS THE PLACEMENT INVENTORY (AGYRPT) -     *
      *        EVERY ACTIVE PLACEMENT BY AGENCY, WITH THE    *
      *        AGENCY'S TOTALS.                              *
      *                                                      *
      * AN ACCOUNT RECALLED FOR BANKRUPTCY OR SETTLEMENT IS  *
      * NEVER PLACED AGAIN; ONE RECALLED FOR ANOTHER HOLD    *
      * IS, ONCE THE HOLD IS RELEASED.                       *
      ********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMITIN ASSIGN TO REMITIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-REMITIN.

           SELECT RCLOUT ASSIGN TO AGYRCL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-AGYRCL.

           SELECT PLCOUT ASSIGN TO AGYPLC
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-AGYPLC.

           SELECT RPTOUT ASSIGN TO AGYRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-AGYRPT.

      * OPS-TUNABLE RUN PARAMETERS, READ AT STARTUP.
           SELECT PARMIN ASSIGN TO PARMFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-PARMFILE.

       DATA DIVISION.
       FILE SECTION.

      * ONE LINE PER COLLECTION ON AN AGENCY'S MONTHLY REMITTANCE:
      * WHAT IT COLLECTED FROM THE BORROWER AND WHAT IT KEPT.
       FD REMITIN
            RECORDING MODE F.
       01 REMIT-RECORD.
          05 RMT-AGENCY-CODE    PIC X(4).
          05 RMT-LOAN-ID        PIC 9(9).
          05 RMT-COLLECTED-DATE PIC X(10).
          05 RMT-GROSS-AMOUNT   PIC 9(11)V99.
          05 RMT-COMMISSION     PIC 9(11)V99.
          05 FILLER             PIC X(31).

       FD RCLOUT
            RECORDING MODE F.
       01 RECALL-RECORD         PIC X(100).

       FD PLCOUT
            RECORDING MODE F.
       01 PLACEMENT-RECORD      PIC X(200).

       FD RPTOUT
            RECORDING MODE F.
       01 AGENCY-REPORT-LINE    PIC X(132).

       FD PARMIN
            RECORDING MODE F.
       01 PARM-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE CHARGOFF END-EXEC.
           EXEC SQL INCLUDE CUSTOMER END-EXEC.
           EXEC SQL INCLUDE CUSTADDR END-EXEC.
           EXEC SQL INCLUDE AGYPLACE END-EXEC.
           EXEC SQL INCLUDE AGYREMIT END-EXEC.

      * FILE STATUS.
       01 FS-REMITIN            PIC X(02).
       01 FS-AGYRCL             PIC X(02).
       01 FS-AGYPLC             PIC X(02).
       01 FS-AGYRPT             PIC X(02).
       01 EOF-REMIT             PIC X VALUE 'N'.
         88 END-OF-REMIT        VALUE 'Y'.

       01 WS-SQL-ACTION         PIC X(40).
       01 WS-RETURN-CODE        PIC S9(4) COMP.

      * RUN MODE FROM SYSIN: 'DAILY' OR 'PLACE'.
       01 WS-RUN-MODE           PIC X(5).

       01 WS-CURRENT-DATE.
          05 WS-DATE-YYYY       PIC X(4).
          05 WS-DATE-MM         PIC X(2).
          05 WS-DATE-DD         PIC X(2).
       01 WS-TODAY-DASHED       PIC X(10).
       01 WS-TODAY-NUM          PIC 9(8).

      * PLACEMENT RULES - PARMFILE-TUNABLE, SAME MECHANISM AS THE
      * OTHER BATCH PROGRAMS. A LOAN GIVES THE INTERNAL RECOVERY
      * PATH AGENCY-PLACE-DAYS AFTER CHARGE-OFF BEFORE IT GOES
      * OUT. AGENCY-CODES LISTS UP TO FOUR AGENCIES, COMMA-
      * SEPARATED; NEW PLACEMENTS ARE DEALT OUT TO THEM IN TURN.
       01 FS-PARMFILE           PIC X(2).
       01 WS-PARM-EOF           PIC X(1) VALUE 'N'.
         88 PARM-EOF-YES        VALUE 'Y'.
       01 WS-PARM-KEY           PIC X(20).
       01 WS-PARM-VALUE         PIC X(60).
       01 WS-PARM-TOKEN         PIC X(20).
       01 WS-PARM-LEN           PIC 9(4) USAGE COMP.
       01 WS-PLACE-DAYS         PIC 9(3) VALUE 30.

       01 WS-AGENCY-TABLE.
          05 WS-AGENCY-ENTRY    PIC X(4) OCCURS 4 TIMES.
       01 WS-AGENCY-COUNT       PIC 9(4) USAGE COMP VALUE 1.
       01 WS-AGENCY-IX          PIC 9(4) USAGE COMP VALUE 0.
       01 WS-NEW-TABLE.
          05 WS-NEW-ENTRY       PIC X(4) OCCURS 4 TIMES.
       01 WS-NEW-COUNT          PIC 9(4) USAGE COMP.
       01 WS-NEW-IX             PIC 9(4) USAGE COMP.

       01 WS-CUT-INTEGER        PIC S9(9) USAGE COMP.
       01 WS-CUT-NUM            PIC 9(8).
       01 WS-PLACE-CUTOFF       PIC X(10).

      * WORK FIELDS.
       01 WS-BALANCE            PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-ROW-COUNT          PIC S9(9) USAGE COMP.
       01 WS-RECALL-REASON      PIC X(1).
       01 WS-REMIT-OK           PIC X(1).
         88 REMIT-OK            VALUE 'Y'.
       01 WS-CODES-OK           PIC X(1).
         88 CODES-OK            VALUE 'Y'.

      * AGENCY CONTROL BREAK FOR THE INVENTORY.
       01 WS-PRIOR-AGENCY       PIC X(4) VALUE SPACES.
       01 WS-AGY-COUNT          PIC 9(7) VALUE 0.
       01 WS-AGY-PLACED         PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-AGY-GROSS          PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-AGY-COMMISSION     PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-AGY-BALANCE        PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.

      * RUN CONTROL TOTALS.
       01 WS-REMIT-LOADED       PIC 9(9) VALUE 0.
       01 WS-REMIT-REJECTED     PIC 9(9) VALUE 0.
       01 WS-REMIT-GROSS        PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-REMIT-COMMISSION   PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-RECALLS            PIC 9(9) VALUE 0.
       01 WS-PLACEMENTS         PIC 9(9) VALUE 0.
       01 WS-PLACED-TOTAL       PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-INV-COUNT          PIC 9(7) VALUE 0.
       01 WS-INV-PLACED         PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-INV-GROSS          PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-INV-COMMISSION     PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-INV-BALANCE        PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.

      * PLACEMENT RECORD FOR THE AGENCY - WHAT THEY NEED TO WORK
      * THE ACCOUNT.
       01 PLC-DETAIL.
          05 PLC-AGENCY-CODE    PIC X(4).
          05 PLC-LOAN-ID        PIC 9(9).
          05 PLC-CUSTOMER-ID    PIC 9(9).
          05 PLC-CUSTOMER-NAME  PIC X(30).
          05 PLC-PHONE          PIC X(15).
          05 PLC-ADDR-LINE-1    PIC X(30).
          05 PLC-ADDR-LINE-2    PIC X(30).
          05 PLC-CITY           PIC X(20).
          05 PLC-STATE-CODE     PIC X(2).
          05 PLC-POSTAL-CODE    PIC X(10).
          05 PLC-BALANCE        PIC 9(13)V99.
          05 PLC-CHARGEOFF-DATE PIC X(10).
          05 PLC-PLACED-DATE    PIC X(10).
          05 FILLER             PIC X(6).

      * RECALL RECORD - THE AGENCY STOPS WORKING THE ACCOUNT.
       01 RCL-DETAIL.
          05 RCL-AGENCY-CODE    PIC X(4).
          05 RCL-LOAN-ID        PIC 9(9).
          05 RCL-CUSTOMER-ID    PIC 9(9).
          05 RCL-RECALL-DATE    PIC X(10).
          05 RCL-REASON         PIC X(1).
          05 RCL-REASON-TEXT    PIC X(20).
          05 FILLER             PIC X(47).

      * INVENTORY REPORT LINES.
       01 WS-RPT-HEADER.
          05 FILLER             PIC X(39)
                     VALUE 'COLLECTION AGENCY PLACEMENT INVENTORY: '.
          05 RPT-DATE           PIC X(10).
          05 FILLER             PIC X(83) VALUE SPACES.

       01 WS-RPT-COLUMNS.
          05 FILLER             PIC X(7)  VALUE 'AGENCY'.
          05 FILLER             PIC X(11) VALUE 'LOAN'.
          05 FILLER             PIC X(11) VALUE 'CUSTOMER'.
          05 FILLER             PIC X(12) VALUE 'PLACED'.
          05 FILLER             PIC X(20) VALUE '       PLACED AMT'.
          05 FILLER             PIC X(20) VALUE '        COLLECTED'.
          05 FILLER             PIC X(20) VALUE '       COMMISSION'.
          05 FILLER             PIC X(31) VALUE '      BALANCE NOW'.

       01 WS-RPT-DETAIL.
          05 RPTD-AGENCY        PIC X(4).
          05 FILLER             PIC X(3) VALUE SPACES.
          05 RPTD-LOAN-ID       PIC 9(9).
          05 FILLER             PIC X(2) VALUE SPACES.
          05 RPTD-CUSTOMER-ID   PIC 9(9).
          05 FILLER             PIC X(2) VALUE SPACES.
          05 RPTD-PLACED-DATE   PIC X(10).
          05 FILLER             PIC X(2) VALUE SPACES.
          05 RPTD-PLACED        PIC +ZZZZZZZZZZZZZZ9.99.
          05 FILLER             PIC X(1) VALUE SPACES.
          05 RPTD-GROSS         PIC +ZZZZZZZZZZZZZZ9.99.
          05 FILLER             PIC X(1) VALUE SPACES.
          05 RPTD-COMMISSION    PIC +ZZZZZZZZZZZZZZ9.99.
          05 FILLER             PIC X(1) VALUE SPACES.
          05 RPTD-BALANCE       PIC +ZZZZZZZZZZZZZZ9.99.
          05 FILLER             PIC X(12) VALUE SPACES.

       01 WS-RPT-TOTAL.
          05 RPTT-LABEL         PIC X(13).
          05 RPTT-AGENCY        PIC X(4).
          05 FILLER             PIC X(9)  VALUE '  ACCTS: '.
          05 RPTT-COUNT         PIC ZZZZZZ9.
          05 FILLER             PIC X(8)  VALUE SPACES.
          05 RPTT-PLACED        PIC +ZZZZZZZZZZZZZZ9.99.
          05 FILLER             PIC X(1) VALUE SPACES.
          05 RPTT-GROSS         PIC +ZZZZZZZZZZZZZZ9.99.
          05 FILLER             PIC X(1) VALUE SPACES.
          05 RPTT-COMMISSION    PIC +ZZZZZZZZZZZZZZ9.99.
          05 FILLER             PIC X(1) VALUE SPACES.
          05 RPTT-BALANCE       PIC +ZZZZZZZZZZZZZZ9.99.
          05 FILLER             PIC X(12) VALUE SPACES.

       01 WS-RPT-BLANK          PIC X(132) VALUE SPACES.

      *****************************************************
      *  CHARGED-OFF LOANS READY FOR AN OUTSIDE AGENCY.   *
      *  RECOVERED_AMOUNT IS NET OF AGENCY COMMISSION -   *
      *  THE BORROWER PAID THE COMMISSION TOO, SO IT      *
      *  COMES OFF THE BALANCE STILL OWED.                *
      *****************************************************
           EXEC SQL
             DECLARE C-PLACEABLE CURSOR WITH HOLD FOR
               SELECT C.LOAN_ID, C.CUSTOMER_ID, C.CHARGEOFF_DATE,
                      C.CHARGED_AMOUNT - C.RECOVERED_AMOUNT
                      - COALESCE((SELECT SUM(Q.COMMISSION)
                                    FROM KALA12.AGENCY_PLACEMENT Q
                                   WHERE Q.LOAN_ID = C.LOAN_ID), 0)
                 FROM KALA12.CHARGEOFF C
                 JOIN LOAN L
                   ON L.LOAN_ID = C.LOAN_ID
                WHERE L.LOAN_STATUS = 'W'
                  AND C.CHARGEOFF_DATE <= :WS-PLACE-CUTOFF
                  AND C.CHARGED_AMOUNT - C.RECOVERED_AMOUNT
                      - COALESCE((SELECT SUM(Q.COMMISSION)
                                    FROM KALA12.AGENCY_PLACEMENT Q
                                   WHERE Q.LOAN_ID = C.LOAN_ID), 0)
                      > 0
                  AND NOT EXISTS
                      (SELECT 1 FROM KALA12.AGENCY_PLACEMENT P
                        WHERE P.LOAN_ID = C.LOAN_ID
                          AND (P.PLACE_STATUS = 'A'
                               OR P.RECALL_REASON IN ('B', 'S')))
                  AND NOT EXISTS
                      (SELECT 1 FROM KALA12.ACCT_HOLD H
                        WHERE H.HOLD_STATUS = 'A'
                          AND ((H.HOLD_LEVEL = 'L'
                                AND H.HOLD_KEY = C.LOAN_ID)
                            OR (H.HOLD_LEVEL = 'C'
                                AND H.HOLD_KEY = C.CUSTOMER_ID)))
                  AND NOT EXISTS
                      (SELECT 1 FROM KALA12.SETTLE_AGREE S
                        WHERE S.LOAN_ID = C.LOAN_ID
                          AND S.SETTLE_STATUS IN ('P', 'C'))
                ORDER BY C.LOAN_ID
           END-EXEC.

      *****************************************************
      *  EVERY PLACEMENT STILL WITH ITS AGENCY, WITH THE  *
      *  BALANCE LEFT ON THE CHARGEOFF ROW (LESS AGENCY   *
      *  COMMISSION, AS ABOVE) - DRIVES BOTH              *
      *  THE RECALL PASS AND THE INVENTORY.               *
      *****************************************************
           EXEC SQL
             DECLARE C-ACTIVE-PLACEMENTS CURSOR WITH HOLD FOR
               SELECT P.AGENCY_CODE, P.LOAN_ID, P.CUSTOMER_ID,
                      P.PLACED_DATE, P.PLACED_AMOUNT,
                      P.GROSS_COLLECTED, P.COMMISSION,
                      C.CHARGED_AMOUNT - C.RECOVERED_AMOUNT
                      - COALESCE((SELECT SUM(Q.COMMISSION)
                                    FROM KALA12.AGENCY_PLACEMENT Q
                                   WHERE Q.LOAN_ID = C.LOAN_ID), 0)
                 FROM KALA12.AGENCY_PLACEMENT P
                 JOIN KALA12.CHARGEOFF C
                   ON C.LOAN_ID = P.LOAN_ID
                WHERE P.PLACE_STATUS = 'A'
                ORDER BY P.AGENCY_CODE, P.LOAN_ID
           END-EXEC.

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE SPACES TO WS-RUN-MODE
           ACCEPT WS-RUN-MODE

           DISPLAY 'AGENCY - COLLECTION AGENCY RUN, MODE: '
                   WS-RUN-MODE

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-DATE-YYYY '-' WS-DATE-MM '-' WS-DATE-DD
             DELIMITED BY SIZE
             INTO WS-TODAY-DASHED
           MOVE WS-CURRENT-DATE TO WS-TODAY-NUM

           MOVE 'OCA1' TO WS-AGENCY-ENTRY (1)
           PERFORM READ-RUN-PARAMETERS

           EVALUATE WS-RUN-MODE
             WHEN 'DAILY'
               PERFORM DAILY-AGENCY-RUN
             WHEN 'PLACE'
               PERFORM MONTHLY-PLACEMENT-RUN
             WHEN OTHER
               DISPLAY 'AGENCY - INVALID MODE - MUST BE DAILY OR PLACE.'
               MOVE 8 TO RETURN-CODE
           END-EVALUATE

           STOP RUN
           .

       DAILY-AGENCY-RUN.
           OPEN OUTPUT RCLOUT
           IF FS-AGYRCL NOT = '00'
              DISPLAY 'AGENCY - ERROR OPENING RECALL FILE.'
              DISPLAY 'FILE STATUS CODE: ' FS-AGYRCL
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM LOAD-REMITTANCE
           PERFORM RECALL-PLACEMENTS

           EXEC SQL
              COMMIT
           END-EXEC

           CLOSE RCLOUT

           DISPLAY 'AGENCY - REMITTANCE LINES LOADED: '
                   WS-REMIT-LOADED
           DISPLAY 'AGENCY - REMITTANCE LINES REJECTED:'
                   WS-REMIT-REJECTED
           DISPLAY 'AGENCY - GROSS COLLECTED:         '
                   WS-REMIT-GROSS
           DISPLAY 'AGENCY - COMMISSION:              '
                   WS-REMIT-COMMISSION
           DISPLAY 'AGENCY - PLACEMENTS RECALLED:     '
                   WS-RECALLS
           .

       MONTHLY-PLACEMENT-RUN.
           COMPUTE WS-CUT-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
                   - WS-PLACE-DAYS
           COMPUTE WS-CUT-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-CUT-INTEGER)
           MOVE WS-CUT-NUM(1:4) TO WS-PLACE-CUTOFF(1:4)
           MOVE '-' TO WS-PLACE-CUTOFF(5:1)
           MOVE WS-CUT-NUM(5:2) TO WS-PLACE-CUTOFF(6:2)
           MOVE '-' TO WS-PLACE-CUTOFF(8:1)
           MOVE WS-CUT-NUM(7:2) TO WS-PLACE-CUTOFF(9:2)

           OPEN OUTPUT PLCOUT
           IF FS-AGYPLC NOT = '00'
              DISPLAY 'AGENCY - ERROR OPENING PLACEMENT FILE.'
              DISPLAY 'FILE STATUS CODE: ' FS-AGYPLC
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPTOUT
           IF FS-AGYRPT NOT = '00'
              DISPLAY 'AGENCY - ERROR OPENING INVENTORY REPORT.'
              DISPLAY 'FILE STATUS CODE: ' FS-AGYRPT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM PLACE-CHARGED-OFF-LOANS

           EXEC SQL
              COMMIT
           END-EXEC

           CLOSE PLCOUT

           PERFORM WRITE-INVENTORY-REPORT
           CLOSE RPTOUT

           DISPLAY 'AGENCY - NEW PLACEMENTS:          '
                   WS-PLACEMENTS
           DISPLAY 'AGENCY - BALANCE PLACED:          '
                   WS-PLACED-TOTAL
           DISPLAY 'AGENCY - ACCOUNTS WITH AGENCIES:  '
                   WS-INV-COUNT
           .

       READ-RUN-PARAMETERS.
      * KEYWORD=VALUE RECORDS; '*' IN COLUMN ONE IS A COMMENT. A
      * MISSING PARMFILE LEAVES THE COMPILED DEFAULTS IN EFFECT.
           OPEN INPUT PARMIN
           IF FS-PARMFILE NOT = '00'
              DISPLAY 'AGENCY - NO PARMFILE (STATUS ' FS-PARMFILE
                      ') - DEFAULTS IN EFFECT.'
           ELSE
              PERFORM READ-PARM-RECORD
              PERFORM UNTIL PARM-EOF-YES
                 PERFORM APPLY-PARM-RECORD
                 PERFORM READ-PARM-RECORD
              END-PERFORM
              CLOSE PARMIN
           END-IF

           DISPLAY 'AGENCY - AGENCY-PLACE-DAYS IN EFFECT: '
                   WS-PLACE-DAYS
           PERFORM VARYING WS-AGENCY-IX FROM 1 BY 1
                   UNTIL WS-AGENCY-IX > WS-AGENCY-COUNT
              DISPLAY 'AGENCY - AGENCY IN ROTATION:       '
                      WS-AGENCY-ENTRY (WS-AGENCY-IX)
           END-PERFORM
           MOVE 0 TO WS-AGENCY-IX
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
                WHEN 'AGENCY-PLACE-DAYS'
                  IF WS-PARM-LEN > 0 AND WS-PARM-LEN < 4
                     AND WS-PARM-TOKEN(1:WS-PARM-LEN) IS NUMERIC
                     MOVE WS-PARM-TOKEN(1:WS-PARM-LEN)
                       TO WS-PLACE-DAYS
                  ELSE
                     DISPLAY 'AGENCY - BAD PARM VALUE IGNORED: '
                             PARM-RECORD
                  END-IF
                WHEN 'AGENCY-CODES'
                  PERFORM APPLY-AGENCY-CODES
                WHEN OTHER
      * THE DAILY PARMLIB MEMBER IS SHARED WITH THE OTHER BATCH
      * PROGRAMS - KEYS THAT AREN'T OURS ARE SIMPLY NOT FOR US.
                  CONTINUE
              END-EVALUATE
           END-IF
           .

       APPLY-AGENCY-CODES.
      * EVERY CODE MUST BE FOUR NON-BLANK CHARACTERS; ONE BAD CODE
      * THROWS OUT THE WHOLE LIST RATHER THAN PLACE WITH HALF OF IT.
           MOVE SPACES TO WS-NEW-TABLE
           MOVE 0 TO WS-NEW-COUNT
           UNSTRING WS-PARM-TOKEN DELIMITED BY ','
               INTO WS-NEW-ENTRY (1), WS-NEW-ENTRY (2),
                    WS-NEW-ENTRY (3), WS-NEW-ENTRY (4)
               TALLYING IN WS-NEW-COUNT
           END-UNSTRING

           MOVE 'Y' TO WS-CODES-OK
           IF WS-PARM-LEN = 0 OR WS-PARM-LEN > 19
              MOVE 'N' TO WS-CODES-OK
           END-IF
           PERFORM VARYING WS-NEW-IX FROM 1 BY 1
                   UNTIL WS-NEW-IX > WS-NEW-COUNT
              IF WS-NEW-ENTRY (WS-NEW-IX) = SPACES
                 OR WS-NEW-ENTRY (WS-NEW-IX)(4:1) = SPACE
                 MOVE 'N' TO WS-CODES-OK
              END-IF
           END-PERFORM

           IF CODES-OK
              MOVE WS-NEW-TABLE TO WS-AGENCY-TABLE
              MOVE WS-NEW-COUNT TO WS-AGENCY-COUNT
           ELSE
              DISPLAY 'AGENCY - BAD PARM VALUE IGNORED: '
                      PARM-RECORD
           END-IF
           .

       LOAD-REMITTANCE.
      * THE FEED IS OPTIONAL - AGENCIES REMIT MONTHLY, SO ON MOST
      * NIGHTS THERE IS NOTHING TO LOAD.
           OPEN INPUT REMITIN
           IF FS-REMITIN NOT = '00'
              DISPLAY 'AGENCY - NO REMITTANCE FEED TODAY. '
                      'FILE STATUS: ' FS-REMITIN
           ELSE
              PERFORM READ-REMIT-RECORD
              PERFORM UNTIL END-OF-REMIT
                 PERFORM LOAD-ONE-REMIT-LINE
                 PERFORM READ-REMIT-RECORD
              END-PERFORM
              CLOSE REMITIN
           END-IF
           .

       READ-REMIT-RECORD.
           READ REMITIN
              AT END
                 MOVE 'Y' TO EOF-REMIT
           END-READ
           .

       LOAD-ONE-REMIT-LINE.
           MOVE 'Y' TO WS-REMIT-OK

           EVALUATE TRUE
             WHEN RMT-LOAN-ID NOT NUMERIC
               OR RMT-GROSS-AMOUNT NOT NUMERIC
               OR RMT-COMMISSION NOT NUMERIC
               DISPLAY 'AGENCY - BAD REMITTANCE RECORD SKIPPED: '
                       REMIT-RECORD
               MOVE 'N' TO WS-REMIT-OK
             WHEN RMT-COMMISSION > RMT-GROSS-AMOUNT
               DISPLAY 'AGENCY - COMMISSION EXCEEDS COLLECTION, '
                       'LOAN-ID: ' RMT-LOAN-ID ' - LINE REJECTED'
               MOVE 'N' TO WS-REMIT-OK
             WHEN OTHER
               CONTINUE
           END-EVALUATE

      * THE LOAN MUST HAVE BEEN PLACED WITH THE AGENCY REMITTING.
      * A RECALLED PLACEMENT STILL TAKES CASH COLLECTED BEFORE THE
      * RECALL REACHED THE AGENCY.
           IF REMIT-OK
              MOVE RMT-AGENCY-CODE TO AGP_AGENCY-CODE
              MOVE RMT-LOAN-ID     TO AGP_LOAN-ID
              EXEC SQL
                 SELECT COALESCE(MAX(PLACED_DATE), ' ')
                   INTO :AGP_PLACED-DATE
                   FROM KALA12.AGENCY_PLACEMENT
                  WHERE AGENCY_CODE = :AGP_AGENCY-CODE
                    AND LOAN_ID     = :AGP_LOAN-ID
              END-EXEC
              MOVE 'FETCH PLACEMENT FOR REMITTANCE' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              IF SQLCODE NOT = 0 OR AGP_PLACED-DATE = SPACES
                 DISPLAY 'AGENCY - LOAN-ID: ' RMT-LOAN-ID
                         ' NOT PLACED WITH ' RMT-AGENCY-CODE
                         ' - LINE REJECTED'
                 MOVE 'N' TO WS-REMIT-OK
              END-IF
           END-IF

      * A FILE SENT TWICE MUST NOT BE RECOVERED TWICE.
           IF REMIT-OK
              MOVE RMT-AGENCY-CODE    TO AGR_AGENCY-CODE
              MOVE RMT-LOAN-ID        TO AGR_LOAN-ID
              MOVE RMT-COLLECTED-DATE TO AGR_COLLECTED-DATE
              MOVE RMT-GROSS-AMOUNT   TO AGR_GROSS-AMOUNT
              MOVE RMT-COMMISSION     TO AGR_COMMISSION
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-ROW-COUNT
                   FROM KALA12.AGENCY_REMIT
                  WHERE AGENCY_CODE    = :AGR_AGENCY-CODE
                    AND LOAN_ID        = :AGR_LOAN-ID
                    AND COLLECTED_DATE = :AGR_COLLECTED-DATE
                    AND GROSS_AMOUNT   = :AGR_GROSS-AMOUNT
                    AND COMMISSION     = :AGR_COMMISSION
              END-EXEC
              MOVE 'CHECK DUPLICATE REMITTANCE' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              IF WS-ROW-COUNT > 0
                 DISPLAY 'AGENCY - DUPLICATE REMITTANCE LINE, '
                         'LOAN-ID: ' RMT-LOAN-ID ' - LINE REJECTED'
                 MOVE 'N' TO WS-REMIT-OK
              END-IF
           END-IF

           IF REMIT-OK
              MOVE WS-TODAY-DASHED TO AGR_LOADED-DATE
              MOVE 'N'             TO AGR_POSTED-FLAG
              MOVE SPACES          TO AGR_POSTED-DATE
              EXEC SQL
                 INSERT INTO KALA12.AGENCY_REMIT
                       (AGENCY_CODE, LOAN_ID, COLLECTED_DATE,
                        GROSS_AMOUNT, COMMISSION, LOADED_DATE,
                        POSTED_FLAG, POSTED_DATE)
                 VALUES (:AGR_AGENCY-CODE, :AGR_LOAN-ID,
                         :AGR_COLLECTED-DATE, :AGR_GROSS-AMOUNT,
                         :AGR_COMMISSION, :AGR_LOADED-DATE,
                         :AGR_POSTED-FLAG, :AGR_POSTED-DATE)
              END-EXEC
              MOVE 'INSERT AGENCY REMITTANCE' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              EXEC SQL
                 UPDATE KALA12.AGENCY_PLACEMENT
                    SET GROSS_COLLECTED = GROSS_COLLECTED
                                        + :AGR_GROSS-AMOUNT,
                        COMMISSION      = COMMISSION
                                        + :AGR_COMMISSION
                  WHERE AGENCY_CODE = :AGP_AGENCY-CODE
                    AND LOAN_ID     = :AGP_LOAN-ID
                    AND PLACED_DATE = :AGP_PLACED-DATE
              END-EXEC
              MOVE 'UPDATE PLACEMENT COLLECTIONS' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              ADD 1 TO WS-REMIT-LOADED
              ADD AGR_GROSS-AMOUNT TO WS-REMIT-GROSS
              ADD AGR_COMMISSION   TO WS-REMIT-COMMISSION
           ELSE
              ADD 1 TO WS-REMIT-REJECTED
           END-IF
           .

       RECALL-PLACEMENTS.
           EXEC SQL
              OPEN C-ACTIVE-PLACEMENTS
           END-EXEC
           MOVE 'OPEN C-ACTIVE-PLACEMENTS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM FETCH-ACTIVE-PLACEMENT
           PERFORM UNTIL SQLCODE NOT = 0
              PERFORM CHECK-ONE-PLACEMENT
              PERFORM FETCH-ACTIVE-PLACEMENT
           END-PERFORM

           EXEC SQL
              CLOSE C-ACTIVE-PLACEMENTS
           END-EXEC
           MOVE 'CLOSE C-ACTIVE-PLACEMENTS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       FETCH-ACTIVE-PLACEMENT.
           EXEC SQL
              FETCH C-ACTIVE-PLACEMENTS
                INTO :AGP_AGENCY-CODE, :AGP_LOAN-ID,
                     :AGP_CUSTOMER-ID, :AGP_PLACED-DATE,
                     :AGP_PLACED-AMOUNT, :AGP_GROSS-COLLECTED,
                     :AGP_COMMISSION, :WS-BALANCE
           END-EXEC
           MOVE 'FETCH C-ACTIVE-PLACEMENTS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       CHECK-ONE-PLACEMENT.
      * BANKRUPTCY IS TESTED FIRST - IT IS THE ONE RECALL THE
      * AGENCY MUST ACT ON AT ONCE (THE AUTOMATIC STAY).
           MOVE SPACE TO WS-RECALL-REASON

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-ROW-COUNT
                FROM KALA12.ACCT_HOLD
               WHERE HOLD_STATUS = 'A'
                 AND HOLD_CODE   = 'BK'
                 AND ((HOLD_LEVEL = 'L' AND HOLD_KEY = :AGP_LOAN-ID)
                   OR (HOLD_LEVEL = 'C'
                       AND HOLD_KEY = :AGP_CUSTOMER-ID))
           END-EXEC
           MOVE 'CHECK BANKRUPTCY HOLD' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           IF WS-ROW-COUNT > 0
              MOVE 'B' TO WS-RECALL-REASON
           END-IF

           IF WS-RECALL-REASON = SPACE
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-ROW-COUNT
                   FROM KALA12.ACCT_HOLD
                  WHERE HOLD_STATUS = 'A'
                    AND ((HOLD_LEVEL = 'L'
                          AND HOLD_KEY = :AGP_LOAN-ID)
                      OR (HOLD_LEVEL = 'C'
                          AND HOLD_KEY = :AGP_CUSTOMER-ID))
              END-EXEC
              MOVE 'CHECK ACCOUNT HOLD' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE
              IF WS-ROW-COUNT > 0
                 MOVE 'H' TO WS-RECALL-REASON
              END-IF
           END-IF

           IF WS-RECALL-REASON = SPACE
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-ROW-COUNT
                   FROM KALA12.SETTLE_AGREE
                  WHERE LOAN_ID = :AGP_LOAN-ID
                    AND SETTLE_STATUS IN ('P', 'C')
              END-EXEC
              MOVE 'CHECK SETTLEMENT AGREEMENT' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE
              IF WS-ROW-COUNT > 0
                 MOVE 'S' TO WS-RECALL-REASON
              END-IF
           END-IF

      * PAID OFF IS THE AGENCY'S OWN GROSS COLLECTIONS AGAINST WHAT
      * IT WAS PLACED WITH - THE CHARGEOFF ROW ONLY EVER SEES THE
      * CASH NET OF COMMISSION.
           IF WS-RECALL-REASON = SPACE
              AND AGP_PLACED-AMOUNT - AGP_GROSS-COLLECTED NOT > 0
              MOVE 'P' TO WS-RECALL-REASON
           END-IF

           IF WS-RECALL-REASON NOT = SPACE
              PERFORM RECALL-ONE-PLACEMENT
           END-IF
           .

       RECALL-ONE-PLACEMENT.
           MOVE WS-TODAY-DASHED  TO AGP_RECALL-DATE
           MOVE WS-RECALL-REASON TO AGP_RECALL-REASON

           EXEC SQL
              UPDATE KALA12.AGENCY_PLACEMENT
                 SET PLACE_STATUS  = 'R',
                     RECALL_DATE   = :AGP_RECALL-DATE,
                     RECALL_REASON = :AGP_RECALL-REASON
               WHERE AGENCY_CODE  = :AGP_AGENCY-CODE
                 AND LOAN_ID      = :AGP_LOAN-ID
                 AND PLACED_DATE  = :AGP_PLACED-DATE
                 AND PLACE_STATUS = 'A'
           END-EXEC
           MOVE 'RECALL PLACEMENT' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           MOVE SPACES            TO RCL-DETAIL
           MOVE AGP_AGENCY-CODE   TO RCL-AGENCY-CODE
           MOVE AGP_LOAN-ID       TO RCL-LOAN-ID
           MOVE AGP_CUSTOMER-ID   TO RCL-CUSTOMER-ID
           MOVE AGP_RECALL-DATE   TO RCL-RECALL-DATE
           MOVE AGP_RECALL-REASON TO RCL-REASON
           EVALUATE AGP_RECALL-REASON
             WHEN 'B'
               MOVE 'BANKRUPTCY - STOP' TO RCL-REASON-TEXT
             WHEN 'H'
               MOVE 'ACCOUNT ON HOLD'   TO RCL-REASON-TEXT
             WHEN 'S'
               MOVE 'SETTLEMENT AGREED' TO RCL-REASON-TEXT
             WHEN 'P'
               MOVE 'BALANCE PAID'      TO RCL-REASON-TEXT
           END-EVALUATE
           WRITE RECALL-RECORD FROM RCL-DETAIL

           ADD 1 TO WS-RECALLS

           DISPLAY 'AGENCY - RECALLED LOAN-ID: ' AGP_LOAN-ID
                   ' FROM ' AGP_AGENCY-CODE ' - ' RCL-REASON-TEXT
           .

       PLACE-CHARGED-OFF-LOANS.
           EXEC SQL
              OPEN C-PLACEABLE
           END-EXEC
           MOVE 'OPEN C-PLACEABLE' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM FETCH-PLACEABLE
           PERFORM UNTIL SQLCODE NOT = 0
              PERFORM PLACE-ONE-LOAN
              PERFORM FETCH-PLACEABLE
           END-PERFORM

           EXEC SQL
              CLOSE C-PLACEABLE
           END-EXEC
           MOVE 'CLOSE C-PLACEABLE' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       FETCH-PLACEABLE.
           EXEC SQL
              FETCH C-PLACEABLE
                INTO :CHG_LOAN-ID, :CHG_CUSTOMER-ID,
                     :CHG_CHARGEOFF-DATE, :WS-BALANCE
           END-EXEC
           MOVE 'FETCH C-PLACEABLE' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       PLACE-ONE-LOAN.
           ADD 1 TO WS-AGENCY-IX
           IF WS-AGENCY-IX > WS-AGENCY-COUNT
              MOVE 1 TO WS-AGENCY-IX
           END-IF

           MOVE WS-AGENCY-ENTRY (WS-AGENCY-IX) TO AGP_AGENCY-CODE
           MOVE CHG_LOAN-ID      TO AGP_LOAN-ID
           MOVE CHG_CUSTOMER-ID  TO AGP_CUSTOMER-ID
           MOVE WS-TODAY-DASHED  TO AGP_PLACED-DATE
           MOVE WS-BALANCE       TO AGP_PLACED-AMOUNT
           MOVE 0                TO AGP_GROSS-COLLECTED
           MOVE 0                TO AGP_COMMISSION
           MOVE 'A'              TO AGP_PLACE-STATUS
           MOVE SPACES           TO AGP_RECALL-DATE
           MOVE SPACE            TO AGP_RECALL-REASON

           EXEC SQL
              INSERT INTO KALA12.AGENCY_PLACEMENT
                    (AGENCY_CODE, LOAN_ID, CUSTOMER_ID, PLACED_DATE,
                     PLACED_AMOUNT, GROSS_COLLECTED, COMMISSION,
                     PLACE_STATUS, RECALL_DATE, RECALL_REASON)
              VALUES (:AGP_AGENCY-CODE, :AGP_LOAN-ID,
                      :AGP_CUSTOMER-ID, :AGP_PLACED-DATE,
                      :AGP_PLACED-AMOUNT, :AGP_GROSS-COLLECTED,
                      :AGP_COMMISSION, :AGP_PLACE-STATUS,
                      :AGP_RECALL-DATE, :AGP_RECALL-REASON)
           END-EXEC
           MOVE 'INSERT AGENCY PLACEMENT' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM FETCH-CUSTOMER-CONTACT
           PERFORM FETCH-LAST-ADDRESS

           MOVE SPACES             TO PLC-DETAIL
           MOVE AGP_AGENCY-CODE    TO PLC-AGENCY-CODE
           MOVE AGP_LOAN-ID        TO PLC-LOAN-ID
           MOVE AGP_CUSTOMER-ID    TO PLC-CUSTOMER-ID
           MOVE CUSTOMER_NAME      TO PLC-CUSTOMER-NAME
           MOVE CUSTOMER_PHONE     TO PLC-PHONE
           MOVE ADR_ADDR-LINE-1    TO PLC-ADDR-LINE-1
           MOVE ADR_ADDR-LINE-2    TO PLC-ADDR-LINE-2
           MOVE ADR_CITY           TO PLC-CITY
           MOVE ADR_STATE-CODE     TO PLC-STATE-CODE
           MOVE ADR_POSTAL-CODE    TO PLC-POSTAL-CODE
           MOVE AGP_PLACED-AMOUNT  TO PLC-BALANCE
           MOVE CHG_CHARGEOFF-DATE TO PLC-CHARGEOFF-DATE
           MOVE AGP_PLACED-DATE    TO PLC-PLACED-DATE
           WRITE PLACEMENT-RECORD FROM PLC-DETAIL

           ADD 1 TO WS-PLACEMENTS
           ADD AGP_PLACED-AMOUNT TO WS-PLACED-TOTAL

           DISPLAY 'AGENCY - PLACED LOAN-ID: ' AGP_LOAN-ID
                   ' WITH ' AGP_AGENCY-CODE
                   ' BALANCE: ' AGP_PLACED-AMOUNT
           .

       FETCH-CUSTOMER-CONTACT.
           EXEC SQL
              SELECT NAME, PHONE
                INTO :CUSTOMER_NAME, :CUSTOMER_PHONE
                FROM CUSTOMER
               WHERE ID = :AGP_CUSTOMER-ID
           END-EXEC
           MOVE 'FETCH CUSTOMER CONTACT' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF SQLCODE NOT = 0
              MOVE SPACES TO CUSTOMER_NAME CUSTOMER_PHONE
           END-IF
           .

       FETCH-LAST-ADDRESS.
      * THE LAST ADDRESS ON FILE - THE NEWEST ROW DATED ON OR
      * BEFORE TODAY. NONE ON FILE GOES OUT BLANK; THE AGENCY
      * SKIP-TRACES IT.
           MOVE AGP_CUSTOMER-ID TO ADR_CUSTOMER-ID

           EXEC SQL
              SELECT ADDR_LINE_1, ADDR_LINE_2, CITY, STATE_CODE,
                     POSTAL_CODE
                INTO :ADR_ADDR-LINE-1, :ADR_ADDR-LINE-2, :ADR_CITY,
                     :ADR_STATE-CODE, :ADR_POSTAL-CODE
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

           IF SQLCODE NOT = 0
              MOVE SPACES TO ADR_ADDR-LINE-1 ADR_ADDR-LINE-2 ADR_CITY
                             ADR_STATE-CODE ADR_POSTAL-CODE
           END-IF
           .

       WRITE-INVENTORY-REPORT.
           MOVE WS-TODAY-DASHED TO RPT-DATE
           WRITE AGENCY-REPORT-LINE FROM WS-RPT-HEADER
           WRITE AGENCY-REPORT-LINE FROM WS-RPT-BLANK
           WRITE AGENCY-REPORT-LINE FROM WS-RPT-COLUMNS

           EXEC SQL
              OPEN C-ACTIVE-PLACEMENTS
           END-EXEC
           MOVE 'OPEN C-ACTIVE-PLACEMENTS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM FETCH-ACTIVE-PLACEMENT
           PERFORM UNTIL SQLCODE NOT = 0
              IF AGP_AGENCY-CODE NOT = WS-PRIOR-AGENCY
                 AND WS-AGY-COUNT > 0
                 PERFORM WRITE-AGENCY-TOTAL
              END-IF
              PERFORM WRITE-INVENTORY-LINE
              PERFORM FETCH-ACTIVE-PLACEMENT
           END-PERFORM

           EXEC SQL
              CLOSE C-ACTIVE-PLACEMENTS
           END-EXEC
           MOVE 'CLOSE C-ACTIVE-PLACEMENTS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF WS-AGY-COUNT > 0
              PERFORM WRITE-AGENCY-TOTAL
           END-IF

           MOVE 'ALL AGENCIES ' TO RPTT-LABEL
           MOVE SPACES            TO RPTT-AGENCY
           MOVE WS-INV-COUNT      TO RPTT-COUNT
           MOVE WS-INV-PLACED     TO RPTT-PLACED
           MOVE WS-INV-GROSS      TO RPTT-GROSS
           MOVE WS-INV-COMMISSION TO RPTT-COMMISSION
           MOVE WS-INV-BALANCE    TO RPTT-BALANCE
           WRITE AGENCY-REPORT-LINE FROM WS-RPT-TOTAL
           .

       WRITE-INVENTORY-LINE.
           MOVE AGP_AGENCY-CODE     TO RPTD-AGENCY
           MOVE AGP_LOAN-ID         TO RPTD-LOAN-ID
           MOVE AGP_CUSTOMER-ID     TO RPTD-CUSTOMER-ID
           MOVE AGP_PLACED-DATE     TO RPTD-PLACED-DATE
           MOVE AGP_PLACED-AMOUNT   TO RPTD-PLACED
           MOVE AGP_GROSS-COLLECTED TO RPTD-GROSS
           MOVE AGP_COMMISSION      TO RPTD-COMMISSION
           MOVE WS-BALANCE          TO RPTD-BALANCE
           WRITE AGENCY-REPORT-LINE FROM WS-RPT-DETAIL

           MOVE AGP_AGENCY-CODE TO WS-PRIOR-AGENCY
           ADD 1                   TO WS-AGY-COUNT
           ADD AGP_PLACED-AMOUNT   TO WS-AGY-PLACED
           ADD AGP_GROSS-COLLECTED TO WS-AGY-GROSS
           ADD AGP_COMMISSION      TO WS-AGY-COMMISSION
           ADD WS-BALANCE          TO WS-AGY-BALANCE
           .

       WRITE-AGENCY-TOTAL.
           MOVE '  TOTAL FOR  ' TO RPTT-LABEL
           MOVE WS-PRIOR-AGENCY   TO RPTT-AGENCY
           MOVE WS-AGY-COUNT      TO RPTT-COUNT
           MOVE WS-AGY-PLACED     TO RPTT-PLACED
           MOVE WS-AGY-GROSS      TO RPTT-GROSS
           MOVE WS-AGY-COMMISSION TO RPTT-COMMISSION
           MOVE WS-AGY-BALANCE    TO RPTT-BALANCE
           WRITE AGENCY-REPORT-LINE FROM WS-RPT-TOTAL
           WRITE AGENCY-REPORT-LINE FROM WS-RPT-BLANK

           ADD WS-AGY-COUNT      TO WS-INV-COUNT
           ADD WS-AGY-PLACED     TO WS-INV-PLACED
           ADD WS-AGY-GROSS      TO WS-INV-GROSS
           ADD WS-AGY-COMMISSION TO WS-INV-COMMISSION
           ADD WS-AGY-BALANCE    TO WS-INV-BALANCE

           MOVE 0 TO WS-AGY-COUNT
           MOVE 0 TO WS-AGY-PLACED
           MOVE 0 TO WS-AGY-GROSS
           MOVE 0 TO WS-AGY-COMMISSION
           MOVE 0 TO WS-AGY-BALANCE
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
